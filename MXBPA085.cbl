000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA085.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA085 - DEALER TERMINATION FINAL STATEMENT.                 |
001000* WHEN A DEALER RELATIONSHIP ENDS THE DEALER GETS ONE LAST       |
001100* STATEMENT OF CREDITS, MARKED FINAL, COVERING EVERY CREDIT      |
001200* APPLIED SINCE ITS LAST STATEMENT CYCLE (VWMDLRB LAST CYCLE     |
001300* DATE) UP TO THE PROCESSING DATE, WITH THE OPENING AND CLOSING  |
001400* CARRIED BALANCE. THE DOCUMENT IS WRITTEN IN THE SAME PRINT     |
001500* STREAM AS MXBPA064 (MXA085O1), SO IT CONCATENATES INTO THE     |
001600* MXA047I1 INPUT OF AN MXBPA047 STEP AND IS ROUTED BY THE        |
001700* DEALER'S VWMDLVP PREFERENCE - CENTRAL PRINT, E-DELIVERY OR     |
001800* BRANCH PICKUP. NO 812 IS BUILT FOR A FINAL STATEMENT, SO FOR   |
001900* AN EDI ('X') DEALER MXBPA047 SENDS IT TO CENTRAL PRINT.        |
002000* MXBPA074 READS MXA085O1 TO RECONCILE IT.                       |
002100* FOR EACH DEALER TERMINATED:                                    |
002200*  - THE FINAL STATEMENT NUMBER IS THE PROCESSING DATE, BAND 90  |
002300*    AND A SEQUENCE, LOGGED ON VWMSTLG AS A 'T' (FINAL) ROW      |
002400*  - THE CREDITS GO TO VWMSCHS HISTORY UNDER THAT NUMBER AND     |
002500*    VWMDLRB CARRIES THE CLOSING BALANCE, SO THE MXBPA070 PROOF  |
002600*    STILL BALANCES                                              |
002700*  - A VWMDTRM ROW RECORDS THE TERMINATION - MXBPA045 DROPS THE  |
002800*    DEALER FROM EVERY LATER CYCLE - AUDITED ON VWMMNTA          |
002900*  - THE SETTLEMENT REGISTER (MXPA085R) TELLS THE CREDIT         |
003000*    DEPARTMENT THE BALANCE LEFT TO SETTLE                       |
003100* THE DECK STARTS WITH AN MXAW82 AUTHORIZATION CARD. A DEALER    |
003200* ALREADY TERMINATED, NOT ON VWMCU00, OR IN A CONSOLIDATED GROUP |
003300* (VWMCGRP) IS REJECTED - RETURN CODE 4 WHEN ANY CARD IS.        |
003400*================================================================*
003500*  TABLE   |   VIEW   |     DESCRIPTION                          |
003600*----------+-----------------------------------------------------*
003700*          | VWMJ280  |  APPLIED PAYMENTS                        |
003800* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
003900* TBMCGRP  | VWMCGRP  |  CONSOLIDATED STATEMENT GROUPS           |
004000* TBMDLRB  | VWMDLRB  |  DEALER RUNNING CREDIT BALANCE           |
004100* TBMSCHS  | VWMSCHS  |  STATEMENT OF CREDIT HISTORY             |
004200* TBMSTLG  | VWMSTLG  |  STATEMENT ISSUANCE/REPRINT LOG          |
004300* TBMDTRM  | VWMDTRM  |  DEALER TERMINATIONS                     |
004400* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
004500* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
004600*================================================================*
004700*   PLAN   | BIND INCLUDE MEMBERS                                |
004800*----------+-----------------------------------------------------*
004900* PBMPA085 | PBMPA085                                            |
005000*================================================================*
005100*-----------------------------------------------------------------
005200
005300 ENVIRONMENT DIVISION.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT TERMINATION-TRAN-FILE
005800         ASSIGN TO MXPA085I.
005900
006000     SELECT FINAL-STATEMENT-OUTFILE
006100         ASSIGN TO UT-S-MXA085O1.
006200
006300     SELECT SETTLEMENT-REGISTER
006400         ASSIGN TO MXPA085R.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TERMINATION-TRAN-FILE
006900     RECORDING MODE IS F.
007000 01  TERMINATION-TRAN-REC                PIC X(80).
007100
007200 FD  FINAL-STATEMENT-OUTFILE
007300     RECORDING MODE IS F.
007400*  SAME SHAPE AS MXA046O1 - ASA CONTROL BYTE AHEAD OF THE 132
007500*  PRINT POSITIONS, SO MXBPA047 CAN BURST AND ROUTE IT.
007600 01  FINAL-STATEMENT-REC.
007700     05  FINAL-ASA-CC                    PIC X(01).
007800     05  FINAL-DATA                      PIC X(132).
007900
008000 FD  SETTLEMENT-REGISTER
008100     RECORDING MODE IS F.
008200 01  SETTLEMENT-REGISTER-REC             PIC X(132).
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-SWITHCES.
008600     05  WS-NO-MORE-TRANS-SW             PIC X(01) VALUE 'N'.
008700         88 NO-MORE-TRANS                          VALUE 'Y'.
008800     05  WS-NO-MORE-CREDITS-SW           PIC X(01) VALUE 'N'.
008900         88 NO-MORE-CREDITS                        VALUE 'Y'.
009000     05  WS-TRAN-VALID-SW                PIC X(01) VALUE 'Y'.
009100         88 WS-TRAN-VALID                          VALUE 'Y'.
009200     05  WS-DATE-VALID-SW                PIC X(01) VALUE 'Y'.
009300         88 WS-DATE-VALID                          VALUE 'Y'.
009400     05  WS-AUTH-VALID-SW                PIC X(01) VALUE 'N'.
009500         88 WS-AUTH-VALID                          VALUE 'Y'.
009600     05  WS-DLRB-ROW-FOUND-SW            PIC X(01) VALUE 'N'.
009700         88 WS-DLRB-ROW-FOUND                      VALUE 'Y'.
009800     05  WS-CURR-FOUND-SW                PIC X(01) VALUE 'N'.
009900         88 WS-CURR-FOUND                          VALUE 'Y'.
010000
010100 01  WS-COUNTERS COMP-3.
010200     05  WS-TRANS-READ                   PIC S9(04) VALUE 0.
010300     05  WS-DEALERS-TERMINATED           PIC S9(04) VALUE 0.
010400     05  WS-TRANS-REJECTED               PIC S9(04) VALUE 0.
010500     05  WS-CREDITS-READ                 PIC S9(09) VALUE 0.
010600     05  WS-DEALER-CREDITS               PIC S9(09) VALUE 0.
010700     05  WS-GROUP-ROWS                   PIC S9(09) VALUE 0.
010800
010900*  TERMINATION CARD LAYOUT - ONE CARD PER DEALER, BEHIND THE
011000*  MXAW82 AUTHORIZATION CARD:
011100*    COLS  1-9   DEALER NUMBER, RIGHT-JUSTIFIED ZERO-FILLED
011200*    COLS 11-20  EFFECTIVE DATE OF THE TERMINATION YYYY-MM-DD
011300*                (BLANK = PROCESSING DATE; NOT AFTER IT)
011400*    COLS 22-51  REASON FOR THE TERMINATION (FREE TEXT)
011500 01  WS-TERM-TRAN.
011600     05  WS-TRAN-DLR-NBR-X               PIC X(09).
011700     05  WS-TRAN-DLR-NBR-9 REDEFINES WS-TRAN-DLR-NBR-X
011800                                         PIC 9(09).
011900     05  FILLER                          PIC X(01).
012000     05  WS-TRAN-EFF-DATE                PIC X(10).
012100     05  FILLER                          PIC X(01).
012200     05  WS-TRAN-REASON                  PIC X(30).
012300     05  FILLER                          PIC X(29).
012400
012500     COPY MXAW82.
012600
012700 01  WS-AUTH-REJECT-REASON               PIC X(40).
012800 01  WS-REJECT-REASON                    PIC X(40).
012900 01  WS-EDIT-DATE                        PIC X(10).
013000 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
013100
013200*  THE DEALER BEING TERMINATED. THE CREDITS ON THE FINAL
013300*  STATEMENT ARE THOSE APPLIED AFTER WS-FROM-DATE (THE LAST
013400*  CYCLE THE CARRIED BALANCE STANDS AT) UP TO THE PROCESSING
013500*  DATE - INCLUDING ANY APPLIED AFTER THE EFFECTIVE DATE.
013600 01  WS-TERM-DEALER.
013700     05  WS-TERM-DLR-NBR                 PIC S9(09) COMP.
013800     05  WS-TERM-EFF-DATE                PIC X(10).
013900     05  WS-FROM-DATE                    PIC X(10).
014000     05  WS-OPENING-BAL-AMT              PIC S9(13)V99 COMP-3.
014100     05  WS-CREDIT-TOTAL-AMT             PIC S9(13)V99 COMP-3.
014200     05  WS-CLOSING-BAL-AMT              PIC S9(13)V99 COMP-3.
014300     05  WS-STMT-CURRENCY                PIC X(03).
014400     05  WS-DLR-NAME                     PIC X(35).
014500
014600*  FINAL STATEMENT NUMBER - PROCESSING DATE (YYMMDD), BAND 90
014700*  (CLEAR OF THE MXBPA045 DAILY/WEEKLY/MONTHLY BANDS) AND A
014800*  RUNNING SEQUENCE, RELOADED FROM THE 'T' ROWS ALREADY ON
014900*  VWMSTLG SO A SECOND RUN THE SAME DAY CONTINUES THE SERIES.
015000 01  WS-FINAL-STMT-NBR.
015100     05  WS-FINAL-NBR-DATE               PIC X(06).
015200     05  WS-FINAL-NBR-PART               PIC 9(02) VALUE 90.
015300     05  WS-FINAL-NBR-SEQ                PIC 9(04).
015400 01  WS-FINAL-SEQ-NBR                    PIC S9(04) COMP VALUE 0.
015500 01  WS-STMT-NBR-PREFIX                  PIC X(08).
015600 01  WS-MAX-STMT-NBR                     PIC X(12).
015700 01  WS-MAX-STMT-NBR-NN                  PIC S9(04) COMP VALUE 0.
015800 01  WS-MAX-STMT-SEQ-X                   PIC X(04).
015900 01  WS-MAX-STMT-SEQ-9 REDEFINES WS-MAX-STMT-SEQ-X
016000                                         PIC 9(04).
016100
016200 01  WS-DOCUMENT-FIELDS.
016300     05  WS-LINE-CNT                     PIC 9(02)  VALUE 60.
016400     05  WS-CURRENT-MEMO-NBR             PIC X(11)  VALUE SPACES.
016500     05  WS-MEMO-TOTAL-AMT               PIC S9(11)V99 COMP-3
016600                                                    VALUE 0.
016700
016800*  VWMMNTA AFTER IMAGE OF THE VWMDTRM ROW.
016900 01  WS-DTRM-IMAGE.
017000     05  WS-IMG-EFF-DATE                 PIC X(10).
017100     05  FILLER                          PIC X(01) VALUE SPACES.
017200     05  WS-IMG-FINAL-STMT-NBR           PIC X(12).
017300     05  FILLER                          PIC X(01) VALUE SPACES.
017400     05  WS-IMG-CLOSING-BAL-AMT          PIC -(10)9.99.
017500     05  FILLER                          PIC X(02) VALUE SPACES.
017600
017700*  FINAL STATEMENT TOTALS PER CURRENCY FOR THE RUN.
017800 01  WS-CURR-TABLE.
017900     05  WS-CURR-COUNT                   PIC S9(04) COMP VALUE 0.
018000     05  WS-CURR-IX                      PIC S9(04) COMP VALUE 0.
018100     05  WS-CURR-ENTRY OCCURS 50 TIMES.
018200         10  WS-CURR-ENT-CODE            PIC X(03).
018300         10  WS-CURR-ENT-DEALERS         PIC S9(09) COMP-3.
018400         10  WS-CURR-ENT-OPENING         PIC S9(13)V99 COMP-3.
018500         10  WS-CURR-ENT-CREDITS         PIC S9(13)V99 COMP-3.
018600         10  WS-CURR-ENT-CLOSING         PIC S9(13)V99 COMP-3.
018700
018800 01  FINAL-HEAD-1.
018900     05  FILLER                  PIC X(08) VALUE 'MXBPA085'.
019000     05  FILLER                  PIC X(36) VALUE SPACES.
019100     05  FILLER                  PIC X(43) VALUE
019200         ' STATEMENT OF CREDITS - FINAL STATEMENT    '.
019300     05  FILLER                  PIC X(27) VALUE SPACES.
019400     05  FILLER                  PIC X(10) VALUE
019500                                                     'RUN DATE: '.
019600     05  FH1-DATE                PIC X(08).
019700
019800*  THE CUSTOMER-NUMBER HEADER LINE - THE LITERAL IN COLUMNS
019900*  45-57 AND THE STATEMENT NUMBER IN 79-90 ARE WHAT MXBPA047
020000*  AND MXBPA058 KEY ON, SO THE COLUMNS MATCH HEAD-ENGL-3.
020100 01  FINAL-HEAD-3.
020200     05  FILLER                          PIC X(44) VALUE SPACES.
020300     05  FILLER                          PIC X(13) VALUE
020400                                                  'CUSTOMER NO: '.
020500     05  FH3-CUST                        PIC ZZZZZZ.
020600     05  FILLER                          PIC X(05) VALUE SPACES.
020700     05  FILLER                          PIC X(10) VALUE
020800                                                   'STMT NO:  '.
020900     05  FH3-STMT                        PIC X(12).
021000     05  FILLER                          PIC X(42) VALUE SPACES.
021100
021200 01  FINAL-HEAD-4.
021300     05  FILLER                          PIC X(44) VALUE SPACES.
021400     05  FILLER                          PIC X(13) VALUE SPACES.
021500     05  FH4-DLR-NAME                    PIC X(35).
021600     05  FILLER                          PIC X(40) VALUE SPACES.
021700
021800 01  FINAL-HEAD-5.
021900     05  FILLER                          PIC X(01) VALUE SPACES.
022000     05  FILLER                          PIC X(26) VALUE
022100                                    'ACCOUNT CLOSED EFFECTIVE: '.
022200     05  FH5-EFF-DATE                    PIC X(10).
022300     05  FILLER                          PIC X(05) VALUE SPACES.
022400     05  FILLER                          PIC X(30) VALUE
022500                                'CREDITS APPLIED AFTER CYCLE:  '.
022600     05  FH5-FROM-DATE                   PIC X(10).
022700     05  FILLER                          PIC X(50) VALUE SPACES.
022800
022900 01  FINAL-MEMO-LINE.
023000     05  FILLER                          PIC X(01) VALUE SPACES.
023100     05  FILLER                          PIC X(07) VALUE
023200                                                        'CR NO: '.
023300     05  FML-MEMO-NBR                    PIC X(11).
023400     05  FILLER                          PIC X(02) VALUE SPACES.
023500     05  FILLER                          PIC X(09) VALUE
023600                                                      'APL DAT: '.
023700     05  FML-APPLIED-DATE                PIC X(10).
023800     05  FILLER                          PIC X(92) VALUE SPACES.
023900
024000 01  FINAL-DETAIL-LINE.
024100     05  FILLER                          PIC X(04) VALUE SPACES.
024200     05  FDL-INVOICE                     PIC X(11).
024300     05  FILLER                          PIC X(03) VALUE SPACES.
024400     05  FDL-CHARGE-TYPE                 PIC X(05).
024500     05  FILLER                          PIC X(03) VALUE SPACES.
024600     05  FDL-AMOUNT                      PIC ZZZ,ZZZ,ZZZ.99-.
024700     05  FILLER                          PIC X(02) VALUE SPACES.
024800     05  FDL-CURRENCY                    PIC X(03).
024900     05  FILLER                          PIC X(86) VALUE SPACES.
025000
025100 01  FINAL-MEMO-TOTAL-LINE.
025200     05  FILLER                          PIC X(04) VALUE SPACES.
025300     05  FILLER                          PIC X(21) VALUE
025400                                          'CREDIT MEMO TOTAL    '.
025500     05  FILLER                          PIC X(01) VALUE SPACES.
025600     05  FMT-AMOUNT                      PIC ZZZ,ZZZ,ZZZ.99-.
025700     05  FILLER                          PIC X(91) VALUE SPACES.
025800
025900*  OPENING / CREDITS / CLOSING CARRIED BALANCE LINES.
026000 01  FINAL-BALANCE-LINE.
026100     05  FILLER                          PIC X(04) VALUE SPACES.
026200     05  FBL-LABEL                       PIC X(26).
026300     05  FBL-AMOUNT                      PIC Z,ZZZ,ZZZ,ZZ9.99-.
026400     05  FILLER                          PIC X(02) VALUE SPACES.
026500     05  FBL-CURRENCY                    PIC X(03).
026600     05  FILLER                          PIC X(80) VALUE SPACES.
026700
026800*  THE GRAND-TOTAL LINE THAT CLOSES THE DOCUMENT - THE LITERAL
026900*  IN PRINT COLUMNS 5-23 IS THE MXBPA047 BURST MARKER.
027000 01  FINAL-GRAND-TOTAL-LINE.
027100     05  FILLER                          PIC X(04) VALUE SPACES.
027200     05  FILLER                          PIC X(21) VALUE
027300                                          'GRAND TOTAL CREDITS  '.
027400     05  FILLER                          PIC X(01) VALUE SPACES.
027500     05  FGT-AMOUNT                      PIC ZZZ,ZZZ,ZZZ.99-.
027600     05  FILLER                          PIC X(02) VALUE SPACES.
027700     05  FGT-CURRENCY                    PIC X(03).
027800     05  FILLER                          PIC X(86) VALUE SPACES.
027900
028000 01  REG-HEAD-1.
028100     05  FILLER                  PIC X(08) VALUE 'MXBPA085'.
028200     05  FILLER                  PIC X(10) VALUE SPACES.
028300     05  FILLER                  PIC X(50) VALUE
028400         'DEALER TERMINATIONS - FINAL BALANCE SETTLEMENT    '.
028500     05  FILLER                  PIC X(10) VALUE SPACES.
028600     05  FILLER                  PIC X(11) VALUE 'PROC DATE: '.
028700     05  RH1-PROC-DATE           PIC X(10).
028800     05  FILLER                  PIC X(33) VALUE SPACES.
028900
029000 01  REG-HEAD-2.
029100     05  FILLER                  PIC X(09) VALUE '   DEALER'.
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  FILLER                  PIC X(30) VALUE 'DEALER NAME'.
029400     05  FILLER                  PIC X(02) VALUE SPACES.
029500     05  FILLER                  PIC X(10) VALUE 'EFFECTIVE'.
029600     05  FILLER                  PIC X(02) VALUE SPACES.
029700     05  FILLER                  PIC X(12) VALUE 'FINAL STMT'.
029800     05  FILLER                  PIC X(02) VALUE SPACES.
029900     05  FILLER                  PIC X(03) VALUE 'CUR'.
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  FILLER                  PIC X(15) VALUE
030200         '        OPENING'.
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  FILLER                  PIC X(15) VALUE
030500         '        CREDITS'.
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  FILLER                  PIC X(15) VALUE
030800         '  CLOSING BAL. '.
030900     05  FILLER                  PIC X(09) VALUE SPACES.
031000
031100 01  REG-DETAIL-LINE.
031200     05  RDL-DLR-NBR                     PIC ZZZZZZZZ9.
031300     05  FILLER                          PIC X(02) VALUE SPACES.
031400     05  RDL-DLR-NAME                    PIC X(30).
031500     05  FILLER                          PIC X(02) VALUE SPACES.
031600     05  RDL-EFF-DATE                    PIC X(10).
031700     05  FILLER                          PIC X(02) VALUE SPACES.
031800     05  RDL-FINAL-STMT-NBR              PIC X(12).
031900     05  FILLER                          PIC X(02) VALUE SPACES.
032000     05  RDL-CURRENCY-CODE               PIC X(03).
032100     05  FILLER                          PIC X(02) VALUE SPACES.
032200     05  RDL-OPENING-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
032300     05  FILLER                          PIC X(02) VALUE SPACES.
032400     05  RDL-CREDIT-AMT                  PIC ZZZ,ZZZ,ZZ9.99-.
032500     05  FILLER                          PIC X(02) VALUE SPACES.
032600     05  RDL-CLOSING-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
032700     05  FILLER                          PIC X(09) VALUE SPACES.
032800
032900 01  WS-REPORT-LINE                      PIC X(132).
033000 01  WS-SETTLE-ACTION                    PIC X(34).
033100 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
033200 01  WS-RPT-ED-OPENING                   PIC ZZZ,ZZZ,ZZ9.99-.
033300 01  WS-RPT-ED-CREDITS                   PIC ZZZ,ZZZ,ZZ9.99-.
033400 01  WS-RPT-ED-CLOSING                   PIC ZZZ,ZZZ,ZZ9.99-.
033500
033600     EXEC SQL
033700          INCLUDE MXWW03
033800     END-EXEC.
033900
034000******************************************************************
034100*  DB2 table includes
034200******************************************************************
034300
034400     EXEC SQL
034500         INCLUDE VWMJ280
034600     END-EXEC.
034700
034800     EXEC SQL
034900         INCLUDE VWMCU00
035000     END-EXEC.
035100
035200     EXEC SQL
035300         INCLUDE VWMCGRP
035400     END-EXEC.
035500
035600     EXEC SQL
035700         INCLUDE VWMDLRB
035800     END-EXEC.
035900
036000     EXEC SQL
036100         INCLUDE VWMSCHS
036200     END-EXEC.
036300
036400     EXEC SQL
036500         INCLUDE VWMSTLG
036600     END-EXEC.
036700
036800     EXEC SQL
036900         INCLUDE VWMDTRM
037000     END-EXEC.
037100
037200     EXEC SQL
037300         INCLUDE VWMMNTA
037400     END-EXEC.
037500
037600     EXEC SQL
037700         INCLUDE VWMCTUPD
037800     END-EXEC.
037900
038000     EXEC SQL
038100         INCLUDE SQLCA
038200     END-EXEC.
038300
038400*****************************************************************
038500*  CURSOR DEFINITION FOR THE CREDITS ON ONE DEALER'S FINAL      *
038600*  STATEMENT - THE SAME CREDIT-MEMO SELECTION AS THE MXBPA045   *
038700*  VWMJ280 CURSOR, FOR EVERYTHING APPLIED SINCE THE LAST CYCLE. *
038800*  NO CRED_PRT_FLAG TEST - IT IS USUALLY ALREADY OFF - AND NO   *
038900*  VWMSUPP TEST, SINCE A HELD DEALER'S CREDITS ARE STILL OWED   *
039000*  THEIR STATEMENT.                                             *
039100*****************************************************************
039200
039300     EXEC SQL
039400        DECLARE VWMJ280T CURSOR FOR
039500         SELECT PBL_DTL_NO
039600               ,PAY_APPLIED_DATE
039700               ,TRUST_NO
039800               ,PAY_TYPE_CODE
039900               ,PAY_APPLIED_AMT
040000               ,CURRENCY_CODE
040100               ,GST_AMT
040200               ,HST_AMT
040300               ,PST_AMT
040400           FROM VWMJ280 A
040500          WHERE A.CUST_NO          = :WS-TERM-DLR-NBR
040600            AND A.PAY_POST_DATE   <= :WS-PROCESSING-DATE
040700            AND A.PAY_NO LIKE 'CM%'
040800            AND A.PAY_APPLIED_DATE > :WS-FROM-DATE
040900            AND A.PAY_APPLIED_DATE <= :WS-PROCESSING-DATE
041000            AND A.PBL_DTL_TYPE_CODE = '6'
041100            AND A.PAY_TYPE_CODE <> '0019'
041200          ORDER BY A.PBL_DTL_NO, A.PAY_APPLIED_DATE, A.TRUST_NO
041300     END-EXEC.
041400
041500 PROCEDURE DIVISION.
041600
041700*****************************************************************
041800*                     0000-MAINLINE                             *
041900*****************************************************************
042000
042100 0000-MAINLINE.
042200     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
042300     PERFORM 2000-PROCESS-TERMINATION THRU 2000-EXIT
042400         UNTIL NO-MORE-TRANS.
042500     PERFORM 9900-TERMINATION THRU 9900-EXIT.
042600     GOBACK.
042700 0000-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*                      1000-INITIALIZATION                      *
043200*****************************************************************
043300
043400 1000-INITIALIZATION.
043500     DISPLAY ' '.
043600     DISPLAY 'PROGRAM MXBPA085 BEGINNING EXECUTION'.
043700     DISPLAY ' '.
043800     MOVE 'MXBPA085' TO ABT-PGM-NAME.
043900
044000     OPEN INPUT  TERMINATION-TRAN-FILE
044100          OUTPUT FINAL-STATEMENT-OUTFILE
044200                 SETTLEMENT-REGISTER.
044300
044400     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
044500
044600     MOVE WS-PROCESSING-DATE(3:2) TO FH1-DATE(7:2).
044700     MOVE '/'                     TO FH1-DATE(6:1).
044800     MOVE WS-PROCESSING-DATE(6:2) TO FH1-DATE(1:2).
044900     MOVE '/'                     TO FH1-DATE(3:1).
045000     MOVE WS-PROCESSING-DATE(9:2) TO FH1-DATE(4:2).
045100
045200     MOVE WS-PROCESSING-DATE(3:2) TO WS-FINAL-NBR-DATE(1:2).
045300     MOVE WS-PROCESSING-DATE(6:2) TO WS-FINAL-NBR-DATE(3:2).
045400     MOVE WS-PROCESSING-DATE(9:2) TO WS-FINAL-NBR-DATE(5:2).
045500     PERFORM 1200-SELECT-LAST-FINAL-SEQ THRU 1200-EXIT.
045600
045700     MOVE WS-PROCESSING-DATE TO RH1-PROC-DATE.
045800     WRITE SETTLEMENT-REGISTER-REC FROM REG-HEAD-1.
045900
046000     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
046100     PERFORM 1100-READ-AUTH-CARD THRU 1100-EXIT.
046200
046300     MOVE SPACES TO WS-REPORT-LINE.
046400     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
046500     WRITE SETTLEMENT-REGISTER-REC FROM REG-HEAD-2.
046600     MOVE ALL '-' TO WS-REPORT-LINE.
046700     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
046800 1000-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*                1100-READ-AUTH-CARD                            *
047300*****************************************************************
047400* THE DECK'S MXAW82 AUTHORIZATION CARD COMES FIRST. A DECK      *
047500* WITHOUT ONE, WITHOUT A PREPARER OR APPROVER, OR APPROVED BY   *
047600* ITS OWN PREPARER HAS EVERY CARD REJECTED - NO DEALER IS       *
047700* TERMINATED ON ONE PERSON'S SAY-SO.                            *
047800*****************************************************************
047900
048000 1100-READ-AUTH-CARD.
048100     MOVE 'N' TO WS-AUTH-VALID-SW.
048200     IF NO-MORE-TRANS
048300         GO TO 1100-EXIT
048400     END-IF.
048500
048600     MOVE TERMINATION-TRAN-REC TO MXAW82-AUTH-CARD.
048700     EVALUATE TRUE
048800         WHEN NOT MXAW82-IS-AUTH-CARD
048900             MOVE 'NO AUTH CARD AHEAD OF THE DECK'
049000                                TO WS-AUTH-REJECT-REASON
049100         WHEN MXAW82-PREPARED-BY = SPACES
049200             MOVE 'AUTH CARD HAS NO PREPARER'
049300                                TO WS-AUTH-REJECT-REASON
049400         WHEN MXAW82-APPROVED-BY = SPACES
049500             MOVE 'AUTH CARD HAS NO APPROVER'
049600                                TO WS-AUTH-REJECT-REASON
049700         WHEN MXAW82-APPROVED-BY = MXAW82-PREPARED-BY
049800             MOVE 'APPROVER MUST NOT BE THE PREPARER'
049900                                TO WS-AUTH-REJECT-REASON
050000         WHEN OTHER
050100             SET WS-AUTH-VALID TO TRUE
050200     END-EVALUATE.
050300
050400     MOVE SPACES TO WS-REPORT-LINE.
050500     IF WS-AUTH-VALID
050600         STRING 'DECK PREPARED BY '   DELIMITED BY SIZE
050700                MXAW82-PREPARED-BY    DELIMITED BY SIZE
050800                '  APPROVED BY '      DELIMITED BY SIZE
050900                MXAW82-APPROVED-BY    DELIMITED BY SIZE
051000                INTO WS-REPORT-LINE
051100     ELSE
051200         STRING 'DECK NOT AUTHORIZED - ' DELIMITED BY SIZE
051300                WS-AUTH-REJECT-REASON    DELIMITED BY SIZE
051400                INTO WS-REPORT-LINE
051500     END-IF.
051600     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
051700
051800     IF MXAW82-IS-AUTH-CARD
051900         PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT
052000     END-IF.
052100 1100-EXIT.
052200     EXIT.
052300
052400*****************************************************************
052500*                1200-SELECT-LAST-FINAL-SEQ                     *
052600*****************************************************************
052700* RELOADS THE HIGHEST FINAL STATEMENT SEQUENCE ALREADY ISSUED   *
052800* TODAY, THE WAY MXBPA045 1350 DOES FOR ITS CYCLE, SO A SECOND  *
052900* RUN ON THE SAME PROCESSING DATE CONTINUES THE SERIES.         *
053000*****************************************************************
053100
053200 1200-SELECT-LAST-FINAL-SEQ.
053300     MOVE WS-FINAL-STMT-NBR(1:8) TO WS-STMT-NBR-PREFIX.
053400     MOVE SPACES TO WS-MAX-STMT-NBR.
053500     MOVE 0      TO WS-MAX-STMT-NBR-NN.
053600
053700     EXEC SQL
053800       SELECT MAX(STMT_NBR)
053900        INTO :WS-MAX-STMT-NBR:WS-MAX-STMT-NBR-NN
054000         FROM VWMSTLG
054100        WHERE ACTION_CODE = 'T'
054200          AND SUBSTR(STMT_NBR, 1, 8) =
054300              :WS-STMT-NBR-PREFIX
054400     END-EXEC.
054500
054600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
054700             Z-970-SET-DA-STATUS-DB2-EXIT.
054800
054900     IF DA-OK OR DA-NOTFOUND
055000         CONTINUE
055100     ELSE
055200         SET ABT-DO-ABEND     TO TRUE
055300         SET ABT-ERROR-IS-DB2 TO TRUE
055400         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
055500         MOVE '1200-SELE'     TO ABT-ERROR-SECTION
055600         MOVE 3866            TO ABT-ERROR-ABEND-CODE
055700         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
055800         PERFORM Z-980-ABNORMAL-TERM THRU
055900                 Z-980-ABNORMAL-TERM-RETURN
056000     END-IF.
056100
056200     MOVE 0 TO WS-FINAL-SEQ-NBR.
056300     IF WS-MAX-STMT-NBR-NN NOT < 0 AND
056400        WS-MAX-STMT-NBR NOT = SPACES
056500         MOVE WS-MAX-STMT-NBR(9:4) TO WS-MAX-STMT-SEQ-X
056600         IF WS-MAX-STMT-SEQ-X IS NUMERIC
056700             MOVE WS-MAX-STMT-SEQ-9 TO WS-FINAL-SEQ-NBR
056800             DISPLAY 'RESUMING FINAL STATEMENT NUMBERS AFTER '
056900                     WS-MAX-STMT-NBR
057000         END-IF
057100     END-IF.
057200 1200-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600*                2000-PROCESS-TERMINATION                       *
057700*****************************************************************
057800
057900 2000-PROCESS-TERMINATION.
058000     MOVE 'Y'    TO WS-TRAN-VALID-SW.
058100     MOVE SPACES TO WS-REJECT-REASON.
058200
058300     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
058400
058500     IF WS-TRAN-VALID
058600         PERFORM 3000-ISSUE-FINAL-STATEMENT THRU 3000-EXIT
058700     ELSE
058800         PERFORM 4000-REGISTER-REJECT THRU 4000-EXIT
058900     END-IF.
059000
059100     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
059200 2000-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600*                2100-VALIDATE-TRANSACTION                      *
059700*****************************************************************
059800* THE DECK MUST BE AUTHORIZED, THE DEALER NUMERIC AND ON        *
059900* VWMCU00, THE EFFECTIVE DATE NOT AFTER THE PROCESSING DATE,    *
060000* AND THE DEALER NOT ALREADY TERMINATED. A DEALER IN A          *
060100* CONSOLIDATED GROUP, AS PARENT OR MEMBER, IS REJECTED - ITS    *
060200* CREDITS PRINT ON THE GROUP'S STATEMENT, SO THE GROUP MUST BE  *
060300* CHANGED ON MX56 BEFORE THE DEALER CAN BE CLOSED OUT ALONE.    *
060400*****************************************************************
060500
060600 2100-VALIDATE-TRANSACTION.
060700     IF WS-AUTH-VALID
060800         CONTINUE
060900     ELSE
061000         MOVE 'N' TO WS-TRAN-VALID-SW
061100         MOVE WS-AUTH-REJECT-REASON TO WS-REJECT-REASON
061200         GO TO 2100-EXIT
061300     END-IF.
061400
061500     IF WS-TRAN-DLR-NBR-X IS NUMERIC AND
061600        WS-TRAN-DLR-NBR-9 > 0
061700         MOVE WS-TRAN-DLR-NBR-9 TO WS-TERM-DLR-NBR
061800     ELSE
061900         MOVE 'N' TO WS-TRAN-VALID-SW
062000         MOVE 'DEALER NUMBER NOT NUMERIC' TO WS-REJECT-REASON
062100         GO TO 2100-EXIT
062200     END-IF.
062300
062400     IF WS-TRAN-EFF-DATE = SPACES
062500         MOVE WS-PROCESSING-DATE TO WS-TERM-EFF-DATE
062600     ELSE
062700         MOVE WS-TRAN-EFF-DATE TO WS-EDIT-DATE
062800                                  WS-TERM-EFF-DATE
062900         PERFORM 2150-EDIT-DATE THRU 2150-EXIT
063000         IF WS-DATE-VALID AND
063100            WS-TRAN-EFF-DATE NOT > WS-PROCESSING-DATE
063200             CONTINUE
063300         ELSE
063400             MOVE 'N' TO WS-TRAN-VALID-SW
063500             MOVE 'EFFECTIVE DATE INVALID OR AFTER PROC DATE'
063600                                TO WS-REJECT-REASON
063700             GO TO 2100-EXIT
063800         END-IF
063900     END-IF.
064000
064100     PERFORM 6000-SELECT-VWMCU00 THRU 6000-EXIT.
064200     IF WS-TRAN-VALID
064300         CONTINUE
064400     ELSE
064500         GO TO 2100-EXIT
064600     END-IF.
064700
064800     PERFORM 6100-SELECT-VWMDTRM THRU 6100-EXIT.
064900     IF WS-TRAN-VALID
065000         CONTINUE
065100     ELSE
065200         GO TO 2100-EXIT
065300     END-IF.
065400
065500     PERFORM 6200-COUNT-VWMCGRP THRU 6200-EXIT.
065600     IF WS-GROUP-ROWS > 0
065700         MOVE 'N' TO WS-TRAN-VALID-SW
065800         MOVE 'IN A VWMCGRP GROUP - CHANGE GROUP FIRST'
065900                            TO WS-REJECT-REASON
066000         GO TO 2100-EXIT
066100     END-IF.
066200 2100-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600*                2150-EDIT-DATE                                 *
066700*****************************************************************
066800* BASIC YYYY-MM-DD SHAPE EDIT - DIGITS IN THE DATE POSITIONS    *
066900* AND DASHES IN POSITIONS 5 AND 8.                              *
067000*****************************************************************
067100
067200 2150-EDIT-DATE.
067300     MOVE 'Y' TO WS-DATE-VALID-SW.
067400     IF WS-EDIT-DATE(1:4) IS NUMERIC AND
067500        WS-EDIT-DATE(5:1) = '-'      AND
067600        WS-EDIT-DATE(6:2) IS NUMERIC AND
067700        WS-EDIT-DATE(8:1) = '-'      AND
067800        WS-EDIT-DATE(9:2) IS NUMERIC
067900         CONTINUE
068000     ELSE
068100         MOVE 'N' TO WS-DATE-VALID-SW
068200     END-IF.
068300 2150-EXIT.
068400     EXIT.
068500
068600*****************************************************************
068700*                3000-ISSUE-FINAL-STATEMENT                     *
068800*****************************************************************
068900* THE OPENING BALANCE AND THE DATE IT STANDS AT COME FROM       *
069000* VWMDLRB. A DEALER WITH NO ROW OPENS AT ZERO FROM ITS LAST     *
069100* ISSUED CYCLE ON VWMSTLG. THE CREDITS SINCE THEN ARE PRINTED   *
069200* MEMO BY MEMO, THEN THE BALANCE LINES AND THE GRAND TOTAL THAT *
069300* CLOSES THE DOCUMENT, AND THE TERMINATION IS RECORDED.         *
069400*****************************************************************
069500
069600 3000-ISSUE-FINAL-STATEMENT.
069700     PERFORM 6300-SELECT-VWMDLRB THRU 6300-EXIT.
069800     IF WS-DLRB-ROW-FOUND
069900         MOVE DLRB-BALANCE-AMT     TO WS-OPENING-BAL-AMT
070000         MOVE DLRB-CURRENCY-CODE   TO WS-STMT-CURRENCY
070100         MOVE DLRB-LAST-CYCLE-DATE TO WS-FROM-DATE
070200     ELSE
070300         MOVE 0      TO WS-OPENING-BAL-AMT
070400         MOVE SPACES TO WS-STMT-CURRENCY
070500         PERFORM 6400-SELECT-LAST-CYCLE THRU 6400-EXIT
070600     END-IF.
070700
070800     ADD +1 TO WS-FINAL-SEQ-NBR.
070900     MOVE WS-FINAL-SEQ-NBR TO WS-FINAL-NBR-SEQ.
071000
071100     MOVE 'N'    TO WS-NO-MORE-CREDITS-SW.
071200     MOVE SPACES TO WS-CURRENT-MEMO-NBR.
071300     MOVE 0      TO WS-MEMO-TOTAL-AMT
071400                    WS-CREDIT-TOTAL-AMT
071500                    WS-DEALER-CREDITS.
071600     MOVE 60     TO WS-LINE-CNT.
071700
071800     EXEC SQL
071900         OPEN VWMJ280T
072000     END-EXEC.
072100
072200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
072300             Z-970-SET-DA-STATUS-DB2-EXIT.
072400
072500     IF DA-OK
072600         CONTINUE
072700     ELSE
072800         SET ABT-DO-ABEND     TO TRUE
072900         SET ABT-ERROR-IS-DB2 TO TRUE
073000         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
073100         MOVE '3000-ISSU'     TO ABT-ERROR-SECTION
073200         MOVE 3872            TO ABT-ERROR-ABEND-CODE
073300         MOVE 'VWMJ280T'      TO ABT-DA-ACCESS-NAME
073400         PERFORM Z-980-ABNORMAL-TERM THRU
073500                 Z-980-ABNORMAL-TERM-RETURN
073600     END-IF.
073700
073800     PERFORM 5100-FETCH-VWMJ280T THRU 5100-EXIT.
073900     PERFORM 3100-BUILD-ONE-DETAIL THRU 3100-EXIT
074000         UNTIL NO-MORE-CREDITS.
074100     IF WS-CURRENT-MEMO-NBR NOT = SPACES
074200         PERFORM 3300-CLOSE-MEMO THRU 3300-EXIT
074300     END-IF.
074400
074500     EXEC SQL
074600         CLOSE VWMJ280T
074700     END-EXEC.
074800
074900     COMPUTE WS-CLOSING-BAL-AMT =
075000         WS-OPENING-BAL-AMT + WS-CREDIT-TOTAL-AMT.
075100     PERFORM 3400-CLOSE-DOCUMENT THRU 3400-EXIT.
075200
075300     IF WS-DLRB-ROW-FOUND
075400         MOVE WS-CLOSING-BAL-AMT TO DLRB-BALANCE-AMT
075500         MOVE WS-PROCESSING-DATE TO DLRB-LAST-CYCLE-DATE
075600         PERFORM 8000-UPDATE-VWMDLRB THRU 8000-EXIT
075700     ELSE
075800         IF WS-DEALER-CREDITS > 0
075900             PERFORM 8010-INSERT-VWMDLRB THRU 8010-EXIT
076000         END-IF
076100     END-IF.
076200
076300     PERFORM 8100-INSERT-VWMSTLG THRU 8100-EXIT.
076400     PERFORM 8200-INSERT-VWMDTRM THRU 8200-EXIT.
076500     PERFORM 8300-INSERT-VWMMNTA THRU 8300-EXIT.
076600     ADD +1 TO WS-DEALERS-TERMINATED.
076700
076800     PERFORM 4100-REGISTER-DEALER THRU 4100-EXIT.
076900     PERFORM 4200-ADD-CURRENCY-TOTAL THRU 4200-EXIT.
077000 3000-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400*                3100-BUILD-ONE-DETAIL                          *
077500*****************************************************************
077600* ONE CREDIT LINE. THE HISTORY ROW IS AN 02/00 INVOICE DETAIL   *
077700* WHEN THE CREDIT IS AGAINST A TRUST (INVOICE = TRUST NUMBER,   *
077800* AS MXBPA045 CARRIES IT), OTHERWISE AN 03/00 CHARGE DETAIL     *
077900* UNDER ITS PAY TYPE, CARRYING THE TAX COMPONENTS FOR THE       *
078000* MXBPA067 RECAP.                                               *
078100*****************************************************************
078200
078300 3100-BUILD-ONE-DETAIL.
078400     IF WS-LINE-CNT > 55
078500         PERFORM 3200-PAGE-HEADER THRU 3200-EXIT
078600     END-IF.
078700
078800     IF WS-STMT-CURRENCY = SPACES
078900         MOVE CURRENCY-CODE OF DCLVWMJ280 TO WS-STMT-CURRENCY
079000     END-IF.
079100
079200     IF PBL-DTL-NO OF DCLVWMJ280 NOT = WS-CURRENT-MEMO-NBR
079300         IF WS-CURRENT-MEMO-NBR NOT = SPACES
079400             PERFORM 3300-CLOSE-MEMO THRU 3300-EXIT
079500         END-IF
079600         MOVE PBL-DTL-NO OF DCLVWMJ280 TO WS-CURRENT-MEMO-NBR
079700                                          FML-MEMO-NBR
079800         MOVE PAY-APPLIED-DATE OF DCLVWMJ280 TO
079900             FML-APPLIED-DATE
080000         MOVE SPACE TO FINAL-ASA-CC
080100         MOVE FINAL-MEMO-LINE TO FINAL-DATA
080200         WRITE FINAL-STATEMENT-REC
080300         ADD 2 TO WS-LINE-CNT
080400     END-IF.
080500
080600     MOVE WS-TERM-DLR-NBR                  TO
080700         DLR-NBR OF DCLVWMSCHS.
080800     MOVE PBL-DTL-NO OF DCLVWMJ280         TO
080900         CREDIT-MEMO-NBR OF DCLVWMSCHS.
081000     MOVE PAY-APPLIED-DATE OF DCLVWMJ280   TO
081100         APPLIED-DATE OF DCLVWMSCHS.
081200     MOVE 0                                TO
081300         RECORD-TYPE-SEQ OF DCLVWMSCHS.
081400     MOVE PAY-APPLIED-AMT OF DCLVWMJ280    TO
081500         APPLIED-AMT OF DCLVWMSCHS.
081600     MOVE WS-STMT-CURRENCY                 TO
081700         CURRENCY-CODE OF DCLVWMSCHS.
081800     MOVE WS-FINAL-STMT-NBR                TO
081900         SCHS-STMT-NBR OF DCLVWMSCHS.
082000     MOVE SPACES TO SCHS-MODEL-NBR OF DCLVWMSCHS
082100                    SCHS-SERIAL-NBR OF DCLVWMSCHS.
082200     IF TRUST-NO OF DCLVWMJ280 = 0
082300         MOVE '03'   TO RECORD-TYPE OF DCLVWMSCHS
082400         MOVE PAY-TYPE-CODE OF DCLVWMJ280 TO
082500             SCHS-CHARGE-TYPE OF DCLVWMSCHS
082600         MOVE SPACES TO INVOICE-NBR OF DCLVWMSCHS
082700         MOVE GST-AMT OF DCLVWMJ280 TO
082800             SCHS-GST-AMT OF DCLVWMSCHS
082900         MOVE HST-AMT OF DCLVWMJ280 TO
083000             SCHS-HST-AMT OF DCLVWMSCHS
083100         MOVE PST-AMT OF DCLVWMJ280 TO
083200             SCHS-PST-AMT OF DCLVWMSCHS
083300     ELSE
083400         MOVE '02'   TO RECORD-TYPE OF DCLVWMSCHS
083500         MOVE SPACES TO SCHS-CHARGE-TYPE OF DCLVWMSCHS
083600         MOVE TRUST-NO OF DCLVWMJ280 TO
083700             INVOICE-NBR OF DCLVWMSCHS
083800         MOVE 0 TO SCHS-GST-AMT OF DCLVWMSCHS
083900                   SCHS-HST-AMT OF DCLVWMSCHS
084000                   SCHS-PST-AMT OF DCLVWMSCHS
084100     END-IF.
084200     PERFORM 8050-INSERT-VWMSCHS THRU 8050-EXIT.
084300
084400     MOVE INVOICE-NBR OF DCLVWMSCHS      TO FDL-INVOICE.
084500     MOVE SCHS-CHARGE-TYPE OF DCLVWMSCHS TO FDL-CHARGE-TYPE.
084600     MOVE PAY-APPLIED-AMT OF DCLVWMJ280  TO FDL-AMOUNT.
084700     MOVE WS-STMT-CURRENCY               TO FDL-CURRENCY.
084800     MOVE SPACE TO FINAL-ASA-CC.
084900     MOVE FINAL-DETAIL-LINE TO FINAL-DATA.
085000     WRITE FINAL-STATEMENT-REC.
085100     ADD 1 TO WS-LINE-CNT.
085200
085300     ADD PAY-APPLIED-AMT OF DCLVWMJ280 TO WS-MEMO-TOTAL-AMT
085400                                          WS-CREDIT-TOTAL-AMT.
085500     ADD +1 TO WS-DEALER-CREDITS.
085600
085700     PERFORM 5100-FETCH-VWMJ280T THRU 5100-EXIT.
085800 3100-EXIT.
085900     EXIT.
086000
086100*****************************************************************
086200*                3200-PAGE-HEADER                               *
086300*****************************************************************
086400* EVERY PAGE CARRIES THE CUSTOMER-NUMBER HEADER LINE SO THE     *
086500* DOWNSTREAM BURST IDENTIFIES THE DOCUMENT ON ITS FIRST PAGE,   *
086600* AND THE FINAL-STATEMENT LINE WITH THE EFFECTIVE DATE.         *
086700*****************************************************************
086800
086900 3200-PAGE-HEADER.
087000     MOVE '1' TO FINAL-ASA-CC.
087100     MOVE FINAL-HEAD-1 TO FINAL-DATA.
087200     WRITE FINAL-STATEMENT-REC.
087300
087400     MOVE WS-TERM-DLR-NBR   TO FH3-CUST.
087500     MOVE WS-FINAL-STMT-NBR TO FH3-STMT.
087600     MOVE SPACE TO FINAL-ASA-CC.
087700     MOVE FINAL-HEAD-3 TO FINAL-DATA.
087800     WRITE FINAL-STATEMENT-REC.
087900
088000     MOVE WS-DLR-NAME TO FH4-DLR-NAME.
088100     MOVE FINAL-HEAD-4 TO FINAL-DATA.
088200     WRITE FINAL-STATEMENT-REC.
088300
088400     MOVE WS-TERM-EFF-DATE TO FH5-EFF-DATE.
088500     MOVE WS-FROM-DATE     TO FH5-FROM-DATE.
088600     MOVE FINAL-HEAD-5 TO FINAL-DATA.
088700     WRITE FINAL-STATEMENT-REC.
088800
088900     MOVE SPACES TO FINAL-DATA.
089000     WRITE FINAL-STATEMENT-REC.
089100
089200     MOVE 6 TO WS-LINE-CNT.
089300 3200-EXIT.
089400     EXIT.
089500
089600*****************************************************************
089700*                3300-CLOSE-MEMO                                *
089800*****************************************************************
089900
090000 3300-CLOSE-MEMO.
090100     MOVE WS-MEMO-TOTAL-AMT TO FMT-AMOUNT.
090200     MOVE SPACE TO FINAL-ASA-CC.
090300     MOVE FINAL-MEMO-TOTAL-LINE TO FINAL-DATA.
090400     WRITE FINAL-STATEMENT-REC.
090500     ADD 1 TO WS-LINE-CNT.
090600     MOVE 0 TO WS-MEMO-TOTAL-AMT.
090700 3300-EXIT.
090800     EXIT.
090900
091000*****************************************************************
091100*                3400-CLOSE-DOCUMENT                            *
091200*****************************************************************
091300* THE OPENING, CREDITS AND CLOSING CARRIED BALANCE, THE FINAL-  *
091400* STATEMENT NOTICE, AND LAST THE GRAND-TOTAL LINE THAT CLOSES   *
091500* THE DOCUMENT FOR THE DOWNSTREAM BURST. A DEALER WITH NO       *
091600* CREDITS SINCE ITS LAST CYCLE STILL GETS THE DOCUMENT - THE    *
091700* CARRIED BALANCE IS WHAT IT MOST NEEDS TO BE TOLD.             *
091800*****************************************************************
091900
092000 3400-CLOSE-DOCUMENT.
092100     IF WS-LINE-CNT > 47
092200         PERFORM 3200-PAGE-HEADER THRU 3200-EXIT
092300     END-IF.
092400
092500     MOVE SPACE TO FINAL-ASA-CC.
092600     IF WS-DEALER-CREDITS = 0
092700         MOVE SPACES TO FINAL-DATA
092800         MOVE 'NO CREDITS APPLIED SINCE YOUR LAST STATEMENT'
092900                                TO FINAL-DATA(2:)
093000         WRITE FINAL-STATEMENT-REC
093100     END-IF.
093200
093300     MOVE SPACES TO FINAL-DATA.
093400     WRITE FINAL-STATEMENT-REC.
093500
093600     MOVE 'OPENING CARRIED BALANCE   ' TO FBL-LABEL.
093700     MOVE WS-OPENING-BAL-AMT           TO FBL-AMOUNT.
093800     MOVE WS-STMT-CURRENCY             TO FBL-CURRENCY.
093900     MOVE FINAL-BALANCE-LINE TO FINAL-DATA.
094000     WRITE FINAL-STATEMENT-REC.
094100
094200     MOVE 'CREDITS THIS STATEMENT    ' TO FBL-LABEL.
094300     MOVE WS-CREDIT-TOTAL-AMT          TO FBL-AMOUNT.
094400     MOVE FINAL-BALANCE-LINE TO FINAL-DATA.
094500     WRITE FINAL-STATEMENT-REC.
094600
094700     MOVE 'CLOSING CARRIED BALANCE   ' TO FBL-LABEL.
094800     MOVE WS-CLOSING-BAL-AMT           TO FBL-AMOUNT.
094900     MOVE FINAL-BALANCE-LINE TO FINAL-DATA.
095000     WRITE FINAL-STATEMENT-REC.
095100
095200     MOVE SPACES TO FINAL-DATA.
095300     WRITE FINAL-STATEMENT-REC.
095400     MOVE 'THIS IS THE FINAL STATEMENT OF CREDITS FOR THIS ACCOUNT
095500-         '. NO FURTHER STATEMENTS WILL BE ISSUED.'
095600                                TO FINAL-DATA(2:).
095700     WRITE FINAL-STATEMENT-REC.
095800     MOVE SPACES TO FINAL-DATA.
095900     MOVE 'OUR CREDIT DEPARTMENT WILL CONTACT YOU TO SETTLE THE CL
096000-         'OSING BALANCE.'      TO FINAL-DATA(2:).
096100     WRITE FINAL-STATEMENT-REC.
096200     MOVE SPACES TO FINAL-DATA.
096300     WRITE FINAL-STATEMENT-REC.
096400
096500     MOVE WS-CREDIT-TOTAL-AMT TO FGT-AMOUNT.
096600     MOVE WS-STMT-CURRENCY    TO FGT-CURRENCY.
096700     MOVE FINAL-GRAND-TOTAL-LINE TO FINAL-DATA.
096800     WRITE FINAL-STATEMENT-REC.
096900 3400-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300*                4000-REGISTER-REJECT                           *
097400*****************************************************************
097500
097600 4000-REGISTER-REJECT.
097700     ADD +1 TO WS-TRANS-REJECTED.
097800     MOVE SPACES TO WS-REPORT-LINE.
097900     STRING 'REJECTED  '              DELIMITED BY SIZE
098000            TERMINATION-TRAN-REC(1:70) DELIMITED BY SIZE
098100            INTO WS-REPORT-LINE.
098200     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
098300     MOVE SPACES TO WS-REPORT-LINE.
098400     STRING '          REASON: ' DELIMITED BY SIZE
098500            WS-REJECT-REASON     DELIMITED BY SIZE
098600            INTO WS-REPORT-LINE.
098700     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
098800     MOVE SPACES TO WS-REPORT-LINE.
098900     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
099000 4000-EXIT.
099100     EXIT.
099200
099300*****************************************************************
099400*                4100-REGISTER-DEALER                           *
099500*****************************************************************
099600* THE DEALER'S REGISTER LINE AND THE SETTLEMENT THE CREDIT      *
099700* DEPARTMENT OWES IT: A CREDIT BALANCE IS REFUNDED OR OFFSET,   *
099800* A DEBIT BALANCE IS COLLECTED. THE SIGN-OFF LINE IS FOR THE    *
099900* CREDIT DEPARTMENT TO RECORD THE SETTLEMENT AGAINST.           *
100000*****************************************************************
100100
100200 4100-REGISTER-DEALER.
100300     MOVE WS-TERM-DLR-NBR    TO RDL-DLR-NBR.
100400     MOVE WS-DLR-NAME        TO RDL-DLR-NAME.
100500     MOVE WS-TERM-EFF-DATE   TO RDL-EFF-DATE.
100600     MOVE WS-FINAL-STMT-NBR  TO RDL-FINAL-STMT-NBR.
100700     MOVE WS-STMT-CURRENCY   TO RDL-CURRENCY-CODE.
100800     MOVE WS-OPENING-BAL-AMT TO RDL-OPENING-AMT.
100900     MOVE WS-CREDIT-TOTAL-AMT TO RDL-CREDIT-AMT.
101000     MOVE WS-CLOSING-BAL-AMT TO RDL-CLOSING-AMT.
101100     WRITE SETTLEMENT-REGISTER-REC FROM REG-DETAIL-LINE.
101200
101300     EVALUATE TRUE
101400         WHEN WS-CLOSING-BAL-AMT > 0
101500             MOVE 'CREDIT BALANCE - REFUND OR OFFSET'
101600                                TO WS-SETTLE-ACTION
101700         WHEN WS-CLOSING-BAL-AMT < 0
101800             MOVE 'DEBIT BALANCE - COLLECT FROM DLR'
101900                                TO WS-SETTLE-ACTION
102000         WHEN OTHER
102100             MOVE 'ZERO BALANCE - NOTHING TO SETTLE'
102200                                TO WS-SETTLE-ACTION
102300     END-EVALUATE.
102400     MOVE SPACES TO WS-REPORT-LINE.
102500     STRING '           SETTLE: ' DELIMITED BY SIZE
102600            WS-SETTLE-ACTION      DELIMITED BY SIZE
102700            '  REASON: '          DELIMITED BY SIZE
102800            WS-TRAN-REASON        DELIMITED BY SIZE
102900            INTO WS-REPORT-LINE.
103000     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
103100
103200     IF WS-CLOSING-BAL-AMT NOT = 0
103300         MOVE SPACES TO WS-REPORT-LINE
103400         MOVE '           SETTLED BY ____________________   DATE _
103500-             '_________   REFERENCE ____________________'
103600                                TO WS-REPORT-LINE
103700         WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE
103800     END-IF.
103900     MOVE SPACES TO WS-REPORT-LINE.
104000     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
104100 4100-EXIT.
104200     EXIT.
104300
104400*****************************************************************
104500*                4200-ADD-CURRENCY-TOTAL                        *
104600*****************************************************************
104700
104800 4200-ADD-CURRENCY-TOTAL.
104900     MOVE 'N' TO WS-CURR-FOUND-SW.
105000     MOVE 1   TO WS-CURR-IX.
105100     PERFORM 4210-FIND-CURRENCY THRU 4210-EXIT
105200         UNTIL WS-CURR-FOUND OR
105300               WS-CURR-IX > WS-CURR-COUNT.
105400
105500     IF WS-CURR-FOUND
105600         CONTINUE
105700     ELSE
105800         IF WS-CURR-COUNT >= 50
105900             DISPLAY 'WS-CURR-TABLE FULL - RAISE OCCURS'
106000             SET ABT-DO-ABEND     TO TRUE
106100             SET ABT-ERROR-IS-SEQ TO TRUE
106200             MOVE 'SEQ     '      TO ABT-DA-FUNCTION
106300             MOVE '4200-ADD-'     TO ABT-ERROR-SECTION
106400             MOVE 3880            TO ABT-ERROR-ABEND-CODE
106500             MOVE 'MXPA085I'      TO ABT-DA-ACCESS-NAME
106600             PERFORM Z-980-ABNORMAL-TERM THRU
106700                     Z-980-ABNORMAL-TERM-RETURN
106800         END-IF
106900         ADD +1 TO WS-CURR-COUNT
107000         MOVE WS-CURR-COUNT    TO WS-CURR-IX
107100         MOVE WS-STMT-CURRENCY TO WS-CURR-ENT-CODE (WS-CURR-IX)
107200         MOVE 0 TO WS-CURR-ENT-DEALERS (WS-CURR-IX)
107300                   WS-CURR-ENT-OPENING (WS-CURR-IX)
107400                   WS-CURR-ENT-CREDITS (WS-CURR-IX)
107500                   WS-CURR-ENT-CLOSING (WS-CURR-IX)
107600     END-IF.
107700
107800     ADD +1                  TO WS-CURR-ENT-DEALERS (WS-CURR-IX).
107900     ADD WS-OPENING-BAL-AMT  TO WS-CURR-ENT-OPENING (WS-CURR-IX).
108000     ADD WS-CREDIT-TOTAL-AMT TO WS-CURR-ENT-CREDITS (WS-CURR-IX).
108100     ADD WS-CLOSING-BAL-AMT  TO WS-CURR-ENT-CLOSING (WS-CURR-IX).
108200 4200-EXIT.
108300     EXIT.
108400
108500 4210-FIND-CURRENCY.
108600     IF WS-CURR-ENT-CODE (WS-CURR-IX) = WS-STMT-CURRENCY
108700         SET WS-CURR-FOUND TO TRUE
108800     ELSE
108900         ADD +1 TO WS-CURR-IX
109000     END-IF.
109100 4210-EXIT.
109200     EXIT.
109300
109400*****************************************************************
109500*                5000-READ-TRANSACTION                          *
109600*****************************************************************
109700
109800 5000-READ-TRANSACTION.
109900     READ TERMINATION-TRAN-FILE INTO WS-TERM-TRAN
110000         AT END SET NO-MORE-TRANS TO TRUE.
110100
110200     IF NO-MORE-TRANS
110300         CONTINUE
110400     ELSE
110500         ADD +1 TO WS-TRANS-READ
110600     END-IF.
110700 5000-EXIT.
110800     EXIT.
110900
111000*****************************************************************
111100*                5100-FETCH-VWMJ280T                            *
111200*****************************************************************
111300
111400 5100-FETCH-VWMJ280T.
111500     EXEC SQL
111600       FETCH VWMJ280T
111700         INTO :DCLVWMJ280.PBL-DTL-NO,
111800              :DCLVWMJ280.PAY-APPLIED-DATE,
111900              :DCLVWMJ280.TRUST-NO,
112000              :DCLVWMJ280.PAY-TYPE-CODE,
112100              :DCLVWMJ280.PAY-APPLIED-AMT,
112200              :DCLVWMJ280.CURRENCY-CODE,
112300              :DCLVWMJ280.GST-AMT,
112400              :DCLVWMJ280.HST-AMT,
112500              :DCLVWMJ280.PST-AMT
112600     END-EXEC.
112700
112800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
112900             Z-970-SET-DA-STATUS-DB2-EXIT.
113000
113100     EVALUATE TRUE
113200         WHEN DA-OK
113300             ADD +1 TO WS-CREDITS-READ
113400
113500         WHEN DA-NOTFOUND
113600             SET NO-MORE-CREDITS TO TRUE
113700
113800         WHEN OTHER
113900             SET ABT-DO-ABEND     TO TRUE
114000             SET ABT-ERROR-IS-DB2 TO TRUE
114100             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
114200             MOVE '5100-FETC'     TO ABT-ERROR-SECTION
114300             MOVE 3873            TO ABT-ERROR-ABEND-CODE
114400             MOVE 'VWMJ280T'      TO ABT-DA-ACCESS-NAME
114500             PERFORM Z-980-ABNORMAL-TERM THRU
114600                     Z-980-ABNORMAL-TERM-RETURN
114700     END-EVALUATE.
114800 5100-EXIT.
114900     EXIT.
115000
115100*****************************************************************
115200*                6000-SELECT-VWMCU00                            *
115300*****************************************************************
115400* THE DEALER MUST STILL BE ON THE CUSTOMER MASTER - THE FINAL   *
115500* STATEMENT NEEDS THE NAME AND THE DELIVERY ROUTING.            *
115600*****************************************************************
115700
115800 6000-SELECT-VWMCU00.
115900     MOVE SPACES TO WS-DLR-NAME
116000                    LEGAL-NAME-TEXT OF DCLVWMCU00.
116100     MOVE WS-TERM-DLR-NBR TO CUST-NO OF DCLVWMCU00.
116200
116300     EXEC SQL
116400       SELECT LEGAL_NAME
116500        INTO :DCLVWMCU00.LEGAL-NAME
116600         FROM VWMCU00
116700         WHERE CUST_NO  = :DCLVWMCU00.CUST-NO
116800     END-EXEC.
116900
117000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
117100             Z-970-SET-DA-STATUS-DB2-EXIT.
117200
117300     EVALUATE TRUE
117400         WHEN DA-OK
117500             MOVE LEGAL-NAME-TEXT OF DCLVWMCU00 TO WS-DLR-NAME
117600
117700         WHEN DA-NOTFOUND
117800             MOVE 'N' TO WS-TRAN-VALID-SW
117900             MOVE 'DEALER NOT ON VWMCU00' TO WS-REJECT-REASON
118000
118100         WHEN OTHER
118200             SET ABT-DO-ABEND     TO TRUE
118300             SET ABT-ERROR-IS-DB2 TO TRUE
118400             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
118500             MOVE '6000-SELE'     TO ABT-ERROR-SECTION
118600             MOVE 3867            TO ABT-ERROR-ABEND-CODE
118700             MOVE 'VWMCU00 '      TO ABT-DA-ACCESS-NAME
118800             PERFORM Z-980-ABNORMAL-TERM THRU
118900                     Z-980-ABNORMAL-TERM-RETURN
119000     END-EVALUATE.
119100 6000-EXIT.
119200     EXIT.
119300
119400*****************************************************************
119500*                6100-SELECT-VWMDTRM                            *
119600*****************************************************************
119700* A DEALER ALREADY TERMINATED HAS HAD ITS FINAL STATEMENT -     *
119800* INCLUDING ONE TERMINATED BY AN EARLIER CARD IN THIS DECK.     *
119900*****************************************************************
120000
120100 6100-SELECT-VWMDTRM.
120200     MOVE WS-TERM-DLR-NBR TO DTRM-DLR-NBR.
120300
120400     EXEC SQL
120500       SELECT FINAL_STMT_NBR
120600        INTO :DCLVWMDTRM.DTRM-FINAL-STMT-NBR
120700         FROM VWMDTRM
120800         WHERE DLR_NBR = :DCLVWMDTRM.DTRM-DLR-NBR
120900     END-EXEC.
121000
121100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
121200             Z-970-SET-DA-STATUS-DB2-EXIT.
121300
121400     EVALUATE TRUE
121500         WHEN DA-OK
121600             MOVE 'N' TO WS-TRAN-VALID-SW
121700             STRING 'ALREADY TERMINATED - FINAL STMT '
121800                                      DELIMITED BY SIZE
121900                    DTRM-FINAL-STMT-NBR DELIMITED BY SIZE
122000                    INTO WS-REJECT-REASON
122100
122200         WHEN DA-NOTFOUND
122300             CONTINUE
122400
122500         WHEN OTHER
122600             SET ABT-DO-ABEND     TO TRUE
122700             SET ABT-ERROR-IS-DB2 TO TRUE
122800             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
122900             MOVE '6100-SELE'     TO ABT-ERROR-SECTION
123000             MOVE 3868            TO ABT-ERROR-ABEND-CODE
123100             MOVE 'VWMDTRM '      TO ABT-DA-ACCESS-NAME
123200             PERFORM Z-980-ABNORMAL-TERM THRU
123300                     Z-980-ABNORMAL-TERM-RETURN
123400     END-EVALUATE.
123500 6100-EXIT.
123600     EXIT.
123700
123800*****************************************************************
123900*                6200-COUNT-VWMCGRP                             *
124000*****************************************************************
124100
124200 6200-COUNT-VWMCGRP.
124300     MOVE WS-TERM-DLR-NBR TO PARENT-CUST-NO OF DCLVWMCGRP
124400                             MEMBER-CUST-NO OF DCLVWMCGRP.
124500
124600     EXEC SQL
124700       SELECT COUNT(*)
124800        INTO :WS-GROUP-ROWS
124900         FROM VWMCGRP
125000         WHERE PARENT_CUST_NO = :DCLVWMCGRP.PARENT-CUST-NO
125100            OR MEMBER_CUST_NO = :DCLVWMCGRP.MEMBER-CUST-NO
125200     END-EXEC.
125300
125400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
125500             Z-970-SET-DA-STATUS-DB2-EXIT.
125600
125700     IF DA-OK
125800         CONTINUE
125900     ELSE
126000         SET ABT-DO-ABEND     TO TRUE
126100         SET ABT-ERROR-IS-DB2 TO TRUE
126200         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
126300         MOVE '6200-COUN'     TO ABT-ERROR-SECTION
126400         MOVE 3869            TO ABT-ERROR-ABEND-CODE
126500         MOVE 'VWMCGRP '      TO ABT-DA-ACCESS-NAME
126600         PERFORM Z-980-ABNORMAL-TERM THRU
126700                 Z-980-ABNORMAL-TERM-RETURN
126800     END-IF.
126900 6200-EXIT.
127000     EXIT.
127100
127200*****************************************************************
127300*                6300-SELECT-VWMDLRB                            *
127400*****************************************************************
127500
127600 6300-SELECT-VWMDLRB.
127700     MOVE 'N' TO WS-DLRB-ROW-FOUND-SW.
127800     MOVE WS-TERM-DLR-NBR TO DLRB-DLR-NBR.
127900
128000     EXEC SQL
128100       SELECT BALANCE_AMT
128200             ,CURRENCY_CODE
128300             ,LAST_CYCLE_DATE
128400        INTO :DCLVWMDLRB.DLRB-BALANCE-AMT,
128500             :DCLVWMDLRB.DLRB-CURRENCY-CODE,
128600             :DCLVWMDLRB.DLRB-LAST-CYCLE-DATE
128700         FROM VWMDLRB
128800         WHERE DLR_NBR = :DCLVWMDLRB.DLRB-DLR-NBR
128900     END-EXEC.
129000
129100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
129200             Z-970-SET-DA-STATUS-DB2-EXIT.
129300
129400     EVALUATE TRUE
129500         WHEN DA-OK
129600             MOVE 'Y' TO WS-DLRB-ROW-FOUND-SW
129700
129800         WHEN DA-NOTFOUND
129900             CONTINUE
130000
130100         WHEN OTHER
130200             SET ABT-DO-ABEND     TO TRUE
130300             SET ABT-ERROR-IS-DB2 TO TRUE
130400             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
130500             MOVE '6300-SELE'     TO ABT-ERROR-SECTION
130600             MOVE 3870            TO ABT-ERROR-ABEND-CODE
130700             MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
130800             PERFORM Z-980-ABNORMAL-TERM THRU
130900                     Z-980-ABNORMAL-TERM-RETURN
131000     END-EVALUATE.
131100 6300-EXIT.
131200     EXIT.
131300
131400*****************************************************************
131500*                6400-SELECT-LAST-CYCLE                         *
131600*****************************************************************
131700* NO CARRIED BALANCE ROW - THE CREDITS START AFTER THE DEALER'S *
131800* LAST ISSUED CYCLE, OR FROM THE BEGINNING WHEN IT HAS NEVER    *
131900* HAD A STATEMENT.                                              *
132000*****************************************************************
132100
132200 6400-SELECT-LAST-CYCLE.
132300     MOVE WS-TERM-DLR-NBR TO STLG-DLR-NBR.
132400
132500     EXEC SQL
132600       SELECT COALESCE(MAX(CYCLE_DATE), '0001-01-01')
132700        INTO :WS-FROM-DATE
132800         FROM VWMSTLG
132900         WHERE DLR_NBR     = :DCLVWMSTLG.STLG-DLR-NBR
133000           AND ACTION_CODE = 'I'
133100     END-EXEC.
133200
133300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
133400             Z-970-SET-DA-STATUS-DB2-EXIT.
133500
133600     IF DA-OK
133700         CONTINUE
133800     ELSE
133900         SET ABT-DO-ABEND     TO TRUE
134000         SET ABT-ERROR-IS-DB2 TO TRUE
134100         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
134200         MOVE '6400-SELE'     TO ABT-ERROR-SECTION
134300         MOVE 3871            TO ABT-ERROR-ABEND-CODE
134400         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
134500         PERFORM Z-980-ABNORMAL-TERM THRU
134600                 Z-980-ABNORMAL-TERM-RETURN
134700     END-IF.
134800 6400-EXIT.
134900     EXIT.
135000
135100*****************************************************************
135200*                7000-SELECT-VWMCTUPD                           *
135300*****************************************************************
135400* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
135500* SUBFUNCTION ROW) - THE LAST DATE A FINAL STATEMENT COVERS,    *
135600* AND THE DATE OF ITS STATEMENT NUMBER.                         *
135700*****************************************************************
135800
135900 7000-SELECT-VWMCTUPD.
136000     MOVE SPACES TO SUBSYSTEM-ID-IND
136100                    SUBFUNCTION-CODE.
136200
136300     EXEC SQL
136400       SELECT PROC_DATE
136500         INTO :DCLVWMCTUPD.PROC-DATE
136600         FROM VWMCTUPD
136700         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
136800           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
136900     END-EXEC.
137000
137100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
137200             Z-970-SET-DA-STATUS-DB2-EXIT.
137300
137400     IF DA-OK
137500         MOVE PROC-DATE TO WS-PROCESSING-DATE
137600     ELSE
137700         SET ABT-DO-ABEND     TO TRUE
137800         SET ABT-ERROR-IS-DB2 TO TRUE
137900         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
138000         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
138100         MOVE 3865            TO ABT-ERROR-ABEND-CODE
138200         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
138300         PERFORM Z-980-ABNORMAL-TERM THRU
138400                 Z-980-ABNORMAL-TERM-RETURN
138500     END-IF.
138600 7000-EXIT.
138700     EXIT.
138800
138900*****************************************************************
139000*                8000-UPDATE-VWMDLRB                            *
139100*****************************************************************
139200* THE CLOSING BALANCE, AS AT THE FINAL STATEMENT, STAYS ON THE  *
139300* ROW UNTIL THE CREDIT DEPARTMENT'S SETTLEMENT IS POSTED.       *
139400*****************************************************************
139500
139600 8000-UPDATE-VWMDLRB.
139700     EXEC SQL
139800         UPDATE VWMDLRB
139900            SET BALANCE_AMT     = :DCLVWMDLRB.DLRB-BALANCE-AMT,
140000                LAST_CYCLE_DATE =
140100                        :DCLVWMDLRB.DLRB-LAST-CYCLE-DATE
140200          WHERE DLR_NBR = :DCLVWMDLRB.DLRB-DLR-NBR
140300     END-EXEC.
140400
140500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
140600             Z-970-SET-DA-STATUS-DB2-EXIT.
140700
140800     IF NOT DA-OK
140900         SET ABT-DO-ABEND     TO TRUE
141000         SET ABT-ERROR-IS-DB2 TO TRUE
141100         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
141200         MOVE '8000-UPDA'     TO ABT-ERROR-SECTION
141300         MOVE 3875            TO ABT-ERROR-ABEND-CODE
141400         MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
141500         PERFORM Z-980-ABNORMAL-TERM THRU
141600                 Z-980-ABNORMAL-TERM-RETURN
141700     END-IF.
141800 8000-EXIT.
141900     EXIT.
142000
142100*****************************************************************
142200*                8010-INSERT-VWMDLRB                            *
142300*****************************************************************
142400* A DEALER WITH NO ROW YET BUT CREDITS ON ITS FINAL STATEMENT   *
142500* GETS ONE, IN THE CREDITS' CURRENCY, THE WAY MXBPA045 OPENS    *
142600* ONE AT A DEALER'S FIRST CYCLE.                                *
142700*****************************************************************
142800
142900 8010-INSERT-VWMDLRB.
143000     MOVE WS-TERM-DLR-NBR    TO DLRB-DLR-NBR.
143100     MOVE WS-CLOSING-BAL-AMT TO DLRB-BALANCE-AMT.
143200     MOVE WS-STMT-CURRENCY   TO DLRB-CURRENCY-CODE.
143300     MOVE WS-PROCESSING-DATE TO DLRB-LAST-CYCLE-DATE.
143400     MOVE 0                  TO DLRB-ARCHIVED-AMT.
143500
143600     EXEC SQL
143700         INSERT INTO VWMDLRB
143800             (DLR_NBR, BALANCE_AMT, CURRENCY_CODE,
143900              LAST_CYCLE_DATE, ARCHIVED_AMT)
144000             VALUES
144100             (:DCLVWMDLRB.DLRB-DLR-NBR,
144200              :DCLVWMDLRB.DLRB-BALANCE-AMT,
144300              :DCLVWMDLRB.DLRB-CURRENCY-CODE,
144400              :DCLVWMDLRB.DLRB-LAST-CYCLE-DATE,
144500              :DCLVWMDLRB.DLRB-ARCHIVED-AMT)
144600     END-EXEC.
144700
144800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
144900             Z-970-SET-DA-STATUS-DB2-EXIT.
145000
145100     IF NOT DA-OK
145200         SET ABT-DO-ABEND     TO TRUE
145300         SET ABT-ERROR-IS-DB2 TO TRUE
145400         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
145500         MOVE '8010-INSE'     TO ABT-ERROR-SECTION
145600         MOVE 3876            TO ABT-ERROR-ABEND-CODE
145700         MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
145800         PERFORM Z-980-ABNORMAL-TERM THRU
145900                 Z-980-ABNORMAL-TERM-RETURN
146000     END-IF.
146100 8010-EXIT.
146200     EXIT.
146300
146400*****************************************************************
146500*                8050-INSERT-VWMSCHS                            *
146600*****************************************************************
146700* THE CREDIT'S HISTORY ROW UNDER THE FINAL STATEMENT NUMBER, SO *
146800* THE MX55/MX73 INQUIRIES, AN MXBPA064 REBUILD AND THE MXBPA070 *
146900* BALANCE PROOF ALL SEE THE FINAL STATEMENT LIKE ANY OTHER.     *
147000*****************************************************************
147100
147200 8050-INSERT-VWMSCHS.
147300     EXEC SQL
147400         INSERT INTO VWMSCHS
147500             (DLR_NBR, CREDIT_MEMO_NBR, APPLIED_DATE,
147600              RECORD_TYPE, RECORD_TYPE_SEQ, CHARGE_TYPE,
147700              INVOICE_NBR, APPLIED_AMT, CURRENCY_CODE,
147800              STMT_NBR, GST_AMT, HST_AMT, PST_AMT,
147900              MODEL_NBR, SERIAL_NBR)
148000             VALUES
148100             (:DCLVWMSCHS.DLR-NBR,
148200              :DCLVWMSCHS.CREDIT-MEMO-NBR,
148300              :DCLVWMSCHS.APPLIED-DATE,
148400              :DCLVWMSCHS.RECORD-TYPE,
148500              :DCLVWMSCHS.RECORD-TYPE-SEQ,
148600              :DCLVWMSCHS.SCHS-CHARGE-TYPE,
148700              :DCLVWMSCHS.INVOICE-NBR,
148800              :DCLVWMSCHS.APPLIED-AMT,
148900              :DCLVWMSCHS.CURRENCY-CODE,
149000              :DCLVWMSCHS.SCHS-STMT-NBR,
149100              :DCLVWMSCHS.SCHS-GST-AMT,
149200              :DCLVWMSCHS.SCHS-HST-AMT,
149300              :DCLVWMSCHS.SCHS-PST-AMT,
149400              :DCLVWMSCHS.SCHS-MODEL-NBR,
149500              :DCLVWMSCHS.SCHS-SERIAL-NBR)
149600     END-EXEC.
149700
149800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
149900             Z-970-SET-DA-STATUS-DB2-EXIT.
150000
150100     IF NOT DA-OK
150200         SET ABT-DO-ABEND     TO TRUE
150300         SET ABT-ERROR-IS-DB2 TO TRUE
150400         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
150500         MOVE '8050-INSE'     TO ABT-ERROR-SECTION
150600         MOVE 3874            TO ABT-ERROR-ABEND-CODE
150700         MOVE 'VWMSCHS '      TO ABT-DA-ACCESS-NAME
150800         PERFORM Z-980-ABNORMAL-TERM THRU
150900                 Z-980-ABNORMAL-TERM-RETURN
151000     END-IF.
151100 8050-EXIT.
151200     EXIT.
151300
151400*****************************************************************
151500*                8100-INSERT-VWMSTLG                            *
151600*****************************************************************
151700* THE 'T' (FINAL STATEMENT) ROW ON THE STATEMENT LOG. THE CYCLE *
151800* DATE IS THE PROCESSING DATE THE STATEMENT RUNS TO.            *
151900*****************************************************************
152000
152100 8100-INSERT-VWMSTLG.
152200     MOVE WS-FINAL-STMT-NBR  TO STLG-STMT-NBR.
152300     MOVE WS-TERM-DLR-NBR    TO STLG-DLR-NBR.
152400     MOVE WS-PROCESSING-DATE TO STLG-CYCLE-DATE.
152500     MOVE 'T'                TO STLG-ACTION-CODE.
152600     MOVE WS-PROCESSING-DATE TO STLG-ACTION-DATE.
152700
152800     EXEC SQL
152900         INSERT INTO VWMSTLG
153000             (STMT_NBR, DLR_NBR, CYCLE_DATE,
153100              ACTION_CODE, ACTION_DATE)
153200             VALUES
153300             (:DCLVWMSTLG.STLG-STMT-NBR,
153400              :DCLVWMSTLG.STLG-DLR-NBR,
153500              :DCLVWMSTLG.STLG-CYCLE-DATE,
153600              :DCLVWMSTLG.STLG-ACTION-CODE,
153700              :DCLVWMSTLG.STLG-ACTION-DATE)
153800     END-EXEC.
153900
154000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
154100             Z-970-SET-DA-STATUS-DB2-EXIT.
154200
154300     IF NOT DA-OK
154400         SET ABT-DO-ABEND     TO TRUE
154500         SET ABT-ERROR-IS-DB2 TO TRUE
154600         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
154700         MOVE '8100-INSE'     TO ABT-ERROR-SECTION
154800         MOVE 3877            TO ABT-ERROR-ABEND-CODE
154900         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
155000         PERFORM Z-980-ABNORMAL-TERM THRU
155100                 Z-980-ABNORMAL-TERM-RETURN
155200     END-IF.
155300 8100-EXIT.
155400     EXIT.
155500
155600*****************************************************************
155700*                8200-INSERT-VWMDTRM                            *
155800*****************************************************************
155900* THE TERMINATION ROW - FROM HERE ON MXBPA045 LEAVES THE DEALER *
156000* OUT OF EVERY CYCLE.                                           *
156100*****************************************************************
156200
156300 8200-INSERT-VWMDTRM.
156400     MOVE WS-TERM-DLR-NBR     TO DTRM-DLR-NBR.
156500     MOVE WS-TERM-EFF-DATE    TO DTRM-EFF-DATE.
156600     MOVE WS-FINAL-STMT-NBR   TO DTRM-FINAL-STMT-NBR.
156700     MOVE WS-PROCESSING-DATE  TO DTRM-ISSUE-DATE.
156800     MOVE WS-OPENING-BAL-AMT  TO DTRM-OPENING-BAL-AMT.
156900     MOVE WS-CREDIT-TOTAL-AMT TO DTRM-CREDIT-AMT.
157000     MOVE WS-CLOSING-BAL-AMT  TO DTRM-CLOSING-BAL-AMT.
157100     MOVE WS-STMT-CURRENCY    TO DTRM-CURRENCY-CODE.
157200     MOVE WS-TRAN-REASON      TO DTRM-REASON-TEXT.
157300     MOVE MXAW82-PREPARED-BY  TO DTRM-REQUESTED-BY.
157400     MOVE MXAW82-APPROVED-BY  TO DTRM-APPROVED-BY.
157500
157600     EXEC SQL
157700         INSERT INTO VWMDTRM
157800             (DLR_NBR, EFF_DATE, FINAL_STMT_NBR, ISSUE_DATE,
157900              OPENING_BAL_AMT, CREDIT_AMT, CLOSING_BAL_AMT,
158000              CURRENCY_CODE, REASON_TEXT, REQUESTED_BY,
158100              APPROVED_BY)
158200             VALUES
158300             (:DCLVWMDTRM.DTRM-DLR-NBR,
158400              :DCLVWMDTRM.DTRM-EFF-DATE,
158500              :DCLVWMDTRM.DTRM-FINAL-STMT-NBR,
158600              :DCLVWMDTRM.DTRM-ISSUE-DATE,
158700              :DCLVWMDTRM.DTRM-OPENING-BAL-AMT,
158800              :DCLVWMDTRM.DTRM-CREDIT-AMT,
158900              :DCLVWMDTRM.DTRM-CLOSING-BAL-AMT,
159000              :DCLVWMDTRM.DTRM-CURRENCY-CODE,
159100              :DCLVWMDTRM.DTRM-REASON-TEXT,
159200              :DCLVWMDTRM.DTRM-REQUESTED-BY,
159300              :DCLVWMDTRM.DTRM-APPROVED-BY)
159400     END-EXEC.
159500
159600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
159700             Z-970-SET-DA-STATUS-DB2-EXIT.
159800
159900     IF NOT DA-OK
160000         SET ABT-DO-ABEND     TO TRUE
160100         SET ABT-ERROR-IS-DB2 TO TRUE
160200         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
160300         MOVE '8200-INSE'     TO ABT-ERROR-SECTION
160400         MOVE 3878            TO ABT-ERROR-ABEND-CODE
160500         MOVE 'VWMDTRM '      TO ABT-DA-ACCESS-NAME
160600         PERFORM Z-980-ABNORMAL-TERM THRU
160700                 Z-980-ABNORMAL-TERM-RETURN
160800     END-IF.
160900 8200-EXIT.
161000     EXIT.
161100
161200*****************************************************************
161300*                8300-INSERT-VWMMNTA                            *
161400*****************************************************************
161500* THE AUDIT ROW FOR THE TERMINATION, NAMING THE DECK'S PREPARER *
161600* AND APPROVER, AS EVERY CONTROL-TABLE DECK WRITES. THE DATE    *
161700* AND TIME ARE LEFT TO DB2.                                     *
161800*****************************************************************
161900
162000 8300-INSERT-VWMMNTA.
162100     MOVE WS-TERM-EFF-DATE   TO WS-IMG-EFF-DATE.
162200     MOVE WS-FINAL-STMT-NBR  TO WS-IMG-FINAL-STMT-NBR.
162300     MOVE WS-CLOSING-BAL-AMT TO WS-IMG-CLOSING-BAL-AMT.
162400
162500     MOVE 'VWMDTRM '         TO MNTA-TABLE-NAME.
162600     MOVE 'ADD   '           TO MNTA-ACTION-CODE.
162700     MOVE WS-TERM-DLR-NBR    TO MNTA-CUST-NO.
162800     MOVE SPACES             TO MNTA-BEFORE-IMAGE.
162900     MOVE WS-DTRM-IMAGE      TO MNTA-AFTER-IMAGE.
163000     MOVE MXAW82-PREPARED-BY TO MNTA-CHANGED-BY.
163100     MOVE MXAW82-APPROVED-BY TO MNTA-APPROVED-BY.
163200     MOVE SPACES             TO MNTA-ROW-KEY.
163300     MOVE 'MXBPA085'         TO MNTA-CHANGE-SOURCE.
163400
163500     EXEC SQL
163600         INSERT INTO VWMMNTA
163700             (TABLE_NAME, ACTION_CODE, CUST_NO,
163800              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
163900              ROW_KEY, APPROVED_BY, CHANGE_SOURCE,
164000              CHANGE_DATE, CHANGE_TIME)
164100             VALUES
164200             (:DCLVWMMNTA.MNTA-TABLE-NAME,
164300              :DCLVWMMNTA.MNTA-ACTION-CODE,
164400              :DCLVWMMNTA.MNTA-CUST-NO,
164500              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
164600              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
164700              :DCLVWMMNTA.MNTA-CHANGED-BY,
164800              :DCLVWMMNTA.MNTA-ROW-KEY,
164900              :DCLVWMMNTA.MNTA-APPROVED-BY,
165000              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
165100              CURRENT DATE,
165200              CURRENT TIME)
165300     END-EXEC.
165400
165500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
165600             Z-970-SET-DA-STATUS-DB2-EXIT.
165700
165800     IF NOT DA-OK
165900         SET ABT-DO-ABEND     TO TRUE
166000         SET ABT-ERROR-IS-DB2 TO TRUE
166100         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
166200         MOVE '8300-INSE'     TO ABT-ERROR-SECTION
166300         MOVE 3879            TO ABT-ERROR-ABEND-CODE
166400         MOVE 'VWMMNTA '      TO ABT-DA-ACCESS-NAME
166500         PERFORM Z-980-ABNORMAL-TERM THRU
166600                 Z-980-ABNORMAL-TERM-RETURN
166700     END-IF.
166800 8300-EXIT.
166900     EXIT.
167000
167100*****************************************************************
167200*                   8900-CURRENCY-TOTAL                         *
167300*****************************************************************
167400* ONE CURRENCY LINE OF THE RUN TOTALS, FOR 9900.                *
167500*****************************************************************
167600
167700 8900-CURRENCY-TOTAL.
167800     MOVE WS-CURR-ENT-DEALERS (WS-CURR-IX) TO WS-RPT-ED-COUNT.
167900     MOVE WS-CURR-ENT-OPENING (WS-CURR-IX) TO WS-RPT-ED-OPENING.
168000     MOVE WS-CURR-ENT-CREDITS (WS-CURR-IX) TO WS-RPT-ED-CREDITS.
168100     MOVE WS-CURR-ENT-CLOSING (WS-CURR-IX) TO WS-RPT-ED-CLOSING.
168200     MOVE SPACES TO WS-REPORT-LINE.
168300     STRING '  CURRENCY '                  DELIMITED BY SIZE
168400            WS-CURR-ENT-CODE (WS-CURR-IX)  DELIMITED BY SIZE
168500            '  DEALERS '                   DELIMITED BY SIZE
168600            WS-RPT-ED-COUNT                DELIMITED BY SIZE
168700            '  OPENING '                   DELIMITED BY SIZE
168800            WS-RPT-ED-OPENING              DELIMITED BY SIZE
168900            '  CREDITS '                   DELIMITED BY SIZE
169000            WS-RPT-ED-CREDITS              DELIMITED BY SIZE
169100            '  CLOSING '                   DELIMITED BY SIZE
169200            WS-RPT-ED-CLOSING              DELIMITED BY SIZE
169300            INTO WS-REPORT-LINE.
169400     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
169500     ADD +1 TO WS-CURR-IX.
169600 8900-EXIT.
169700     EXIT.
169800
169900*****************************************************************
170000*                   9900-TERMINATION                            *
170100*****************************************************************
170200* THE TOTALS PER CURRENCY FOR THE CREDIT DEPARTMENT AND THE RUN *
170300* COUNTS. THE WHOLE DECK COMMITS AS ONE UNIT OF WORK, SO A      *
170400* FAILED RUN LEAVES NOTHING HALF-TERMINATED AND CAN BE RERUN.   *
170500*****************************************************************
170600
170700 9900-TERMINATION.
170800     EXEC SQL
170900         COMMIT
171000     END-EXEC.
171100
171200     MOVE SPACES TO WS-REPORT-LINE.
171300     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
171400     MOVE 'BALANCES TO SETTLE BY CURRENCY' TO WS-REPORT-LINE.
171500     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
171600     MOVE 1 TO WS-CURR-IX.
171700     PERFORM 8900-CURRENCY-TOTAL THRU 8900-EXIT
171800         UNTIL WS-CURR-IX > WS-CURR-COUNT.
171900
172000     MOVE SPACES TO WS-REPORT-LINE.
172100     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
172200
172300     MOVE WS-TRANS-READ TO WS-RPT-ED-COUNT.
172400     MOVE SPACES TO WS-REPORT-LINE.
172500     STRING 'CARDS READ (WITH AUTH CARD)... ' DELIMITED BY SIZE
172600            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
172700            INTO WS-REPORT-LINE.
172800     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
172900
173000     MOVE WS-DEALERS-TERMINATED TO WS-RPT-ED-COUNT.
173100     MOVE SPACES TO WS-REPORT-LINE.
173200     STRING 'FINAL STATEMENTS ISSUED....... ' DELIMITED BY SIZE
173300            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
173400            INTO WS-REPORT-LINE.
173500     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
173600
173700     MOVE WS-CREDITS-READ TO WS-RPT-ED-COUNT.
173800     MOVE SPACES TO WS-REPORT-LINE.
173900     STRING 'CREDITS ON FINAL STATEMENTS... ' DELIMITED BY SIZE
174000            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
174100            INTO WS-REPORT-LINE.
174200     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
174300
174400     MOVE WS-TRANS-REJECTED TO WS-RPT-ED-COUNT.
174500     MOVE SPACES TO WS-REPORT-LINE.
174600     STRING 'CARDS REJECTED................ ' DELIMITED BY SIZE
174700            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
174800            INTO WS-REPORT-LINE.
174900     WRITE SETTLEMENT-REGISTER-REC FROM WS-REPORT-LINE.
175000
175100     IF WS-TRANS-REJECTED > 0
175200         MOVE 4 TO RETURN-CODE
175300     END-IF.
175400
175500     CLOSE TERMINATION-TRAN-FILE
175600           FINAL-STATEMENT-OUTFILE
175700           SETTLEMENT-REGISTER.
175800
175900     MOVE WS-DEALERS-TERMINATED TO WS-RPT-ED-COUNT.
176000     DISPLAY 'FINAL STATEMENTS  ' WS-RPT-ED-COUNT.
176100     MOVE WS-TRANS-REJECTED TO WS-RPT-ED-COUNT.
176200     DISPLAY 'CARDS REJECTED    ' WS-RPT-ED-COUNT.
176300     DISPLAY ' '.
176400     DISPLAY 'PROGRAM MXBPA085 SUCCESSFULLY COMPLETED'.
176500 9900-EXIT.
176600     EXIT.
176700
176800     EXEC SQL
176900          INCLUDE MXWP02
177000     END-EXEC.
