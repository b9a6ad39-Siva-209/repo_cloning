000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA070.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA070 - VWMDLRB CARRIED-BALANCE PROOF.                      |
001000* MXBPA045 ROLLS EACH DEALER'S VWMDLRB BALANCE FORWARD CYCLE     |
001100* AFTER CYCLE AND WRITES THE SAME PRINTED ACTIVITY TO VWMSCHS,   |
001200* SO FOR EVERY DEALER                                            |
001300*    BALANCE_AMT = ARCHIVED_AMT + SUM(VWMSCHS APPLIED_AMT)       |
001400* (ARCHIVED_AMT CARRIES THE HISTORY MXBPA050 HAS ARCHIVED). THIS |
001500* STEP REBUILDS THE EXPECTED BALANCE FROM THE HISTORY AND PROVES |
001600* IT, AND THE LAST_CYCLE_DATE, AGAINST THE VWMDLRB ROW. IT IS    |
001700* RUN BETWEEN CYCLES - ROUTINELY, AND AFTER ANY AMENDED RUN,     |
001800* MXBPA050 RESTORE OR DRY RUN.                                   |
001900*                                                                |
002000* EXCEPTIONS, BY CONTROL ENTITY (VWMCU00 CNTL_ENT_NO):           |
002100*  - BALANCE DOES NOT AGREE TO HISTORY (OUTSIDE THE PARM         |
002200*    TOLERANCE)                                                  |
002300*  - HISTORY ON VWMSCHS BUT NO VWMDLRB ROW                       |
002400*  - LAST_CYCLE_DATE EARLIER THAN THE DEALER'S LAST ISSUED OR    |
002500*    AMENDED STATEMENT ON VWMSTLG, OR LATER THAN THE PROCESSING  |
002600*    DATE                                                        |
002700*  - HISTORY IN A CURRENCY OTHER THAN THE BALANCE CURRENCY       |
002800*                                                                |
002900* FOR EVERY DEALER IN EXCEPTION (EXCEPT A CURRENCY MISMATCH,     |
003000* WHICH NEEDS RESEARCH, NOT A FIGURE) A PROPOSED CORRECTION CARD |
003100* IS WRITTEN TO MXA070O1 IN THE MXBPA071 CARD LAYOUT, WITH THE   |
003200* APPROVER FIELD LEFT BLANK. ONCE THE CREDIT DEPARTMENT APPROVES |
003300* A CARD AND KEYS ITS USER ID IN THE APPROVER FIELD, MXBPA071    |
003400* APPLIES IT WITH A VWMMNTA AUDIT ROW.                           |
003500*                                                                |
003600* RETURN CODE 4 WHEN ANY EXCEPTION IS REPORTED.                  |
003700*================================================================*
003800*  TABLE   |   VIEW   |     DESCRIPTION                          |
003900*----------+-----------------------------------------------------*
004000* TBMDLRB  | VWMDLRB  |  DEALER RUNNING CREDIT BALANCE           |
004100* TBMSCHS  | VWMSCHS  |  STATEMENT OF CREDIT HISTORY             |
004200* TBMSTLG  | VWMSTLG  |  STATEMENT NUMBER LOG                    |
004300* TBMCU00  | VWMCU00  |  CUSTOMER                                |
004400* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
004500*================================================================*
004600*   PLAN   | BIND INCLUDE MEMBERS                                |
004700*----------+-----------------------------------------------------*
004800* PBMPA070 | PBMPA070                                            |
004900*================================================================*
005000*-----------------------------------------------------------------
005100
005200 ENVIRONMENT DIVISION.
005300
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT BALANCE-PROOF-PARM
005700         ASSIGN TO MXPA070I.
005800
005900     SELECT CORRECTION-CARD-OUTFILE
006000         ASSIGN TO UT-S-MXA070O1.
006100
006200     SELECT BALANCE-PROOF-REPORT
006300         ASSIGN TO MXPA070R.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BALANCE-PROOF-PARM
006800     RECORDING MODE IS F.
006900 01  BALANCE-PROOF-PARM-REC              PIC X(80).
007000
007100 FD  CORRECTION-CARD-OUTFILE
007200     RECORDING MODE IS F.
007300 01  CORRECTION-CARD-OUT-REC             PIC X(80).
007400
007500 FD  BALANCE-PROOF-REPORT
007600     RECORDING MODE IS F.
007700 01  BALANCE-PROOF-REC                   PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-SWITHCES.
008100     05  WS-NO-MORE-DLRB-SW              PIC X(01) VALUE 'N'.
008200         88 NO-MORE-DLRB                           VALUE 'Y'.
008300     05  WS-FIRST-DEALER-SW              PIC X(01) VALUE 'Y'.
008400         88 FIRST-DEALER                           VALUE 'Y'.
008500     05  WS-ENT-HEADING-SW               PIC X(01) VALUE 'N'.
008600         88 WS-ENT-HEADING-DONE                    VALUE 'Y'.
008700     05  WS-BAL-EXC-SW                   PIC X(01) VALUE 'N'.
008800         88 WS-BAL-EXCEPTION                       VALUE 'Y'.
008900     05  WS-NOROW-EXC-SW                 PIC X(01) VALUE 'N'.
009000         88 WS-NOROW-EXCEPTION                     VALUE 'Y'.
009100     05  WS-CYCLE-EXC-SW                 PIC X(01) VALUE 'N'.
009200         88 WS-CYCLE-BEHIND                        VALUE 'B'.
009300         88 WS-CYCLE-AHEAD                         VALUE 'A'.
009400     05  WS-CURR-EXC-SW                  PIC X(01) VALUE 'N'.
009500         88 WS-CURR-EXCEPTION                      VALUE 'Y'.
009600
009700*  CONTROL CARD LAYOUT (OPTIONAL - NO CARD = ALL ENTITIES, EXACT):
009800*    COLS  1-04  CONTROL ENTITY, ZERO OR BLANK = ALL ENTITIES
009900*    COLS  6-16  VARIANCE TOLERANCE 9(09)V99, BLANK = ZERO
010000 01  WS-PROOF-CONTROL-PARM.
010100     05  WS-PARM-CNTL-ENT-X              PIC X(04).
010200     05  WS-PARM-CNTL-ENT-9 REDEFINES WS-PARM-CNTL-ENT-X
010300                                         PIC 9(04).
010400     05  FILLER                          PIC X(01).
010500     05  WS-PARM-TOLERANCE-X             PIC X(11).
010600     05  WS-PARM-TOLERANCE-9 REDEFINES WS-PARM-TOLERANCE-X
010700                                         PIC 9(09)V99.
010800     05  FILLER                          PIC X(64).
010900
011000 01  WS-SELECT-CNTL-ENT                  PIC S9(04) COMP VALUE 0.
011100 01  WS-TOLERANCE-AMT                    PIC S9(09)V99 COMP-3
011200                                                   VALUE 0.
011300 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
011400*  THE CURSOR RETURNS THIS FOR A DATE THAT DOES NOT EXIST.
011500 01  WS-NO-DATE                          PIC X(10)
011600                                             VALUE '0001-01-01'.
011700
011800*  ONE PROOF ROW OFF THE VWMDLRBP CURSOR.
011900 01  WS-PROOF-ROW.
012000     05  WS-PR-DLR-NBR                   PIC S9(09) COMP.
012100     05  WS-PR-CNTL-ENT-NO               PIC S9(04) COMP.
012200     05  WS-PR-DLRB-ROW-IND              PIC X(01).
012300         88 WS-PR-DLRB-ROW-FOUND                   VALUE 'Y'.
012400     05  WS-PR-BALANCE-AMT               PIC S9(13)V99 COMP-3.
012500     05  WS-PR-ARCHIVED-AMT              PIC S9(13)V99 COMP-3.
012600     05  WS-PR-CURRENCY-CODE             PIC X(03).
012700     05  WS-PR-LAST-CYCLE-DATE           PIC X(10).
012800     05  WS-PR-HIST-AMT                  PIC S9(13)V99 COMP-3.
012900     05  WS-PR-HIST-ROWS                 PIC S9(09) COMP.
013000     05  WS-PR-HIST-CURR-CODE            PIC X(03).
013100     05  WS-PR-HIST-CURR-COUNT           PIC S9(09) COMP.
013200     05  WS-PR-LAST-APPLIED-DATE         PIC X(10).
013300     05  WS-PR-LAST-STMT-CYCLE           PIC X(10).
013400
013500 01  WS-EXPECTED-AMT                     PIC S9(13)V99 COMP-3
013600                                                   VALUE 0.
013700 01  WS-VARIANCE-AMT                     PIC S9(13)V99 COMP-3
013800                                                   VALUE 0.
013900 01  WS-ABS-VARIANCE-AMT                 PIC S9(13)V99 COMP-3
014000                                                   VALUE 0.
014100 01  WS-PROPOSED-CYCLE-DATE              PIC X(10) VALUE SPACES.
014200 01  WS-PREV-CNTL-ENT-NO                 PIC S9(04) COMP VALUE 0.
014300
014400 01  WS-COUNTERS COMP-3.
014500     05  WS-DEALERS-PROVED               PIC S9(09) VALUE 0.
014600     05  WS-DEALERS-IN-EXCEPTION         PIC S9(09) VALUE 0.
014700     05  WS-BALANCE-EXCEPTIONS           PIC S9(09) VALUE 0.
014800     05  WS-NOROW-EXCEPTIONS             PIC S9(09) VALUE 0.
014900     05  WS-CYCLE-EXCEPTIONS             PIC S9(09) VALUE 0.
015000     05  WS-CURR-EXCEPTIONS              PIC S9(09) VALUE 0.
015100     05  WS-CARDS-WRITTEN                PIC S9(09) VALUE 0.
015200     05  WS-ENT-DEALERS-PROVED           PIC S9(09) VALUE 0.
015300     05  WS-ENT-DEALERS-IN-EXC           PIC S9(09) VALUE 0.
015400
015500*  CORRECTION CARD - SAME LAYOUT AS THE MXBPA071 INPUT CARD:
015600*    COLS  1-06  ACTION 'CORRCT'
015700*    COLS  8-16  DEALER NUMBER
015800*    COLS 18-33  BALANCE_AMT ON VWMDLRB WHEN PROVED (SIGN LEADING)
015900*    COLS 35-50  PROPOSED BALANCE_AMT (SIGN LEADING)
016000*    COLS 52-61  PROPOSED LAST_CYCLE_DATE, BLANK = UNCHANGED
016100*    COLS 63-70  APPROVED BY - LEFT BLANK FOR THE APPROVER
016200*    COLS 72-79  PREPARED BY - 'MXBPA070'
016300 01  WS-CORRECTION-CARD.
016400     05  WS-CC-ACTION                    PIC X(06).
016500     05  FILLER                          PIC X(01).
016600     05  WS-CC-DLR-NBR                   PIC 9(09).
016700     05  FILLER                          PIC X(01).
016800     05  WS-CC-OLD-AMT                   PIC S9(13)V99
016900                                     SIGN LEADING SEPARATE.
017000     05  FILLER                          PIC X(01).
017100     05  WS-CC-NEW-AMT                   PIC S9(13)V99
017200                                     SIGN LEADING SEPARATE.
017300     05  FILLER                          PIC X(01).
017400     05  WS-CC-NEW-CYCLE-DATE            PIC X(10).
017500     05  FILLER                          PIC X(01).
017600     05  WS-CC-APPROVED-BY               PIC X(08).
017700     05  FILLER                          PIC X(01).
017800     05  WS-CC-PREPARED-BY               PIC X(08).
017900     05  FILLER                          PIC X(01).
018000
018100 01  PROOF-HEAD-1.
018200     05  FILLER                  PIC X(08) VALUE 'MXBPA070'.
018300     05  FILLER                  PIC X(10) VALUE SPACES.
018400     05  FILLER                  PIC X(42) VALUE
018500         'VWMDLRB CARRIED BALANCE PROOF - EXCEPTIONS'.
018600     05  FILLER                  PIC X(10) VALUE SPACES.
018700     05  FILLER                  PIC X(07) VALUE 'AS OF: '.
018800     05  PH1-PROC-DATE           PIC X(10).
018900     05  FILLER                  PIC X(04) VALUE SPACES.
019000     05  FILLER                  PIC X(11) VALUE 'TOLERANCE: '.
019100     05  PH1-TOLERANCE           PIC ZZZ,ZZZ,ZZ9.99.
019200     05  FILLER                  PIC X(16) VALUE SPACES.
019300
019400 01  PROOF-HEAD-2.
019500     05  FILLER                  PIC X(10) VALUE '   DEALER '.
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  FILLER                  PIC X(03) VALUE 'CUR'.
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  FILLER                  PIC X(18) VALUE
020000         '   VWMDLRB BALANCE'.
020100     05  FILLER                  PIC X(01) VALUE SPACES.
020200     05  FILLER                  PIC X(18) VALUE
020300         '      ARCHIVED AMT'.
020400     05  FILLER                  PIC X(01) VALUE SPACES.
020500     05  FILLER                  PIC X(18) VALUE
020600         '  VWMSCHS HISTORY '.
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  FILLER                  PIC X(18) VALUE
020900         '          VARIANCE'.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  FILLER                  PIC X(10) VALUE 'LAST CYCLE'.
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  FILLER                  PIC X(10) VALUE 'LAST STMT '.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  FILLER                  PIC X(10) VALUE 'LAST APPLD'.
021600     05  FILLER                  PIC X(04) VALUE SPACES.
021700
021800 01  ENTITY-HEAD-LINE.
021900     05  FILLER                  PIC X(16) VALUE
022000         'CONTROL ENTITY: '.
022100     05  EHL-CNTL-ENT-NO         PIC ZZZ9.
022200     05  FILLER                  PIC X(112) VALUE SPACES.
022300
022400 01  PROOF-DETAIL-LINE.
022500     05  PDL-DLR-NBR                     PIC ZZZZZZZZZ9.
022600     05  FILLER                          PIC X(02) VALUE SPACES.
022700     05  PDL-CURRENCY-CODE               PIC X(03).
022800     05  FILLER                          PIC X(02) VALUE SPACES.
022900     05  PDL-BALANCE-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023000     05  FILLER                          PIC X(01) VALUE SPACES.
023100     05  PDL-ARCHIVED-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023200     05  FILLER                          PIC X(01) VALUE SPACES.
023300     05  PDL-HIST-AMT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023400     05  FILLER                          PIC X(01) VALUE SPACES.
023500     05  PDL-VARIANCE-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023600     05  FILLER                          PIC X(02) VALUE SPACES.
023700     05  PDL-LAST-CYCLE-DATE             PIC X(10).
023800     05  FILLER                          PIC X(02) VALUE SPACES.
023900     05  PDL-LAST-STMT-CYCLE             PIC X(10).
024000     05  FILLER                          PIC X(02) VALUE SPACES.
024100     05  PDL-LAST-APPLIED-DATE           PIC X(10).
024200     05  FILLER                          PIC X(04) VALUE SPACES.
024300
024400 01  PROOF-REASON-LINE.
024500     05  FILLER                          PIC X(12) VALUE
024600         '        ** '.
024700     05  PRL-REASON-TEXT                 PIC X(60).
024800     05  FILLER                          PIC X(60) VALUE SPACES.
024900
025000 01  ENTITY-TOTAL-LINE.
025100     05  FILLER                          PIC X(12) VALUE SPACES.
025200     05  FILLER                          PIC X(20) VALUE
025300         'ENTITY TOTAL - DLRS '.
025400     05  ETL-DEALERS-PROVED              PIC ZZZ,ZZ9.
025500     05  FILLER                          PIC X(18) VALUE
025600         '  IN EXCEPTION:   '.
025700     05  ETL-DEALERS-IN-EXC              PIC ZZZ,ZZ9.
025800     05  FILLER                          PIC X(68) VALUE SPACES.
025900
026000 01  WS-REPORT-LINE                      PIC X(132).
026100 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
026200
026300     EXEC SQL
026400          INCLUDE MXWW03
026500     END-EXEC.
026600
026700******************************************************************
026800*  DB2 table includes
026900******************************************************************
027000
027100     EXEC SQL
027200         INCLUDE VWMDLRB
027300     END-EXEC.
027400
027500     EXEC SQL
027600         INCLUDE VWMCTUPD
027700     END-EXEC.
027800
027900     EXEC SQL
028000         INCLUDE SQLCA
028100     END-EXEC.
028200
028300*****************************************************************
028400*  CURSOR DEFINITION FOR THE PROOF - EVERY VWMDLRB ROW AND      *
028500*  EVERY DEALER WITH VWMSCHS HISTORY, WHETHER OR NOT IT HAS A   *
028600*  VWMDLRB ROW (THE FULL JOIN), WITH THE HISTORY TOTALS AND THE *
028700*  LAST ISSUED/AMENDED STATEMENT CYCLE OFF VWMSTLG. MISSING     *
028800*  DATES COME BACK AS 0001-01-01, MISSING AMOUNTS AS ZERO.      *
028900*****************************************************************
029000
029100     EXEC SQL
029200        DECLARE VWMDLRBP CURSOR FOR
029300         SELECT COALESCE(B.DLR_NBR, H.DLR_NBR)
029400               ,COALESCE(C.CNTL_ENT_NO, 0)
029500               ,CASE WHEN B.DLR_NBR IS NULL THEN 'N'
029600                     ELSE 'Y' END
029700               ,COALESCE(B.BALANCE_AMT, 0)
029800               ,COALESCE(B.ARCHIVED_AMT, 0)
029900               ,COALESCE(B.CURRENCY_CODE, H.CURRENCY_CODE)
030000               ,COALESCE(B.LAST_CYCLE_DATE, '0001-01-01')
030100               ,COALESCE(H.HIST_AMT, 0)
030200               ,COALESCE(H.HIST_ROWS, 0)
030300               ,COALESCE(H.CURRENCY_CODE, '   ')
030400               ,COALESCE(H.CURR_COUNT, 0)
030500               ,COALESCE(H.LAST_APPLIED, '0001-01-01')
030600               ,COALESCE(L.LAST_CYCLE, '0001-01-01')
030700           FROM VWMDLRB B
030800                FULL OUTER JOIN
030900                (SELECT DLR_NBR
031000                       ,SUM(APPLIED_AMT)     AS HIST_AMT
031100                       ,COUNT(*)             AS HIST_ROWS
031200                       ,MIN(CURRENCY_CODE)   AS CURRENCY_CODE
031300                       ,COUNT(DISTINCT CURRENCY_CODE)
031400                                             AS CURR_COUNT
031500                       ,MAX(APPLIED_DATE)    AS LAST_APPLIED
031600                   FROM VWMSCHS
031700                  GROUP BY DLR_NBR) H
031800                   ON H.DLR_NBR = B.DLR_NBR
031900                LEFT OUTER JOIN
032000                (SELECT DLR_NBR
032100                       ,MAX(CYCLE_DATE)      AS LAST_CYCLE
032200                   FROM VWMSTLG
032300                  WHERE ACTION_CODE IN ('I', 'A')
032400                  GROUP BY DLR_NBR) L
032500                   ON L.DLR_NBR = COALESCE(B.DLR_NBR, H.DLR_NBR)
032600                LEFT OUTER JOIN VWMCU00 C
032700                   ON C.CUST_NO = COALESCE(B.DLR_NBR, H.DLR_NBR)
032800          WHERE :WS-SELECT-CNTL-ENT = 0
032900             OR C.CNTL_ENT_NO = :WS-SELECT-CNTL-ENT
033000          ORDER BY 2, 1
033100     END-EXEC.
033200
033300 PROCEDURE DIVISION.
033400
033500*****************************************************************
033600*                     0000-MAINLINE                             *
033700*****************************************************************
033800
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
034100     PERFORM 2000-PROVE-ONE-DEALER THRU 2000-EXIT
034200         UNTIL NO-MORE-DLRB.
034300     PERFORM 9900-TERMINATION THRU 9900-EXIT.
034400     GOBACK.
034500 0000-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*                      1000-INITIALIZATION                      *
035000*****************************************************************
035100
035200 1000-INITIALIZATION.
035300     DISPLAY ' '.
035400     DISPLAY 'PROGRAM MXBPA070 BEGINNING EXECUTION'.
035500     DISPLAY ' '.
035600     MOVE 'MXBPA070' TO ABT-PGM-NAME.
035700
035800     OPEN INPUT  BALANCE-PROOF-PARM
035900          OUTPUT CORRECTION-CARD-OUTFILE
036000                 BALANCE-PROOF-REPORT.
036100
036200     PERFORM 1100-READ-CONTROL-PARM THRU 1100-EXIT.
036300
036400     CLOSE BALANCE-PROOF-PARM.
036500
036600     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
036700
036800     MOVE WS-PROCESSING-DATE TO PH1-PROC-DATE.
036900     MOVE WS-TOLERANCE-AMT   TO PH1-TOLERANCE.
037000     WRITE BALANCE-PROOF-REC FROM PROOF-HEAD-1.
037100     MOVE SPACES TO WS-REPORT-LINE.
037200     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
037300     WRITE BALANCE-PROOF-REC FROM PROOF-HEAD-2.
037400     MOVE ALL '-' TO WS-REPORT-LINE.
037500     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
037600
037700     EXEC SQL
037800         OPEN VWMDLRBP
037900     END-EXEC.
038000
038100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
038200             Z-970-SET-DA-STATUS-DB2-EXIT.
038300
038400     IF DA-OK
038500         PERFORM 5000-FETCH-VWMDLRBP THRU 5000-EXIT
038600     ELSE
038700         SET ABT-DO-ABEND     TO TRUE
038800         SET ABT-ERROR-IS-DB2 TO TRUE
038900         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
039000         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
039100         MOVE 3752            TO ABT-ERROR-ABEND-CODE
039200         MOVE 'VWMDLRBP'      TO ABT-DA-ACCESS-NAME
039300         PERFORM Z-980-ABNORMAL-TERM THRU
039400                 Z-980-ABNORMAL-TERM-RETURN
039500     END-IF.
039600 1000-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000*                1100-READ-CONTROL-PARM                         *
040100*****************************************************************
040200* THE CARD IS OPTIONAL. A NON-NUMERIC ENTITY OR TOLERANCE IS A  *
040300* BAD CARD AND STOPS THE RUN RATHER THAN PROVING THE WRONG SET. *
040400*****************************************************************
040500
040600 1100-READ-CONTROL-PARM.
040700     MOVE SPACES TO WS-PROOF-CONTROL-PARM.
040800     READ BALANCE-PROOF-PARM INTO WS-PROOF-CONTROL-PARM
040900         AT END CONTINUE.
041000
041100     IF WS-PARM-CNTL-ENT-X = SPACES
041200         MOVE 0 TO WS-SELECT-CNTL-ENT
041300     ELSE
041400         IF WS-PARM-CNTL-ENT-X IS NUMERIC
041500             MOVE WS-PARM-CNTL-ENT-9 TO WS-SELECT-CNTL-ENT
041600         ELSE
041700             PERFORM 1900-BAD-PARM THRU 1900-EXIT
041800         END-IF
041900     END-IF.
042000
042100     IF WS-PARM-TOLERANCE-X = SPACES
042200         MOVE 0 TO WS-TOLERANCE-AMT
042300     ELSE
042400         IF WS-PARM-TOLERANCE-X IS NUMERIC
042500             MOVE WS-PARM-TOLERANCE-9 TO WS-TOLERANCE-AMT
042600         ELSE
042700             PERFORM 1900-BAD-PARM THRU 1900-EXIT
042800         END-IF
042900     END-IF.
043000
043100     IF WS-SELECT-CNTL-ENT = 0
043200         DISPLAY 'PROVING ALL CONTROL ENTITIES'
043300     ELSE
043400         DISPLAY 'PROVING CONTROL ENTITY ' WS-PARM-CNTL-ENT-X
043500     END-IF.
043600 1100-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*                1900-BAD-PARM                                  *
044100*****************************************************************
044200
044300 1900-BAD-PARM.
044400     DISPLAY 'INVALID CONTROL CARD: ' WS-PROOF-CONTROL-PARM.
044500     SET ABT-DO-ABEND     TO TRUE
044600     SET ABT-ERROR-IS-SEQ TO TRUE
044700     MOVE 'SEQ     '      TO ABT-DA-FUNCTION
044800     MOVE '1900-PARM'     TO ABT-ERROR-SECTION
044900     MOVE 3753            TO ABT-ERROR-ABEND-CODE
045000     MOVE 'MXPA070I'      TO ABT-DA-ACCESS-NAME
045100     PERFORM Z-980-ABNORMAL-TERM THRU
045200             Z-980-ABNORMAL-TERM-RETURN.
045300 1900-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*                2000-PROVE-ONE-DEALER                          *
045800*****************************************************************
045900* ONE DEALER: CONTROL-ENTITY BREAK, THE FOUR CHECKS, AND - WHEN *
046000* ANY CHECK FAILS - THE EXCEPTION LINES AND THE PROPOSED CARD.  *
046100*****************************************************************
046200
046300 2000-PROVE-ONE-DEALER.
046400     IF FIRST-DEALER
046500         MOVE 'N' TO WS-FIRST-DEALER-SW
046600         MOVE WS-PR-CNTL-ENT-NO TO WS-PREV-CNTL-ENT-NO
046700     ELSE
046800         IF WS-PR-CNTL-ENT-NO NOT = WS-PREV-CNTL-ENT-NO
046900             PERFORM 2100-ENTITY-BREAK THRU 2100-EXIT
047000             MOVE WS-PR-CNTL-ENT-NO TO WS-PREV-CNTL-ENT-NO
047100         END-IF
047200     END-IF.
047300
047400     ADD +1 TO WS-DEALERS-PROVED
047500               WS-ENT-DEALERS-PROVED.
047600
047700     MOVE 'N' TO WS-BAL-EXC-SW
047800                 WS-NOROW-EXC-SW
047900                 WS-CYCLE-EXC-SW
048000                 WS-CURR-EXC-SW.
048100     MOVE SPACES TO WS-PROPOSED-CYCLE-DATE.
048200
048300     PERFORM 2200-CHECK-BALANCE    THRU 2200-EXIT.
048400     PERFORM 2300-CHECK-CYCLE-DATE THRU 2300-EXIT.
048500     PERFORM 2400-CHECK-CURRENCY   THRU 2400-EXIT.
048600
048700     IF WS-BAL-EXCEPTION    OR
048800        WS-NOROW-EXCEPTION  OR
048900        WS-CYCLE-BEHIND     OR
049000        WS-CYCLE-AHEAD      OR
049100        WS-CURR-EXCEPTION
049200         ADD +1 TO WS-DEALERS-IN-EXCEPTION
049300                   WS-ENT-DEALERS-IN-EXC
049400         PERFORM 3000-REPORT-EXCEPTION THRU 3000-EXIT
049500         IF WS-CURR-EXCEPTION
049600             CONTINUE
049700         ELSE
049800             PERFORM 3100-WRITE-CORRECTION-CARD THRU 3100-EXIT
049900         END-IF
050000     END-IF.
050100
050200     PERFORM 5000-FETCH-VWMDLRBP THRU 5000-EXIT.
050300 2000-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*                2100-ENTITY-BREAK                              *
050800*****************************************************************
050900* AN ENTITY WITH NO EXCEPTIONS PRINTS NOTHING - THE REPORT IS   *
051000* AN EXCEPTION REPORT. THE CLOSING COUNTS SHOW WHAT WAS PROVED. *
051100*****************************************************************
051200
051300 2100-ENTITY-BREAK.
051400     IF WS-ENT-HEADING-DONE
051500         MOVE WS-ENT-DEALERS-PROVED TO ETL-DEALERS-PROVED
051600         MOVE WS-ENT-DEALERS-IN-EXC TO ETL-DEALERS-IN-EXC
051700         WRITE BALANCE-PROOF-REC FROM ENTITY-TOTAL-LINE
051800         MOVE SPACES TO WS-REPORT-LINE
051900         WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE
052000     END-IF.
052100
052200     MOVE 'N' TO WS-ENT-HEADING-SW.
052300     MOVE 0   TO WS-ENT-DEALERS-PROVED
052400                 WS-ENT-DEALERS-IN-EXC.
052500 2100-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*                2200-CHECK-BALANCE                             *
053000*****************************************************************
053100* EXPECTED BALANCE = ARCHIVED AMOUNT + HISTORY STILL ON FILE.   *
053200* A DEALER WITH HISTORY AND NO VWMDLRB ROW WOULD OPEN ITS NEXT  *
053300* STATEMENT AT ZERO, SO THAT IS AN EXCEPTION OF ITS OWN.        *
053400*****************************************************************
053500
053600 2200-CHECK-BALANCE.
053700     COMPUTE WS-EXPECTED-AMT =
053800         WS-PR-ARCHIVED-AMT + WS-PR-HIST-AMT.
053900     COMPUTE WS-VARIANCE-AMT =
054000         WS-PR-BALANCE-AMT - WS-EXPECTED-AMT.
054100
054200     IF WS-VARIANCE-AMT < 0
054300         COMPUTE WS-ABS-VARIANCE-AMT = 0 - WS-VARIANCE-AMT
054400     ELSE
054500         MOVE WS-VARIANCE-AMT TO WS-ABS-VARIANCE-AMT
054600     END-IF.
054700
054800     IF WS-PR-DLRB-ROW-FOUND
054900         CONTINUE
055000     ELSE
055100         IF WS-EXPECTED-AMT NOT = 0
055200             SET WS-NOROW-EXCEPTION TO TRUE
055300             ADD +1 TO WS-NOROW-EXCEPTIONS
055400         END-IF
055500         GO TO 2200-EXIT
055600     END-IF.
055700
055800     IF WS-ABS-VARIANCE-AMT > WS-TOLERANCE-AMT
055900         SET WS-BAL-EXCEPTION TO TRUE
056000         ADD +1 TO WS-BALANCE-EXCEPTIONS
056100     END-IF.
056200 2200-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*                2300-CHECK-CYCLE-DATE                          *
056700*****************************************************************
056800* EVERY ISSUED OR AMENDED STATEMENT ROLLS THE BALANCE, SO THE   *
056900* LAST_CYCLE_DATE CAN NEVER BE EARLIER THAN THE LAST 'I'/'A'    *
057000* CYCLE ON VWMSTLG (A CYCLE WITH NO PRINTED ACTIVITY STILL      *
057100* ROLLS IT, SO LATER IS FINE), AND NEVER LATER THAN THE         *
057200* PROCESSING DATE. THE PROPOSED DATE IS THE LAST STATEMENT      *
057300* CYCLE, OR FOR A MISSING ROW THE LAST APPLIED HISTORY DATE     *
057400* WHEN THE DEALER HAS NO LOGGED STATEMENT.                      *
057500*****************************************************************
057600
057700 2300-CHECK-CYCLE-DATE.
057800     IF WS-NOROW-EXCEPTION
057900         IF WS-PR-LAST-STMT-CYCLE NOT = WS-NO-DATE
058000             MOVE WS-PR-LAST-STMT-CYCLE TO WS-PROPOSED-CYCLE-DATE
058100         ELSE
058200             MOVE WS-PR-LAST-APPLIED-DATE
058300                                    TO WS-PROPOSED-CYCLE-DATE
058400         END-IF
058500         GO TO 2300-EXIT
058600     END-IF.
058700
058800     IF WS-PR-DLRB-ROW-FOUND
058900         CONTINUE
059000     ELSE
059100         GO TO 2300-EXIT
059200     END-IF.
059300
059400     IF WS-PR-LAST-CYCLE-DATE > WS-PROCESSING-DATE
059500         SET WS-CYCLE-AHEAD TO TRUE
059600         ADD +1 TO WS-CYCLE-EXCEPTIONS
059700         IF WS-PR-LAST-STMT-CYCLE NOT = WS-NO-DATE
059800             MOVE WS-PR-LAST-STMT-CYCLE TO WS-PROPOSED-CYCLE-DATE
059900         END-IF
060000         GO TO 2300-EXIT
060100     END-IF.
060200
060300     IF WS-PR-LAST-STMT-CYCLE NOT = WS-NO-DATE AND
060400        WS-PR-LAST-CYCLE-DATE < WS-PR-LAST-STMT-CYCLE
060500         SET WS-CYCLE-BEHIND TO TRUE
060600         ADD +1 TO WS-CYCLE-EXCEPTIONS
060700         MOVE WS-PR-LAST-STMT-CYCLE TO WS-PROPOSED-CYCLE-DATE
060800     END-IF.
060900 2300-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300*                2400-CHECK-CURRENCY                            *
061400*****************************************************************
061500* THE PROOF ADDS HISTORY AMOUNTS, WHICH ONLY MEANS SOMETHING IN *
061600* ONE CURRENCY - HISTORY IN TWO CURRENCIES, OR IN ONE OTHER     *
061700* THAN THE BALANCE'S, IS REPORTED FOR RESEARCH WITH NO CARD.    *
061800*****************************************************************
061900
062000 2400-CHECK-CURRENCY.
062100     IF WS-PR-HIST-ROWS = 0
062200         GO TO 2400-EXIT
062300     END-IF.
062400
062500     IF WS-PR-HIST-CURR-COUNT > 1 OR
062600        WS-PR-HIST-CURR-CODE NOT = WS-PR-CURRENCY-CODE
062700         SET WS-CURR-EXCEPTION TO TRUE
062800         ADD +1 TO WS-CURR-EXCEPTIONS
062900     END-IF.
063000 2400-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400*                3000-REPORT-EXCEPTION                          *
063500*****************************************************************
063600* THE DEALER'S FIGURES ON ONE LINE, THEN ONE LINE PER FAILED    *
063700* CHECK. THE ENTITY HEADING GOES OUT AHEAD OF ITS FIRST DEALER. *
063800*****************************************************************
063900
064000 3000-REPORT-EXCEPTION.
064100     IF WS-ENT-HEADING-DONE
064200         CONTINUE
064300     ELSE
064400         MOVE WS-PR-CNTL-ENT-NO TO EHL-CNTL-ENT-NO
064500         WRITE BALANCE-PROOF-REC FROM ENTITY-HEAD-LINE
064600         SET WS-ENT-HEADING-DONE TO TRUE
064700     END-IF.
064800
064900     MOVE WS-PR-DLR-NBR         TO PDL-DLR-NBR.
065000     MOVE WS-PR-CURRENCY-CODE   TO PDL-CURRENCY-CODE.
065100     MOVE WS-PR-BALANCE-AMT     TO PDL-BALANCE-AMT.
065200     MOVE WS-PR-ARCHIVED-AMT    TO PDL-ARCHIVED-AMT.
065300     MOVE WS-PR-HIST-AMT        TO PDL-HIST-AMT.
065400     MOVE WS-VARIANCE-AMT       TO PDL-VARIANCE-AMT.
065500     MOVE WS-PR-LAST-CYCLE-DATE TO PDL-LAST-CYCLE-DATE.
065600     MOVE WS-PR-LAST-STMT-CYCLE TO PDL-LAST-STMT-CYCLE.
065700     MOVE WS-PR-LAST-APPLIED-DATE
065800                                TO PDL-LAST-APPLIED-DATE.
065900     IF WS-PR-LAST-CYCLE-DATE = WS-NO-DATE
066000         MOVE SPACES TO PDL-LAST-CYCLE-DATE
066100     END-IF.
066200     IF WS-PR-LAST-STMT-CYCLE = WS-NO-DATE
066300         MOVE SPACES TO PDL-LAST-STMT-CYCLE
066400     END-IF.
066500     IF WS-PR-LAST-APPLIED-DATE = WS-NO-DATE
066600         MOVE SPACES TO PDL-LAST-APPLIED-DATE
066700     END-IF.
066800     WRITE BALANCE-PROOF-REC FROM PROOF-DETAIL-LINE.
066900
067000     IF WS-NOROW-EXCEPTION
067100         MOVE 'HISTORY ON VWMSCHS BUT NO VWMDLRB ROW'
067200                                    TO PRL-REASON-TEXT
067300         WRITE BALANCE-PROOF-REC FROM PROOF-REASON-LINE
067400     END-IF.
067500     IF WS-BAL-EXCEPTION
067600         MOVE 'BALANCE DOES NOT AGREE TO ARCHIVED + HISTORY'
067700                                    TO PRL-REASON-TEXT
067800         WRITE BALANCE-PROOF-REC FROM PROOF-REASON-LINE
067900     END-IF.
068000     IF WS-CYCLE-BEHIND
068100         MOVE 'LAST CYCLE DATE EARLIER THAN LAST STATEMENT CYCLE'
068200                                    TO PRL-REASON-TEXT
068300         WRITE BALANCE-PROOF-REC FROM PROOF-REASON-LINE
068400     END-IF.
068500     IF WS-CYCLE-AHEAD
068600         MOVE 'LAST CYCLE DATE LATER THAN PROCESSING DATE'
068700                                    TO PRL-REASON-TEXT
068800         WRITE BALANCE-PROOF-REC FROM PROOF-REASON-LINE
068900     END-IF.
069000     IF WS-CURR-EXCEPTION
069100         MOVE 'HISTORY CURRENCY DIFFERS - RESEARCH, NO CARD'
069200                                    TO PRL-REASON-TEXT
069300         WRITE BALANCE-PROOF-REC FROM PROOF-REASON-LINE
069400     END-IF.
069500 3000-EXIT.
069600     EXIT.
069700
069800*****************************************************************
069900*                3100-WRITE-CORRECTION-CARD                     *
070000*****************************************************************
070100* THE CARD CARRIES THE BALANCE AS PROVED, SO MXBPA071 CAN       *
070200* REFUSE IT IF THE ROW HAS MOVED SINCE (A CYCLE RAN IN BETWEEN).*
070300* A BALANCE INSIDE TOLERANCE IS PROPOSED UNCHANGED.             *
070400*****************************************************************
070500
070600 3100-WRITE-CORRECTION-CARD.
070700     MOVE SPACES              TO WS-CORRECTION-CARD.
070800     MOVE 'CORRCT'            TO WS-CC-ACTION.
070900     MOVE WS-PR-DLR-NBR       TO WS-CC-DLR-NBR.
071000     MOVE WS-PR-BALANCE-AMT   TO WS-CC-OLD-AMT.
071100     IF WS-BAL-EXCEPTION OR
071200        WS-NOROW-EXCEPTION
071300         MOVE WS-EXPECTED-AMT   TO WS-CC-NEW-AMT
071400     ELSE
071500         MOVE WS-PR-BALANCE-AMT TO WS-CC-NEW-AMT
071600     END-IF.
071700     MOVE WS-PROPOSED-CYCLE-DATE TO WS-CC-NEW-CYCLE-DATE.
071800     MOVE 'MXBPA070'          TO WS-CC-PREPARED-BY.
071900
072000     WRITE CORRECTION-CARD-OUT-REC FROM WS-CORRECTION-CARD.
072100     ADD +1 TO WS-CARDS-WRITTEN.
072200 3100-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*                5000-FETCH-VWMDLRBP                            *
072700*****************************************************************
072800
072900 5000-FETCH-VWMDLRBP.
073000     EXEC SQL
073100       FETCH VWMDLRBP
073200         INTO :WS-PR-DLR-NBR,
073300              :WS-PR-CNTL-ENT-NO,
073400              :WS-PR-DLRB-ROW-IND,
073500              :WS-PR-BALANCE-AMT,
073600              :WS-PR-ARCHIVED-AMT,
073700              :WS-PR-CURRENCY-CODE,
073800              :WS-PR-LAST-CYCLE-DATE,
073900              :WS-PR-HIST-AMT,
074000              :WS-PR-HIST-ROWS,
074100              :WS-PR-HIST-CURR-CODE,
074200              :WS-PR-HIST-CURR-COUNT,
074300              :WS-PR-LAST-APPLIED-DATE,
074400              :WS-PR-LAST-STMT-CYCLE
074500     END-EXEC.
074600
074700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
074800             Z-970-SET-DA-STATUS-DB2-EXIT.
074900
075000     EVALUATE TRUE
075100         WHEN DA-OK
075200             CONTINUE
075300
075400         WHEN DA-NOTFOUND
075500             SET NO-MORE-DLRB TO TRUE
075600
075700         WHEN OTHER
075800             SET ABT-DO-ABEND     TO TRUE
075900             SET ABT-ERROR-IS-DB2 TO TRUE
076000             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
076100             MOVE '5000-FETC'     TO ABT-ERROR-SECTION
076200             MOVE 3754            TO ABT-ERROR-ABEND-CODE
076300             MOVE 'VWMDLRBP'      TO ABT-DA-ACCESS-NAME
076400             PERFORM Z-980-ABNORMAL-TERM THRU
076500                     Z-980-ABNORMAL-TERM-RETURN
076600     END-EVALUATE.
076700 5000-EXIT.
076800     EXIT.
076900
077000*****************************************************************
077100*                7000-SELECT-VWMCTUPD                           *
077200*****************************************************************
077300* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
077400* SUBFUNCTION ROW) - NO LAST_CYCLE_DATE MAY BE LATER.           *
077500*****************************************************************
077600
077700 7000-SELECT-VWMCTUPD.
077800     MOVE SPACES TO SUBSYSTEM-ID-IND
077900                    SUBFUNCTION-CODE.
078000
078100     EXEC SQL
078200       SELECT PROC_DATE
078300         INTO :DCLVWMCTUPD.PROC-DATE
078400         FROM VWMCTUPD
078500         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
078600           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
078700     END-EXEC.
078800
078900     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
079000             Z-970-SET-DA-STATUS-DB2-EXIT.
079100
079200     IF DA-OK
079300         MOVE PROC-DATE TO WS-PROCESSING-DATE
079400     ELSE
079500         SET ABT-DO-ABEND     TO TRUE
079600         SET ABT-ERROR-IS-DB2 TO TRUE
079700         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
079800         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
079900         MOVE 3755            TO ABT-ERROR-ABEND-CODE
080000         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
080100         PERFORM Z-980-ABNORMAL-TERM THRU
080200                 Z-980-ABNORMAL-TERM-RETURN
080300     END-IF.
080400 7000-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*                   9900-TERMINATION                            *
080900*****************************************************************
081000
081100 9900-TERMINATION.
081200     EXEC SQL
081300         CLOSE VWMDLRBP
081400     END-EXEC.
081500
081600     IF WS-DEALERS-PROVED > 0
081700         PERFORM 2100-ENTITY-BREAK THRU 2100-EXIT
081800     END-IF.
081900
082000     IF WS-DEALERS-IN-EXCEPTION = 0
082100         MOVE SPACES TO WS-REPORT-LINE
082200         MOVE 'NO EXCEPTIONS - EVERY DEALER PROVED'
082300                                         TO WS-REPORT-LINE
082400         WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE
082500     END-IF.
082600
082700     MOVE ALL '-' TO WS-REPORT-LINE.
082800     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
082900
083000     MOVE WS-DEALERS-PROVED TO WS-RPT-ED-COUNT.
083100     MOVE SPACES TO WS-REPORT-LINE.
083200     STRING 'DEALERS PROVED............... ' DELIMITED BY SIZE
083300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
083400            INTO WS-REPORT-LINE.
083500     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
083600
083700     MOVE WS-DEALERS-IN-EXCEPTION TO WS-RPT-ED-COUNT.
083800     MOVE SPACES TO WS-REPORT-LINE.
083900     STRING 'DEALERS IN EXCEPTION......... ' DELIMITED BY SIZE
084000            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
084100            INTO WS-REPORT-LINE.
084200     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
084300
084400     MOVE WS-BALANCE-EXCEPTIONS TO WS-RPT-ED-COUNT.
084500     MOVE SPACES TO WS-REPORT-LINE.
084600     STRING '  BALANCE VARIANCES.......... ' DELIMITED BY SIZE
084700            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
084800            INTO WS-REPORT-LINE.
084900     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
085000
085100     MOVE WS-NOROW-EXCEPTIONS TO WS-RPT-ED-COUNT.
085200     MOVE SPACES TO WS-REPORT-LINE.
085300     STRING '  NO VWMDLRB ROW............. ' DELIMITED BY SIZE
085400            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
085500            INTO WS-REPORT-LINE.
085600     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
085700
085800     MOVE WS-CYCLE-EXCEPTIONS TO WS-RPT-ED-COUNT.
085900     MOVE SPACES TO WS-REPORT-LINE.
086000     STRING '  LAST CYCLE DATE............ ' DELIMITED BY SIZE
086100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
086200            INTO WS-REPORT-LINE.
086300     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
086400
086500     MOVE WS-CURR-EXCEPTIONS TO WS-RPT-ED-COUNT.
086600     MOVE SPACES TO WS-REPORT-LINE.
086700     STRING '  CURRENCY................... ' DELIMITED BY SIZE
086800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
086900            INTO WS-REPORT-LINE.
087000     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
087100
087200     MOVE WS-CARDS-WRITTEN TO WS-RPT-ED-COUNT.
087300     MOVE SPACES TO WS-REPORT-LINE.
087400     STRING 'CORRECTION CARDS PROPOSED.... ' DELIMITED BY SIZE
087500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
087600            INTO WS-REPORT-LINE.
087700     WRITE BALANCE-PROOF-REC FROM WS-REPORT-LINE.
087800
087900     IF WS-DEALERS-IN-EXCEPTION > 0
088000         MOVE 4 TO RETURN-CODE
088100     END-IF.
088200
088300     CLOSE CORRECTION-CARD-OUTFILE
088400           BALANCE-PROOF-REPORT.
088500
088600     MOVE WS-DEALERS-IN-EXCEPTION TO WS-RPT-ED-COUNT.
088700     DISPLAY ' '.
088800     DISPLAY 'DEALERS IN EXCEPTION ' WS-RPT-ED-COUNT.
088900     DISPLAY ' '.
089000     DISPLAY 'PROGRAM MXBPA070 SUCCESSFULLY COMPLETED'.
089100 9900-EXIT.
089200     EXIT.
089300
089400     EXEC SQL
089500          INCLUDE MXWP02
089600     END-EXEC.
