000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA084.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA084 - ANNUAL DORMANT CREDIT BALANCE REPORT.               |
001000* LISTS EVERY DEALER WITH A NON-ZERO VWMDLRB BALANCE WHOSE LAST  |
001100* STATEMENT CYCLE IS OLDER THAN THE DORMANCY PERIOD - INCLUDING  |
001200* DEALERS WHOSE CRED_PRT_FLAG HAS SINCE BEEN TURNED OFF, WHOSE   |
001300* BALANCE WILL NEVER REACH A STATEMENT AGAIN. GROUPED BY         |
001400* STATE/PROVINCE (VWMCU00) AND CURRENCY WITH A SUBTOTAL PER      |
001500* GROUP AND A TOTAL PER CURRENCY, SHOWING THE LAST STATEMENT     |
001600* NUMBER ISSUED (VWMSTLG).                                       |
001700* EVERY DORMANT CREDIT BALANCE ALSO GETS A DUE-DILIGENCE LETTER  |
001800* RECORD (MXAW84) ON MXPA084L FOR THE UNCLAIMED-PROPERTY         |
001900* MAILING. A DEBIT BALANCE IS OWED BY THE DEALER, NOT TO THEM,   |
002000* AND IS LISTED WITHOUT A LETTER; SO IS A BALANCE WHOSE DEALER   |
002100* IS NO LONGER ON VWMCU00 (NO ADDRESS) - RETURN CODE 4 THEN.     |
002200* READ ONLY.                                                     |
002300* MXPA084I CONTROL CARD (OPTIONAL):                              |
002400*    COLS 1-3  DORMANCY PERIOD IN MONTHS (BLANK = 036)           |
002500*    COLS 5-7  DAYS THE DEALER HAS TO RESPOND (BLANK = 060)      |
002600*================================================================*
002700*  TABLE   |   VIEW   |     DESCRIPTION                          |
002800*----------+-----------------------------------------------------*
002900* TBMDLRB  | VWMDLRB  |  DEALER RUNNING CREDIT BALANCE           |
003000* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
003100* TBMSTLG  | VWMSTLG  |  STATEMENT ISSUANCE/REPRINT LOG          |
003200* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003300*================================================================*
003400*   PLAN   | BIND INCLUDE MEMBERS                                |
003500*----------+-----------------------------------------------------*
003600* PBMPA084 | PBMPA084                                            |
003700*================================================================*
003800*-----------------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DORMANT-PARM-FILE
004500         ASSIGN TO MXPA084I.
004600
004700     SELECT DUE-DILIGENCE-LETTER-FILE
004800         ASSIGN TO MXPA084L.
004900
005000     SELECT DORMANT-BALANCE-REPORT
005100         ASSIGN TO MXPA084R.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DORMANT-PARM-FILE
005600     RECORDING MODE IS F.
005700 01  DORMANT-PARM-REC                    PIC X(80).
005800
005900 FD  DUE-DILIGENCE-LETTER-FILE
006000     RECORDING MODE IS F.
006100 01  DUE-DILIGENCE-LETTER-REC            PIC X(250).
006200
006300 FD  DORMANT-BALANCE-REPORT
006400     RECORDING MODE IS F.
006500 01  DORMANT-BALANCE-REC                 PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITHCES.
006900     05  WS-NO-MORE-DORMANT-SW           PIC X(01) VALUE 'N'.
007000         88 NO-MORE-DORMANT                        VALUE 'Y'.
007100     05  WS-FIRST-ROW-SW                 PIC X(01) VALUE 'Y'.
007200         88 WS-FIRST-ROW                           VALUE 'Y'.
007300     05  WS-CURR-FOUND-SW                PIC X(01) VALUE 'N'.
007400         88 WS-CURR-FOUND                          VALUE 'Y'.
007500
007600 01  WS-COUNTERS COMP-3.
007700     05  WS-DEALERS-LISTED               PIC S9(09) VALUE 0.
007800     05  WS-LETTERS-WRITTEN              PIC S9(09) VALUE 0.
007900     05  WS-DEBIT-NO-LETTER              PIC S9(09) VALUE 0.
008000     05  WS-NO-CUST-NO-LETTER            PIC S9(09) VALUE 0.
008100     05  WS-GRP-DEALERS                  PIC S9(09) VALUE 0.
008200     05  WS-GRP-LETTERS                  PIC S9(09) VALUE 0.
008300
008400 01  WS-GRP-BALANCE-AMT                  PIC S9(13)V99 COMP-3
008500                                                   VALUE 0.
008600
008700*  CONTROL CARD LAYOUT (OPTIONAL - NO CARD = 36 MONTHS, 60 DAYS):
008800*    COLS  1-3   DORMANCY PERIOD IN MONTHS, BLANK = 036
008900*    COLS  5-7   DAYS TO RESPOND TO THE LETTER, BLANK = 060
009000 01  WS-DORMANT-CONTROL-PARM.
009100     05  WS-PARM-MONTHS-X                PIC X(03).
009200     05  WS-PARM-MONTHS-9 REDEFINES WS-PARM-MONTHS-X
009300                                         PIC 9(03).
009400     05  FILLER                          PIC X(01).
009500     05  WS-PARM-DAYS-X                  PIC X(03).
009600     05  WS-PARM-DAYS-9 REDEFINES WS-PARM-DAYS-X
009700                                         PIC 9(03).
009800     05  FILLER                          PIC X(73).
009900
010000 01  WS-DORMANT-MONTHS                   PIC S9(03) COMP-3
010100                                                   VALUE 36.
010200 01  WS-RESPOND-DAYS                     PIC S9(03) COMP-3
010300                                                   VALUE 60.
010400 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
010500 01  WS-CUTOFF-DATE                      PIC X(10) VALUE SPACES.
010600 01  WS-RESPOND-BY-DATE                  PIC X(10) VALUE SPACES.
010700
010800*  ONE DORMANT BALANCE OFF THE VWMDLRBD CURSOR. THE NAME AND
010900*  ADDRESS ARE FETCHED INTO DCLVWMCU00.
011000 01  WS-DORMANT-ROW.
011100     05  WS-DR-DLR-NBR                   PIC S9(09) COMP.
011200     05  WS-DR-CURRENCY-CODE             PIC X(03).
011300     05  WS-DR-BALANCE-AMT               PIC S9(13)V99 COMP-3.
011400     05  WS-DR-LAST-CYCLE-DATE           PIC X(10).
011500     05  WS-DR-DAYS-DORMANT              PIC S9(09) COMP.
011600     05  WS-DR-CUST-ROW-IND              PIC X(01).
011700         88 WS-DR-CUST-ROW-FOUND                   VALUE 'Y'.
011800     05  WS-DR-ST-PROV-CODE              PIC X(02).
011900     05  WS-DR-COUNTRY-CODE              PIC X(03).
012000     05  WS-DR-CRED-PRT-FLAG             PIC X(01).
012100     05  WS-DR-LANGUAGE-CODE             PIC X(06).
012200     05  WS-DR-ZIP-POSTAL-CODE           PIC X(10).
012300     05  WS-DR-LAST-STMT-NBR             PIC X(12).
012400
012500 01  WS-PREV-ST-PROV-CODE                PIC X(02).
012600 01  WS-PREV-CURRENCY-CODE               PIC X(03).
012700
012800*  TOTAL DORMANT BALANCE PER CURRENCY FOR THE RUN.
012900 01  WS-CURR-TABLE.
013000     05  WS-CURR-COUNT                   PIC S9(04) COMP VALUE 0.
013100     05  WS-CURR-IX                      PIC S9(04) COMP VALUE 0.
013200     05  WS-CURR-ENTRY OCCURS 50 TIMES.
013300         10  WS-CURR-ENT-CODE            PIC X(03).
013400         10  WS-CURR-ENT-DEALERS         PIC S9(09) COMP-3.
013500         10  WS-CURR-ENT-AMT             PIC S9(13)V99 COMP-3.
013600
013700     COPY MXAW84.
013800
013900 01  DORM-HEAD-1.
014000     05  FILLER                  PIC X(08) VALUE 'MXBPA084'.
014100     05  FILLER                  PIC X(10) VALUE SPACES.
014200     05  FILLER                  PIC X(42) VALUE
014300         'DORMANT CREDIT BALANCES - UNCLAIMED PROP. '.
014400     05  FILLER                  PIC X(10) VALUE SPACES.
014500     05  FILLER                  PIC X(07) VALUE 'AS OF: '.
014600     05  DH1-PROC-DATE           PIC X(10).
014700     05  FILLER                  PIC X(45) VALUE SPACES.
014800
014900 01  DORM-HEAD-2.
015000     05  FILLER                  PIC X(37) VALUE
015100         'NO STATEMENT CYCLE SINCE BEFORE:     '.
015200     05  DH2-CUTOFF-DATE         PIC X(10).
015300     05  FILLER                  PIC X(05) VALUE SPACES.
015400     05  FILLER                  PIC X(18) VALUE
015500         'DORMANCY MONTHS:  '.
015600     05  DH2-MONTHS              PIC ZZ9.
015700     05  FILLER                  PIC X(05) VALUE SPACES.
015800     05  FILLER                  PIC X(19) VALUE
015900         'LETTER RESPOND BY: '.
016000     05  DH2-RESPOND-BY-DATE     PIC X(10).
016100     05  FILLER                  PIC X(25) VALUE SPACES.
016200
016300 01  DORM-HEAD-3.
016400     05  FILLER                  PIC X(02) VALUE 'ST'.
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  FILLER                  PIC X(03) VALUE 'CUR'.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  FILLER                  PIC X(09) VALUE '   DEALER'.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  FILLER                  PIC X(30) VALUE 'DEALER NAME'.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  FILLER                  PIC X(03) VALUE 'CTY'.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  FILLER                  PIC X(03) VALUE 'PRT'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  FILLER                  PIC X(10) VALUE 'LAST CYCLE'.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  FILLER                  PIC X(06) VALUE '  DAYS'.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  FILLER                  PIC X(12) VALUE 'LAST STMT NO'.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  FILLER                  PIC X(17) VALUE
018300         '          BALANCE'.
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  FILLER                  PIC X(17) VALUE 'LETTER'.
018600
018700 01  DORM-DETAIL-LINE.
018800     05  DDL-ST-PROV-CODE                PIC X(02).
018900     05  FILLER                          PIC X(02) VALUE SPACES.
019000     05  DDL-CURRENCY-CODE               PIC X(03).
019100     05  FILLER                          PIC X(02) VALUE SPACES.
019200     05  DDL-DLR-NBR                     PIC ZZZZZZZZ9.
019300     05  FILLER                          PIC X(02) VALUE SPACES.
019400     05  DDL-DLR-NAME                    PIC X(30).
019500     05  FILLER                          PIC X(02) VALUE SPACES.
019600     05  DDL-COUNTRY-CODE                PIC X(03).
019700     05  FILLER                          PIC X(02) VALUE SPACES.
019800     05  FILLER                          PIC X(01) VALUE SPACES.
019900     05  DDL-CRED-PRT-FLAG               PIC X(01).
020000     05  FILLER                          PIC X(01) VALUE SPACES.
020100     05  FILLER                          PIC X(02) VALUE SPACES.
020200     05  DDL-LAST-CYCLE-DATE             PIC X(10).
020300     05  FILLER                          PIC X(02) VALUE SPACES.
020400     05  DDL-DAYS-DORMANT                PIC ZZZZZ9.
020500     05  FILLER                          PIC X(02) VALUE SPACES.
020600     05  DDL-LAST-STMT-NBR               PIC X(12).
020700     05  FILLER                          PIC X(02) VALUE SPACES.
020800     05  DDL-BALANCE-AMT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                          PIC X(02) VALUE SPACES.
021000     05  DDL-LETTER-NOTE                 PIC X(16).
021100     05  FILLER                          PIC X(01) VALUE SPACES.
021200
021300 01  WS-REPORT-LINE                      PIC X(132).
021400 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
021500 01  WS-RPT-ED-LETTERS                   PIC ZZZ,ZZZ,ZZ9.
021600 01  WS-RPT-ED-AMT                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
021700
021800     EXEC SQL
021900          INCLUDE MXWW03
022000     END-EXEC.
022100
022200******************************************************************
022300*  DB2 table includes
022400******************************************************************
022500
022600     EXEC SQL
022700         INCLUDE VWMDLRB
022800     END-EXEC.
022900
023000     EXEC SQL
023100         INCLUDE VWMCU00
023200     END-EXEC.
023300
023400     EXEC SQL
023500         INCLUDE VWMSTLG
023600     END-EXEC.
023700
023800     EXEC SQL
023900         INCLUDE VWMCTUPD
024000     END-EXEC.
024100
024200     EXEC SQL
024300         INCLUDE SQLCA
024400     END-EXEC.
024500
024600*****************************************************************
024700*  CURSOR DEFINITION FOR THE DORMANT BALANCES, BY STATE/PROVINCE*
024800*  AND CURRENCY. A DEALER NO LONGER ON VWMCU00 STILL LISTS (WITH*
024900*  A BLANK STATE). THE LAST STATEMENT IS THE 'I' ROW OF THE     *
025000*  DEALER'S LATEST ISSUED CYCLE. THE DAY ARITHMETIC IS LEFT TO  *
025100*  DB2, AS MXBPA076 DOES.                                       *
025200*****************************************************************
025300
025400     EXEC SQL
025500        DECLARE VWMDLRBD CURSOR FOR
025600         SELECT B.DLR_NBR
025700               ,B.CURRENCY_CODE
025800               ,B.BALANCE_AMT
025900               ,B.LAST_CYCLE_DATE
026000               ,DAYS(:WS-PROCESSING-DATE) -
026100                DAYS(B.LAST_CYCLE_DATE)
026200               ,CASE WHEN C.CUST_NO IS NULL
026300                     THEN 'N' ELSE 'Y' END
026400               ,COALESCE(C.ST_PROV_CODE, ' ')
026500               ,COALESCE(C.COUNTRY_CODE, ' ')
026600               ,COALESCE(C.CRED_PRT_FLAG, ' ')
026700               ,COALESCE(C.LANGUAGE_CODE, ' ')
026800               ,COALESCE(C.ZIP_POSTAL_CODE, ' ')
026900               ,COALESCE(C.LEGAL_NAME, ' ')
027000               ,COALESCE(C.ADDR1_NAME, ' ')
027100               ,COALESCE(C.ADDR2_NAME, ' ')
027200               ,COALESCE(C.CITY_NAME, ' ')
027300               ,COALESCE(
027400                (SELECT MAX(S.STMT_NBR)
027500                   FROM VWMSTLG S
027600                  WHERE S.DLR_NBR     = B.DLR_NBR
027700                    AND S.ACTION_CODE IN ('I','T')
027800                    AND S.CYCLE_DATE  =
027900                        (SELECT MAX(T.CYCLE_DATE)
028000                           FROM VWMSTLG T
028100                          WHERE T.DLR_NBR     = B.DLR_NBR
028200                            AND T.ACTION_CODE IN ('I','T'))),
028300                ' ')
028400           FROM VWMDLRB B
028500                LEFT OUTER JOIN VWMCU00 C
028600                   ON C.CUST_NO = B.DLR_NBR
028700          WHERE B.BALANCE_AMT     <> 0
028800            AND B.LAST_CYCLE_DATE <  :WS-CUTOFF-DATE
028900          ORDER BY 7, 2, 1
029000     END-EXEC.
029100
029200 PROCEDURE DIVISION.
029300
029400*****************************************************************
029500*                     0000-MAINLINE                             *
029600*****************************************************************
029700
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
030000     PERFORM 2000-LIST-DORMANT-BALANCE THRU 2000-EXIT
030100         UNTIL NO-MORE-DORMANT.
030200     PERFORM 9900-TERMINATION THRU 9900-EXIT.
030300     GOBACK.
030400 0000-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800*                      1000-INITIALIZATION                      *
030900*****************************************************************
031000
031100 1000-INITIALIZATION.
031200     DISPLAY ' '.
031300     DISPLAY 'PROGRAM MXBPA084 BEGINNING EXECUTION'.
031400     DISPLAY ' '.
031500     MOVE 'MXBPA084' TO ABT-PGM-NAME.
031600
031700     OPEN INPUT  DORMANT-PARM-FILE
031800          OUTPUT DUE-DILIGENCE-LETTER-FILE
031900                 DORMANT-BALANCE-REPORT.
032000
032100     MOVE SPACES TO WS-DORMANT-CONTROL-PARM.
032200     READ DORMANT-PARM-FILE INTO WS-DORMANT-CONTROL-PARM
032300         AT END CONTINUE.
032400
032500     IF WS-PARM-MONTHS-X = SPACES
032600         CONTINUE
032700     ELSE
032800         IF WS-PARM-MONTHS-9 IS NUMERIC AND
032900            WS-PARM-MONTHS-9 > 0
033000             MOVE WS-PARM-MONTHS-9 TO WS-DORMANT-MONTHS
033100         ELSE
033200             PERFORM 1900-BAD-PARM THRU 1900-EXIT
033300         END-IF
033400     END-IF.
033500
033600     IF WS-PARM-DAYS-X = SPACES
033700         CONTINUE
033800     ELSE
033900         IF WS-PARM-DAYS-9 IS NUMERIC AND
034000            WS-PARM-DAYS-9 > 0
034100             MOVE WS-PARM-DAYS-9 TO WS-RESPOND-DAYS
034200         ELSE
034300             PERFORM 1900-BAD-PARM THRU 1900-EXIT
034400         END-IF
034500     END-IF.
034600     CLOSE DORMANT-PARM-FILE.
034700
034800     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
034900     PERFORM 1100-SELECT-CUTOFF-DATE THRU 1100-EXIT.
035000
035100     MOVE WS-PROCESSING-DATE TO DH1-PROC-DATE.
035200     WRITE DORMANT-BALANCE-REC FROM DORM-HEAD-1.
035300     MOVE WS-CUTOFF-DATE     TO DH2-CUTOFF-DATE.
035400     MOVE WS-DORMANT-MONTHS  TO DH2-MONTHS.
035500     MOVE WS-RESPOND-BY-DATE TO DH2-RESPOND-BY-DATE.
035600     WRITE DORMANT-BALANCE-REC FROM DORM-HEAD-2.
035700     MOVE SPACES TO WS-REPORT-LINE.
035800     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
035900     WRITE DORMANT-BALANCE-REC FROM DORM-HEAD-3.
036000     MOVE ALL '-' TO WS-REPORT-LINE.
036100     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
036200
036300     EXEC SQL
036400         OPEN VWMDLRBD
036500     END-EXEC.
036600
036700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
036800             Z-970-SET-DA-STATUS-DB2-EXIT.
036900
037000     IF DA-OK
037100         PERFORM 5000-FETCH-VWMDLRBD THRU 5000-EXIT
037200     ELSE
037300         SET ABT-DO-ABEND     TO TRUE
037400         SET ABT-ERROR-IS-DB2 TO TRUE
037500         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
037600         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
037700         MOVE 3862            TO ABT-ERROR-ABEND-CODE
037800         MOVE 'VWMDLRBD'      TO ABT-DA-ACCESS-NAME
037900         PERFORM Z-980-ABNORMAL-TERM THRU
038000                 Z-980-ABNORMAL-TERM-RETURN
038100     END-IF.
038200 1000-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*                1100-SELECT-CUTOFF-DATE                        *
038700*****************************************************************
038800* LETS DB2 DO THE DATE ARITHMETIC, AS MXBPA050 DOES - THE       *
038900* PROCESSING DATE LESS THE DORMANCY MONTHS (A BALANCE WHOSE     *
039000* LAST CYCLE IS BEFORE IT IS DORMANT) AND PLUS THE DAYS THE     *
039100* DEALER HAS TO RESPOND TO THE LETTER.                          *
039200*****************************************************************
039300
039400 1100-SELECT-CUTOFF-DATE.
039500     MOVE SPACES TO SUBSYSTEM-ID-IND
039600                    SUBFUNCTION-CODE.
039700
039800     EXEC SQL
039900       SELECT CHAR(PROC_DATE - :WS-DORMANT-MONTHS MONTHS, ISO)
040000             ,CHAR(PROC_DATE + :WS-RESPOND-DAYS DAYS, ISO)
040100         INTO :WS-CUTOFF-DATE
040200             ,:WS-RESPOND-BY-DATE
040300         FROM VWMCTUPD
040400         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
040500           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
040600     END-EXEC.
040700
040800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
040900             Z-970-SET-DA-STATUS-DB2-EXIT.
041000
041100     IF DA-OK
041200         DISPLAY 'DORMANT IF NO CYCLE SINCE ' WS-CUTOFF-DATE
041300     ELSE
041400         SET ABT-DO-ABEND     TO TRUE
041500         SET ABT-ERROR-IS-DB2 TO TRUE
041600         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
041700         MOVE '1100-SELE'     TO ABT-ERROR-SECTION
041800         MOVE 3861            TO ABT-ERROR-ABEND-CODE
041900         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
042000         PERFORM Z-980-ABNORMAL-TERM THRU
042100                 Z-980-ABNORMAL-TERM-RETURN
042200     END-IF.
042300 1100-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*                1900-BAD-PARM                                  *
042800*****************************************************************
042900
043000 1900-BAD-PARM.
043100     DISPLAY 'INVALID CONTROL CARD: ' WS-DORMANT-CONTROL-PARM.
043200     SET ABT-DO-ABEND     TO TRUE
043300     SET ABT-ERROR-IS-SEQ TO TRUE
043400     MOVE 'SEQ     '      TO ABT-DA-FUNCTION
043500     MOVE '1900-PARM'     TO ABT-ERROR-SECTION
043600     MOVE 3860            TO ABT-ERROR-ABEND-CODE
043700     MOVE 'MXPA084I'      TO ABT-DA-ACCESS-NAME
043800     PERFORM Z-980-ABNORMAL-TERM THRU
043900             Z-980-ABNORMAL-TERM-RETURN.
044000 1900-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400*                2000-LIST-DORMANT-BALANCE                      *
044500*****************************************************************
044600* ONE LINE PER DORMANT BALANCE, WITH A SUBTOTAL AT EACH CHANGE  *
044700* OF STATE/PROVINCE OR CURRENCY. A CREDIT BALANCE WITH AN       *
044800* ADDRESS ON FILE GETS ITS DUE-DILIGENCE LETTER.                *
044900*****************************************************************
045000
045100 2000-LIST-DORMANT-BALANCE.
045200     IF WS-FIRST-ROW
045300         MOVE 'N' TO WS-FIRST-ROW-SW
045400         MOVE WS-DR-ST-PROV-CODE  TO WS-PREV-ST-PROV-CODE
045500         MOVE WS-DR-CURRENCY-CODE TO WS-PREV-CURRENCY-CODE
045600     END-IF.
045700
045800     IF WS-DR-ST-PROV-CODE  NOT = WS-PREV-ST-PROV-CODE OR
045900        WS-DR-CURRENCY-CODE NOT = WS-PREV-CURRENCY-CODE
046000         PERFORM 2200-GROUP-TOTAL THRU 2200-EXIT
046100         MOVE WS-DR-ST-PROV-CODE  TO WS-PREV-ST-PROV-CODE
046200         MOVE WS-DR-CURRENCY-CODE TO WS-PREV-CURRENCY-CODE
046300     END-IF.
046400
046500     MOVE WS-DR-ST-PROV-CODE     TO DDL-ST-PROV-CODE.
046600     MOVE WS-DR-CURRENCY-CODE    TO DDL-CURRENCY-CODE.
046700     MOVE WS-DR-DLR-NBR          TO DDL-DLR-NBR.
046800     MOVE WS-DR-COUNTRY-CODE     TO DDL-COUNTRY-CODE.
046900     MOVE WS-DR-CRED-PRT-FLAG    TO DDL-CRED-PRT-FLAG.
047000     MOVE WS-DR-LAST-CYCLE-DATE  TO DDL-LAST-CYCLE-DATE.
047100     MOVE WS-DR-DAYS-DORMANT     TO DDL-DAYS-DORMANT.
047200     MOVE WS-DR-LAST-STMT-NBR    TO DDL-LAST-STMT-NBR.
047300     MOVE WS-DR-BALANCE-AMT      TO DDL-BALANCE-AMT.
047400
047500     EVALUATE TRUE
047600         WHEN NOT WS-DR-CUST-ROW-FOUND
047700             MOVE 'NOT ON CUSTOMER MASTER'
047800                                 TO DDL-DLR-NAME
047900             MOVE 'NO ADDR-NO LTR'
048000                                 TO DDL-LETTER-NOTE
048100             ADD +1 TO WS-NO-CUST-NO-LETTER
048200         WHEN WS-DR-BALANCE-AMT < 0
048300             MOVE LEGAL-NAME-TEXT OF DCLVWMCU00
048400                                 TO DDL-DLR-NAME
048500             MOVE 'DEBIT - NO LTR'
048600                                 TO DDL-LETTER-NOTE
048700             ADD +1 TO WS-DEBIT-NO-LETTER
048800         WHEN OTHER
048900             MOVE LEGAL-NAME-TEXT OF DCLVWMCU00
049000                                 TO DDL-DLR-NAME
049100             MOVE 'LETTER WRITTEN'
049200                                 TO DDL-LETTER-NOTE
049300             PERFORM 2100-WRITE-LETTER THRU 2100-EXIT
049400     END-EVALUATE.
049500     WRITE DORMANT-BALANCE-REC FROM DORM-DETAIL-LINE.
049600
049700     ADD +1                TO WS-DEALERS-LISTED
049800                              WS-GRP-DEALERS.
049900     ADD WS-DR-BALANCE-AMT TO WS-GRP-BALANCE-AMT.
050000     PERFORM 2300-ADD-CURRENCY-TOTAL THRU 2300-EXIT.
050100
050200     PERFORM 5000-FETCH-VWMDLRBD THRU 5000-EXIT.
050300 2000-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*                2100-WRITE-LETTER                              *
050800*****************************************************************
050900
051000 2100-WRITE-LETTER.
051100     MOVE SPACES                         TO MXAW84-LETTER-RECORD.
051200     MOVE WS-DR-DLR-NBR                  TO MXAW84-DLR-NBR.
051300     MOVE LEGAL-NAME-TEXT OF DCLVWMCU00  TO MXAW84-LEGAL-NAME.
051400     MOVE ADDR1-NAME-TEXT OF DCLVWMCU00  TO MXAW84-ADDR1.
051500     MOVE ADDR2-NAME-TEXT OF DCLVWMCU00  TO MXAW84-ADDR2.
051600     MOVE CITY-NAME-TEXT OF DCLVWMCU00   TO MXAW84-CITY.
051700     MOVE WS-DR-ST-PROV-CODE             TO MXAW84-ST-PROV-CODE.
051800     MOVE WS-DR-ZIP-POSTAL-CODE       TO MXAW84-ZIP-POSTAL-CODE.
051900     MOVE WS-DR-COUNTRY-CODE             TO MXAW84-COUNTRY-CODE.
052000     MOVE WS-DR-LANGUAGE-CODE            TO MXAW84-LANGUAGE-CODE.
052100     MOVE WS-DR-CURRENCY-CODE            TO MXAW84-CURRENCY-CODE.
052200     MOVE WS-DR-BALANCE-AMT              TO MXAW84-BALANCE-AMT.
052300     MOVE WS-DR-LAST-CYCLE-DATE       TO MXAW84-LAST-CYCLE-DATE.
052400     MOVE WS-DR-LAST-STMT-NBR            TO MXAW84-LAST-STMT-NBR.
052500     MOVE WS-PROCESSING-DATE             TO MXAW84-LETTER-DATE.
052600     MOVE WS-RESPOND-BY-DATE          TO MXAW84-RESPOND-BY-DATE.
052700     WRITE DUE-DILIGENCE-LETTER-REC FROM MXAW84-LETTER-RECORD.
052800
052900     ADD +1 TO WS-LETTERS-WRITTEN
053000               WS-GRP-LETTERS.
053100 2100-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*                2200-GROUP-TOTAL                               *
053600*****************************************************************
053700
053800 2200-GROUP-TOTAL.
053900     MOVE WS-GRP-DEALERS     TO WS-RPT-ED-COUNT.
054000     MOVE WS-GRP-LETTERS     TO WS-RPT-ED-LETTERS.
054100     MOVE WS-GRP-BALANCE-AMT TO WS-RPT-ED-AMT.
054200     MOVE SPACES TO WS-REPORT-LINE.
054300     STRING '  TOTAL ST/PROV '      DELIMITED BY SIZE
054400            WS-PREV-ST-PROV-CODE    DELIMITED BY SIZE
054500            '  CURRENCY '           DELIMITED BY SIZE
054600            WS-PREV-CURRENCY-CODE   DELIMITED BY SIZE
054700            '  DEALERS '            DELIMITED BY SIZE
054800            WS-RPT-ED-COUNT         DELIMITED BY SIZE
054900            '  LETTERS '            DELIMITED BY SIZE
055000            WS-RPT-ED-LETTERS       DELIMITED BY SIZE
055100            '  BALANCE '            DELIMITED BY SIZE
055200            WS-RPT-ED-AMT           DELIMITED BY SIZE
055300            INTO WS-REPORT-LINE.
055400     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
055500     MOVE SPACES TO WS-REPORT-LINE.
055600     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
055700
055800     MOVE 0 TO WS-GRP-DEALERS
055900               WS-GRP-LETTERS
056000               WS-GRP-BALANCE-AMT.
056100 2200-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500*                2300-ADD-CURRENCY-TOTAL                        *
056600*****************************************************************
056700
056800 2300-ADD-CURRENCY-TOTAL.
056900     MOVE 'N' TO WS-CURR-FOUND-SW.
057000     MOVE 1   TO WS-CURR-IX.
057100     PERFORM 2310-FIND-CURRENCY THRU 2310-EXIT
057200         UNTIL WS-CURR-FOUND OR
057300               WS-CURR-IX > WS-CURR-COUNT.
057400
057500     IF WS-CURR-FOUND
057600         CONTINUE
057700     ELSE
057800         IF WS-CURR-COUNT >= 50
057900             DISPLAY 'WS-CURR-TABLE FULL - RAISE OCCURS'
058000             SET ABT-DO-ABEND     TO TRUE
058100             SET ABT-ERROR-IS-DB2 TO TRUE
058200             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
058300             MOVE '2300-ADD-'     TO ABT-ERROR-SECTION
058400             MOVE 3864            TO ABT-ERROR-ABEND-CODE
058500             MOVE 'VWMDLRBD'      TO ABT-DA-ACCESS-NAME
058600             PERFORM Z-980-ABNORMAL-TERM THRU
058700                     Z-980-ABNORMAL-TERM-RETURN
058800         END-IF
058900         ADD +1 TO WS-CURR-COUNT
059000         MOVE WS-CURR-COUNT       TO WS-CURR-IX
059100         MOVE WS-DR-CURRENCY-CODE TO WS-CURR-ENT-CODE (WS-CURR-IX)
059200         MOVE 0 TO WS-CURR-ENT-DEALERS (WS-CURR-IX)
059300                   WS-CURR-ENT-AMT (WS-CURR-IX)
059400     END-IF.
059500
059600     ADD +1                TO WS-CURR-ENT-DEALERS (WS-CURR-IX).
059700     ADD WS-DR-BALANCE-AMT TO WS-CURR-ENT-AMT (WS-CURR-IX).
059800 2300-EXIT.
059900     EXIT.
060000
060100 2310-FIND-CURRENCY.
060200     IF WS-CURR-ENT-CODE (WS-CURR-IX) = WS-DR-CURRENCY-CODE
060300         SET WS-CURR-FOUND TO TRUE
060400     ELSE
060500         ADD +1 TO WS-CURR-IX
060600     END-IF.
060700 2310-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100*                5000-FETCH-VWMDLRBD                            *
061200*****************************************************************
061300
061400 5000-FETCH-VWMDLRBD.
061500     MOVE SPACES TO LEGAL-NAME-TEXT OF DCLVWMCU00
061600                    ADDR1-NAME-TEXT OF DCLVWMCU00
061700                    ADDR2-NAME-TEXT OF DCLVWMCU00
061800                    CITY-NAME-TEXT OF DCLVWMCU00.
061900
062000     EXEC SQL
062100       FETCH VWMDLRBD
062200         INTO :WS-DR-DLR-NBR,
062300              :WS-DR-CURRENCY-CODE,
062400              :WS-DR-BALANCE-AMT,
062500              :WS-DR-LAST-CYCLE-DATE,
062600              :WS-DR-DAYS-DORMANT,
062700              :WS-DR-CUST-ROW-IND,
062800              :WS-DR-ST-PROV-CODE,
062900              :WS-DR-COUNTRY-CODE,
063000              :WS-DR-CRED-PRT-FLAG,
063100              :WS-DR-LANGUAGE-CODE,
063200              :WS-DR-ZIP-POSTAL-CODE,
063300              :DCLVWMCU00.LEGAL-NAME,
063400              :DCLVWMCU00.ADDR1-NAME,
063500              :DCLVWMCU00.ADDR2-NAME,
063600              :DCLVWMCU00.CITY-NAME,
063700              :WS-DR-LAST-STMT-NBR
063800     END-EXEC.
063900
064000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
064100             Z-970-SET-DA-STATUS-DB2-EXIT.
064200
064300     EVALUATE TRUE
064400         WHEN DA-OK
064500             CONTINUE
064600
064700         WHEN DA-NOTFOUND
064800             SET NO-MORE-DORMANT TO TRUE
064900
065000         WHEN OTHER
065100             SET ABT-DO-ABEND     TO TRUE
065200             SET ABT-ERROR-IS-DB2 TO TRUE
065300             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
065400             MOVE '5000-FETC'     TO ABT-ERROR-SECTION
065500             MOVE 3863            TO ABT-ERROR-ABEND-CODE
065600             MOVE 'VWMDLRBD'      TO ABT-DA-ACCESS-NAME
065700             PERFORM Z-980-ABNORMAL-TERM THRU
065800                     Z-980-ABNORMAL-TERM-RETURN
065900     END-EVALUATE.
066000 5000-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*                7000-SELECT-VWMCTUPD                           *
066500*****************************************************************
066600* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
066700* SUBFUNCTION ROW) FOR THE HEADING, THE LETTER DATE AND THE     *
066800* DAYS DORMANT.                                                 *
066900*****************************************************************
067000
067100 7000-SELECT-VWMCTUPD.
067200     MOVE SPACES TO SUBSYSTEM-ID-IND
067300                    SUBFUNCTION-CODE.
067400
067500     EXEC SQL
067600       SELECT PROC_DATE
067700         INTO :DCLVWMCTUPD.PROC-DATE
067800         FROM VWMCTUPD
067900         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
068000           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
068100     END-EXEC.
068200
068300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
068400             Z-970-SET-DA-STATUS-DB2-EXIT.
068500
068600     IF DA-OK
068700         MOVE PROC-DATE TO WS-PROCESSING-DATE
068800     ELSE
068900         SET ABT-DO-ABEND     TO TRUE
069000         SET ABT-ERROR-IS-DB2 TO TRUE
069100         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
069200         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
069300         MOVE 3859            TO ABT-ERROR-ABEND-CODE
069400         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
069500         PERFORM Z-980-ABNORMAL-TERM THRU
069600                 Z-980-ABNORMAL-TERM-RETURN
069700     END-IF.
069800 7000-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*                   8900-CURRENCY-TOTAL                         *
070300*****************************************************************
070400* ONE CURRENCY LINE OF THE RUN TOTALS, FOR 9900.                *
070500*****************************************************************
070600
070700 8900-CURRENCY-TOTAL.
070800     MOVE WS-CURR-ENT-DEALERS (WS-CURR-IX) TO WS-RPT-ED-COUNT.
070900     MOVE WS-CURR-ENT-AMT (WS-CURR-IX)     TO WS-RPT-ED-AMT.
071000     MOVE SPACES TO WS-REPORT-LINE.
071100     STRING '  CURRENCY '                  DELIMITED BY SIZE
071200            WS-CURR-ENT-CODE (WS-CURR-IX)  DELIMITED BY SIZE
071300            '  DEALERS '                   DELIMITED BY SIZE
071400            WS-RPT-ED-COUNT                DELIMITED BY SIZE
071500            '  BALANCE '                   DELIMITED BY SIZE
071600            WS-RPT-ED-AMT                  DELIMITED BY SIZE
071700            INTO WS-REPORT-LINE.
071800     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
071900     ADD +1 TO WS-CURR-IX.
072000 8900-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400*                   9900-TERMINATION                            *
072500*****************************************************************
072600* THE LAST GROUP'S SUBTOTAL, THE TOTAL PER CURRENCY AND THE RUN *
072700* COUNTS. RETURN CODE 4 WHEN A BALANCE HAS NO DEALER ADDRESS TO *
072800* WRITE TO - IT NEEDS RESEARCH BEFORE THE JURISDICTION FILING.  *
072900*****************************************************************
073000
073100 9900-TERMINATION.
073200     EXEC SQL
073300         CLOSE VWMDLRBD
073400     END-EXEC.
073500
073600     IF WS-DEALERS-LISTED = 0
073700         MOVE SPACES TO WS-REPORT-LINE
073800         MOVE 'NO DORMANT BALANCES' TO WS-REPORT-LINE
073900         WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE
074000     ELSE
074100         PERFORM 2200-GROUP-TOTAL THRU 2200-EXIT
074200     END-IF.
074300
074400     MOVE SPACES TO WS-REPORT-LINE.
074500     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
074600     MOVE 'TOTAL DORMANT BALANCE BY CURRENCY' TO WS-REPORT-LINE.
074700     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
074800     MOVE 1 TO WS-CURR-IX.
074900     PERFORM 8900-CURRENCY-TOTAL THRU 8900-EXIT
075000         UNTIL WS-CURR-IX > WS-CURR-COUNT.
075100
075200     MOVE SPACES TO WS-REPORT-LINE.
075300     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
075400
075500     MOVE WS-DEALERS-LISTED TO WS-RPT-ED-COUNT.
075600     MOVE SPACES TO WS-REPORT-LINE.
075700     STRING 'DORMANT BALANCES LISTED....... ' DELIMITED BY SIZE
075800            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
075900            INTO WS-REPORT-LINE.
076000     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
076100
076200     MOVE WS-LETTERS-WRITTEN TO WS-RPT-ED-COUNT.
076300     MOVE SPACES TO WS-REPORT-LINE.
076400     STRING 'DUE-DILIGENCE LETTERS WRITTEN. ' DELIMITED BY SIZE
076500            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
076600            INTO WS-REPORT-LINE.
076700     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
076800
076900     MOVE WS-DEBIT-NO-LETTER TO WS-RPT-ED-COUNT.
077000     MOVE SPACES TO WS-REPORT-LINE.
077100     STRING 'DEBIT BALANCES - NO LETTER.... ' DELIMITED BY SIZE
077200            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
077300            INTO WS-REPORT-LINE.
077400     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
077500
077600     MOVE WS-NO-CUST-NO-LETTER TO WS-RPT-ED-COUNT.
077700     MOVE SPACES TO WS-REPORT-LINE.
077800     STRING 'NO ADDRESS ON FILE - NO LETTER ' DELIMITED BY SIZE
077900            WS-RPT-ED-COUNT                   DELIMITED BY SIZE
078000            INTO WS-REPORT-LINE.
078100     WRITE DORMANT-BALANCE-REC FROM WS-REPORT-LINE.
078200
078300     IF WS-NO-CUST-NO-LETTER > 0
078400         MOVE 4 TO RETURN-CODE
078500     END-IF.
078600
078700     CLOSE DUE-DILIGENCE-LETTER-FILE
078800           DORMANT-BALANCE-REPORT.
078900
079000     MOVE WS-DEALERS-LISTED TO WS-RPT-ED-COUNT.
079100     DISPLAY 'DORMANT BALANCES  ' WS-RPT-ED-COUNT.
079200     MOVE WS-LETTERS-WRITTEN TO WS-RPT-ED-COUNT.
079300     DISPLAY 'LETTERS WRITTEN   ' WS-RPT-ED-COUNT.
079400     DISPLAY ' '.
079500     DISPLAY 'PROGRAM MXBPA084 SUCCESSFULLY COMPLETED'.
079600 9900-EXIT.
079700     EXIT.
079800
079900     EXEC SQL
080000          INCLUDE MXWP02
080100     END-EXEC.
