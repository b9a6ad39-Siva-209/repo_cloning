000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA072.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA072 - PER-DEALER CREDIT ANOMALY DETECTION.                |
001000* MXBPA049 FLAGS A SHORT CYCLE FOR THE RUN AS A WHOLE AND        |
001100* MXBPA066 CATCHES EXACT DUPLICATES; THIS STEP LOOKS AT EACH     |
001200* DEALER AGAINST ITS OWN HISTORY. IT RUNS AFTER THE EXTRACT AND  |
001300* BEFORE THE STATEMENTS ARE RELEASED. FOR EVERY DEALER AND       |
001400* CHARGE TYPE CREDITED IN THE CYCLE (VWMSCHS 02/03 DETAIL ROWS   |
001500* APPLIED BETWEEN THE PARM DATES) THE CYCLE TOTAL IS SET AGAINST |
001600* A TRAILING PROFILE OF THE SAME DEALER AND CHARGE TYPE OVER THE |
001700* PARM NUMBER OF MONTHS (DEFAULT 12) BEFORE THE CYCLE: TOTAL,    |
001800* MONTHS WITH CREDIT, AVERAGE PER ACTIVE MONTH, LARGEST MONTH.   |
001900*                                                                |
002000* A LINE IS LISTED WHEN:                                         |
002100*  - THE CHARGE TYPE HAS NEVER BEEN CREDITED TO THE DEALER       |
002200*    BEFORE (NO EARLIER VWMSCHS ROW AT ALL)                      |
002300*  - THE CYCLE TOTAL IS MORE THAN THE PARM MULTIPLE OF THE       |
002400*    PROFILE AVERAGE (OR THERE WAS NONE IN THE PROFILE PERIOD)   |
002500*  - THE CYCLE TOTAL EXCEEDS THE PROFILE AVERAGE BY MORE THAN    |
002600*    THE PARM DOLLAR LIMIT                                       |
002700* AMOUNTS ARE COMPARED AS MAGNITUDES. A ZERO MULTIPLE OR DOLLAR  |
002800* LIMIT TURNS THAT TEST OFF. RETURN CODE 4 WHEN ANYTHING IS      |
002900* LISTED, SO THE RELEASE WAITS FOR CREDIT MANAGEMENT'S REVIEW.   |
003000*================================================================*
003100*  TABLE   |   VIEW   |     DESCRIPTION                          |
003200*----------+-----------------------------------------------------*
003300* TBMSCHS  | VWMSCHS  |  STATEMENT OF CREDIT HISTORY             |
003400* TBMCU00  | VWMCU00  |  CUSTOMER                                |
003500* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003600*================================================================*
003700*   PLAN   | BIND INCLUDE MEMBERS                                |
003800*----------+-----------------------------------------------------*
003900* PBMPA072 | PBMPA072                                            |
004000*================================================================*
004100*-----------------------------------------------------------------
004200
004300 ENVIRONMENT DIVISION.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ANOMALY-CONTROL-PARM
004800         ASSIGN TO MXPA072I.
004900
005000     SELECT ANOMALY-EXCEPTION-REPORT
005100         ASSIGN TO MXPA072R.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ANOMALY-CONTROL-PARM
005600     RECORDING MODE IS F.
005700 01  ANOMALY-CONTROL-PARM-REC            PIC X(80).
005800
005900 FD  ANOMALY-EXCEPTION-REPORT
006000     RECORDING MODE IS F.
006100 01  ANOMALY-EXCEPTION-REC               PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITHCES.
006500     05  WS-NO-MORE-TOTALS-SW            PIC X(01) VALUE 'N'.
006600         88 NO-MORE-TOTALS                         VALUE 'Y'.
006700     05  WS-PRIOR-HIST-SW                PIC X(01) VALUE 'N'.
006800         88 WS-HAS-PRIOR-HIST                      VALUE 'Y'.
006900     05  WS-MULTIPLE-FLAG-SW             PIC X(01) VALUE 'N'.
007000         88 WS-MULTIPLE-FLAGGED                    VALUE 'Y'.
007100     05  WS-LIMIT-FLAG-SW                PIC X(01) VALUE 'N'.
007200         88 WS-LIMIT-FLAGGED                       VALUE 'Y'.
007300
007400*  CONTROL CARD LAYOUT:
007500*    COLS  1-10  CYCLE FROM DATE YYYY-MM-DD
007600*    COLS 12-21  CYCLE TO DATE   YYYY-MM-DD
007700*    COLS 23-26  MULTIPLE OF PROFILE AVERAGE 9(03)V9 (0030 = 3.0
007800*                TIMES), ZERO = TEST OFF
007900*    COLS 28-38  DOLLAR LIMIT OVER PROFILE AVERAGE 9(09)V99,
008000*                ZERO = TEST OFF
008100*    COLS 40-42  PROFILE MONTHS, BLANK = 012
008200 01  WS-ANOMALY-CONTROL-PARM.
008300     05  WS-PARM-FROM-DATE               PIC X(10).
008400     05  FILLER                          PIC X(01).
008500     05  WS-PARM-TO-DATE                 PIC X(10).
008600     05  FILLER                          PIC X(01).
008700     05  WS-PARM-MULTIPLE-X              PIC X(04).
008800     05  WS-PARM-MULTIPLE-9 REDEFINES WS-PARM-MULTIPLE-X
008900                                         PIC 9(03)V9.
009000     05  FILLER                          PIC X(01).
009100     05  WS-PARM-LIMIT-X                 PIC X(11).
009200     05  WS-PARM-LIMIT-9 REDEFINES WS-PARM-LIMIT-X
009300                                         PIC 9(09)V99.
009400     05  FILLER                          PIC X(01).
009500     05  WS-PARM-MONTHS-X                PIC X(03).
009600     05  WS-PARM-MONTHS-9 REDEFINES WS-PARM-MONTHS-X
009700                                         PIC 9(03).
009800     05  FILLER                          PIC X(38).
009900
010000 01  WS-PROFILE-START-DATE               PIC X(10) VALUE SPACES.
010100 01  WS-PROFILE-MONTHS                   PIC S9(04) COMP VALUE 0.
010200 01  WS-MULTIPLE                         PIC S9(03)V9 COMP-3
010300                                                   VALUE 0.
010400 01  WS-DOLLAR-LIMIT                     PIC S9(09)V99 COMP-3
010500                                                   VALUE 0.
010600
010700*  ONE DEALER/CHARGE TYPE ROW OFF THE VWMSCHSP CURSOR.
010800 01  WS-TOTAL-ROW.
010900     05  WS-TR-DLR-NBR                   PIC S9(09) COMP.
011000     05  WS-TR-CHARGE-TYPE               PIC X(05).
011100     05  WS-TR-CURRENCY-CODE             PIC X(03).
011200     05  WS-TR-CYCLE-AMT                 PIC S9(13)V99 COMP-3.
011300     05  WS-TR-CYCLE-LINES               PIC S9(09) COMP.
011400     05  WS-TR-PROF-AMT                  PIC S9(13)V99 COMP-3.
011500     05  WS-TR-PROF-MONTHS               PIC S9(09) COMP.
011600     05  WS-TR-PROF-MAX-MONTH            PIC S9(13)V99 COMP-3.
011700     05  WS-TR-PRIOR-HIST-IND            PIC X(01).
011800
011900 01  WS-CALC-FIELDS COMP-3.
012000     05  WS-CYCLE-MAGNITUDE              PIC S9(13)V99 VALUE 0.
012100     05  WS-PROF-AVG-AMT                 PIC S9(13)V99 VALUE 0.
012200     05  WS-PROF-AVG-MAGNITUDE           PIC S9(13)V99 VALUE 0.
012300     05  WS-MULTIPLE-LIMIT-AMT           PIC S9(15)V99 VALUE 0.
012400     05  WS-EXCESS-AMT                   PIC S9(13)V99 VALUE 0.
012500     05  WS-RATIO                        PIC S9(05)V9  VALUE 0.
012600
012700 01  WS-PREV-DLR-NBR                     PIC S9(09) COMP VALUE 0.
012800
012900 01  WS-COUNTERS COMP-3.
013000     05  WS-LINES-EXAMINED               PIC S9(09) VALUE 0.
013100     05  WS-LINES-FLAGGED                PIC S9(09) VALUE 0.
013200     05  WS-DEALERS-FLAGGED              PIC S9(09) VALUE 0.
013300     05  WS-NEW-TYPE-FLAGS               PIC S9(09) VALUE 0.
013400     05  WS-MULTIPLE-FLAGS               PIC S9(09) VALUE 0.
013500     05  WS-LIMIT-FLAGS                  PIC S9(09) VALUE 0.
013600
013700 01  ANOM-HEAD-1.
013800     05  FILLER                  PIC X(08) VALUE 'MXBPA072'.
013900     05  FILLER                  PIC X(10) VALUE SPACES.
014000     05  FILLER                  PIC X(42) VALUE
014100         'DEALER CREDIT ANOMALIES VS OWN PROFILE'.
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  FILLER                  PIC X(07) VALUE 'CYCLE: '.
014400     05  AH1-FROM-DATE           PIC X(10).
014500     05  FILLER                  PIC X(04) VALUE ' TO '.
014600     05  AH1-TO-DATE             PIC X(10).
014700     05  FILLER                  PIC X(10) VALUE SPACES.
014800     05  FILLER                  PIC X(09) VALUE 'PROFILE: '.
014900     05  AH1-PROFILE-START       PIC X(10).
015000     05  FILLER                  PIC X(10) VALUE ' ONWARD   '.
015100
015200 01  ANOM-HEAD-2.
015300     05  FILLER                  PIC X(10) VALUE 'MULTIPLE: '.
015400     05  AH2-MULTIPLE            PIC ZZ9.9.
015500     05  FILLER                  PIC X(05) VALUE SPACES.
015600     05  FILLER                  PIC X(14) VALUE
015700         'DOLLAR LIMIT: '.
015800     05  AH2-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
015900     05  FILLER                  PIC X(05) VALUE SPACES.
016000     05  FILLER                  PIC X(16) VALUE
016100         'PROFILE MONTHS: '.
016200     05  AH2-MONTHS              PIC ZZ9.
016300     05  FILLER                  PIC X(60) VALUE SPACES.
016400
016500 01  ANOM-HEAD-3.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  FILLER                  PIC X(05) VALUE 'CHARG'.
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  FILLER                  PIC X(03) VALUE 'CUR'.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  FILLER                  PIC X(18) VALUE
017200         '      CYCLE AMOUNT'.
017300     05  FILLER                  PIC X(01) VALUE SPACES.
017400     05  FILLER                  PIC X(05) VALUE 'LINES'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  FILLER                  PIC X(18) VALUE
017700         '     PROFILE TOTAL'.
017800     05  FILLER                  PIC X(01) VALUE SPACES.
017900     05  FILLER                  PIC X(03) VALUE 'MOS'.
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  FILLER                  PIC X(18) VALUE
018200         '  AVG ACTIVE MONTH'.
018300     05  FILLER                  PIC X(01) VALUE SPACES.
018400     05  FILLER                  PIC X(18) VALUE
018500         '     LARGEST MONTH'.
018600     05  FILLER                  PIC X(01) VALUE SPACES.
018700     05  FILLER                  PIC X(07) VALUE ' TIMES '.
018800     05  FILLER                  PIC X(01) VALUE SPACES.
018900     05  FILLER                  PIC X(23) VALUE
019000         'REASON                 '.
019100
019200 01  ANOM-DEALER-LINE.
019300     05  FILLER                          PIC X(08) VALUE
019400         'DEALER: '.
019500     05  ADL-DLR-NBR                     PIC ZZZZZZZZ9.
019600     05  FILLER                          PIC X(02) VALUE SPACES.
019700     05  ADL-DLR-NAME                    PIC X(35).
019800     05  FILLER                          PIC X(78) VALUE SPACES.
019900
020000 01  ANOM-DETAIL-LINE.
020100     05  FILLER                          PIC X(02) VALUE SPACES.
020200     05  ANL-CHARGE-TYPE                 PIC X(05).
020300     05  FILLER                          PIC X(02) VALUE SPACES.
020400     05  ANL-CURRENCY-CODE               PIC X(03).
020500     05  FILLER                          PIC X(02) VALUE SPACES.
020600     05  ANL-CYCLE-AMT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020700     05  FILLER                          PIC X(01) VALUE SPACES.
020800     05  ANL-CYCLE-LINES                 PIC ZZZZ9.
020900     05  FILLER                          PIC X(02) VALUE SPACES.
021000     05  ANL-PROF-AMT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                          PIC X(01) VALUE SPACES.
021200     05  ANL-PROF-MONTHS                 PIC ZZ9.
021300     05  FILLER                          PIC X(01) VALUE SPACES.
021400     05  ANL-PROF-AVG-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021500     05  FILLER                          PIC X(01) VALUE SPACES.
021600     05  ANL-PROF-MAX-MONTH              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021700     05  FILLER                          PIC X(01) VALUE SPACES.
021800     05  ANL-RATIO                       PIC ZZZZ9.9.
021900     05  FILLER                          PIC X(01) VALUE SPACES.
022000     05  ANL-REASON                      PIC X(23).
022100
022200 01  WS-REPORT-LINE                      PIC X(132).
022300 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
022400
022500     EXEC SQL
022600          INCLUDE MXWW03
022700     END-EXEC.
022800
022900******************************************************************
023000*  DB2 table includes
023100******************************************************************
023200
023300     EXEC SQL
023400         INCLUDE VWMSCHS
023500     END-EXEC.
023600
023700     EXEC SQL
023800         INCLUDE VWMCU00
023900     END-EXEC.
024000
024100     EXEC SQL
024200         INCLUDE VWMCTUPD
024300     END-EXEC.
024400
024500     EXEC SQL
024600         INCLUDE SQLCA
024700     END-EXEC.
024800
024900*****************************************************************
025000*  CURSOR DEFINITION FOR THE CYCLE TOTALS AGAINST THE PROFILE - *
025100*  ONE ROW PER DEALER, CHARGE TYPE AND CURRENCY CREDITED IN THE *
025200*  CYCLE, WITH THE PROFILE BUILT FROM THE MONTHLY TOTALS OF THE *
025300*  SAME DEALER AND CHARGE TYPE BETWEEN THE PROFILE START AND    *
025400*  THE CYCLE FROM DATE, AND WHETHER ANY EARLIER ROW EXISTS.     *
025500*****************************************************************
025600
025700     EXEC SQL
025800        DECLARE VWMSCHSP CURSOR FOR
025900         SELECT C.DLR_NBR
026000               ,C.CHARGE_TYPE
026100               ,C.CURRENCY_CODE
026200               ,C.CYCLE_AMT
026300               ,C.CYCLE_LINES
026400               ,COALESCE(P.PROF_AMT, 0)
026500               ,COALESCE(P.PROF_MONTHS, 0)
026600               ,COALESCE(P.PROF_MAX_MONTH, 0)
026700               ,CASE WHEN EXISTS
026800                     (SELECT 1
026900                        FROM VWMSCHS E
027000                       WHERE E.DLR_NBR      = C.DLR_NBR
027100                         AND E.CHARGE_TYPE  = C.CHARGE_TYPE
027200                         AND E.RECORD_TYPE IN ('02', '03')
027300                         AND E.APPLIED_DATE < :WS-PARM-FROM-DATE)
027400                     THEN 'Y' ELSE 'N' END
027500               ,COALESCE(U.LEGAL_NAME, ' ')
027600           FROM
027700                (SELECT DLR_NBR
027800                       ,CHARGE_TYPE
027900                       ,CURRENCY_CODE
028000                       ,SUM(APPLIED_AMT)     AS CYCLE_AMT
028100                       ,COUNT(*)             AS CYCLE_LINES
028200                   FROM VWMSCHS
028300                  WHERE APPLIED_DATE BETWEEN :WS-PARM-FROM-DATE
028400                                         AND :WS-PARM-TO-DATE
028500                    AND RECORD_TYPE IN ('02', '03')
028600                  GROUP BY DLR_NBR, CHARGE_TYPE, CURRENCY_CODE) C
028700                LEFT OUTER JOIN
028800                (SELECT DLR_NBR
028900                       ,CHARGE_TYPE
029000                       ,CURRENCY_CODE
029100                       ,SUM(MONTH_AMT)       AS PROF_AMT
029200                       ,COUNT(*)             AS PROF_MONTHS
029300                       ,MAX(ABS(MONTH_AMT))  AS PROF_MAX_MONTH
029400                   FROM
029500                        (SELECT DLR_NBR
029600                               ,CHARGE_TYPE
029700                               ,CURRENCY_CODE
029800                               ,YEAR(APPLIED_DATE) * 100 +
029900                                MONTH(APPLIED_DATE)
030000                                             AS APPLIED_MONTH
030100                               ,SUM(APPLIED_AMT)
030200                                             AS MONTH_AMT
030300                           FROM VWMSCHS
030400                          WHERE APPLIED_DATE >=
030500                                          :WS-PROFILE-START-DATE
030600                            AND APPLIED_DATE <
030700                                          :WS-PARM-FROM-DATE
030800                            AND RECORD_TYPE IN ('02', '03')
030900                          GROUP BY DLR_NBR
031000                                  ,CHARGE_TYPE
031100                                  ,CURRENCY_CODE
031200                                  ,YEAR(APPLIED_DATE) * 100 +
031300                                   MONTH(APPLIED_DATE)) M
031400                  GROUP BY DLR_NBR, CHARGE_TYPE, CURRENCY_CODE) P
031500                   ON P.DLR_NBR       = C.DLR_NBR
031600                  AND P.CHARGE_TYPE   = C.CHARGE_TYPE
031700                  AND P.CURRENCY_CODE = C.CURRENCY_CODE
031800                LEFT OUTER JOIN VWMCU00 U
031900                   ON U.CUST_NO = C.DLR_NBR
032000          ORDER BY C.DLR_NBR, C.CHARGE_TYPE, C.CURRENCY_CODE
032100     END-EXEC.
032200
032300 PROCEDURE DIVISION.
032400
032500*****************************************************************
032600*                     0000-MAINLINE                             *
032700*****************************************************************
032800
032900 0000-MAINLINE.
033000     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
033100     PERFORM 2000-CHECK-ONE-TOTAL THRU 2000-EXIT
033200         UNTIL NO-MORE-TOTALS.
033300     PERFORM 9900-TERMINATION THRU 9900-EXIT.
033400     GOBACK.
033500 0000-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900*                      1000-INITIALIZATION                      *
034000*****************************************************************
034100
034200 1000-INITIALIZATION.
034300     DISPLAY ' '.
034400     DISPLAY 'PROGRAM MXBPA072 BEGINNING EXECUTION'.
034500     DISPLAY ' '.
034600     MOVE 'MXBPA072' TO ABT-PGM-NAME.
034700
034800     OPEN INPUT  ANOMALY-CONTROL-PARM
034900          OUTPUT ANOMALY-EXCEPTION-REPORT.
035000
035100     READ ANOMALY-CONTROL-PARM INTO WS-ANOMALY-CONTROL-PARM.
035200     CLOSE ANOMALY-CONTROL-PARM.
035300
035400     IF WS-PARM-MONTHS-X = SPACES
035500         MOVE '012' TO WS-PARM-MONTHS-X
035600     END-IF.
035700     IF WS-PARM-MULTIPLE-X = SPACES
035800         MOVE '0000' TO WS-PARM-MULTIPLE-X
035900     END-IF.
036000     IF WS-PARM-LIMIT-X = SPACES
036100         MOVE '00000000000' TO WS-PARM-LIMIT-X
036200     END-IF.
036300
036400     IF WS-PARM-FROM-DATE NOT = SPACES AND
036500        WS-PARM-TO-DATE   NOT = SPACES AND
036600        WS-PARM-MULTIPLE-X IS NUMERIC AND
036700        WS-PARM-LIMIT-X    IS NUMERIC AND
036800        WS-PARM-MONTHS-X   IS NUMERIC AND
036900        WS-PARM-MONTHS-9 > 0
037000         MOVE WS-PARM-MONTHS-9   TO WS-PROFILE-MONTHS
037100         MOVE WS-PARM-MULTIPLE-9 TO WS-MULTIPLE
037200         MOVE WS-PARM-LIMIT-9    TO WS-DOLLAR-LIMIT
037300         DISPLAY 'ANOMALY SCAN ' WS-PARM-FROM-DATE ' TO '
037400                 WS-PARM-TO-DATE ' PROFILE ' WS-PARM-MONTHS-X
037500                 ' MONTHS'
037600     ELSE
037700         DISPLAY 'INVALID CONTROL CARD: ' WS-ANOMALY-CONTROL-PARM
037800         SET ABT-DO-ABEND     TO TRUE
037900         SET ABT-ERROR-IS-SEQ TO TRUE
038000         MOVE 'SEQ     '      TO ABT-DA-FUNCTION
038100         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
038200         MOVE 3762            TO ABT-ERROR-ABEND-CODE
038300         MOVE 'MXPA072I'      TO ABT-DA-ACCESS-NAME
038400         PERFORM Z-980-ABNORMAL-TERM THRU
038500                 Z-980-ABNORMAL-TERM-RETURN
038600     END-IF.
038700
038800     PERFORM 1100-DERIVE-PROFILE-START THRU 1100-EXIT.
038900
039000     MOVE WS-PARM-FROM-DATE     TO AH1-FROM-DATE.
039100     MOVE WS-PARM-TO-DATE       TO AH1-TO-DATE.
039200     MOVE WS-PROFILE-START-DATE TO AH1-PROFILE-START.
039300     WRITE ANOMALY-EXCEPTION-REC FROM ANOM-HEAD-1.
039400     MOVE WS-MULTIPLE       TO AH2-MULTIPLE.
039500     MOVE WS-DOLLAR-LIMIT   TO AH2-LIMIT.
039600     MOVE WS-PROFILE-MONTHS TO AH2-MONTHS.
039700     WRITE ANOMALY-EXCEPTION-REC FROM ANOM-HEAD-2.
039800     MOVE SPACES TO WS-REPORT-LINE.
039900     WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE.
040000     WRITE ANOMALY-EXCEPTION-REC FROM ANOM-HEAD-3.
040100     MOVE ALL '-' TO WS-REPORT-LINE.
040200     WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE.
040300
040400     EXEC SQL
040500         OPEN VWMSCHSP
040600     END-EXEC.
040700
040800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
040900             Z-970-SET-DA-STATUS-DB2-EXIT.
041000
041100     IF DA-OK
041200         PERFORM 5000-FETCH-VWMSCHSP THRU 5000-EXIT
041300     ELSE
041400         SET ABT-DO-ABEND     TO TRUE
041500         SET ABT-ERROR-IS-DB2 TO TRUE
041600         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
041700         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
041800         MOVE 3763            TO ABT-ERROR-ABEND-CODE
041900         MOVE 'VWMSCHSP'      TO ABT-DA-ACCESS-NAME
042000         PERFORM Z-980-ABNORMAL-TERM THRU
042100                 Z-980-ABNORMAL-TERM-RETURN
042200     END-IF.
042300 1000-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*                1100-DERIVE-PROFILE-START                      *
042800*****************************************************************
042900* LETS DB2 DO THE DATE ARITHMETIC, AS MXBPA066 DOES - THE CYCLE *
043000* FROM DATE LESS THE PARM PROFILE MONTHS, IN THE SAME           *
043100* YYYY-MM-DD SHAPE THE APPLIED_DATE COLUMN CARRIES.             *
043200*****************************************************************
043300
043400 1100-DERIVE-PROFILE-START.
043500     MOVE SPACES TO SUBSYSTEM-ID-IND
043600                    SUBFUNCTION-CODE.
043700
043800     EXEC SQL
043900       SELECT CHAR(DATE(:WS-PARM-FROM-DATE)
044000                   - :WS-PROFILE-MONTHS MONTHS, ISO)
044100         INTO :WS-PROFILE-START-DATE
044200         FROM VWMCTUPD
044300         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
044400           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
044500     END-EXEC.
044600
044700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
044800             Z-970-SET-DA-STATUS-DB2-EXIT.
044900
045000     IF DA-OK
045100         DISPLAY 'PROFILE PERIOD OPENS ' WS-PROFILE-START-DATE
045200     ELSE
045300         SET ABT-DO-ABEND     TO TRUE
045400         SET ABT-ERROR-IS-DB2 TO TRUE
045500         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
045600         MOVE '1100-DERI'     TO ABT-ERROR-SECTION
045700         MOVE 3764            TO ABT-ERROR-ABEND-CODE
045800         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
045900         PERFORM Z-980-ABNORMAL-TERM THRU
046000                 Z-980-ABNORMAL-TERM-RETURN
046100     END-IF.
046200 1100-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600*                2000-CHECK-ONE-TOTAL                           *
046700*****************************************************************
046800* ONE DEALER/CHARGE TYPE: THE PROFILE AVERAGE, THE THREE TESTS, *
046900* AND THE REPORT LINE WHEN ANY TEST FIRES.                      *
047000*****************************************************************
047100
047200 2000-CHECK-ONE-TOTAL.
047300     ADD +1 TO WS-LINES-EXAMINED.
047400     MOVE WS-TR-PRIOR-HIST-IND TO WS-PRIOR-HIST-SW.
047500     MOVE 'N' TO WS-MULTIPLE-FLAG-SW
047600                 WS-LIMIT-FLAG-SW.
047700
047800     IF WS-TR-CYCLE-AMT < 0
047900         COMPUTE WS-CYCLE-MAGNITUDE = 0 - WS-TR-CYCLE-AMT
048000     ELSE
048100         MOVE WS-TR-CYCLE-AMT TO WS-CYCLE-MAGNITUDE
048200     END-IF.
048300
048400     IF WS-TR-PROF-MONTHS > 0
048500         COMPUTE WS-PROF-AVG-AMT ROUNDED =
048600             WS-TR-PROF-AMT / WS-TR-PROF-MONTHS
048700     ELSE
048800         MOVE 0 TO WS-PROF-AVG-AMT
048900     END-IF.
049000     IF WS-PROF-AVG-AMT < 0
049100         COMPUTE WS-PROF-AVG-MAGNITUDE = 0 - WS-PROF-AVG-AMT
049200     ELSE
049300         MOVE WS-PROF-AVG-AMT TO WS-PROF-AVG-MAGNITUDE
049400     END-IF.
049500
049600     IF WS-PROF-AVG-MAGNITUDE > 0
049700         COMPUTE WS-RATIO ROUNDED =
049800             WS-CYCLE-MAGNITUDE / WS-PROF-AVG-MAGNITUDE
049900             ON SIZE ERROR MOVE 99999.9 TO WS-RATIO
050000         END-COMPUTE
050100     ELSE
050200         MOVE 0 TO WS-RATIO
050300     END-IF.
050400
050500     IF WS-HAS-PRIOR-HIST
050600         PERFORM 2100-TEST-AGAINST-PROFILE THRU 2100-EXIT
050700     ELSE
050800         ADD +1 TO WS-NEW-TYPE-FLAGS
050900     END-IF.
051000
051100     IF WS-HAS-PRIOR-HIST    AND
051200        NOT WS-MULTIPLE-FLAGGED AND
051300        NOT WS-LIMIT-FLAGGED
051400         CONTINUE
051500     ELSE
051600         PERFORM 3000-REPORT-ANOMALY THRU 3000-EXIT
051700     END-IF.
051800
051900     PERFORM 5000-FETCH-VWMSCHSP THRU 5000-EXIT.
052000 2000-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*                2100-TEST-AGAINST-PROFILE                      *
052500*****************************************************************
052600* A CHARGE TYPE THE DEALER HAS HAD BEFORE, BUT NOT IN THE       *
052700* PROFILE PERIOD, HAS A ZERO AVERAGE - ANY CREDIT IS THEN AN    *
052800* UNLIMITED MULTIPLE OF IT.                                     *
052900*****************************************************************
053000
053100 2100-TEST-AGAINST-PROFILE.
053200     IF WS-MULTIPLE > 0
053300         COMPUTE WS-MULTIPLE-LIMIT-AMT =
053400             WS-PROF-AVG-MAGNITUDE * WS-MULTIPLE
053500         IF WS-CYCLE-MAGNITUDE > WS-MULTIPLE-LIMIT-AMT
053600             SET WS-MULTIPLE-FLAGGED TO TRUE
053700             ADD +1 TO WS-MULTIPLE-FLAGS
053800         END-IF
053900     END-IF.
054000
054100     IF WS-DOLLAR-LIMIT > 0
054200         COMPUTE WS-EXCESS-AMT =
054300             WS-CYCLE-MAGNITUDE - WS-PROF-AVG-MAGNITUDE
054400         IF WS-EXCESS-AMT > WS-DOLLAR-LIMIT
054500             SET WS-LIMIT-FLAGGED TO TRUE
054600             ADD +1 TO WS-LIMIT-FLAGS
054700         END-IF
054800     END-IF.
054900 2100-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300*                3000-REPORT-ANOMALY                            *
055400*****************************************************************
055500* THE DEALER LINE GOES OUT AHEAD OF ITS FIRST FLAGGED CHARGE    *
055600* TYPE, THEN THE CYCLE FIGURES BESIDE THE PROFILE.              *
055700*****************************************************************
055800
055900 3000-REPORT-ANOMALY.
056000     ADD +1 TO WS-LINES-FLAGGED.
056100
056200     IF WS-TR-DLR-NBR NOT = WS-PREV-DLR-NBR
056300         ADD +1 TO WS-DEALERS-FLAGGED
056400         MOVE WS-TR-DLR-NBR TO WS-PREV-DLR-NBR
056500         MOVE SPACES TO WS-REPORT-LINE
056600         WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE
056700         MOVE WS-TR-DLR-NBR TO ADL-DLR-NBR
056800         MOVE SPACES TO ADL-DLR-NAME
056900         IF LEGAL-NAME-LEN OF DCLVWMCU00 > 0
057000             MOVE LEGAL-NAME-TEXT OF DCLVWMCU00
057100                                 TO ADL-DLR-NAME
057200         END-IF
057300         WRITE ANOMALY-EXCEPTION-REC FROM ANOM-DEALER-LINE
057400     END-IF.
057500
057600     MOVE WS-TR-CHARGE-TYPE    TO ANL-CHARGE-TYPE.
057700     MOVE WS-TR-CURRENCY-CODE  TO ANL-CURRENCY-CODE.
057800     MOVE WS-TR-CYCLE-AMT      TO ANL-CYCLE-AMT.
057900     MOVE WS-TR-CYCLE-LINES    TO ANL-CYCLE-LINES.
058000     MOVE WS-TR-PROF-AMT       TO ANL-PROF-AMT.
058100     MOVE WS-TR-PROF-MONTHS    TO ANL-PROF-MONTHS.
058200     MOVE WS-PROF-AVG-AMT      TO ANL-PROF-AVG-AMT.
058300     MOVE WS-TR-PROF-MAX-MONTH TO ANL-PROF-MAX-MONTH.
058400     MOVE WS-RATIO             TO ANL-RATIO.
058500
058600     EVALUATE TRUE
058700         WHEN NOT WS-HAS-PRIOR-HIST
058800             MOVE 'NEW CHARGE TYPE'    TO ANL-REASON
058900         WHEN WS-TR-PROF-MONTHS = 0
059000             MOVE 'NONE IN PROFILE'    TO ANL-REASON
059100         WHEN WS-MULTIPLE-FLAGGED AND WS-LIMIT-FLAGGED
059200             MOVE 'MULTIPLE + DLR LIMIT' TO ANL-REASON
059300         WHEN WS-MULTIPLE-FLAGGED
059400             MOVE 'OVER MULTIPLE'      TO ANL-REASON
059500         WHEN OTHER
059600             MOVE 'OVER DOLLAR LIMIT'  TO ANL-REASON
059700     END-EVALUATE.
059800
059900     WRITE ANOMALY-EXCEPTION-REC FROM ANOM-DETAIL-LINE.
060000 3000-EXIT.
060100     EXIT.
060200
060300*****************************************************************
060400*                5000-FETCH-VWMSCHSP                            *
060500*****************************************************************
060600
060700 5000-FETCH-VWMSCHSP.
060800     EXEC SQL
060900       FETCH VWMSCHSP
061000         INTO :WS-TR-DLR-NBR,
061100              :WS-TR-CHARGE-TYPE,
061200              :WS-TR-CURRENCY-CODE,
061300              :WS-TR-CYCLE-AMT,
061400              :WS-TR-CYCLE-LINES,
061500              :WS-TR-PROF-AMT,
061600              :WS-TR-PROF-MONTHS,
061700              :WS-TR-PROF-MAX-MONTH,
061800              :WS-TR-PRIOR-HIST-IND,
061900              :DCLVWMCU00.LEGAL-NAME
062000     END-EXEC.
062100
062200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
062300             Z-970-SET-DA-STATUS-DB2-EXIT.
062400
062500     EVALUATE TRUE
062600         WHEN DA-OK
062700             CONTINUE
062800
062900         WHEN DA-NOTFOUND
063000             SET NO-MORE-TOTALS TO TRUE
063100
063200         WHEN OTHER
063300             SET ABT-DO-ABEND     TO TRUE
063400             SET ABT-ERROR-IS-DB2 TO TRUE
063500             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
063600             MOVE '5000-FETC'     TO ABT-ERROR-SECTION
063700             MOVE 3765            TO ABT-ERROR-ABEND-CODE
063800             MOVE 'VWMSCHSP'      TO ABT-DA-ACCESS-NAME
063900             PERFORM Z-980-ABNORMAL-TERM THRU
064000                     Z-980-ABNORMAL-TERM-RETURN
064100     END-EVALUATE.
064200 5000-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600*                   9900-TERMINATION                            *
064700*****************************************************************
064800
064900 9900-TERMINATION.
065000     EXEC SQL
065100         CLOSE VWMSCHSP
065200     END-EXEC.
065300
065400     MOVE SPACES TO WS-REPORT-LINE.
065500     WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE.
065600
065700     IF WS-LINES-FLAGGED = 0
065800         MOVE 'NO DEALER CREDIT ANOMALIES FOUND THIS CYCLE'
065900             TO WS-REPORT-LINE
066000         WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE
066100     ELSE
066200         MOVE ALL '-' TO WS-REPORT-LINE
066300         WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE
066400         MOVE WS-DEALERS-FLAGGED TO WS-RPT-ED-COUNT
066500         MOVE SPACES TO WS-REPORT-LINE
066600         STRING 'DEALERS LISTED............... '
066700                                     DELIMITED BY SIZE
066800                WS-RPT-ED-COUNT      DELIMITED BY SIZE
066900                ' - REVIEW BEFORE RELEASE'
067000                                     DELIMITED BY SIZE
067100                INTO WS-REPORT-LINE
067200         WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE
067300         MOVE WS-NEW-TYPE-FLAGS TO WS-RPT-ED-COUNT
067400         MOVE SPACES TO WS-REPORT-LINE
067500         STRING '  NEW CHARGE TYPES........... '
067600                                     DELIMITED BY SIZE
067700                WS-RPT-ED-COUNT      DELIMITED BY SIZE
067800                INTO WS-REPORT-LINE
067900         WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE
068000         MOVE WS-MULTIPLE-FLAGS TO WS-RPT-ED-COUNT
068100         MOVE SPACES TO WS-REPORT-LINE
068200         STRING '  OVER MULTIPLE.............. '
068300                                     DELIMITED BY SIZE
068400                WS-RPT-ED-COUNT      DELIMITED BY SIZE
068500                INTO WS-REPORT-LINE
068600         WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE
068700         MOVE WS-LIMIT-FLAGS TO WS-RPT-ED-COUNT
068800         MOVE SPACES TO WS-REPORT-LINE
068900         STRING '  OVER DOLLAR LIMIT.......... '
069000                                     DELIMITED BY SIZE
069100                WS-RPT-ED-COUNT      DELIMITED BY SIZE
069200                INTO WS-REPORT-LINE
069300         WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE
069400         DISPLAY '**** DEALER CREDIT ANOMALIES - SEE '
069500                 'MXPA072R ****'
069600         MOVE 4 TO RETURN-CODE
069700     END-IF.
069800
069900     MOVE WS-LINES-EXAMINED TO WS-RPT-ED-COUNT.
070000     MOVE SPACES TO WS-REPORT-LINE.
070100     STRING 'DEALER/CHARGE TYPES EXAMINED. ' DELIMITED BY SIZE
070200            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
070300            INTO WS-REPORT-LINE.
070400     WRITE ANOMALY-EXCEPTION-REC FROM WS-REPORT-LINE.
070500
070600     CLOSE ANOMALY-EXCEPTION-REPORT.
070700
070800     DISPLAY ' '.
070900     DISPLAY 'PROGRAM MXBPA072 SUCCESSFULLY COMPLETED'.
071000 9900-EXIT.
071100     EXIT.
071200
071300     EXEC SQL
071400          INCLUDE MXWP02
071500     END-EXEC.
