000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA078.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA078 - DISTRIBUTOR RECOVERY CLAIMS.                        |
001000* RUNS IN THE CYCLE AFTER MXBPA045. EVERY CM% CREDIT APPLIED ON  |
001100* OR BEFORE THE PROCESSING DATE WHOSE DISTRIBUTOR (VWMJ280       |
001200* PAYEE) FUNDS ITS PAY TYPE ON VWMDSFD, AND WHICH HAS NOT BEEN   |
001300* CLAIMED BEFORE (NO VWMDSCL ROW), IS CLAIMED BACK FROM THAT     |
001400* DISTRIBUTOR AT THE TABLE'S SHARE. ONE CLAIM PER DISTRIBUTOR    |
001500* AND CURRENCY GOES ON THE MXAW78 CLAIM FILE (HEADER, ONE DETAIL |
001600* PER CREDIT - DEALER, CREDIT MEMO, INVOICE, MODEL/SERIAL,       |
001700* CREDIT AND RECOVERABLE AMOUNT - AND A TRAILER WITH THE CONTROL |
001800* TOTALS), AND THE SAME LINES PRINT ON THE CLAIM REGISTER.       |
001900* EACH LINE CLAIMED IS RECORDED ON VWMDSCL IN THE SAME UNIT OF   |
002000* WORK, SO A CREDIT IS NEVER CLAIMED TWICE AND A RERUN AFTER AN  |
002100* ABEND PICKS UP EXACTLY WHAT THE FAILED RUN DID NOT COMMIT. A   |
002200* CREDIT MISSED BY AN EARLIER RUN (SAY A FUNDING ROW ADDED LATE, |
002300* BACKDATED BY ITS EFF_DATE) IS PICKED UP BY THE NEXT ONE.       |
002400*================================================================*
002500*  TABLE   |   VIEW   |     DESCRIPTION                          |
002600*----------+-----------------------------------------------------*
002700* TBMJ280  | VWMJ280  |  PAYMENT DETAIL                          |
002800* TBMDSFD  | VWMDSFD  |  DISTRIBUTOR-FUNDED CREDIT TABLE         |
002900* TBMDSCL  | VWMDSCL  |  DISTRIBUTOR RECOVERY CLAIM LINE         |
003000* TBMTRLI  | VWMTRLI  |  TRUST LINE ITEM                         |
003100* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
003200* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003300*================================================================*
003400*   PLAN   | BIND INCLUDE MEMBERS                                |
003500*----------+-----------------------------------------------------*
003600* PBMPA078 | PBMPA078                                            |
003700*================================================================*
003800*-----------------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DIST-CLAIM-FILE
004500         ASSIGN TO MXPA078C.
004600
004700     SELECT DIST-CLAIM-REGISTER
004800         ASSIGN TO MXPA078R.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DIST-CLAIM-FILE
005300     RECORDING MODE IS F.
005400 01  DIST-CLAIM-REC                      PIC X(150).
005500
005600 FD  DIST-CLAIM-REGISTER
005700     RECORDING MODE IS F.
005800 01  DIST-CLAIM-REGISTER-REC             PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-SWITHCES.
006200     05  WS-NO-MORE-CREDITS-SW           PIC X(01) VALUE 'N'.
006300         88 NO-MORE-CREDITS                        VALUE 'Y'.
006400     05  WS-CLAIM-OPEN-SW                PIC X(01) VALUE 'N'.
006500         88 WS-CLAIM-OPEN                          VALUE 'Y'.
006600
006700 01  WS-COUNTERS COMP-3.
006800     05  WS-CREDITS-CLAIMED              PIC S9(09) VALUE 0.
006900     05  WS-CLAIMS-WRITTEN               PIC S9(09) VALUE 0.
007000     05  WS-FILE-RECS-WRITTEN            PIC S9(09) VALUE 0.
007100
007200 01  WS-NULL-INDICATORS.
007300     05  WS-TRUST-NO-NN                  PIC S9(04) COMP VALUE 0.
007400
007500 01  WS-PROCESSING-DATE                  PIC X(10).
007600 01  WS-CLAIM-SEQ                        PIC S9(09) COMP VALUE 0.
007700
007800*  CLAIM NUMBER - 'DR' + PROCESSING DATE YYMMDD + SEQUENCE.
007900 01  WS-CLAIM-NBR.
008000     05  WS-CLAIM-NBR-PREFIX             PIC X(02) VALUE 'DR'.
008100     05  WS-CLAIM-NBR-YY                 PIC X(02).
008200     05  WS-CLAIM-NBR-MM                 PIC X(02).
008300     05  WS-CLAIM-NBR-DD                 PIC X(02).
008400     05  WS-CLAIM-NBR-SEQ                PIC 9(04).
008500
008600 01  WS-CURRENT-CLAIM.
008700     05  WS-CURRENT-DIST-NO              PIC S9(09) COMP VALUE 0.
008800     05  WS-CURRENT-CURRENCY             PIC X(03) VALUE SPACES.
008900     05  WS-CURRENT-DIST-NAME            PIC X(35) VALUE SPACES.
009000
009100 01  WS-AMOUNTS COMP-3.
009200     05  WS-CLAIM-AMT                    PIC S9(09)V99 VALUE 0.
009300     05  WS-CLAIM-LINES                  PIC S9(07)    VALUE 0.
009400     05  WS-CLAIM-CREDIT-TOTAL           PIC S9(11)V99 VALUE 0.
009500     05  WS-CLAIM-RECOVER-TOTAL          PIC S9(11)V99 VALUE 0.
009600
009700*  THE INVOICE AS MXBPA045 PUTS IT ON THE STATEMENT.
009800 01  WS-INVOICE-NBR                      PIC X(11).
009900
010000 01  CLAIM-HEAD-1.
010100     05  FILLER                  PIC X(08) VALUE 'MXBPA078'.
010200     05  FILLER                  PIC X(10) VALUE SPACES.
010300     05  FILLER                  PIC X(42) VALUE
010400         'DISTRIBUTOR RECOVERY CLAIM REGISTER       '.
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  FILLER                  PIC X(11) VALUE 'PROC DATE: '.
010700     05  CH1-PROC-DATE           PIC X(10).
010800     05  FILLER                  PIC X(49) VALUE SPACES.
010900
011000 01  CLAIM-DIST-LINE.
011100     05  FILLER                          PIC X(13) VALUE
011200         'DISTRIBUTOR: '.
011300     05  CDL-DIST-NO                     PIC ZZZZZZZZ9.
011400     05  FILLER                          PIC X(02) VALUE SPACES.
011500     05  CDL-DIST-NAME                   PIC X(35).
011600     05  FILLER                          PIC X(09) VALUE
011700         '  CLAIM: '.
011800     05  CDL-CLAIM-NBR                   PIC X(12).
011900     05  FILLER                          PIC X(12) VALUE
012000         '  CURRENCY: '.
012100     05  CDL-CURRENCY                    PIC X(03).
012200     05  FILLER                          PIC X(37) VALUE SPACES.
012300
012400 01  CLAIM-COLUMN-HEAD.
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  FILLER                  PIC X(09) VALUE '   DEALER'.
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  FILLER                  PIC X(11) VALUE 'CREDIT MEMO'.
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  FILLER                  PIC X(10) VALUE 'APPLIED'.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  FILLER                  PIC X(11) VALUE 'INVOICE'.
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  FILLER                  PIC X(12) VALUE 'MODEL'.
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  FILLER                  PIC X(17) VALUE 'SERIAL'.
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  FILLER                  PIC X(04) VALUE 'TYPE'.
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  FILLER                  PIC X(15) VALUE
014100         '  CREDIT AMOUNT'.
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  FILLER                  PIC X(06) VALUE ' SHARE'.
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  FILLER                  PIC X(15) VALUE
014600         '  CLAIM AMOUNT'.
014700
014800 01  CLAIM-DETAIL-LINE.
014900     05  FILLER                          PIC X(02) VALUE SPACES.
015000     05  CLL-DLR-NBR                     PIC ZZZZZZZZ9.
015100     05  FILLER                          PIC X(02) VALUE SPACES.
015200     05  CLL-CREDIT-MEMO-NBR             PIC X(11).
015300     05  FILLER                          PIC X(02) VALUE SPACES.
015400     05  CLL-APPLIED-DATE                PIC X(10).
015500     05  FILLER                          PIC X(02) VALUE SPACES.
015600     05  CLL-INVOICE-NBR                 PIC X(11).
015700     05  FILLER                          PIC X(02) VALUE SPACES.
015800     05  CLL-MODEL-NBR                   PIC X(12).
015900     05  FILLER                          PIC X(02) VALUE SPACES.
016000     05  CLL-SERIAL-NBR                  PIC X(17).
016100     05  FILLER                          PIC X(02) VALUE SPACES.
016200     05  CLL-PAY-TYPE-CODE               PIC X(04).
016300     05  FILLER                          PIC X(02) VALUE SPACES.
016400     05  CLL-CREDIT-AMT                  PIC ZZZ,ZZZ,ZZ9.99-.
016500     05  FILLER                          PIC X(02) VALUE SPACES.
016600     05  CLL-FUND-PCT                    PIC ZZ9.99.
016700     05  FILLER                          PIC X(02) VALUE SPACES.
016800     05  CLL-CLAIM-AMT                   PIC ZZZ,ZZZ,ZZ9.99-.
016900
017000 01  CLAIM-TOTAL-LINE.
017100     05  FILLER                          PIC X(02) VALUE SPACES.
017200     05  CTL-LABEL                       PIC X(30).
017300     05  CTL-LINE-COUNT                  PIC ZZZ,ZZ9.
017400     05  FILLER                          PIC X(49) VALUE SPACES.
017500     05  CTL-CREDIT-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99-.
017600     05  FILLER                          PIC X(08) VALUE SPACES.
017700     05  CTL-CLAIM-TOTAL                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
017750     05  FILLER                          PIC X(02) VALUE SPACES.
017800
017900 01  WS-REPORT-LINE                      PIC X(132).
018000 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
018100 01  WS-DISPLAY-COUNTER                  PIC ZZZ,ZZZ,ZZ9.
018200
018300*  THE CLAIM FILE RECORD.
018400     COPY MXAW78.
018500
018600     EXEC SQL
018700          INCLUDE MXWW03
018800     END-EXEC.
018900
019000******************************************************************
019100*  DB2 table includes
019200******************************************************************
019300
019400     EXEC SQL
019500         INCLUDE VWMJ280
019600     END-EXEC.
019700
019800     EXEC SQL
019900         INCLUDE VWMDSFD
020000     END-EXEC.
020100
020200     EXEC SQL
020300         INCLUDE VWMDSCL
020400     END-EXEC.
020500
020600     EXEC SQL
020700         INCLUDE VWMTRLI
020800     END-EXEC.
020900
021000     EXEC SQL
021100         INCLUDE VWMCU00
021200     END-EXEC.
021300
021400     EXEC SQL
021500         INCLUDE VWMCTUPD
021600     END-EXEC.
021700
021800     EXEC SQL
021900         INCLUDE SQLCA
022000     END-EXEC.
022100
022200*****************************************************************
022300*  CURSOR DEFINITION FOR THE DISTRIBUTOR-FUNDED CREDITS NOT YET *
022400*  CLAIMED - THE SAME CM% / PBL_DTL_TYPE_CODE '6' CREDITS THE   *
022500*  MXBPA045 EXTRACT PUTS ON THE STATEMENT. MODEL AND SERIAL     *
022600*  COME OFF THE INVOICE'S TRUST LINE WHERE THERE IS ONE.        *
022700*****************************************************************
022800
022900     EXEC SQL
023000        DECLARE VWMJ280D CURSOR FOR
023100         SELECT A.PAYEE_NO
023200               ,A.PAYEE_SUFF_NO
023300               ,A.SEQ_NO
023400               ,A.PBL_DTL_NO
023500               ,A.DTL_SEQ_NO
023600               ,A.CURRENCY_CODE
023700               ,A.CUST_NO
023800               ,A.PAY_TYPE_CODE
023900               ,A.PAY_APPLIED_DATE
024000               ,A.TRUST_NO
024100               ,COALESCE(T.MODEL_NO, ' ')
024200               ,COALESCE(T.SERIAL_NO, ' ')
024300               ,A.PAY_APPLIED_AMT
024400               ,F.FUND_PCT
024500           FROM VWMJ280 A
024600                INNER JOIN VWMDSFD F
024700                   ON F.DIST_CUST_NO  = A.PAYEE_NO
024800                  AND F.PAY_TYPE_CODE = A.PAY_TYPE_CODE
024900                  AND A.PAY_APPLIED_DATE
025000                      BETWEEN F.EFF_DATE AND F.EXP_DATE
025100                LEFT OUTER JOIN VWMTRLI T
025200                   ON T.DLR_NO        = A.DLR_NO
025300                  AND T.TRUST_NO      = A.TRUST_NO
025400                  AND T.TRUST_LINE_NO = A.TRUST_LINE_NO
025500          WHERE A.PAY_NO LIKE 'CM%'
025600            AND A.PBL_DTL_TYPE_CODE = '6'
025700            AND A.PAY_APPLIED_DATE <= :WS-PROCESSING-DATE
025800            AND NOT EXISTS
025900               (SELECT 1
026000                  FROM VWMDSCL C
026100                 WHERE C.PAYEE_NO      = A.PAYEE_NO
026200                   AND C.PAYEE_SUFF_NO = A.PAYEE_SUFF_NO
026300                   AND C.SEQ_NO        = A.SEQ_NO
026400                   AND C.PBL_DTL_NO    = A.PBL_DTL_NO
026500                   AND C.DTL_SEQ_NO    = A.DTL_SEQ_NO)
026600          ORDER BY A.PAYEE_NO, A.CURRENCY_CODE, A.CUST_NO,
026700                   A.PBL_DTL_NO, A.PAY_APPLIED_DATE, A.DTL_SEQ_NO
026800     END-EXEC.
026900
027000 PROCEDURE DIVISION.
027100
027200*****************************************************************
027300*                     0000-MAINLINE                             *
027400*****************************************************************
027500
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
027800     PERFORM 2000-CLAIM-ONE-CREDIT THRU 2000-EXIT
027900         UNTIL NO-MORE-CREDITS.
028000     PERFORM 9900-TERMINATION THRU 9900-EXIT.
028100     GOBACK.
028200 0000-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*                      1000-INITIALIZATION                      *
028700*****************************************************************
028800
028900 1000-INITIALIZATION.
029000     DISPLAY ' '.
029100     DISPLAY 'PROGRAM MXBPA078 BEGINNING EXECUTION'.
029200     DISPLAY ' '.
029300     MOVE 'MXBPA078' TO ABT-PGM-NAME.
029400
029500     OPEN OUTPUT DIST-CLAIM-FILE
029600                 DIST-CLAIM-REGISTER.
029700
029800     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
029900     PERFORM 7100-COUNT-TODAYS-CLAIMS THRU 7100-EXIT.
030000
030100     MOVE WS-PROCESSING-DATE(3:2) TO WS-CLAIM-NBR-YY.
030200     MOVE WS-PROCESSING-DATE(6:2) TO WS-CLAIM-NBR-MM.
030300     MOVE WS-PROCESSING-DATE(9:2) TO WS-CLAIM-NBR-DD.
030400
030500     MOVE WS-PROCESSING-DATE TO CH1-PROC-DATE.
030600     WRITE DIST-CLAIM-REGISTER-REC FROM CLAIM-HEAD-1.
030700
030800     EXEC SQL
030900         OPEN VWMJ280D
031000     END-EXEC.
031100
031200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
031300             Z-970-SET-DA-STATUS-DB2-EXIT.
031400
031500     IF NOT DA-OK
031600         SET ABT-DO-ABEND     TO TRUE
031700         SET ABT-ERROR-IS-DB2 TO TRUE
031800         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
031900         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
032000         MOVE 3797            TO ABT-ERROR-ABEND-CODE
032100         MOVE 'VWMJ280D'      TO ABT-DA-ACCESS-NAME
032200         PERFORM Z-980-ABNORMAL-TERM THRU
032300                 Z-980-ABNORMAL-TERM-RETURN
032400     END-IF.
032500
032600     PERFORM 5000-FETCH-VWMJ280D THRU 5000-EXIT.
032700 1000-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100*                   2000-CLAIM-ONE-CREDIT                       *
033200*****************************************************************
033300* A NEW DISTRIBUTOR OR CURRENCY CLOSES THE CLAIM IN PROGRESS    *
033400* AND OPENS THE NEXT ONE.                                       *
033500*****************************************************************
033600
033700 2000-CLAIM-ONE-CREDIT.
033800     IF WS-CLAIM-OPEN
033900         IF PAYEE-NO OF DCLVWMJ280 NOT = WS-CURRENT-DIST-NO OR
034000            CURRENCY-CODE OF DCLVWMJ280 NOT = WS-CURRENT-CURRENCY
034100             PERFORM 2500-CLOSE-CLAIM THRU 2500-EXIT
034200             PERFORM 2100-OPEN-CLAIM THRU 2100-EXIT
034300         END-IF
034400     ELSE
034500         PERFORM 2100-OPEN-CLAIM THRU 2100-EXIT
034600     END-IF.
034700
034800     PERFORM 2200-CLAIM-LINE THRU 2200-EXIT.
034900
035000     PERFORM 5000-FETCH-VWMJ280D THRU 5000-EXIT.
035100 2000-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*                   2100-OPEN-CLAIM                             *
035600*****************************************************************
035700
035800 2100-OPEN-CLAIM.
035900     SET WS-CLAIM-OPEN TO TRUE.
036000     MOVE PAYEE-NO OF DCLVWMJ280      TO WS-CURRENT-DIST-NO.
036100     MOVE CURRENCY-CODE OF DCLVWMJ280 TO WS-CURRENT-CURRENCY.
036200     MOVE 0 TO WS-CLAIM-LINES
036300               WS-CLAIM-CREDIT-TOTAL
036400               WS-CLAIM-RECOVER-TOTAL.
036500
036600     ADD +1 TO WS-CLAIM-SEQ.
036700     MOVE WS-CLAIM-SEQ TO WS-CLAIM-NBR-SEQ.
036800     ADD +1 TO WS-CLAIMS-WRITTEN.
036900
037000     MOVE WS-CURRENT-DIST-NO TO CUST-NO OF DCLVWMCU00.
037100     PERFORM 6000-SELECT-VWMCU00 THRU 6000-EXIT.
037200
037300     MOVE SPACES              TO MXAW78-CLAIM-RECORD.
037400     SET MXAW78-HEADER        TO TRUE.
037500     MOVE WS-CLAIM-NBR        TO MXAW78-CLAIM-NBR.
037600     MOVE WS-CURRENT-DIST-NO  TO MXAW78-DIST-CUST-NO.
037700     MOVE WS-CURRENT-DIST-NAME TO MXAW78-H-DIST-NAME.
037800     MOVE WS-PROCESSING-DATE  TO MXAW78-H-CLAIM-DATE.
037900     MOVE WS-CURRENT-CURRENCY TO MXAW78-H-CURRENCY-CODE.
038000     PERFORM 8100-WRITE-CLAIM-RECORD THRU 8100-EXIT.
038100
038200     MOVE SPACES TO WS-REPORT-LINE.
038300     WRITE DIST-CLAIM-REGISTER-REC FROM WS-REPORT-LINE.
038400     MOVE WS-CURRENT-DIST-NO   TO CDL-DIST-NO.
038500     MOVE WS-CURRENT-DIST-NAME TO CDL-DIST-NAME.
038600     MOVE WS-CLAIM-NBR         TO CDL-CLAIM-NBR.
038700     MOVE WS-CURRENT-CURRENCY  TO CDL-CURRENCY.
038800     WRITE DIST-CLAIM-REGISTER-REC FROM CLAIM-DIST-LINE.
038900     WRITE DIST-CLAIM-REGISTER-REC FROM CLAIM-COLUMN-HEAD.
039000 2100-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*                   2200-CLAIM-LINE                             *
039500*****************************************************************
039600* THE RECOVERABLE AMOUNT IS THE DISTRIBUTOR'S SHARE OF THE      *
039700* APPLIED CREDIT. A REVERSAL CARRIES ITS NEGATIVE AMOUNT ONTO   *
039800* THE CLAIM WHEN ITS PAY TYPE IS FUNDED.                        *
039900*****************************************************************
040000
040100 2200-CLAIM-LINE.
040200     COMPUTE WS-CLAIM-AMT ROUNDED =
040300             PAY-APPLIED-AMT OF DCLVWMJ280 * DSFD-FUND-PCT / 100.
040400
040500     IF WS-TRUST-NO-NN < 0
040600         MOVE SPACES TO WS-INVOICE-NBR
040700     ELSE
040800         MOVE TRUST-NO OF DCLVWMJ280 TO WS-INVOICE-NBR
040900     END-IF.
041000
041100     MOVE SPACES                       TO MXAW78-CLAIM-RECORD.
041200     SET MXAW78-DETAIL                 TO TRUE.
041300     MOVE WS-CLAIM-NBR                 TO MXAW78-CLAIM-NBR.
041400     MOVE WS-CURRENT-DIST-NO           TO MXAW78-DIST-CUST-NO.
041500     MOVE CUST-NO OF DCLVWMJ280        TO MXAW78-D-DLR-NBR.
041600     MOVE PBL-DTL-NO OF DCLVWMJ280     TO
041700                                     MXAW78-D-CREDIT-MEMO-NBR.
041800     MOVE PAY-APPLIED-DATE OF DCLVWMJ280
041900                                       TO MXAW78-D-APPLIED-DATE.
042000     MOVE WS-INVOICE-NBR               TO MXAW78-D-INVOICE-NBR.
042100     MOVE MODEL-NO OF DCLVWMTRLI       TO MXAW78-D-MODEL-NBR.
042200     MOVE SERIAL-NO OF DCLVWMTRLI      TO MXAW78-D-SERIAL-NBR.
042300     MOVE PAY-TYPE-CODE OF DCLVWMJ280  TO MXAW78-D-PAY-TYPE-CODE.
042400     MOVE PAY-APPLIED-AMT OF DCLVWMJ280
042500                                       TO MXAW78-D-CREDIT-AMT.
042600     MOVE DSFD-FUND-PCT                TO MXAW78-D-FUND-PCT.
042700     MOVE WS-CLAIM-AMT                 TO MXAW78-D-CLAIM-AMT.
042800     PERFORM 8100-WRITE-CLAIM-RECORD THRU 8100-EXIT.
042900
043000     MOVE MXAW78-D-DLR-NBR             TO CLL-DLR-NBR.
043100     MOVE MXAW78-D-CREDIT-MEMO-NBR     TO CLL-CREDIT-MEMO-NBR.
043200     MOVE MXAW78-D-APPLIED-DATE        TO CLL-APPLIED-DATE.
043300     MOVE MXAW78-D-INVOICE-NBR         TO CLL-INVOICE-NBR.
043400     MOVE MXAW78-D-MODEL-NBR           TO CLL-MODEL-NBR.
043500     MOVE MXAW78-D-SERIAL-NBR          TO CLL-SERIAL-NBR.
043600     MOVE MXAW78-D-PAY-TYPE-CODE       TO CLL-PAY-TYPE-CODE.
043700     MOVE PAY-APPLIED-AMT OF DCLVWMJ280 TO CLL-CREDIT-AMT.
043800     MOVE DSFD-FUND-PCT                TO CLL-FUND-PCT.
043900     MOVE WS-CLAIM-AMT                 TO CLL-CLAIM-AMT.
044000     WRITE DIST-CLAIM-REGISTER-REC FROM CLAIM-DETAIL-LINE.
044100
044200     PERFORM 8000-INSERT-VWMDSCL THRU 8000-EXIT.
044300
044400     ADD +1                            TO WS-CLAIM-LINES
044500                                          WS-CREDITS-CLAIMED.
044600     ADD PAY-APPLIED-AMT OF DCLVWMJ280 TO WS-CLAIM-CREDIT-TOTAL.
044700     ADD WS-CLAIM-AMT                  TO WS-CLAIM-RECOVER-TOTAL.
044800 2200-EXIT.
044900     EXIT.
045000
045100*****************************************************************
045200*                   2500-CLOSE-CLAIM                            *
045300*****************************************************************
045400
045500 2500-CLOSE-CLAIM.
045600     MOVE SPACES                 TO MXAW78-CLAIM-RECORD.
045700     SET MXAW78-TRAILER          TO TRUE.
045800     MOVE WS-CLAIM-NBR           TO MXAW78-CLAIM-NBR.
045900     MOVE WS-CURRENT-DIST-NO     TO MXAW78-DIST-CUST-NO.
046000     MOVE WS-CLAIM-LINES         TO MXAW78-T-DETAIL-COUNT.
046100     MOVE WS-CLAIM-CREDIT-TOTAL  TO MXAW78-T-CREDIT-TOTAL.
046200     MOVE WS-CLAIM-RECOVER-TOTAL TO MXAW78-T-CLAIM-TOTAL.
046300     PERFORM 8100-WRITE-CLAIM-RECORD THRU 8100-EXIT.
046400
046500     MOVE SPACES                 TO CLAIM-TOTAL-LINE.
046600     MOVE 'CLAIM TOTAL - CREDITS CLAIMED' TO CTL-LABEL.
046700     MOVE WS-CLAIM-LINES         TO CTL-LINE-COUNT.
046800     MOVE WS-CLAIM-CREDIT-TOTAL  TO CTL-CREDIT-TOTAL.
046900     MOVE WS-CLAIM-RECOVER-TOTAL TO CTL-CLAIM-TOTAL.
047000     WRITE DIST-CLAIM-REGISTER-REC FROM CLAIM-TOTAL-LINE.
047100
047200     MOVE 'N' TO WS-CLAIM-OPEN-SW.
047300 2500-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700*                   5000-FETCH-VWMJ280D                         *
047800*****************************************************************
047900
048000 5000-FETCH-VWMJ280D.
048100     EXEC SQL
048200       FETCH VWMJ280D
048300        INTO :DCLVWMJ280.PAYEE-NO,
048400             :DCLVWMJ280.PAYEE-SUFF-NO,
048500             :DCLVWMJ280.SEQ-NO,
048600             :DCLVWMJ280.PBL-DTL-NO,
048700             :DCLVWMJ280.DTL-SEQ-NO,
048800             :DCLVWMJ280.CURRENCY-CODE,
048900             :DCLVWMJ280.CUST-NO,
049000             :DCLVWMJ280.PAY-TYPE-CODE,
049100             :DCLVWMJ280.PAY-APPLIED-DATE,
049200             :DCLVWMJ280.TRUST-NO:WS-TRUST-NO-NN,
049300             :DCLVWMTRLI.MODEL-NO,
049400             :DCLVWMTRLI.SERIAL-NO,
049500             :DCLVWMJ280.PAY-APPLIED-AMT,
049600             :DCLVWMDSFD.DSFD-FUND-PCT
049700     END-EXEC.
049800
049900     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
050000             Z-970-SET-DA-STATUS-DB2-EXIT.
050100
050200     EVALUATE TRUE
050300         WHEN DA-OK
050400             CONTINUE
050500
050600         WHEN DA-NOTFOUND
050700             SET NO-MORE-CREDITS TO TRUE
050800
050900         WHEN OTHER
051000             SET ABT-DO-ABEND     TO TRUE
051100             SET ABT-ERROR-IS-DB2 TO TRUE
051200             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
051300             MOVE '5000-FETC'     TO ABT-ERROR-SECTION
051400             MOVE 3798            TO ABT-ERROR-ABEND-CODE
051500             MOVE 'VWMJ280D'      TO ABT-DA-ACCESS-NAME
051600             PERFORM Z-980-ABNORMAL-TERM THRU
051700                     Z-980-ABNORMAL-TERM-RETURN
051800     END-EVALUATE.
051900 5000-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*                6000-SELECT-VWMCU00                            *
052400*****************************************************************
052500* THE DISTRIBUTOR'S LEGAL NAME, AS THE STATEMENT PRINTS IT.     *
052600*****************************************************************
052700
052800 6000-SELECT-VWMCU00.
052900     EXEC SQL
053000       SELECT LEGAL_NAME
053100        INTO :DCLVWMCU00.LEGAL-NAME
053200         FROM VWMCU00
053300         WHERE CUST_NO = :DCLVWMCU00.CUST-NO
053400     END-EXEC.
053500
053600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
053700             Z-970-SET-DA-STATUS-DB2-EXIT.
053800
053900     EVALUATE TRUE
054000         WHEN DA-OK
054100             MOVE LEGAL-NAME-TEXT OF DCLVWMCU00
054200                                  TO WS-CURRENT-DIST-NAME
054300
054400         WHEN DA-NOTFOUND
054500             MOVE '*** NOT ON VWMCU00 ***'
054600                                  TO WS-CURRENT-DIST-NAME
054700
054800         WHEN OTHER
054900             SET ABT-DO-ABEND     TO TRUE
055000             SET ABT-ERROR-IS-DB2 TO TRUE
055100             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
055200             MOVE '6000-SELE'     TO ABT-ERROR-SECTION
055300             MOVE 3799            TO ABT-ERROR-ABEND-CODE
055400             MOVE 'VWMCU00 '      TO ABT-DA-ACCESS-NAME
055500             PERFORM Z-980-ABNORMAL-TERM THRU
055600                     Z-980-ABNORMAL-TERM-RETURN
055700     END-EVALUATE.
055800 6000-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200*                7000-SELECT-VWMCTUPD                           *
056300*****************************************************************
056400* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
056500* SUBFUNCTION ROW) - THE CLAIM DATE.                            *
056600*****************************************************************
056700
056800 7000-SELECT-VWMCTUPD.
056900     MOVE SPACES TO SUBSYSTEM-ID-IND
057000                    SUBFUNCTION-CODE.
057100
057200     EXEC SQL
057300       SELECT PROC_DATE
057400         INTO :DCLVWMCTUPD.PROC-DATE
057500         FROM VWMCTUPD
057600         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
057700           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
057800     END-EXEC.
057900
058000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
058100             Z-970-SET-DA-STATUS-DB2-EXIT.
058200
058300     IF DA-OK
058400         MOVE PROC-DATE TO WS-PROCESSING-DATE
058500     ELSE
058600         SET ABT-DO-ABEND     TO TRUE
058700         SET ABT-ERROR-IS-DB2 TO TRUE
058800         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
058900         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
059000         MOVE 3800            TO ABT-ERROR-ABEND-CODE
059100         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
059200         PERFORM Z-980-ABNORMAL-TERM THRU
059300                 Z-980-ABNORMAL-TERM-RETURN
059400     END-IF.
059500 7000-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900*                7100-COUNT-TODAYS-CLAIMS                       *
060000*****************************************************************
060100* A SECOND RUN ON THE SAME PROCESSING DATE CARRIES ON THE CLAIM *
060200* NUMBER SEQUENCE INSTEAD OF REUSING IT.                        *
060300*****************************************************************
060400
060500 7100-COUNT-TODAYS-CLAIMS.
060600     EXEC SQL
060700       SELECT COUNT(DISTINCT CLAIM_NBR)
060800         INTO :WS-CLAIM-SEQ
060900         FROM VWMDSCL
061000         WHERE CLAIM_DATE = :WS-PROCESSING-DATE
061100     END-EXEC.
061200
061300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
061400             Z-970-SET-DA-STATUS-DB2-EXIT.
061500
061600     IF NOT DA-OK
061700         SET ABT-DO-ABEND     TO TRUE
061800         SET ABT-ERROR-IS-DB2 TO TRUE
061900         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
062000         MOVE '7100-COUN'     TO ABT-ERROR-SECTION
062100         MOVE 3801            TO ABT-ERROR-ABEND-CODE
062200         MOVE 'VWMDSCL '      TO ABT-DA-ACCESS-NAME
062300         PERFORM Z-980-ABNORMAL-TERM THRU
062400                 Z-980-ABNORMAL-TERM-RETURN
062500     END-IF.
062600 7100-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000*                8000-INSERT-VWMDSCL                            *
063100*****************************************************************
063200
063300 8000-INSERT-VWMDSCL.
063400     MOVE PAYEE-NO OF DCLVWMJ280      TO DSCL-PAYEE-NO.
063500     MOVE PAYEE-SUFF-NO OF DCLVWMJ280 TO DSCL-PAYEE-SUFF-NO.
063600     MOVE SEQ-NO OF DCLVWMJ280        TO DSCL-SEQ-NO.
063700     MOVE PBL-DTL-NO OF DCLVWMJ280    TO DSCL-PBL-DTL-NO.
063800     MOVE DTL-SEQ-NO OF DCLVWMJ280    TO DSCL-DTL-SEQ-NO.
063900     MOVE WS-CLAIM-NBR                TO DSCL-CLAIM-NBR.
064000     MOVE WS-PROCESSING-DATE          TO DSCL-CLAIM-DATE.
064100     MOVE CUST-NO OF DCLVWMJ280       TO DSCL-DLR-NBR.
064200     MOVE PAY-TYPE-CODE OF DCLVWMJ280 TO DSCL-PAY-TYPE-CODE.
064300     MOVE PAY-APPLIED-AMT OF DCLVWMJ280
064400                                      TO DSCL-CREDIT-AMT.
064500     MOVE DSFD-FUND-PCT               TO DSCL-FUND-PCT.
064600     MOVE WS-CLAIM-AMT                TO DSCL-CLAIM-AMT.
064700     MOVE CURRENCY-CODE OF DCLVWMJ280 TO DSCL-CURRENCY-CODE.
064800
064900     EXEC SQL
065000         INSERT INTO VWMDSCL
065100             (PAYEE_NO, PAYEE_SUFF_NO, SEQ_NO, PBL_DTL_NO,
065200              DTL_SEQ_NO, CLAIM_NBR, CLAIM_DATE, DLR_NBR,
065300              PAY_TYPE_CODE, CREDIT_AMT, FUND_PCT, CLAIM_AMT,
065400              CURRENCY_CODE)
065500             VALUES
065600             (:DCLVWMDSCL.DSCL-PAYEE-NO,
065700              :DCLVWMDSCL.DSCL-PAYEE-SUFF-NO,
065800              :DCLVWMDSCL.DSCL-SEQ-NO,
065900              :DCLVWMDSCL.DSCL-PBL-DTL-NO,
066000              :DCLVWMDSCL.DSCL-DTL-SEQ-NO,
066100              :DCLVWMDSCL.DSCL-CLAIM-NBR,
066200              :DCLVWMDSCL.DSCL-CLAIM-DATE,
066300              :DCLVWMDSCL.DSCL-DLR-NBR,
066400              :DCLVWMDSCL.DSCL-PAY-TYPE-CODE,
066500              :DCLVWMDSCL.DSCL-CREDIT-AMT,
066600              :DCLVWMDSCL.DSCL-FUND-PCT,
066700              :DCLVWMDSCL.DSCL-CLAIM-AMT,
066800              :DCLVWMDSCL.DSCL-CURRENCY-CODE)
066900     END-EXEC.
067000
067100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
067200             Z-970-SET-DA-STATUS-DB2-EXIT.
067300
067400     IF NOT DA-OK
067500         SET ABT-DO-ABEND     TO TRUE
067600         SET ABT-ERROR-IS-DB2 TO TRUE
067700         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
067800         MOVE '8000-INSE'     TO ABT-ERROR-SECTION
067900         MOVE 3802            TO ABT-ERROR-ABEND-CODE
068000         MOVE 'VWMDSCL '      TO ABT-DA-ACCESS-NAME
068100         PERFORM Z-980-ABNORMAL-TERM THRU
068200                 Z-980-ABNORMAL-TERM-RETURN
068300     END-IF.
068400 8000-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800*                8100-WRITE-CLAIM-RECORD                        *
068900*****************************************************************
069000
069100 8100-WRITE-CLAIM-RECORD.
069200     WRITE DIST-CLAIM-REC FROM MXAW78-CLAIM-RECORD.
069300     ADD +1 TO WS-FILE-RECS-WRITTEN.
069400 8100-EXIT.
069500     EXIT.
069600
069700*****************************************************************
069800*                   9900-TERMINATION                            *
069900*****************************************************************
070000* THE CLAIM LINES ARE COMMITTED ONLY ONCE THE WHOLE CLAIM FILE  *
070100* HAS BEEN WRITTEN.                                             *
070200*****************************************************************
070300
070400 9900-TERMINATION.
070500     IF WS-CLAIM-OPEN
070600         PERFORM 2500-CLOSE-CLAIM THRU 2500-EXIT
070700     END-IF.
070800
070900     EXEC SQL
071000         CLOSE VWMJ280D
071100     END-EXEC.
071200
071300     EXEC SQL
071400         COMMIT
071500     END-EXEC.
071600
071700     MOVE SPACES TO WS-REPORT-LINE.
071800     WRITE DIST-CLAIM-REGISTER-REC FROM WS-REPORT-LINE.
071900
072000     IF WS-CLAIMS-WRITTEN = 0
072100         MOVE 'NO DISTRIBUTOR-FUNDED CREDITS TO CLAIM'
072200                                TO WS-REPORT-LINE
072300         WRITE DIST-CLAIM-REGISTER-REC FROM WS-REPORT-LINE
072400         MOVE SPACES TO WS-REPORT-LINE
072500     END-IF.
072600
072700     MOVE ALL '-' TO WS-REPORT-LINE.
072800     WRITE DIST-CLAIM-REGISTER-REC FROM WS-REPORT-LINE.
072900
073000     MOVE WS-CLAIMS-WRITTEN TO WS-RPT-ED-COUNT.
073100     MOVE SPACES TO WS-REPORT-LINE.
073200     STRING 'CLAIMS WRITTEN............... ' DELIMITED BY SIZE
073300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
073400            INTO WS-REPORT-LINE.
073500     WRITE DIST-CLAIM-REGISTER-REC FROM WS-REPORT-LINE.
073600
073700     MOVE WS-CREDITS-CLAIMED TO WS-RPT-ED-COUNT.
073800     MOVE SPACES TO WS-REPORT-LINE.
073900     STRING 'CREDITS CLAIMED.............. ' DELIMITED BY SIZE
074000            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
074100            INTO WS-REPORT-LINE.
074200     WRITE DIST-CLAIM-REGISTER-REC FROM WS-REPORT-LINE.
074300
074400     MOVE WS-FILE-RECS-WRITTEN TO WS-RPT-ED-COUNT.
074500     MOVE SPACES TO WS-REPORT-LINE.
074600     STRING 'CLAIM FILE RECORDS WRITTEN... ' DELIMITED BY SIZE
074700            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
074800            INTO WS-REPORT-LINE.
074900     WRITE DIST-CLAIM-REGISTER-REC FROM WS-REPORT-LINE.
075000
075100     CLOSE DIST-CLAIM-FILE
075200           DIST-CLAIM-REGISTER.
075300
075400     MOVE WS-CLAIMS-WRITTEN TO WS-DISPLAY-COUNTER.
075500     DISPLAY 'CLAIMS WRITTEN            ' WS-DISPLAY-COUNTER.
075600     MOVE WS-CREDITS-CLAIMED TO WS-DISPLAY-COUNTER.
075700     DISPLAY 'CREDITS CLAIMED           ' WS-DISPLAY-COUNTER.
075800
075900     DISPLAY ' '.
076000     DISPLAY 'PROGRAM MXBPA078 SUCCESSFULLY COMPLETED'.
076100 9900-EXIT.
076200     EXIT.
076300
076400     EXEC SQL
076500          INCLUDE MXWP02
076600     END-EXEC.
