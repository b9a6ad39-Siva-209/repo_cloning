000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA087.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA087 - WEEKLY DEALER STATEMENT SET-UP AUDIT.               |
001000* RUN AHEAD OF THE CYCLE, CHECKS EVERY STATEMENT-ELIGIBLE DEALER |
001100* (VWMCU00 CRED_PRT_FLAG 'Y', NOT TERMINATED ON VWMDTRM) FOR THE |
001200* SET-UP PROBLEMS THAT WOULD OTHERWISE ONLY SURFACE DURING OR    |
001300* AFTER THE RUN:                                                 |
001400*  1. NO VALID CRED_PRT_FREQ_CODE (D/W/M) - NO CYCLE PICKS IT UP.|
001500*  2. A LANGUAGE_CODE THE STATEMENT DOES NOT PRINT IN.           |
001600*  3. A CONSOLIDATION MEMBER WHOSE VWMCGRP PARENT IS GONE, NO    |
001700*     LONGER PRINTS, OR HAS BEEN TERMINATED.                     |
001800*  4. A BRANCH-PICKUP VWMDLVP ROW NAMING A BRANCH CLOSED ON, OR  |
001900*     MISSING FROM, VWMCN00.                                     |
002000*  5. AN ADDRESS MXBPW020 WILL NOT FORMAT (MXBPA045 PARKS IT).   |
002100*  6. A DLR_REP_CODE NOT ON VWMRP00 (MXPA045R REP EXCEPTION).    |
002200*  7. A REP PHONE MXBPW020 WILL NOT FORMAT (MXBPA045 PARKS IT).  |
002300*  8. CREDIT MEMOS IN THE LAST 31 DAYS WITH A PAY TYPE THAT HAS  |
002400*     NO VWMPTCL ROW (MXPA045X UNCLASSIFIED CODE).               |
002500* EACH FAILURE IS LISTED WITH THE FIX NEEDED, GROUPED BY CONTROL |
002600* ENTITY, WITH A FAILURE COUNT PER ENTITY AND PER CHECK.         |
002700* READ ONLY. RC 4 WHEN ANY FAILURE IS LISTED.                    |
002800*================================================================*
002900*  TABLE   |   VIEW   |     DESCRIPTION                          |
003000*----------+-----------------------------------------------------*
003100* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
003200* TBMCN00  | VWMCN00  |  CONTROL ENTITY (BRANCH)                 |
003300* TBMRP00  | VWMRP00  |  REP MASTER                              |
003400* TBMCGRP  | VWMCGRP  |  DEALER GROUP CONSOLIDATION              |
003500* TBMDLVP  | VWMDLVP  |  DEALER DELIVERY PREFERENCE              |
003600* TBMDTRM  | VWMDTRM  |  DEALER TERMINATION REGISTER             |
003700*          | VWMJ280  |  APPLIED PAYMENTS                        |
003800* TBMPTCL  | VWMPTCL  |  PAY-TYPE CLASSIFICATION                 |
003900* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
004000*================================================================*
004100*   PLAN   | BIND INCLUDE MEMBERS                                |
004200*----------+-----------------------------------------------------*
004300* PBMPA087 | PBMPA087                                            |
004400*================================================================*
004500*-----------------------------------------------------------------
004600
004700 ENVIRONMENT DIVISION.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SETUP-AUDIT-REPORT
005200         ASSIGN TO MXPA087R.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SETUP-AUDIT-REPORT
005700     RECORDING MODE IS F.
005800 01  SETUP-AUDIT-REC                     PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-CONSTANTS.
006200     05  WS-ADDR-PHONE-PGM       PIC X(08) VALUE 'MXBPW020'.
006300 01  WS-SWITHCES.
006400     05  WS-NO-MORE-DEALERS-SW           PIC X(01) VALUE 'N'.
006500         88 NO-MORE-DEALERS                        VALUE 'Y'.
006600     05  WS-DLR-LISTED-SW                PIC X(01) VALUE 'N'.
006700         88 WS-DLR-LISTED                          VALUE 'Y'.
006800     05  WS-ENT-LISTED-SW                PIC X(01) VALUE 'N'.
006900         88 WS-ENT-LISTED                          VALUE 'Y'.
007000
007100 01  WS-COUNTERS COMP-3.
007200     05  WS-DEALERS-AUDITED              PIC S9(09) VALUE 0.
007300     05  WS-DEALERS-FAILING              PIC S9(09) VALUE 0.
007400     05  WS-FAILURES-LISTED              PIC S9(09) VALUE 0.
007500     05  WS-ENTITIES-LISTED              PIC S9(09) VALUE 0.
007600     05  WS-ENT-DEALERS-FAILING          PIC S9(09) VALUE 0.
007700     05  WS-ENT-FAILURES                 PIC S9(09) VALUE 0.
007800     05  WS-FREQ-FAILURES                PIC S9(09) VALUE 0.
007900     05  WS-LANG-FAILURES                PIC S9(09) VALUE 0.
008000     05  WS-CONSOL-FAILURES              PIC S9(09) VALUE 0.
008100     05  WS-BRANCH-FAILURES              PIC S9(09) VALUE 0.
008200     05  WS-ADDR-FAILURES                PIC S9(09) VALUE 0.
008300     05  WS-REP-FAILURES                 PIC S9(09) VALUE 0.
008400     05  WS-PHONE-FAILURES               PIC S9(09) VALUE 0.
008500     05  WS-PAY-TYPE-FAILURES            PIC S9(09) VALUE 0.
008600
008700 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
008800 01  WS-DLR-REP-CODE-NN                  PIC S9(04) COMP VALUE 0.
008900 01  WS-PREV-CNTL-ENT-NO                 PIC S9(04) COMP VALUE 0.
009000
009100*  THE STATEMENT PRINTS IN ENGLISH, SPANISH OR FRENCH (MXBPAA46
009200*  AND MXBPA056); ANY OTHER LANGUAGE CODE FALLS THROUGH TO THE
009300*  FRENCH TEXT WITHOUT ANYONE NOTICING.
009400 01  WS-AUD-LANGUAGE-CODE                PIC X(06).
009500     88 WS-AUD-LANG-SUPPORTED  VALUES 'USAENG' 'CANENG'
009600                                      'MEXESP' 'CANFRA'.
009700
009800*  ONE FETCHED DEALER - WHAT THE CHECKS NEED BEYOND DCLVWMCU00.
009900 01  WS-AUDIT-ROW.
010000     05  WS-AUD-CNTL-ENT-NAME            PIC X(30).
010100     05  WS-AUD-REP-ON-FILE              PIC X(01).
010200     05  WS-AUD-PARENT-CUST-NO           PIC S9(09) COMP.
010300     05  WS-AUD-PARENT-STATUS            PIC X(01).
010400         88 WS-AUD-PARENT-MISSING                  VALUE 'M'.
010500         88 WS-AUD-PARENT-NOT-PRINTING             VALUE 'N'.
010600         88 WS-AUD-PARENT-TERMINATED               VALUE 'T'.
010700     05  WS-AUD-DLVRY-PREF-CODE          PIC X(01).
010800     05  WS-AUD-DLVRY-BRANCH-NO          PIC S9(04) COMP.
010900     05  WS-AUD-BRANCH-STATUS            PIC X(01).
011000         88 WS-AUD-BRANCH-MISSING                  VALUE 'M'.
011100         88 WS-AUD-BRANCH-CLOSED                   VALUE 'C'.
011200     05  WS-AUD-UNCL-CODES               PIC S9(09) COMP.
011300     05  WS-AUD-UNCL-FIRST-CODE          PIC X(04).
011400
011500 01  AUDIT-HEAD-1.
011600     05  FILLER                  PIC X(08) VALUE 'MXBPA087'.
011700     05  FILLER                  PIC X(10) VALUE SPACES.
011800     05  FILLER                  PIC X(42) VALUE
011900         'DEALER STATEMENT SET-UP AUDIT             '.
012000     05  FILLER                  PIC X(10) VALUE SPACES.
012100     05  FILLER                  PIC X(13) VALUE 'AS OF:       '.
012200     05  AH1-PROC-DATE           PIC X(10).
012300     05  FILLER                  PIC X(39) VALUE SPACES.
012400
012500 01  AUDIT-HEAD-2.
012600     05  FILLER                  PIC X(09) VALUE '   DEALER'.
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  FILLER                  PIC X(30) VALUE 'DEALER NAME'.
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  FILLER                  PIC X(30) VALUE 'FAILURE'.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  FILLER                  PIC X(57) VALUE 'FIX NEEDED'.
013300
013400 01  ENTITY-HEAD-LINE.
013500     05  FILLER                  PIC X(16) VALUE
013600         'CONTROL ENTITY: '.
013700     05  EHL-CNTL-ENT-NO         PIC ZZZ9.
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  EHL-CNTL-ENT-NAME       PIC X(30).
014000     05  FILLER                  PIC X(80) VALUE SPACES.
014100
014200 01  AUDIT-DETAIL-LINE.
014300     05  ADL-DLR-NBR             PIC ZZZZZZZZ9.
014400     05  ADL-DLR-NBR-X REDEFINES ADL-DLR-NBR
014500                                 PIC X(09).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  ADL-DLR-NAME            PIC X(30).
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  ADL-FAILURE             PIC X(30).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  ADL-FIX                 PIC X(55).
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300
015400 01  ENTITY-TOTAL-LINE.
015500     05  FILLER                  PIC X(11) VALUE SPACES.
015600     05  FILLER                  PIC X(20) VALUE
015700         'ENTITY TOTAL - DLRS '.
015800     05  ETL-DEALERS             PIC ZZZ,ZZ9.
015900     05  FILLER                  PIC X(12) VALUE
016000         '  FAILURES '.
016100     05  ETL-FAILURES            PIC ZZZ,ZZ9.
016200     05  FILLER                  PIC X(75) VALUE SPACES.
016300
016400 01  WS-REPORT-LINE                      PIC X(132).
016500 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
016600 01  WS-ED-CUST-NO                       PIC ZZZZZZZZ9.
016700 01  WS-ED-BRANCH-NO                     PIC ZZZ9.
016800 01  WS-ED-CODE-COUNT                    PIC ZZ9.
016900
017000     EXEC SQL
017100          INCLUDE MXWW03
017200     END-EXEC.
017300
017400     EXEC SQL
017500         INCLUDE MXCW020
017600     END-EXEC.
017700
017800******************************************************************
017900*  DB2 table includes
018000******************************************************************
018100
018200     EXEC SQL
018300         INCLUDE VWMCU00
018400     END-EXEC.
018500
018600     EXEC SQL
018700         INCLUDE VWMRP00
018800     END-EXEC.
018900
019000     EXEC SQL
019100         INCLUDE VWMCTUPD
019200     END-EXEC.
019300
019400     EXEC SQL
019500         INCLUDE SQLCA
019600     END-EXEC.
019700
019800*****************************************************************
019900*  CURSOR DEFINITION FOR THE STATEMENT-ELIGIBLE DEALERS, BY     *
020000*  CONTROL ENTITY. THE SAME CRED_PRT_FLAG AND VWMDTRM TESTS AS  *
020100*  THE MXBPA045 EXTRACT, WITHOUT THE FREQUENCY - A DEALER WITH  *
020200*  A BAD FREQUENCY IS ONE OF THE FAILURES. EVERY JOIN IS OUTER  *
020300*  SO A DEALER WITH NO REP, GROUP OR PREFERENCE ROW IS STILL    *
020400*  AUDITED. A PARENT LISTED AS A MEMBER OF ITS OWN GROUP IS NOT *
020500*  CHECKED AGAINST ITSELF.                                      *
020600*****************************************************************
020700
020800     EXEC SQL
020900        DECLARE VWMCU00A CURSOR FOR
021000         SELECT C.CUST_NO
021100               ,C.CNTL_ENT_NO
021200               ,COALESCE(E.CNTL_ENT_NAME, ' ')
021300               ,C.LEGAL_NAME
021400               ,C.DBA_NAME
021500               ,C.ADDR1_NAME
021600               ,C.ADDR2_NAME
021700               ,C.CITY_NAME
021800               ,C.ST_PROV_CODE
021900               ,C.ZIP_POSTAL_CODE
022000               ,C.COUNTRY_CODE
022100               ,C.LANGUAGE_CODE
022200               ,C.CRED_PRT_FREQ_CODE
022300               ,C.DLR_REP_CODE
022400               ,CASE WHEN R.DLR_REP_CODE IS NULL
022500                     THEN 'N' ELSE 'Y' END
022600               ,COALESCE(R.PHONE_NO, ' ')
022700               ,COALESCE(G.PARENT_CUST_NO, 0)
022800               ,CASE WHEN G.PARENT_CUST_NO IS NULL
022900                       OR G.PARENT_CUST_NO = C.CUST_NO
023000                     THEN ' '
023100                     WHEN P.CUST_NO IS NULL
023200                     THEN 'M'
023300                     WHEN P.CRED_PRT_FLAG <> 'Y'
023400                     THEN 'N'
023500                     WHEN EXISTS
023600                          (SELECT *
023700                             FROM VWMDTRM T
023800                            WHERE T.DLR_NBR = P.CUST_NO)
023900                     THEN 'T'
024000                     ELSE ' ' END
024100               ,COALESCE(D.DLVRY_PREF_CODE, ' ')
024200               ,COALESCE(D.DLVRY_BRANCH_NO, 0)
024300               ,CASE WHEN D.DLVRY_PREF_CODE IS NULL
024400                       OR D.DLVRY_PREF_CODE <> 'B'
024500                     THEN ' '
024600                     WHEN B.CNTL_ENT_NO IS NULL
024700                     THEN 'M'
024800                     WHEN B.CNTL_ENT_STAT_CODE = 'C'
024900                     THEN 'C'
025000                     ELSE ' ' END
025100               ,(SELECT COUNT(DISTINCT A.PAY_TYPE_CODE)
025200                   FROM VWMJ280 A
025300                  WHERE A.CUST_NO = C.CUST_NO
025400                    AND A.PAY_NO LIKE 'CM%'
025500                    AND A.PBL_DTL_TYPE_CODE = '6'
025600                    AND A.PAY_TYPE_CODE <> '0019'
025700                    AND A.PAY_APPLIED_DATE >
025800                        CHAR(DATE(:WS-PROCESSING-DATE)
025900                             - 31 DAYS, ISO)
026000                    AND NOT EXISTS
026100                        (SELECT *
026200                           FROM VWMPTCL L
026300                          WHERE L.PAY_TYPE_CODE =
026400                                A.PAY_TYPE_CODE))
026500               ,(SELECT COALESCE(MIN(A.PAY_TYPE_CODE), ' ')
026600                   FROM VWMJ280 A
026700                  WHERE A.CUST_NO = C.CUST_NO
026800                    AND A.PAY_NO LIKE 'CM%'
026900                    AND A.PBL_DTL_TYPE_CODE = '6'
027000                    AND A.PAY_TYPE_CODE <> '0019'
027100                    AND A.PAY_APPLIED_DATE >
027200                        CHAR(DATE(:WS-PROCESSING-DATE)
027300                             - 31 DAYS, ISO)
027400                    AND NOT EXISTS
027500                        (SELECT *
027600                           FROM VWMPTCL L
027700                          WHERE L.PAY_TYPE_CODE =
027800                                A.PAY_TYPE_CODE))
027900           FROM VWMCU00 C
028000                LEFT OUTER JOIN VWMCN00 E
028100                   ON E.CNTL_ENT_NO = C.CNTL_ENT_NO
028200                LEFT OUTER JOIN VWMRP00 R
028300                   ON R.DLR_REP_CODE = C.DLR_REP_CODE
028400                LEFT OUTER JOIN VWMCGRP G
028500                   ON G.MEMBER_CUST_NO = C.CUST_NO
028600                LEFT OUTER JOIN VWMCU00 P
028700                   ON P.CUST_NO = G.PARENT_CUST_NO
028800                LEFT OUTER JOIN VWMDLVP D
028900                   ON D.CUST_NO = C.CUST_NO
029000                LEFT OUTER JOIN VWMCN00 B
029100                   ON B.CNTL_ENT_NO = D.DLVRY_BRANCH_NO
029200          WHERE C.CRED_PRT_FLAG = 'Y'
029300            AND NOT EXISTS
029400                (SELECT *
029500                   FROM VWMDTRM T
029600                  WHERE T.DLR_NBR = C.CUST_NO)
029700          ORDER BY C.CNTL_ENT_NO, C.CUST_NO
029800     END-EXEC.
029900
030000 PROCEDURE DIVISION.
030100
030200*****************************************************************
030300*                     0000-MAINLINE                             *
030400*****************************************************************
030500
030600 0000-MAINLINE.
030700     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
030800     PERFORM 2000-AUDIT-DEALER THRU 2000-EXIT
030900         UNTIL NO-MORE-DEALERS.
031000     PERFORM 9900-TERMINATION THRU 9900-EXIT.
031100     GOBACK.
031200 0000-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*                      1000-INITIALIZATION                      *
031700*****************************************************************
031800
031900 1000-INITIALIZATION.
032000     DISPLAY ' '.
032100     DISPLAY 'PROGRAM MXBPA087 BEGINNING EXECUTION'.
032200     DISPLAY ' '.
032300     MOVE 'MXBPA087' TO ABT-PGM-NAME.
032400
032500     OPEN OUTPUT SETUP-AUDIT-REPORT.
032600
032700     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
032800
032900     MOVE WS-PROCESSING-DATE TO AH1-PROC-DATE.
033000     WRITE SETUP-AUDIT-REC FROM AUDIT-HEAD-1.
033100     MOVE SPACES TO WS-REPORT-LINE.
033200     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
033300     WRITE SETUP-AUDIT-REC FROM AUDIT-HEAD-2.
033400     MOVE ALL '-' TO WS-REPORT-LINE.
033500     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
033600
033700     EXEC SQL
033800         OPEN VWMCU00A
033900     END-EXEC.
034000
034100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
034200             Z-970-SET-DA-STATUS-DB2-EXIT.
034300
034400     IF DA-OK
034500         PERFORM 2900-FETCH-VWMCU00A THRU 2900-EXIT
034600     ELSE
034700         SET ABT-DO-ABEND     TO TRUE
034800         SET ABT-ERROR-IS-DB2 TO TRUE
034900         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
035000         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
035100         MOVE 3891            TO ABT-ERROR-ABEND-CODE
035200         MOVE 'VWMCU00A'      TO ABT-DA-ACCESS-NAME
035300         PERFORM Z-980-ABNORMAL-TERM THRU
035400                 Z-980-ABNORMAL-TERM-RETURN
035500     END-IF.
035600
035700     IF NO-MORE-DEALERS
035800         CONTINUE
035900     ELSE
036000         MOVE CNTL-ENT-NO OF DCLVWMCU00 TO WS-PREV-CNTL-ENT-NO
036100     END-IF.
036200 1000-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*                2000-AUDIT-DEALER                              *
036700*****************************************************************
036800* RUNS EVERY CHECK AGAINST ONE DEALER. A DEALER CAN FAIL MORE   *
036900* THAN ONE - EACH FAILURE GETS ITS OWN LINE AND FIX, THE DEALER *
037000* NUMBER AND NAME ON THE FIRST.                                 *
037100*****************************************************************
037200
037300 2000-AUDIT-DEALER.
037400     IF CNTL-ENT-NO OF DCLVWMCU00 NOT = WS-PREV-CNTL-ENT-NO
037500         PERFORM 2100-ENTITY-BREAK THRU 2100-EXIT
037600     END-IF.
037700
037800     ADD +1 TO WS-DEALERS-AUDITED.
037900     MOVE 'N' TO WS-DLR-LISTED-SW.
038000
038100     PERFORM 3100-CHECK-FREQUENCY     THRU 3100-EXIT.
038200     PERFORM 3200-CHECK-LANGUAGE      THRU 3200-EXIT.
038300     PERFORM 3300-CHECK-CONSOL-PARENT THRU 3300-EXIT.
038400     PERFORM 3400-CHECK-PICKUP-BRANCH THRU 3400-EXIT.
038500     PERFORM 3500-CHECK-ADDRESS       THRU 3500-EXIT.
038600     PERFORM 3600-CHECK-REP           THRU 3600-EXIT.
038700     PERFORM 3800-CHECK-PAY-TYPES     THRU 3800-EXIT.
038800
038900     PERFORM 2900-FETCH-VWMCU00A THRU 2900-EXIT.
039000 2000-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*                2100-ENTITY-BREAK                              *
039500*****************************************************************
039600* CLOSES THE PREVIOUS CONTROL ENTITY - ITS TOTAL LINE ONLY IF   *
039700* IT HAD FAILURES, SINCE A CLEAN ENTITY IS NEVER HEADED.        *
039800*****************************************************************
039900
040000 2100-ENTITY-BREAK.
040100     IF WS-ENT-LISTED
040200         PERFORM 2200-ENTITY-TOTAL THRU 2200-EXIT
040300     END-IF.
040400     MOVE 'N' TO WS-ENT-LISTED-SW.
040500     MOVE 0   TO WS-ENT-DEALERS-FAILING
040600                 WS-ENT-FAILURES.
040700     MOVE CNTL-ENT-NO OF DCLVWMCU00 TO WS-PREV-CNTL-ENT-NO.
040800 2100-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041200*                2200-ENTITY-TOTAL                              *
041300*****************************************************************
041400
041500 2200-ENTITY-TOTAL.
041600     MOVE WS-ENT-DEALERS-FAILING TO ETL-DEALERS.
041700     MOVE WS-ENT-FAILURES        TO ETL-FAILURES.
041800     WRITE SETUP-AUDIT-REC FROM ENTITY-TOTAL-LINE.
041900 2200-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*                2500-LIST-FAILURE                              *
042400*****************************************************************
042500* WRITES ONE FAILURE FROM ADL-FAILURE/ADL-FIX. THE FIRST        *
042600* FAILURE IN A CONTROL ENTITY PRINTS THE ENTITY HEADING; THE    *
042700* FIRST FOR A DEALER PRINTS THE DEALER NUMBER AND NAME.         *
042800*****************************************************************
042900
043000 2500-LIST-FAILURE.
043100     IF WS-ENT-LISTED
043200         CONTINUE
043300     ELSE
043400         MOVE 'Y' TO WS-ENT-LISTED-SW
043500         ADD +1 TO WS-ENTITIES-LISTED
043600         MOVE CNTL-ENT-NO OF DCLVWMCU00 TO EHL-CNTL-ENT-NO
043700         IF WS-AUD-CNTL-ENT-NAME = SPACES
043800             MOVE '*** NOT ON VWMCN00 ***' TO EHL-CNTL-ENT-NAME
043900         ELSE
044000             MOVE WS-AUD-CNTL-ENT-NAME     TO EHL-CNTL-ENT-NAME
044100         END-IF
044200         MOVE SPACES TO WS-REPORT-LINE
044300         WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE
044400         WRITE SETUP-AUDIT-REC FROM ENTITY-HEAD-LINE
044500     END-IF.
044600
044700     IF WS-DLR-LISTED
044800         MOVE SPACES TO ADL-DLR-NBR-X
044900                        ADL-DLR-NAME
045000     ELSE
045100         MOVE 'Y' TO WS-DLR-LISTED-SW
045200         ADD +1 TO WS-DEALERS-FAILING
045300                   WS-ENT-DEALERS-FAILING
045400         MOVE CUST-NO OF DCLVWMCU00         TO ADL-DLR-NBR
045500         MOVE LEGAL-NAME-TEXT OF DCLVWMCU00 TO ADL-DLR-NAME
045600     END-IF.
045700
045800     WRITE SETUP-AUDIT-REC FROM AUDIT-DETAIL-LINE.
045900     ADD +1 TO WS-FAILURES-LISTED
046000               WS-ENT-FAILURES.
046100 2500-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*                2900-FETCH-VWMCU00A                            *
046600*****************************************************************
046700
046800 2900-FETCH-VWMCU00A.
046900     MOVE SPACES TO LEGAL-NAME-TEXT OF DCLVWMCU00
047000                    DBA-NAME-TEXT   OF DCLVWMCU00
047100                    ADDR1-NAME-TEXT OF DCLVWMCU00
047200                    ADDR2-NAME-TEXT OF DCLVWMCU00
047300                    CITY-NAME-TEXT  OF DCLVWMCU00.
047400
047500     EXEC SQL
047600       FETCH VWMCU00A
047700         INTO :DCLVWMCU00.CUST-NO,
047800              :DCLVWMCU00.CNTL-ENT-NO,
047900              :WS-AUD-CNTL-ENT-NAME,
048000              :DCLVWMCU00.LEGAL-NAME,
048100              :DCLVWMCU00.DBA-NAME,
048200              :DCLVWMCU00.ADDR1-NAME,
048300              :DCLVWMCU00.ADDR2-NAME,
048400              :DCLVWMCU00.CITY-NAME,
048500              :DCLVWMCU00.ST-PROV-CODE,
048600              :DCLVWMCU00.ZIP-POSTAL-CODE,
048700              :DCLVWMCU00.COUNTRY-CODE,
048800              :DCLVWMCU00.LANGUAGE-CODE,
048900              :DCLVWMCU00.CRED-PRT-FREQ-CODE,
049000              :DCLVWMCU00.DLR-REP-CODE:WS-DLR-REP-CODE-NN,
049100              :WS-AUD-REP-ON-FILE,
049200              :DCLVWMRP00.PHONE-NO,
049300              :WS-AUD-PARENT-CUST-NO,
049400              :WS-AUD-PARENT-STATUS,
049500              :WS-AUD-DLVRY-PREF-CODE,
049600              :WS-AUD-DLVRY-BRANCH-NO,
049700              :WS-AUD-BRANCH-STATUS,
049800              :WS-AUD-UNCL-CODES,
049900              :WS-AUD-UNCL-FIRST-CODE
050000     END-EXEC.
050100
050200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
050300             Z-970-SET-DA-STATUS-DB2-EXIT.
050400
050500     EVALUATE TRUE
050600         WHEN DA-OK
050700             CONTINUE
050800
050900         WHEN DA-NOTFOUND
051000             SET NO-MORE-DEALERS TO TRUE
051100
051200         WHEN OTHER
051300             SET ABT-DO-ABEND     TO TRUE
051400             SET ABT-ERROR-IS-DB2 TO TRUE
051500             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
051600             MOVE '2900-FETC'     TO ABT-ERROR-SECTION
051700             MOVE 3892            TO ABT-ERROR-ABEND-CODE
051800             MOVE 'VWMCU00A'      TO ABT-DA-ACCESS-NAME
051900             PERFORM Z-980-ABNORMAL-TERM THRU
052000                     Z-980-ABNORMAL-TERM-RETURN
052100     END-EVALUATE.
052200 2900-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*                3100-CHECK-FREQUENCY                           *
052700*****************************************************************
052800* MXBPA045 RUNS DAILY, WEEKLY AND MONTHLY FOR FREQUENCY D, W    *
052900* AND M ONLY - ANY OTHER CODE AND NO CYCLE EVER PRINTS THE      *
053000* DEALER, THOUGH THE PRINT FLAG SAYS IT SHOULD.                 *
053100*****************************************************************
053200
053300 3100-CHECK-FREQUENCY.
053400     IF CRED-PRT-FREQ-CODE OF DCLVWMCU00 = 'D' OR 'W' OR 'M'
053500         GO TO 3100-EXIT
053600     END-IF.
053700
053800     MOVE SPACES TO ADL-FAILURE.
053900     STRING 'PRINT FREQ CODE '''         DELIMITED BY SIZE
054000            CRED-PRT-FREQ-CODE OF DCLVWMCU00
054100                                         DELIMITED BY SIZE
054200            ''' NOT D/W/M'               DELIMITED BY SIZE
054300            INTO ADL-FAILURE.
054400     MOVE 'SET CRED_PRT_FREQ_CODE TO D, W OR M - NO CYCLE PRINTS'
054500                                         TO ADL-FIX.
054600     ADD +1 TO WS-FREQ-FAILURES.
054700     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
054800 3100-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200*                3200-CHECK-LANGUAGE                            *
055300*****************************************************************
055400
055500 3200-CHECK-LANGUAGE.
055600     MOVE LANGUAGE-CODE OF DCLVWMCU00 TO WS-AUD-LANGUAGE-CODE.
055700     IF WS-AUD-LANG-SUPPORTED
055800         GO TO 3200-EXIT
055900     END-IF.
056000
056100     MOVE SPACES TO ADL-FAILURE.
056200     STRING 'LANGUAGE CODE '''           DELIMITED BY SIZE
056300            WS-AUD-LANGUAGE-CODE         DELIMITED BY SIZE
056400            ''' UNKNOWN'                 DELIMITED BY SIZE
056500            INTO ADL-FAILURE.
056600     MOVE 'SET LANGUAGE_CODE TO USAENG, CANENG, MEXESP OR CANFRA'
056700                                         TO ADL-FIX.
056800     ADD +1 TO WS-LANG-FAILURES.
056900     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
057000 3200-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400*                3300-CHECK-CONSOL-PARENT                       *
057500*****************************************************************
057600* MXBPA045 REDIRECTS A CONSOLIDATION MEMBER'S CREDITS ONTO ITS  *
057700* PARENT'S STATEMENT. A PARENT OFF THE CUSTOMER MASTER, NO      *
057800* LONGER FLAGGED TO PRINT, OR TERMINATED LEAVES THE MEMBER'S    *
057900* CREDITS ON A STATEMENT NOBODY SHOULD BE GETTING.              *
058000*****************************************************************
058100
058200 3300-CHECK-CONSOL-PARENT.
058300     IF WS-AUD-PARENT-MISSING OR
058400        WS-AUD-PARENT-NOT-PRINTING OR
058500        WS-AUD-PARENT-TERMINATED
058600         CONTINUE
058700     ELSE
058800         GO TO 3300-EXIT
058900     END-IF.
059000
059100     MOVE WS-AUD-PARENT-CUST-NO TO WS-ED-CUST-NO.
059200     MOVE SPACES TO ADL-FAILURE.
059300     EVALUATE TRUE
059400         WHEN WS-AUD-PARENT-MISSING
059500             STRING 'PARENT '            DELIMITED BY SIZE
059600                    WS-ED-CUST-NO        DELIMITED BY SIZE
059700                    ' NOT ON FILE'       DELIMITED BY SIZE
059800                    INTO ADL-FAILURE
059900             MOVE 'END THE CONSOLIDATION ON MX56'
060000                                         TO ADL-FIX
060100         WHEN WS-AUD-PARENT-NOT-PRINTING
060200             STRING 'PARENT '            DELIMITED BY SIZE
060300                    WS-ED-CUST-NO        DELIMITED BY SIZE
060400                    ' NOT PRINTING'      DELIMITED BY SIZE
060500                    INTO ADL-FAILURE
060600             MOVE
060650         'END CONSOLIDATION ON MX56 OR SET PARENT TO PRINT'
060700                                         TO ADL-FIX
060800         WHEN OTHER
060900             STRING 'PARENT '            DELIMITED BY SIZE
061000                    WS-ED-CUST-NO        DELIMITED BY SIZE
061100                    ' TERMINATED'        DELIMITED BY SIZE
061200                    INTO ADL-FAILURE
061300             MOVE
061350         'END CONSOLIDATION ON MX56 - PARENT HAD FINAL STMT'
061400                                         TO ADL-FIX
061500     END-EVALUATE.
061600     ADD +1 TO WS-CONSOL-FAILURES.
061700     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
061800 3300-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*                3400-CHECK-PICKUP-BRANCH                       *
062300*****************************************************************
062400
062500 3400-CHECK-PICKUP-BRANCH.
062600     IF WS-AUD-BRANCH-MISSING OR
062700        WS-AUD-BRANCH-CLOSED
062800         CONTINUE
062900     ELSE
063000         GO TO 3400-EXIT
063100     END-IF.
063200
063300     MOVE WS-AUD-DLVRY-BRANCH-NO TO WS-ED-BRANCH-NO.
063400     MOVE SPACES TO ADL-FAILURE.
063500     IF WS-AUD-BRANCH-CLOSED
063600         STRING 'PICKUP BRANCH '         DELIMITED BY SIZE
063700                WS-ED-BRANCH-NO          DELIMITED BY SIZE
063800                ' CLOSED'                DELIMITED BY SIZE
063900                INTO ADL-FAILURE
064000     ELSE
064100         STRING 'PICKUP BRANCH '         DELIMITED BY SIZE
064200                WS-ED-BRANCH-NO          DELIMITED BY SIZE
064300                ' NOT ON FILE'           DELIMITED BY SIZE
064400                INTO ADL-FAILURE
064500     END-IF.
064600     MOVE 'CHANGE PICKUP BRANCH ON MX56 OR ELECT CENTRAL PRINT'
064700                                         TO ADL-FIX.
064800     ADD +1 TO WS-BRANCH-FAILURES.
064900     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
065000 3400-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400*                3500-CHECK-ADDRESS                             *
065500*****************************************************************
065600* THE SAME MXBPW020 ADDRESS EDIT MXBPA045 MAKES BEFORE IT       *
065700* BUILDS A STATEMENT - A FAILURE THERE PARKS THE DEALER.        *
065800*****************************************************************
065900
066000 3500-CHECK-ADDRESS.
066100     INITIALIZE MXCW020-ADDR-PHONE-FORMAT.
066200     SET  MXCW020-EDIT-FORMAT-ADDR  TO TRUE.
066300     MOVE COUNTRY-CODE              OF DCLVWMCU00
066400                                    TO MXCW020-COUNTRY-CODE.
066500     MOVE LEGAL-NAME-TEXT           OF DCLVWMCU00
066600                                    TO MXCW020-NAME-INPUT.
066700     IF COUNTRY-CODE OF DCLVWMCU00 = 'CAN'
066800         MOVE DBA-NAME-TEXT         OF DCLVWMCU00
066900                                    TO MXCW020-NAME2-INPUT
067000     END-IF.
067100     MOVE ADDR1-NAME-TEXT           OF DCLVWMCU00
067200                                    TO MXCW020-ADDRESS1-INPUT.
067300     MOVE ADDR2-NAME-TEXT           OF DCLVWMCU00
067400                                    TO MXCW020-ADDRESS2-INPUT.
067500     MOVE CITY-NAME-TEXT            OF DCLVWMCU00
067600                                    TO MXCW020-CITY-INPUT.
067700     MOVE ST-PROV-CODE              OF DCLVWMCU00
067800                                    TO MXCW020-STATE-INPUT.
067900     MOVE ZIP-POSTAL-CODE           OF DCLVWMCU00
068000                                    TO MXCW020-ZIP-INPUT.
068100
068200     CALL WS-ADDR-PHONE-PGM   USING MXCW020-ADDR-PHONE-FORMAT.
068300
068400     IF MXCW020-OK
068500         GO TO 3500-EXIT
068600     END-IF.
068700
068800     MOVE SPACES TO ADL-FAILURE.
068900     STRING 'ADDRESS EDIT FAILED - RC '  DELIMITED BY SIZE
069000            MXCW020-RESULT-FLAG          DELIMITED BY SIZE
069100            INTO ADL-FAILURE.
069200     MOVE 'CORRECT ADDRESS ON CUSTOMER MASTER - CYCLE WOULD PARK'
069300                                         TO ADL-FIX.
069400     ADD +1 TO WS-ADDR-FAILURES.
069500     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
069600 3500-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000*                3600-CHECK-REP                                 *
070100*****************************************************************
070200* AS MXBPA045: NO REP CODE IS NOT CHECKED; A CODE NOT ON        *
070300* VWMRP00 IS A REP EXCEPTION; OTHERWISE THE REP PHONE MUST PASS *
070400* THE MXBPW020 PHONE EDIT OR THE CYCLE PARKS THE DEALER. THE    *
070500* PHONE OF A REP NOT ON FILE IS NOT EDITED - THE REP CODE FIX   *
070600* COMES FIRST.                                                  *
070700*****************************************************************
070800
070900 3600-CHECK-REP.
071000     IF WS-DLR-REP-CODE-NN = -1
071100         GO TO 3600-EXIT
071200     END-IF.
071300
071400     IF WS-AUD-REP-ON-FILE = 'Y'
071500         PERFORM 3700-CHECK-REP-PHONE THRU 3700-EXIT
071600         GO TO 3600-EXIT
071700     END-IF.
071800
071900     MOVE SPACES TO ADL-FAILURE.
072000     STRING 'REP CODE '                  DELIMITED BY SIZE
072100            DLR-REP-CODE OF DCLVWMCU00   DELIMITED BY SIZE
072200            ' NOT ON VWMRP00'            DELIMITED BY SIZE
072300            INTO ADL-FAILURE.
072400     MOVE 'ADD THE REP TO VWMRP00 OR CORRECT DLR_REP_CODE'
072500                                         TO ADL-FIX.
072600     ADD +1 TO WS-REP-FAILURES.
072700     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
072800 3600-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200*                3700-CHECK-REP-PHONE                           *
073300*****************************************************************
073400
073500 3700-CHECK-REP-PHONE.
073600     INITIALIZE MXCW020-ADDR-PHONE-FORMAT.
073700     SET  MXCW020-EDIT-PHONE        TO TRUE.
073800     MOVE COUNTRY-CODE              OF DCLVWMCU00
073900                                    TO MXCW020-COUNTRY-CODE.
074000     MOVE PHONE-NO                  OF DCLVWMRP00
074100                                    TO MXCW020-PHONE-INPUT.
074200
074300     CALL WS-ADDR-PHONE-PGM   USING MXCW020-ADDR-PHONE-FORMAT.
074400
074500     IF MXCW020-OK
074600         GO TO 3700-EXIT
074700     END-IF.
074800
074900     MOVE SPACES TO ADL-FAILURE.
075000     STRING 'REP PHONE EDIT FAILED - RC ' DELIMITED BY SIZE
075100            MXCW020-RESULT-FLAG           DELIMITED BY SIZE
075200            INTO ADL-FAILURE.
075300     MOVE 'CORRECT REP PHONE ON VWMRP00 - CYCLE WOULD PARK'
075400                                         TO ADL-FIX.
075500     ADD +1 TO WS-PHONE-FAILURES.
075600     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
075700 3700-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100*                3800-CHECK-PAY-TYPES                           *
076200*****************************************************************
076300* CREDIT MEMOS APPLIED IN THE LAST 31 DAYS (ONE MONTHLY CYCLE)  *
076400* WHOSE PAY TYPE HAS NO VWMPTCL ROW PRINT AS MISCELLANEOUS AND  *
076500* LAND ON MXPA045X. THE COUNT IS OF DISTINCT CODES; THE LOWEST  *
076600* IS QUOTED IN THE FIX.                                         *
076700*****************************************************************
076800
076900 3800-CHECK-PAY-TYPES.
077000     IF WS-AUD-UNCL-CODES = 0
077100         GO TO 3800-EXIT
077200     END-IF.
077300
077400     MOVE WS-AUD-UNCL-CODES TO WS-ED-CODE-COUNT.
077500     MOVE SPACES TO ADL-FAILURE
077600                    ADL-FIX.
077700     STRING 'UNCLASSIFIED PAY TYPES: '   DELIMITED BY SIZE
077800            WS-ED-CODE-COUNT             DELIMITED BY SIZE
077900            INTO ADL-FAILURE.
078000     STRING 'ADD VWMPTCL ROW FOR '       DELIMITED BY SIZE
078100            WS-AUD-UNCL-FIRST-CODE       DELIMITED BY SIZE
078200            ' ETC. - ELSE PRINTS AS MISC' DELIMITED BY SIZE
078300            INTO ADL-FIX.
078400     ADD +1 TO WS-PAY-TYPE-FAILURES.
078500     PERFORM 2500-LIST-FAILURE THRU 2500-EXIT.
078600 3800-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000*                7000-SELECT-VWMCTUPD                           *
079100*****************************************************************
079200* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
079300* SUBFUNCTION ROW) - THE END OF THE PAY-TYPE WINDOW.            *
079400*****************************************************************
079500
079600 7000-SELECT-VWMCTUPD.
079700     MOVE SPACES TO SUBSYSTEM-ID-IND
079800                    SUBFUNCTION-CODE.
079900
080000     EXEC SQL
080100       SELECT PROC_DATE
080200         INTO :DCLVWMCTUPD.PROC-DATE
080300         FROM VWMCTUPD
080400         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
080500           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
080600     END-EXEC.
080700
080800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
080900             Z-970-SET-DA-STATUS-DB2-EXIT.
081000
081100     IF DA-OK
081200         MOVE PROC-DATE TO WS-PROCESSING-DATE
081300     ELSE
081400         SET ABT-DO-ABEND     TO TRUE
081500         SET ABT-ERROR-IS-DB2 TO TRUE
081600         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
081700         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
081800         MOVE 3893            TO ABT-ERROR-ABEND-CODE
081900         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
082000         PERFORM Z-980-ABNORMAL-TERM THRU
082100                 Z-980-ABNORMAL-TERM-RETURN
082200     END-IF.
082300 7000-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*                   9900-TERMINATION                            *
082800*****************************************************************
082900
083000 9900-TERMINATION.
083100     EXEC SQL
083200         CLOSE VWMCU00A
083300     END-EXEC.
083400
083500     IF WS-ENT-LISTED
083600         PERFORM 2200-ENTITY-TOTAL THRU 2200-EXIT
083700     END-IF.
083800
083900     IF WS-FAILURES-LISTED = 0
084000         MOVE SPACES TO WS-REPORT-LINE
084100         MOVE 'NO SET-UP FAILURES FOUND' TO WS-REPORT-LINE
084200         WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE
084300     ELSE
084400         MOVE 4 TO RETURN-CODE
084500     END-IF.
084600
084700     MOVE ALL '-' TO WS-REPORT-LINE.
084800     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
084900
085000     MOVE WS-DEALERS-AUDITED TO WS-RPT-ED-COUNT.
085100     MOVE SPACES TO WS-REPORT-LINE.
085200     STRING 'DEALERS AUDITED.............. ' DELIMITED BY SIZE
085300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
085400            INTO WS-REPORT-LINE.
085500     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
085600
085700     MOVE WS-DEALERS-FAILING TO WS-RPT-ED-COUNT.
085800     MOVE SPACES TO WS-REPORT-LINE.
085900     STRING 'DEALERS WITH FAILURES........ ' DELIMITED BY SIZE
086000            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
086100            INTO WS-REPORT-LINE.
086200     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
086300
086400     MOVE WS-ENTITIES-LISTED TO WS-RPT-ED-COUNT.
086500     MOVE SPACES TO WS-REPORT-LINE.
086600     STRING 'CONTROL ENTITIES AFFECTED.... ' DELIMITED BY SIZE
086700            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
086800            INTO WS-REPORT-LINE.
086900     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
087000
087100     MOVE WS-FAILURES-LISTED TO WS-RPT-ED-COUNT.
087200     MOVE SPACES TO WS-REPORT-LINE.
087300     STRING 'FAILURES LISTED.............. ' DELIMITED BY SIZE
087400            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
087500            INTO WS-REPORT-LINE.
087600     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
087700
087800     MOVE WS-FREQ-FAILURES TO WS-RPT-ED-COUNT.
087900     MOVE SPACES TO WS-REPORT-LINE.
088000     STRING '  PRINT FREQUENCY............ ' DELIMITED BY SIZE
088100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
088200            INTO WS-REPORT-LINE.
088300     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
088400
088500     MOVE WS-LANG-FAILURES TO WS-RPT-ED-COUNT.
088600     MOVE SPACES TO WS-REPORT-LINE.
088700     STRING '  LANGUAGE CODE.............. ' DELIMITED BY SIZE
088800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
088900            INTO WS-REPORT-LINE.
089000     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
089100
089200     MOVE WS-CONSOL-FAILURES TO WS-RPT-ED-COUNT.
089300     MOVE SPACES TO WS-REPORT-LINE.
089400     STRING '  CONSOLIDATION PARENT....... ' DELIMITED BY SIZE
089500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
089600            INTO WS-REPORT-LINE.
089700     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
089800
089900     MOVE WS-BRANCH-FAILURES TO WS-RPT-ED-COUNT.
090000     MOVE SPACES TO WS-REPORT-LINE.
090100     STRING '  PICKUP BRANCH.............. ' DELIMITED BY SIZE
090200            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
090300            INTO WS-REPORT-LINE.
090400     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
090500
090600     MOVE WS-ADDR-FAILURES TO WS-RPT-ED-COUNT.
090700     MOVE SPACES TO WS-REPORT-LINE.
090800     STRING '  DEALER ADDRESS............. ' DELIMITED BY SIZE
090900            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
091000            INTO WS-REPORT-LINE.
091100     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
091200
091300     MOVE WS-REP-FAILURES TO WS-RPT-ED-COUNT.
091400     MOVE SPACES TO WS-REPORT-LINE.
091500     STRING '  REP CODE................... ' DELIMITED BY SIZE
091600            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
091700            INTO WS-REPORT-LINE.
091800     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
091900
092000     MOVE WS-PHONE-FAILURES TO WS-RPT-ED-COUNT.
092100     MOVE SPACES TO WS-REPORT-LINE.
092200     STRING '  REP PHONE.................. ' DELIMITED BY SIZE
092300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
092400            INTO WS-REPORT-LINE.
092500     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
092600
092700     MOVE WS-PAY-TYPE-FAILURES TO WS-RPT-ED-COUNT.
092800     MOVE SPACES TO WS-REPORT-LINE.
092900     STRING '  UNCLASSIFIED PAY TYPE...... ' DELIMITED BY SIZE
093000            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
093100            INTO WS-REPORT-LINE.
093200     WRITE SETUP-AUDIT-REC FROM WS-REPORT-LINE.
093300
093400     CLOSE SETUP-AUDIT-REPORT.
093500
093600     MOVE WS-DEALERS-AUDITED TO WS-RPT-ED-COUNT.
093700     DISPLAY ' '.
093800     DISPLAY 'DEALERS AUDITED             ' WS-RPT-ED-COUNT.
093900     MOVE WS-FAILURES-LISTED TO WS-RPT-ED-COUNT.
094000     DISPLAY 'SET-UP FAILURES LISTED      ' WS-RPT-ED-COUNT.
094100     DISPLAY ' '.
094200     DISPLAY 'PROGRAM MXBPA087 SUCCESSFULLY COMPLETED'.
094300 9900-EXIT.
094400     EXIT.
094500
094600     EXEC SQL
094700          INCLUDE MXWP02
094800     END-EXEC.
