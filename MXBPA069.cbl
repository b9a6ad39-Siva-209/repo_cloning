000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA069.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA069 - PENDING CREDIT MEMO AGING.                          |
001000* THE EXTRACT (MXBPA045) ONLY SEES A CM% CREDIT ONCE IT HAS BEEN |
001100* APPLIED. THIS STEP RUNS AFTER THE EXTRACT AND FINDS EVERY CM%  |
001200* CREDIT ON VWMJ280 THAT WAS POSTED ON OR BEFORE THE CYCLE'S     |
001300* TO-DATE BUT IS STILL WAITING TO BE APPLIED (NO APPLIED DATE    |
001400* YET, OR ONE AFTER THE TO-DATE), ONE LINE PER MEMO, WITH THE    |
001500* POSTING DATE, AMOUNT, CURRENCY AND DAYS OUTSTANDING.           |
001600*                                                                |
001700* THE AS-OF DATE IS THE TO-DATE THE EXTRACT ACTUALLY CLOSED THE  |
001800* CYCLE ON, NOT THE VWMCTUPD PROCESSING DATE - A MONTH-END       |
001900* CUT-OFF ROLLED BACK TO A BUSINESS DAY OR AN AD-HOC DATE RANGE  |
002000* ENDS EARLIER. MXPA069I IS THE MXPA045I CARD THE EXTRACT RAN    |
002100* WITH: AN AD-HOC TO-DATE ON IT (COLS 21-30) IS USED AS IT       |
002200* STANDS, OTHERWISE THE FREQUENCY (COL 1) SELECTS THE HIGHEST    |
002300* TO-DATE ON VWMRNST THAT RAN CLEAN.                             |
002400*                                                                |
002500* TWO OUTPUTS:                                                   |
002600*  - MXA069O1, THE PENDING-CREDIT WORK FILE, IN STATEMENT-DEALER |
002700*    SEQUENCE (A CONSOLIDATED MEMBER'S MEMOS ARE CARRIED UNDER   |
002800*    ITS VWMCGRP PARENT, AS THE EXTRACT DOES). MXBPA046 READS IT |
002900*    AS MXA046I2 AND PRINTS THE AGED "PENDING CREDITS" SECTION   |
003000*    AT THE FOOT OF EACH DEALER'S STATEMENT.                     |
003100*  - MXPA069R, THE STAND-ALONE AGING REPORT FOR THE CREDIT       |
003200*    DEPARTMENT, BY DEALER, CLOSED BY AGE-BUCKET COUNTS AND      |
003300*    AMOUNTS (0-30 / 31-60 / 61-90 / OVER 90 DAYS) PER CURRENCY. |
003400*                                                                |
003500* THE AMOUNT IS THE SUM OF PAY_APPLIED_AMT OVER THE MEMO'S       |
003600* WAITING ROWS - THE AMOUNT THAT WILL REACH THE STATEMENT ONCE   |
003700* THE MEMO IS APPLIED. THE SAME PBL_DTL_TYPE_CODE / PAY TYPE     |
003800* 0019 EXCLUSIONS AS THE EXTRACT CURSOR APPLY.                   |
003900*================================================================*
004000*  TABLE   |   VIEW   |     DESCRIPTION                          |
004100*----------+-----------------------------------------------------*
004200* TBMJ280  | VWMJ280  |  APPLIED PAYMENTS                        |
004300* TBMCU00  | VWMCU00  |  CUSTOMER                                |
004400* TBMCGRP  | VWMCGRP  |  STATEMENT CONSOLIDATION GROUPS          |
004500* TBMRNST  | VWMRNST  |  EXTRACT RUN STATUS CONTROL              |
004600*================================================================*
004700*   PLAN   | BIND INCLUDE MEMBERS                                |
004800*----------+-----------------------------------------------------*
004900* PBMPA069 | PBMPA069                                            |
005000*================================================================*
005100*-----------------------------------------------------------------
005200
005300 ENVIRONMENT DIVISION.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT AGING-FREQUENCY-PARM
005800         ASSIGN TO MXPA069I.
005900
006000     SELECT PENDING-CREDIT-WORK-FILE
006100         ASSIGN TO UT-S-MXA069O1.
006200
006300     SELECT PENDING-AGING-REPORT
006400         ASSIGN TO MXPA069R.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  AGING-FREQUENCY-PARM
006900     RECORDING MODE IS F.
007000 01  AGING-FREQUENCY-PARM-REC            PIC X(80).
007100
007200 FD  PENDING-CREDIT-WORK-FILE
007300     RECORDING MODE IS F.
007400 01  PENDING-CREDIT-WORK-REC             PIC X(80).
007500
007600 FD  PENDING-AGING-REPORT
007700     RECORDING MODE IS F.
007800 01  PENDING-AGING-REC                   PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-SWITHCES.
008200     05  WS-NO-MORE-PEND-SW              PIC X(01) VALUE 'N'.
008300         88 NO-MORE-PENDING                        VALUE 'Y'.
008400     05  WS-FIRST-DEALER-SW              PIC X(01) VALUE 'Y'.
008500         88 FIRST-DEALER                           VALUE 'Y'.
008600
008700 01  WS-COUNTERS COMP-3.
008800     05  WS-MEMOS-LISTED                 PIC S9(09) VALUE 0.
008900     05  WS-DEALERS-LISTED               PIC S9(09) VALUE 0.
009000     05  WS-DLR-MEMO-COUNT               PIC S9(09) VALUE 0.
009100
009200 01  WS-DLR-PENDING-AMT                  PIC S9(13)V99 COMP-3
009300                                                   VALUE 0.
009400 01  WS-DAYS-OUT                         PIC S9(05) COMP VALUE 0.
009500 01  WS-AS-OF-DATE                       PIC X(10) VALUE SPACES.
009600 01  WS-AS-OF-DATE-NN                    PIC S9(04) VALUE 0 COMP.
009700 01  WS-STMT-DLR-NBR                     PIC S9(09) COMP VALUE 0.
009800 01  WS-PEND-AMT                         PIC S9(11)V99 COMP-3
009900                                                   VALUE 0.
010000 01  WS-PREV-DLR-NBR                     PIC S9(09) COMP VALUE 0.
010100 01  WS-PREV-CURRENCY-CODE               PIC X(03) VALUE SPACES.
010200 01  WS-BUCKET-IX                        PIC S9(04) COMP VALUE 0.
010300
010400*  THE MXPA045I CARD LAYOUT - ONLY THE FREQUENCY AND THE AD-HOC
010500*  DATE RANGE ARE USED HERE.
010600 01  WS-AGING-PARM.
010700     05  WS-PARM-FREQUENCY               PIC X(01).
010800         88  DAILY-AGING                           VALUE 'D'.
010900         88  WEEKLY-AGING                          VALUE 'W'.
011000         88  MONTHLY-AGING                         VALUE 'M'.
011100     05  FILLER                          PIC X(09).
011200     05  WS-PARM-FROM-DATE               PIC X(10).
011300     05  WS-PARM-TO-DATE                 PIC X(10).
011400     05  FILLER                          PIC X(50).
011500
011600*  LIKE PATTERN FOR THE FREQUENCY'S SUBFUNCTION CODES - THE
011700*  PARTITION-SUFFIXED CODES OF A PARTITIONED RUN SHARE THE
011800*  FIRST SIX CHARACTERS, AS IN MXBPA065.
011900 01  WS-SUBFUNC-PATTERN.
012000     49  WS-SUBFUNC-PATTERN-LEN  PIC S9(04) COMP VALUE +7.
012100     49  WS-SUBFUNC-PATTERN-TXT  PIC X(08) VALUE SPACES.
012200
012300*  ONE ENTRY PER CURRENCY MET, WITH A COUNT AND AMOUNT PER AGE
012400*  BUCKET - THE CLOSING TOTALS NEVER ADD DOLLARS ACROSS
012500*  CURRENCIES.
012600 01  WS-CURR-TOTALS.
012700     05  WS-CURR-COUNT                   PIC S9(04) COMP VALUE 0.
012800     05  WS-CURR-IX                      PIC S9(04) COMP VALUE 0.
012900     05  WS-CURR-OVERFLOW-SW             PIC X(01) VALUE 'N'.
013000         88 WS-CURR-OVERFLOWED                     VALUE 'Y'.
013100     05  WS-CURR-FOUND-SW                PIC X(01) VALUE 'N'.
013200         88 WS-CURR-FOUND                          VALUE 'Y'.
013300     05  WS-CURR-ENTRY OCCURS 10 TIMES.
013400         10  WS-CURR-CODE                PIC X(03).
013500         10  WS-CURR-BUCKET OCCURS 4 TIMES.
013600             15  WS-CURR-BKT-COUNT       PIC S9(09) COMP-3.
013700             15  WS-CURR-BKT-AMT         PIC S9(13)V99 COMP-3.
013800
013900 01  WS-BUCKET-LITERALS.
014000     05  FILLER                  PIC X(10) VALUE ' 0-30 DAYS'.
014100     05  FILLER                  PIC X(10) VALUE '31-60 DAYS'.
014200     05  FILLER                  PIC X(10) VALUE '61-90 DAYS'.
014300     05  FILLER                  PIC X(10) VALUE 'OVER 90   '.
014400 01  WS-BUCKET-LIT-TABLE REDEFINES WS-BUCKET-LITERALS.
014500     05  WS-BUCKET-LIT           PIC X(10) OCCURS 4 TIMES.
014600
014700 01  AGING-HEAD-1.
014800     05  FILLER                  PIC X(08) VALUE 'MXBPA069'.
014900     05  FILLER                  PIC X(10) VALUE SPACES.
015000     05  FILLER                  PIC X(42) VALUE
015100         'PENDING CREDIT MEMOS - POSTED, NOT APPLIED'.
015200     05  FILLER                  PIC X(10) VALUE SPACES.
015300     05  FILLER                  PIC X(07) VALUE 'AS OF: '.
015400     05  AH1-PROC-DATE           PIC X(10).
015500     05  FILLER                  PIC X(45) VALUE SPACES.
015600
015700 01  AGING-HEAD-2.
015800     05  FILLER                  PIC X(11) VALUE 'STMT DEALER'.
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  FILLER                  PIC X(10) VALUE 'CUSTOMER  '.
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  FILLER                  PIC X(06) VALUE 'BRANCH'.
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  FILLER                  PIC X(12) VALUE 'CREDIT MEMO '.
016500     05  FILLER                  PIC X(01) VALUE SPACES.
016600     05  FILLER                  PIC X(10) VALUE 'POSTED    '.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  FILLER                  PIC X(05) VALUE ' DAYS'.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  FILLER                  PIC X(10) VALUE 'AGE       '.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  FILLER                  PIC X(17) VALUE
017300         '   PENDING AMOUNT'.
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  FILLER                  PIC X(03) VALUE 'CUR'.
017600     05  FILLER                  PIC X(33) VALUE SPACES.
017700
017800 01  AGING-DETAIL-LINE.
017900     05  ADL-STMT-DLR-NBR                PIC ZZZZZZZZZ9.
018000     05  FILLER                          PIC X(03) VALUE SPACES.
018100     05  ADL-CUST-NO                     PIC ZZZZZZZZ9.
018200     05  FILLER                          PIC X(05) VALUE SPACES.
018300     05  ADL-CNTL-ENT-NO                 PIC ZZZ9.
018400     05  FILLER                          PIC X(02) VALUE SPACES.
018500     05  ADL-MEMO-NBR                    PIC X(11).
018600     05  FILLER                          PIC X(02) VALUE SPACES.
018700     05  ADL-POST-DATE                   PIC X(10).
018800     05  FILLER                          PIC X(02) VALUE SPACES.
018900     05  ADL-DAYS-OUT                    PIC ZZZZ9.
019000     05  FILLER                          PIC X(02) VALUE SPACES.
019100     05  ADL-AGE-LIT                     PIC X(10).
019200     05  FILLER                          PIC X(02) VALUE SPACES.
019300     05  ADL-PENDING-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019400     05  FILLER                          PIC X(01) VALUE SPACES.
019500     05  ADL-CURRENCY-CODE               PIC X(03).
019600     05  FILLER                          PIC X(33) VALUE SPACES.
019700
019800 01  DEALER-TOTAL-LINE.
019900     05  FILLER                          PIC X(25) VALUE SPACES.
020000     05  FILLER                          PIC X(21) VALUE
020100         'DEALER TOTAL - MEMOS '.
020200     05  DTL-MEMO-COUNT                  PIC ZZZ,ZZ9.
020300     05  FILLER                          PIC X(22) VALUE SPACES.
020400     05  DTL-PENDING-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020500     05  FILLER                          PIC X(01) VALUE SPACES.
020600     05  DTL-CURRENCY-CODE               PIC X(03).
020700     05  FILLER                          PIC X(35) VALUE SPACES.
020800
020900 01  BUCKET-TOTAL-LINE.
021000     05  FILLER                          PIC X(04) VALUE SPACES.
021100     05  BTL-CURRENCY-CODE               PIC X(03).
021200     05  FILLER                          PIC X(02) VALUE SPACES.
021300     05  BTL-AGE-LIT                     PIC X(10).
021400     05  FILLER                          PIC X(02) VALUE SPACES.
021500     05  FILLER                        PIC X(07) VALUE 'MEMOS: '.
021600     05  BTL-MEMO-COUNT                  PIC ZZZ,ZZ9.
021700     05  FILLER                          PIC X(04) VALUE SPACES.
021800     05  FILLER                        PIC X(08) VALUE 'AMOUNT: '.
021900     05  BTL-PENDING-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022000     05  FILLER                          PIC X(67) VALUE SPACES.
022100
022200 01  WS-REPORT-LINE                      PIC X(132).
022300 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
022400
022500****************************************************************
022600* OUTPUT RECORD LAYOUT.                                        *
022700****************************************************************
022800
022900     EXEC SQL
023000         INCLUDE MXAW69
023100     END-EXEC.
023200
023300     EXEC SQL
023400          INCLUDE MXWW03
023500     END-EXEC.
023600
023700******************************************************************
023800*  DB2 table includes
023900******************************************************************
024000
024100     EXEC SQL
024200         INCLUDE VWMJ280
024300     END-EXEC.
024400
024500     EXEC SQL
024600         INCLUDE VWMCU00
024700     END-EXEC.
024800
024900     EXEC SQL
025000         INCLUDE VWMRNST
025100     END-EXEC.
025200
025300     EXEC SQL
025400         INCLUDE SQLCA
025500     END-EXEC.
025600
025700*****************************************************************
025800*  CURSOR DEFINITION FOR THE POSTED-BUT-NOT-APPLIED CM% MEMOS,  *
025900*  ONE ROW PER MEMO, IN STATEMENT-DEALER SEQUENCE SO MXBPA046   *
026000*  CAN MATCH THE WORK FILE AGAINST THE SORTED EXTRACT. A        *
026100*  CONSOLIDATED MEMBER IS CARRIED UNDER ITS VWMCGRP PARENT.     *
026200*  THE DAY ARITHMETIC IS LEFT TO DB2, AS MXBPA063 DOES.         *
026300*****************************************************************
026400
026500     EXEC SQL
026600        DECLARE VWMJ280P CURSOR FOR
026700         SELECT COALESCE(G.PARENT_CUST_NO, A.CUST_NO)
026800               ,A.CUST_NO
026900               ,B.CNTL_ENT_NO
027000               ,A.PAY_NO
027100               ,MIN(A.PAY_POST_DATE)
027200               ,SUM(A.PAY_APPLIED_AMT)
027300               ,A.CURRENCY_CODE
027400               ,DAYS(:WS-AS-OF-DATE) -
027500                DAYS(MIN(A.PAY_POST_DATE))
027600           FROM VWMJ280 A
027700                INNER JOIN VWMCU00 B
027800                   ON B.CUST_NO = A.CUST_NO
027900                LEFT OUTER JOIN VWMCGRP G
028000                   ON G.MEMBER_CUST_NO = A.CUST_NO
028100          WHERE A.PAY_POST_DATE  <= :WS-AS-OF-DATE
028200            AND A.PAY_NO LIKE 'CM%'
028300            AND (A.PAY_APPLIED_DATE IS NULL OR
028400                 A.PAY_APPLIED_DATE > :WS-AS-OF-DATE)
028500            AND A.PBL_DTL_TYPE_CODE = '6'
028600            AND A.PAY_TYPE_CODE <> '0019'
028700          GROUP BY COALESCE(G.PARENT_CUST_NO, A.CUST_NO)
028800                  ,A.CUST_NO
028900                  ,B.CNTL_ENT_NO
029000                  ,A.PAY_NO
029100                  ,A.CURRENCY_CODE
029200          ORDER BY 1, 7, 5, 4
029300     END-EXEC.
029400
029500 PROCEDURE DIVISION.
029600
029700*****************************************************************
029800*                     0000-MAINLINE                             *
029900*****************************************************************
030000
030100 0000-MAINLINE.
030200     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
030300     PERFORM 2000-LIST-ONE-MEMO THRU 2000-EXIT
030400         UNTIL NO-MORE-PENDING.
030500     PERFORM 9900-TERMINATION THRU 9900-EXIT.
030600     GOBACK.
030700 0000-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*                      1000-INITIALIZATION                      *
031200*****************************************************************
031300
031400 1000-INITIALIZATION.
031500     DISPLAY ' '.
031600     DISPLAY 'PROGRAM MXBPA069 BEGINNING EXECUTION'.
031700     DISPLAY ' '.
031800     MOVE 'MXBPA069' TO ABT-PGM-NAME.
031900
032000     OPEN INPUT  AGING-FREQUENCY-PARM
032100          OUTPUT PENDING-CREDIT-WORK-FILE
032200                 PENDING-AGING-REPORT.
032300
032400     READ AGING-FREQUENCY-PARM INTO WS-AGING-PARM.
032500     CLOSE AGING-FREQUENCY-PARM.
032600
032700     EVALUATE TRUE
032800         WHEN DAILY-AGING
032900             MOVE 'A045DA%'  TO WS-SUBFUNC-PATTERN-TXT
033000         WHEN WEEKLY-AGING
033100             MOVE 'A045WK%'  TO WS-SUBFUNC-PATTERN-TXT
033200         WHEN MONTHLY-AGING
033300             MOVE 'A045MT%'  TO WS-SUBFUNC-PATTERN-TXT
033400         WHEN OTHER
033500             SET ABT-DO-ABEND     TO TRUE
033600             SET ABT-ERROR-IS-SEQ TO TRUE
033700             MOVE 'SEQ     '      TO ABT-DA-FUNCTION
033800             MOVE '1000-INIT'     TO ABT-ERROR-SECTION
033900             MOVE 3743            TO ABT-ERROR-ABEND-CODE
034000             MOVE 'MXPA069I'      TO ABT-DA-ACCESS-NAME
034100             PERFORM Z-980-ABNORMAL-TERM THRU
034200                     Z-980-ABNORMAL-TERM-RETURN
034300     END-EVALUATE.
034400
034500     PERFORM 7000-SELECT-AS-OF-DATE THRU 7000-EXIT.
034600
034700     MOVE WS-AS-OF-DATE TO AH1-PROC-DATE.
034800     WRITE PENDING-AGING-REC FROM AGING-HEAD-1.
034900     MOVE SPACES TO WS-REPORT-LINE.
035000     WRITE PENDING-AGING-REC FROM WS-REPORT-LINE.
035100     WRITE PENDING-AGING-REC FROM AGING-HEAD-2.
035200     MOVE ALL '-' TO WS-REPORT-LINE.
035300     WRITE PENDING-AGING-REC FROM WS-REPORT-LINE.
035400
035500     EXEC SQL
035600         OPEN VWMJ280P
035700     END-EXEC.
035800
035900     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
036000             Z-970-SET-DA-STATUS-DB2-EXIT.
036100
036200     IF DA-OK
036300         PERFORM 5000-FETCH-VWMJ280P THRU 5000-EXIT
036400     ELSE
036500         SET ABT-DO-ABEND     TO TRUE
036600         SET ABT-ERROR-IS-DB2 TO TRUE
036700         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
036800         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
036900         MOVE 3740            TO ABT-ERROR-ABEND-CODE
037000         MOVE 'VWMJ280P'      TO ABT-DA-ACCESS-NAME
037100         PERFORM Z-980-ABNORMAL-TERM THRU
037200                 Z-980-ABNORMAL-TERM-RETURN
037300     END-IF.
037400 1000-EXIT.
037500     EXIT.
037600
037700*****************************************************************
037800*                2000-LIST-ONE-MEMO                             *
037900*****************************************************************
038000* ONE PENDING MEMO: DEALER/CURRENCY BREAK, THE WORK RECORD FOR  *
038100* THE STATEMENT, THE REPORT LINE AND THE BUCKET ACCUMULATORS.   *
038200*****************************************************************
038300
038400 2000-LIST-ONE-MEMO.
038500     IF FIRST-DEALER
038600         MOVE 'N' TO WS-FIRST-DEALER-SW
038700         ADD +1 TO WS-DEALERS-LISTED
038800     ELSE
038900         IF WS-STMT-DLR-NBR NOT = WS-PREV-DLR-NBR OR
039000            CURRENCY-CODE OF DCLVWMJ280 NOT =
039100                WS-PREV-CURRENCY-CODE
039200             PERFORM 2100-DEALER-BREAK THRU 2100-EXIT
039300             IF WS-STMT-DLR-NBR NOT = WS-PREV-DLR-NBR
039400                 ADD +1 TO WS-DEALERS-LISTED
039500             END-IF
039600         END-IF
039700     END-IF.
039800     MOVE WS-STMT-DLR-NBR TO WS-PREV-DLR-NBR.
039900     MOVE CURRENCY-CODE OF DCLVWMJ280 TO WS-PREV-CURRENCY-CODE.
040000
040100     EVALUATE TRUE
040200         WHEN WS-DAYS-OUT <= 30
040300             MOVE 1 TO WS-BUCKET-IX
040400         WHEN WS-DAYS-OUT <= 60
040500             MOVE 2 TO WS-BUCKET-IX
040600         WHEN WS-DAYS-OUT <= 90
040700             MOVE 3 TO WS-BUCKET-IX
040800         WHEN OTHER
040900             MOVE 4 TO WS-BUCKET-IX
041000     END-EVALUATE.
041100
041200     MOVE SPACES TO MXAW69-PENDING-CREDIT-RECORD.
041300     MOVE WS-STMT-DLR-NBR              TO MXAW69-STMT-DLR-NBR.
041400     MOVE CUST-NO OF DCLVWMJ280        TO MXAW69-CUST-NO.
041500     MOVE CNTL-ENT-NO OF DCLVWMCU00    TO MXAW69-CNTL-ENT-NO.
041600     MOVE PAY-NO OF DCLVWMJ280         TO MXAW69-CREDIT-MEMO-NBR.
041700     MOVE PAY-POST-DATE OF DCLVWMJ280  TO MXAW69-POST-DATE.
041800     MOVE WS-PEND-AMT                  TO MXAW69-PENDING-AMT.
041900     MOVE CURRENCY-CODE OF DCLVWMJ280  TO MXAW69-CURRENCY-CODE.
042000     MOVE WS-DAYS-OUT                  TO MXAW69-DAYS-OUT.
042100     MOVE WS-BUCKET-IX                 TO MXAW69-AGE-BUCKET.
042200     WRITE PENDING-CREDIT-WORK-REC FROM
042300           MXAW69-PENDING-CREDIT-RECORD.
042400
042500     MOVE WS-STMT-DLR-NBR              TO ADL-STMT-DLR-NBR.
042600     MOVE CUST-NO OF DCLVWMJ280        TO ADL-CUST-NO.
042700     MOVE CNTL-ENT-NO OF DCLVWMCU00    TO ADL-CNTL-ENT-NO.
042800     MOVE PAY-NO OF DCLVWMJ280         TO ADL-MEMO-NBR.
042900     MOVE PAY-POST-DATE OF DCLVWMJ280  TO ADL-POST-DATE.
043000     MOVE WS-DAYS-OUT                  TO ADL-DAYS-OUT.
043100     MOVE WS-BUCKET-LIT (WS-BUCKET-IX) TO ADL-AGE-LIT.
043200     MOVE WS-PEND-AMT                  TO ADL-PENDING-AMT.
043300     MOVE CURRENCY-CODE OF DCLVWMJ280  TO ADL-CURRENCY-CODE.
043400     WRITE PENDING-AGING-REC FROM AGING-DETAIL-LINE.
043500
043600     ADD +1 TO WS-MEMOS-LISTED
043700               WS-DLR-MEMO-COUNT.
043800     ADD WS-PEND-AMT TO WS-DLR-PENDING-AMT.
043900     PERFORM 2200-ACCUM-CURRENCY THRU 2200-EXIT.
044000
044100     PERFORM 5000-FETCH-VWMJ280P THRU 5000-EXIT.
044200 2000-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600*                2100-DEALER-BREAK                              *
044700*****************************************************************
044800* CLOSES ONE DEALER (ONE CURRENCY) WITH ITS MEMO COUNT AND      *
044900* PENDING TOTAL.                                                *
045000*****************************************************************
045100
045200 2100-DEALER-BREAK.
045300     MOVE WS-DLR-MEMO-COUNT     TO DTL-MEMO-COUNT.
045400     MOVE WS-DLR-PENDING-AMT    TO DTL-PENDING-AMT.
045500     MOVE WS-PREV-CURRENCY-CODE TO DTL-CURRENCY-CODE.
045600     WRITE PENDING-AGING-REC FROM DEALER-TOTAL-LINE.
045700     MOVE SPACES TO WS-REPORT-LINE.
045800     WRITE PENDING-AGING-REC FROM WS-REPORT-LINE.
045900     MOVE 0 TO WS-DLR-MEMO-COUNT.
046000     MOVE 0 TO WS-DLR-PENDING-AMT.
046100 2100-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*                2200-ACCUM-CURRENCY                            *
046600*****************************************************************
046700* FINDS (OR ADDS) THE CURRENCY'S TABLE ENTRY AND ADDS THE MEMO  *
046800* TO ITS AGE BUCKET. A CURRENCY PAST THE TENTH IS LISTED BUT    *
046900* LEFT OUT OF THE CLOSING TOTALS, WITH A WARNING LINE.          *
047000*****************************************************************
047100
047200 2200-ACCUM-CURRENCY.
047300     MOVE 'N' TO WS-CURR-FOUND-SW.
047400     MOVE 1   TO WS-CURR-IX.
047500     PERFORM 2210-FIND-CURRENCY THRU 2210-EXIT
047600         UNTIL WS-CURR-FOUND OR
047700               WS-CURR-IX > WS-CURR-COUNT.
047800     IF NOT WS-CURR-FOUND
047900         IF WS-CURR-COUNT >= 10
048000             SET WS-CURR-OVERFLOWED TO TRUE
048100             GO TO 2200-EXIT
048200         END-IF
048300         ADD 1 TO WS-CURR-COUNT
048400         MOVE WS-CURR-COUNT TO WS-CURR-IX
048500         INITIALIZE WS-CURR-ENTRY (WS-CURR-IX)
048600         MOVE CURRENCY-CODE OF DCLVWMJ280 TO
048700             WS-CURR-CODE (WS-CURR-IX)
048800     END-IF.
048900     ADD +1 TO WS-CURR-BKT-COUNT (WS-CURR-IX WS-BUCKET-IX).
049000     ADD WS-PEND-AMT TO WS-CURR-BKT-AMT (WS-CURR-IX WS-BUCKET-IX).
049100 2200-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500*                2210-FIND-CURRENCY                             *
049600*****************************************************************
049700* A MATCH SETS WS-CURR-FOUND AND LEAVES THE INDEX ON THE ENTRY; *
049800* OTHERWISE THE INDEX MOVES ON, ENDING AT COUNT + 1 WHEN THE    *
049900* CURRENCY IS NOT IN THE TABLE YET.                             *
050000*****************************************************************
050100
050200 2210-FIND-CURRENCY.
050300     IF WS-CURR-CODE (WS-CURR-IX) = CURRENCY-CODE OF DCLVWMJ280
050400         SET WS-CURR-FOUND TO TRUE
050500     ELSE
050600         ADD 1 TO WS-CURR-IX
050700     END-IF.
050800 2210-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*                5000-FETCH-VWMJ280P                            *
051300*****************************************************************
051400
051500 5000-FETCH-VWMJ280P.
051600     EXEC SQL
051700       FETCH VWMJ280P
051800         INTO :WS-STMT-DLR-NBR,
051900              :DCLVWMJ280.CUST-NO,
052000              :DCLVWMCU00.CNTL-ENT-NO,
052100              :DCLVWMJ280.PAY-NO,
052200              :DCLVWMJ280.PAY-POST-DATE,
052300              :WS-PEND-AMT,
052400              :DCLVWMJ280.CURRENCY-CODE,
052500              :WS-DAYS-OUT
052600     END-EXEC.
052700
052800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
052900             Z-970-SET-DA-STATUS-DB2-EXIT.
053000
053100     EVALUATE TRUE
053200         WHEN DA-OK
053300             CONTINUE
053400
053500         WHEN DA-NOTFOUND
053600             SET NO-MORE-PENDING TO TRUE
053700
053800         WHEN OTHER
053900             SET ABT-DO-ABEND     TO TRUE
054000             SET ABT-ERROR-IS-DB2 TO TRUE
054100             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
054200             MOVE '5000-FETC'     TO ABT-ERROR-SECTION
054300             MOVE 3741            TO ABT-ERROR-ABEND-CODE
054400             MOVE 'VWMJ280P'      TO ABT-DA-ACCESS-NAME
054500             PERFORM Z-980-ABNORMAL-TERM THRU
054600                     Z-980-ABNORMAL-TERM-RETURN
054700     END-EVALUATE.
054800 5000-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200*                7000-SELECT-AS-OF-DATE                         *
055300*****************************************************************
055400* THE CYCLE'S TO-DATE - THE AS-OF DATE FOR "NOT YET APPLIED"    *
055500* AND THE AGE ARITHMETIC. AN AD-HOC RANGE ON THE CARD IS THE    *
055600* RANGE THE EXTRACT RAN; OTHERWISE IT IS THE HIGHEST TO-DATE    *
055700* THE FREQUENCY COMPLETED CLEAN ON VWMRNST, WHICH CARRIES ANY   *
055800* BUSINESS-DAY ROLL-BACK OF THE CUT-OFF.                        *
055900*****************************************************************
056000
056100 7000-SELECT-AS-OF-DATE.
056200     IF WS-PARM-FROM-DATE NOT = SPACES AND
056300        WS-PARM-TO-DATE   NOT = SPACES
056400         MOVE WS-PARM-TO-DATE TO WS-AS-OF-DATE
056500         DISPLAY 'AD-HOC DATE RANGE - AGING AS OF ' WS-AS-OF-DATE
056600         GO TO 7000-EXIT
056700     END-IF.
056800
056900     MOVE SPACES TO WS-AS-OF-DATE.
057000     MOVE 0      TO WS-AS-OF-DATE-NN.
057100
057200     EXEC SQL
057300       SELECT MAX(TO_DATE)
057400        INTO :WS-AS-OF-DATE:WS-AS-OF-DATE-NN
057500         FROM VWMRNST
057600         WHERE SUBFUNCTION_CODE LIKE :WS-SUBFUNC-PATTERN
057700           AND RUN_STAT_CODE = 'C'
057800     END-EXEC.
057900
058000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
058100             Z-970-SET-DA-STATUS-DB2-EXIT.
058200
058300     IF DA-OK
058400         CONTINUE
058500     ELSE
058600         SET ABT-DO-ABEND     TO TRUE
058700         SET ABT-ERROR-IS-DB2 TO TRUE
058800         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
058900         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
059000         MOVE 3742            TO ABT-ERROR-ABEND-CODE
059100         MOVE 'VWMRNST '      TO ABT-DA-ACCESS-NAME
059200         PERFORM Z-980-ABNORMAL-TERM THRU
059300                 Z-980-ABNORMAL-TERM-RETURN
059400     END-IF.
059500
059600     IF WS-AS-OF-DATE-NN < 0 OR
059700        WS-AS-OF-DATE = SPACES
059800         DISPLAY 'NO CLEAN VWMRNST CYCLE FOR THE FREQUENCY - '
059900                 'RUN THE EXTRACT FIRST'
060000         SET ABT-DO-ABEND     TO TRUE
060100         SET ABT-ERROR-IS-SEQ TO TRUE
060200         MOVE 'SEQ     '      TO ABT-DA-FUNCTION
060300         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
060400         MOVE 3744            TO ABT-ERROR-ABEND-CODE
060500         MOVE 'VWMRNST '      TO ABT-DA-ACCESS-NAME
060600         PERFORM Z-980-ABNORMAL-TERM THRU
060700                 Z-980-ABNORMAL-TERM-RETURN
060800     END-IF.
060900 7000-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300*                   9900-TERMINATION                            *
061400*****************************************************************
061500
061600 9900-TERMINATION.
061700     EXEC SQL
061800         CLOSE VWMJ280P
061900     END-EXEC.
062000
062100     IF WS-MEMOS-LISTED = 0
062200         MOVE SPACES TO WS-REPORT-LINE
062300         MOVE 'NO PENDING CREDIT MEMOS ON FILE' TO WS-REPORT-LINE
062400         WRITE PENDING-AGING-REC FROM WS-REPORT-LINE
062500     ELSE
062600         PERFORM 2100-DEALER-BREAK THRU 2100-EXIT
062700         MOVE ALL '-' TO WS-REPORT-LINE
062800         WRITE PENDING-AGING-REC FROM WS-REPORT-LINE
062900         MOVE 1 TO WS-CURR-IX
063000         PERFORM 9910-WRITE-CURRENCY-TOTALS THRU 9910-EXIT
063100             UNTIL WS-CURR-IX > WS-CURR-COUNT
063200         IF WS-CURR-OVERFLOWED
063300             MOVE SPACES TO WS-REPORT-LINE
063400             MOVE 'CURRENCY TABLE FULL - FURTHER CURRENCIES NOT TO
063500-                 'TALLED ABOVE' TO WS-REPORT-LINE
063600             WRITE PENDING-AGING-REC FROM WS-REPORT-LINE
063700         END-IF
063800         MOVE SPACES TO WS-REPORT-LINE
063900         WRITE PENDING-AGING-REC FROM WS-REPORT-LINE
064000         MOVE WS-DEALERS-LISTED TO WS-RPT-ED-COUNT
064100         MOVE SPACES TO WS-REPORT-LINE
064200         STRING 'DEALERS WITH PENDING CREDITS. '
064300                                         DELIMITED BY SIZE
064400                WS-RPT-ED-COUNT          DELIMITED BY SIZE
064500                INTO WS-REPORT-LINE
064600         WRITE PENDING-AGING-REC FROM WS-REPORT-LINE
064700         MOVE WS-MEMOS-LISTED TO WS-RPT-ED-COUNT
064800         MOVE SPACES TO WS-REPORT-LINE
064900         STRING 'TOTAL PENDING CREDIT MEMOS... '
065000                                         DELIMITED BY SIZE
065100                WS-RPT-ED-COUNT          DELIMITED BY SIZE
065200                INTO WS-REPORT-LINE
065300         WRITE PENDING-AGING-REC FROM WS-REPORT-LINE
065400     END-IF.
065500
065600     CLOSE PENDING-CREDIT-WORK-FILE
065700           PENDING-AGING-REPORT.
065800
065900     MOVE WS-MEMOS-LISTED TO WS-RPT-ED-COUNT.
066000     DISPLAY ' '.
066100     DISPLAY 'PENDING CREDIT MEMOS LISTED ' WS-RPT-ED-COUNT.
066200     DISPLAY ' '.
066300     DISPLAY 'PROGRAM MXBPA069 SUCCESSFULLY COMPLETED'.
066400 9900-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800*                9910-WRITE-CURRENCY-TOTALS                     *
066900*****************************************************************
067000* FOUR BUCKET LINES FOR ONE CURRENCY.                           *
067100*****************************************************************
067200
067300 9910-WRITE-CURRENCY-TOTALS.
067400     MOVE 1 TO WS-BUCKET-IX.
067500     PERFORM 9920-WRITE-BUCKET-LINE THRU 9920-EXIT
067600         UNTIL WS-BUCKET-IX > 4.
067700     ADD 1 TO WS-CURR-IX.
067800 9910-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*                9920-WRITE-BUCKET-LINE                         *
068300*****************************************************************
068400
068500 9920-WRITE-BUCKET-LINE.
068600     MOVE WS-CURR-CODE (WS-CURR-IX)    TO BTL-CURRENCY-CODE.
068700     MOVE WS-BUCKET-LIT (WS-BUCKET-IX) TO BTL-AGE-LIT.
068800     MOVE WS-CURR-BKT-COUNT (WS-CURR-IX WS-BUCKET-IX)
068900                                       TO BTL-MEMO-COUNT.
069000     MOVE WS-CURR-BKT-AMT (WS-CURR-IX WS-BUCKET-IX)
069100                                       TO BTL-PENDING-AMT.
069200     WRITE PENDING-AGING-REC FROM BUCKET-TOTAL-LINE.
069300     ADD 1 TO WS-BUCKET-IX.
069400 9920-EXIT.
069500     EXIT.
069600
069700     EXEC SQL
069800          INCLUDE MXWP02
069900     END-EXEC.
