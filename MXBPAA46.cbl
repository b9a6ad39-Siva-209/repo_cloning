000230     SELECT CSV-STATEMENT-OUTFILE
000240         ASSIGN TO UT-S-MXA046C1.
000250* TRACKER 9667 E
000251
000252* TRACKER 10003 S
000253     SELECT PENDING-CREDIT-INFILE
000254         ASSIGN TO UT-S-MXA046I2.
000255* TRACKER 10003 E
000260
000270 DATA DIVISION.
000280 FILE SECTION.
000440     RECORDING MODE IS F.
000450 01  CSV-STATEMENT-OUTFILE-REC        PIC X(80).
000460* TRACKER 9667 E
000461
000462* TRACKER 10003 S
000463 FD  PENDING-CREDIT-INFILE
000464     RECORDING MODE IS F.
000465 01  PENDING-CREDIT-REC               PIC X(80).
000466* TRACKER 10003 E
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-MISC-FIELDS.
000710         INCLUDE MXAW21
000720     END-EXEC.
000730
000731* TRACKER 10003 S
000732     EXEC SQL
000733         INCLUDE MXAW69
000734     END-EXEC.
000735* TRACKER 10003 E
000736
000740     EXEC SQL
000750         INCLUDE MXWW03
000760     END-EXEC.
001202     05  TOT-CREDIT-MEMBER               PIC S9(11)V99 VALUE 0.
001204* TRACKER 9950 E
001210
001211* TRACKER 10003 S
001212 01  WS-PEND-EOF-SW                  PIC X(01) VALUE 'N'.
001213     88 PENDING-AT-END                         VALUE 'Y'.
001214 01  WS-PEND-CURR-AMT                PIC S9(11)V99 COMP-3
001215                                              VALUE 0.
001216 01  WS-PEND-CURR-CODE               PIC X(03) VALUE SPACES.
001217 01  WS-PEND-ED-DAYS                 PIC ZZZZ9.
001218 01  WS-PEND-SAVE-AREA               PIC X(543).
001219* TRACKER 10003 E
001220 01  CUR-AREA.
001230     05  CUR-DLR-NBR                     PIC S9(09) COMP VALUE 0.
001231* TRACKER 9950 S
009110                 WS-REPRINT-DLR-NBR
009120     END-IF.
009130* TRACKER 8677 E
009131* TRACKER 10003 S
009132     OPEN INPUT PENDING-CREDIT-INFILE.
009133     READ PENDING-CREDIT-INFILE INTO
009134          MXAW69-PENDING-CREDIT-RECORD
009135         AT END MOVE 'Y' TO WS-PEND-EOF-SW.
009136* TRACKER 10003 E
009140
009150     READ CREDIT-INFILE INTO MXAW21-CREDIT-GENERAL-RECORD
009160         AT END MOVE 'Y' TO INPUT-EOF-SW.
014750                WS-CT-SUBTOTAL-ENTRY (7)
014760                WS-CT-SUBTOTAL-ENTRY (8).
014770* TRACKER 9345 E
014771* TRACKER 10003 S
014772*  THE PENDING SECTION PRINTS AHEAD OF THE GRAND TOTAL - THE
014773*  GRAND-TOTAL LINE CLOSES THE DEALER'S DOCUMENT DOWNSTREAM.
014774*  2540 LEAVES ITS OWN TEXT AND CURRENCY IN TOT-1.
014775     PERFORM 2500-PENDING-CREDITS THRU 2500-EXIT.
014776     MOVE SPACES            TO TOT-1-TEXT.
014777     MOVE CUR-CURRENCY-CODE TO TOT-1-CURR.
014778* TRACKER 10003 E
014780     IF PRV-LANG-IND = 'USAENG' OR 'CANENG'
014790         MOVE TOT-CREDIT-DLR TO TOT-1-AMOUNT
014800         MOVE TOT-1-AMOUNT TO TOT-1-AMOUNT-ED
019200* TRACKER 9667 S
019210     CLOSE CSV-STATEMENT-OUTFILE.
019220* TRACKER 9667 E
019222* TRACKER 10003 S
019224     CLOSE PENDING-CREDIT-INFILE.
019226* TRACKER 10003 E
019230 3000-EXIT.
019240     EXIT.
019250
019255* TRACKER 10003 S
019260*    EXEC SQL
019270*         INCLUDE MXWP02
019280*    END-EXEC.
019285
019300****************************************************************
019310*  2500-PENDING-CREDITS - PRINTS THE AGED "PENDING CREDITS"    *
019320*  SECTION AT THE FOOT OF THE STATEMENT: EVERY CM% CREDIT MEMO *
019330*  POSTED FOR THE DEALER BUT NOT YET APPLIED, FROM THE MXBPA069*
019340*  WORK FILE (SAME DEALER SEQUENCE AS THE EXTRACT). AMOUNTS ARE*
019350*  FOR INFORMATION ONLY AND ARE NOT IN THE GRAND TOTAL BELOW.  *
019360*  A DEALER WITH NOTHING APPLIED THIS CYCLE GETS NO STATEMENT, *
019370*  SO ITS PENDING MEMOS SHOW ON THE MXBPA069 AGING REPORT ONLY.*
019380****************************************************************
019390 2500-PENDING-CREDITS.
019400     PERFORM 2510-READ-PENDING THRU 2510-EXIT
019410         UNTIL PENDING-AT-END OR
019420               MXAW69-STMT-DLR-NBR NOT < PRV-DLR-NBR.
019430     IF PENDING-AT-END OR
019440        MXAW69-STMT-DLR-NBR NOT = PRV-DLR-NBR
019450         GO TO 2500-EXIT
019460     END-IF.
019470
019480     PERFORM 2520-PENDING-HEADING THRU 2520-EXIT.
019490     MOVE MXAW69-CURRENCY-CODE TO WS-PEND-CURR-CODE.
019500     MOVE 0 TO WS-PEND-CURR-AMT.
019510     PERFORM 2530-PENDING-DETAIL THRU 2530-EXIT
019520         UNTIL PENDING-AT-END OR
019530               MXAW69-STMT-DLR-NBR NOT = PRV-DLR-NBR.
019540     PERFORM 2540-PENDING-TOTAL THRU 2540-EXIT.
019550 2500-EXIT.
019560     EXIT.
019570
019580****************************************************************
019590*  2510-READ-PENDING - NEXT PENDING CREDIT WORK RECORD.        *
019600****************************************************************
019610 2510-READ-PENDING.
019620     READ PENDING-CREDIT-INFILE INTO
019630          MXAW69-PENDING-CREDIT-RECORD
019640         AT END MOVE 'Y' TO WS-PEND-EOF-SW.
019650 2510-EXIT.
019660     EXIT.
019670
019680****************************************************************
019690*  2520-PENDING-HEADING - SECTION TITLE AND COLUMN HEADINGS IN *
019700*  THE DEALER'S LANGUAGE; STARTS A NEW PAGE WHEN THE SECTION   *
019710*  WILL NOT FIT UNDER THE TOTALS OR RUNS OFF THE PAGE.         *
019720****************************************************************
019730 2520-PENDING-HEADING.
019732     IF LINE-CNT > 50
019734         PERFORM 2525-PENDING-PAGE-HEADER THRU 2525-EXIT
019736     END-IF.
019740     MOVE SPACES TO MBL-TEXT.
019750     IF PRV-LANG-IND = 'USAENG' OR 'CANENG'
019760         MOVE 'PENDING CREDITS - POSTED, NOT YET APPLIED (NOT INCL
019770-             'UDED ABOVE)' TO MBL-TEXT
019780     ELSE
019790         IF PRV-LANG-IND = 'MEXESP'
019800             MOVE 'CREDITOS PENDIENTES - EMITIDOS, NO APLICADOS (N
019810-                 'O INCLUIDOS)' TO MBL-TEXT
019820         ELSE
019830             MOVE 'CREDITS EN ATTENTE - EMIS, NON ENCORE APPLIQUES
019840-                 ' (NON INCLUS)' TO MBL-TEXT
019850         END-IF
019860     END-IF.
019870     WRITE REPORT-REC FROM MESSAGE-BLOCK-LINE
019880         AFTER ADVANCING 2 LINES.
019890     ADD 2 TO LINE-CNT.
019960
019970     MOVE SPACES TO MBL-TEXT.
019980     IF PRV-LANG-IND = 'USAENG' OR 'CANENG'
019990         MOVE 'CREDIT MEMO' TO MBL-TEXT(1:11)
020000         MOVE 'POSTED'      TO MBL-TEXT(14:6)
020010         MOVE 'DAYS'        TO MBL-TEXT(25:4)
020020         MOVE 'AGE'         TO MBL-TEXT(30:3)
020030         MOVE 'AMOUNT'      TO MBL-TEXT(65:6)
020040     ELSE
020050         IF PRV-LANG-IND = 'MEXESP'
020060             MOVE 'NOTA CRED. ' TO MBL-TEXT(1:11)
020070             MOVE 'EMITIDA'     TO MBL-TEXT(14:7)
020080             MOVE 'DIAS'        TO MBL-TEXT(25:4)
020090             MOVE 'ANTIG.'      TO MBL-TEXT(30:6)
020100             MOVE 'IMPORTE'     TO MBL-TEXT(64:7)
020110         ELSE
020120             MOVE 'NOTE CREDIT' TO MBL-TEXT(1:11)
020130             MOVE 'EMISE'       TO MBL-TEXT(14:5)
020140             MOVE 'JOURS'       TO MBL-TEXT(24:5)
020150             MOVE 'AGE'         TO MBL-TEXT(30:3)
020160             MOVE 'MONTANT'     TO MBL-TEXT(64:7)
020170         END-IF
020180     END-IF.
020190     WRITE REPORT-REC FROM MESSAGE-BLOCK-LINE.
020200     ADD 1 TO LINE-CNT.
020210 2520-EXIT.
020220     EXIT.
020227
020234****************************************************************
020241*  2525-PENDING-PAGE-HEADER - THE STATEMENT PAGE HEADINGS FOR  *
020248*  A PENDING-CREDITS PAGE, AS 1110-PAGE-BREAK PRINTS THEM.     *
020255*  2200 RUNS WHEN THE NEXT DEALER'S FIRST RECORD IS ALREADY IN *
020262*  CUR-AREA, SO THE CLOSING DEALER'S PRV-AREA STANDS IN FOR IT *
020269*  WHILE THE HEADINGS ARE FORMATTED. THE HEADER ROUTINES SET   *
020276*  LINE-CNT PAST THE HEADINGS.                                 *
020283****************************************************************
020290 2525-PENDING-PAGE-HEADER.
020297     MOVE CUR-AREA TO WS-PEND-SAVE-AREA.
020304     MOVE PRV-AREA TO CUR-AREA.
020311     MOVE 60 TO LINE-CNT.
020318     IF CUR-LANG-IND = 'USAENG' OR 'CANENG'
020325         PERFORM 1200-PRINT-ENGL-HEADER THRU 1200-EXIT
020332     ELSE
020339         IF CUR-LANG-IND = 'MEXESP'
020346             PERFORM 1400-PRINT-SPAN-HEADER THRU 1400-EXIT
020353         ELSE
020360             PERFORM 1300-PRINT-FRAN-HEADER THRU 1300-EXIT
020367         END-IF
020374     END-IF.
020381     MOVE WS-PEND-SAVE-AREA TO CUR-AREA.
020388 2525-EXIT.
020395     EXIT.
020402
020409****************************************************************
020416*  2530-PENDING-DETAIL - ONE PENDING MEMO: NUMBER, POST DATE,  *
020423*  DAYS OUTSTANDING, AGE BUCKET, AMOUNT AND CURRENCY, PLUS ITS *
020430*  CSV ROW. A CHANGE OF CURRENCY CLOSES THE PREVIOUS ONE'S     *
020437*  TOTAL SO AMOUNTS ARE NEVER ADDED ACROSS CURRENCIES.         *
020444****************************************************************
020451 2530-PENDING-DETAIL.
020458     IF MXAW69-CURRENCY-CODE NOT = WS-PEND-CURR-CODE
020465         PERFORM 2540-PENDING-TOTAL THRU 2540-EXIT
020472         MOVE MXAW69-CURRENCY-CODE TO WS-PEND-CURR-CODE
020479     END-IF.
020486     IF LINE-CNT > 55
020493         PERFORM 2520-PENDING-HEADING THRU 2520-EXIT
020500     END-IF.
020507
020514     MOVE SPACES TO DET-2-TEXT.
020521     MOVE MXAW69-CREDIT-MEMO-NBR  TO DET-2-TEXT(1:11).
020528     MOVE MXAW69-POST-DATE(6:2)   TO DET-2-TEXT(14:2).
020535     MOVE '/'                     TO DET-2-TEXT(16:1).
020542     MOVE MXAW69-POST-DATE(9:2)   TO DET-2-TEXT(17:2).
020549     MOVE '/'                     TO DET-2-TEXT(19:1).
020556     MOVE MXAW69-POST-DATE(3:2)   TO DET-2-TEXT(20:2).
020563     MOVE MXAW69-DAYS-OUT         TO WS-PEND-ED-DAYS.
020570     MOVE WS-PEND-ED-DAYS         TO DET-2-TEXT(24:5).
020577     EVALUATE MXAW69-AGE-BUCKET
020584         WHEN 1
020591             MOVE '0-30'          TO DET-2-TEXT(30:10)
020598         WHEN 2
020605             MOVE '31-60'         TO DET-2-TEXT(30:10)
020612         WHEN 3
020619             MOVE '61-90'         TO DET-2-TEXT(30:10)
020626         WHEN OTHER
020633             IF PRV-LANG-IND = 'USAENG' OR 'CANENG'
020640                 MOVE 'OVER 90'   TO DET-2-TEXT(30:10)
020647             ELSE
020654                 IF PRV-LANG-IND = 'MEXESP'
020661                     MOVE 'MAS DE 90' TO DET-2-TEXT(30:10)
020668                 ELSE
020675                     MOVE 'PLUS DE 90' TO DET-2-TEXT(30:10)
020682                 END-IF
020689             END-IF
020696     END-EVALUATE.
020703     MOVE MXAW69-PENDING-AMT      TO DET-2-AMOUNT-ED.
020710     MOVE MXAW69-CURRENCY-CODE    TO DET-2-CURR.
020717     WRITE REPORT-REC FROM DETAIL-LINE-2.
020724     ADD 1 TO LINE-CNT.
020731     ADD MXAW69-PENDING-AMT TO WS-PEND-CURR-AMT.
020738
020745     MOVE PRV-DLR-NBR TO WS-CSV-ED-DLR-NBR.
020752     MOVE MXAW69-PENDING-AMT TO WS-CSV-ED-AMOUNT.
020759     MOVE SPACES TO WS-CSV-INVOICE-NBR.
020766     MOVE 'PENDING      ' TO WS-CSV-TYPE-LIT.
020773     MOVE SPACES TO WS-CSV-LINE.
020780     STRING WS-CSV-ED-DLR-NBR      DELIMITED BY SIZE
020787            ','                    DELIMITED BY SIZE
020794            MXAW69-CREDIT-MEMO-NBR DELIMITED BY SIZE
020801            ','                    DELIMITED BY SIZE
020808            WS-CSV-INVOICE-NBR     DELIMITED BY SIZE
020815            ','                    DELIMITED BY SIZE
020822            WS-CSV-ED-AMOUNT       DELIMITED BY SIZE
020829            ','                    DELIMITED BY SIZE
020836            WS-CSV-TYPE-LIT        DELIMITED BY SIZE
020843       INTO WS-CSV-LINE.
020850     WRITE CSV-STATEMENT-OUTFILE-REC FROM WS-CSV-LINE.
020857
020864     PERFORM 2510-READ-PENDING THRU 2510-EXIT.
020871 2530-EXIT.
020878     EXIT.
020885
020892****************************************************************
020899*  2540-PENDING-TOTAL - TOTAL PENDING FOR ONE CURRENCY.        *
020906****************************************************************
020913 2540-PENDING-TOTAL.
020920     MOVE SPACES TO TOT-1-TEXT.
020927     IF PRV-LANG-IND = 'USAENG' OR 'CANENG'
020934         MOVE 'TOTAL PENDING CREDITS'     TO TOT-1-TEXT
020941     ELSE
020948         IF PRV-LANG-IND = 'MEXESP'
020955             MOVE 'TOTAL CREDITOS PENDIENTES' TO TOT-1-TEXT
020962         ELSE
020969             MOVE 'TOTAL CREDITS EN ATTENTE'  TO TOT-1-TEXT
020976         END-IF
020983     END-IF.
020990     MOVE WS-PEND-CURR-AMT  TO TOT-1-AMOUNT.
020997     MOVE TOT-1-AMOUNT      TO TOT-1-AMOUNT-ED.
021004     MOVE WS-PEND-CURR-CODE TO TOT-1-CURR.
021011     WRITE REPORT-REC FROM TOTAL-LINE.
021018     ADD 1 TO LINE-CNT.
021025     MOVE 0 TO WS-PEND-CURR-AMT.
021032 2540-EXIT.
021039     EXIT.
021046
021053     EXEC SQL
021060          INCLUDE MXWP02
021067     END-EXEC.
021150* TRACKER 10003 E
