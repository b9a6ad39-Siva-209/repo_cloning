000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXOPA073.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXOPA073 - ONLINE CREDIT LOOKUP (TRANS MX73).                  |
001000* PSEUDO-CONVERSATIONAL CICS LOOKUP OVER THE VWMSCHS             |
001100* STATEMENT-OF-CREDIT HISTORY FOR A CALLER WHO DOES NOT KNOW     |
001200* THE DEALER NUMBER. THE CSR KEYS ONE OF AN INVOICE NUMBER, A    |
001300* CREDIT MEMO NUMBER OR THE SERIAL NUMBER OF THE UNIT, AND THE   |
001400* MATCHING CREDITS ACROSS ALL DEALERS LIST NEWEST FIRST WITH     |
001500* DEALER, MEMO, INVOICE, SERIAL NUMBER AND AMOUNT. KEYING A      |
001600* LINE NUMBER TRANSFERS TO THE MX55 INQUIRY (MXOPA055) OPENED    |
001700* ON THAT MEMO'S DETAIL VIEW, WHERE DISPUTES AND REBUILDS ARE    |
001800* HANDLED AS USUAL. PF3 ENDS THE SESSION, CLEAR RESTARTS IT,     |
001900* PF8 PAGES THE LIST FORWARD.                                    |
002000*================================================================*
002100*  TABLE   |   VIEW   |     DESCRIPTION                          |
002200*----------+-----------------------------------------------------*
002300* TBMSCHS  | VWMSCHS  |  STATEMENT OF CREDIT HISTORY             |
002400*================================================================*
002500*   PLAN   | BIND INCLUDE MEMBERS                                |
002600*----------+-----------------------------------------------------*
002700* PBOPA073 | PBOPA073                                            |
002800*================================================================*
002900*-----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200
003300 DATA DIVISION.
003400
003500 WORKING-STORAGE SECTION.
003600 01  WS-SWITHCES.
003700     05  WS-NO-MORE-HITS-SW              PIC X(01) VALUE 'N'.
003800         88 NO-MORE-HITS                           VALUE 'Y'.
003900
004000 01  WS-CONSTANTS.
004100     05  WS-TRANS-ID             PIC X(04) VALUE 'MX73'.
004200     05  WS-MAPSET-NAME          PIC X(08) VALUE 'MXMSA73 '.
004300     05  WS-MAP-NAME             PIC X(08) VALUE 'MXM73M  '.
004400     05  WS-DETAIL-PROGRAM       PIC X(08) VALUE 'MXOPA055'.
004500     05  WS-END-MESSAGE                  PIC X(19) VALUE
004600         'CREDIT LOOKUP ENDED'.
004700
004800 01  WS-WORK-FIELDS.
004900     05  WS-LINE-IX                      PIC S9(04) COMP VALUE 0.
005000     05  WS-SEL-IX                       PIC S9(04) COMP VALUE 0.
005100     05  WS-ROWS-READ                    PIC S9(04) COMP VALUE 0.
005200     05  WS-KEYS-ENTERED                 PIC S9(04) COMP VALUE 0.
005300     05  WS-SEL-NBR-X                    PIC X(02).
005400     05  WS-SEL-NBR-9 REDEFINES WS-SEL-NBR-X
005500                                         PIC 9(02).
005600     05  WS-HIT-TOTAL-AMT                PIC S9(11)V99 COMP-3
005700                                                   VALUE 0.
005800     05  WS-ED-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
005900     05  WS-ED-LINE-NO                   PIC Z9.
006000     05  WS-ED-DLR-NO                    PIC ZZZZZZZZ9.
006100     05  WS-RESP-CODE                    PIC S9(08) COMP VALUE 0.
006200     05  WS-KEY-NAME                     PIC X(13) VALUE SPACES.
006300
006400*  PSEUDO-CONVERSATIONAL STATE CARRIED BETWEEN TASKS. THE HIT
006500*  TABLE MAPS THE LIST LINE A CSR SELECTS BACK TO ITS DEALER
006600*  AND MEMO. A KEY RARELY MATCHES MORE THAN A FEW SCREENS, SO
006700*  PF8 RE-READS THE LIST AND SKIPS THE LINES ALREADY SHOWN
006800*  RATHER THAN CARRYING A FIVE-PART RESTART KEY.
006900 01  WS-COMMAREA.
007000     05  CA-STATE-CODE                   PIC X(01).
007100         88  CA-STATE-FRESH                        VALUE ' '.
007200         88  CA-STATE-LIST                         VALUE 'L'.
007300     05  CA-SEARCH-TYPE                  PIC X(01).
007400         88  CA-SEARCH-BY-INVOICE                  VALUE 'I'.
007500         88  CA-SEARCH-BY-MEMO                     VALUE 'M'.
007600         88  CA-SEARCH-BY-SERIAL                   VALUE 'S'.
007700     05  CA-SEARCH-KEY                   PIC X(17).
007800     05  CA-SKIP-COUNT                   PIC S9(04) COMP.
007900     05  CA-HIT-ENTRY OCCURS 13 TIMES.
008000         10  CA-HIT-DLR-NBR              PIC 9(09).
008100         10  CA-HIT-MEMO-NBR             PIC X(11).
008200         10  CA-HIT-APPLIED-DATE         PIC X(10).
008300     05  CA-HIT-COUNT                    PIC S9(04) COMP.
008400
008500*  WHAT MX55 IS HANDED ON THE TRANSFER - THE FRONT OF THE
008600*  MXOPA055 COMMAREA: STATE 'J' (JUMP-IN), CA-DLR-NBR,
008700*  CA-PAGE-APPLIED-DATE, CA-PAGE-MEMO-NBR. MUST STAY IN STEP
008800*  WITH THAT LAYOUT.
008900 01  WS-MX55-HANDOFF.
009000     05  HO-STATE-CODE                   PIC X(01) VALUE 'J'.
009100     05  HO-DLR-NBR                      PIC 9(09).
009200     05  HO-APPLIED-DATE                 PIC X(10).
009300     05  HO-MEMO-NBR                     PIC X(11).
009400
009500     EXEC SQL
009600          INCLUDE MXWW03
009700     END-EXEC.
009800
009900******************************************************************
010000*  DB2 table includes
010100******************************************************************
010200
010300     EXEC SQL
010400         INCLUDE VWMSCHS
010500     END-EXEC.
010600
010700     EXEC SQL
010800         INCLUDE SQLCA
010900     END-EXEC.
011000
011100     COPY MXMSA73.
011200
011300     COPY DFHAID.
011400
011500*****************************************************************
011600*  CURSOR - CREDITS AGAINST ONE INVOICE NUMBER, ALL DEALERS,    *
011700*  NEWEST FIRST. ONE LINE PER MEMO AND UNIT.                    *
011800*****************************************************************
011900
012000     EXEC SQL
012100        DECLARE VWMSCHSI CURSOR FOR
012200         SELECT DLR_NBR
012300               ,CREDIT_MEMO_NBR
012400               ,APPLIED_DATE
012500               ,INVOICE_NBR
012600               ,SERIAL_NBR
012700               ,SUM(APPLIED_AMT)
012800               ,MAX(CURRENCY_CODE)
012900           FROM VWMSCHS
013000          WHERE INVOICE_NBR = :DCLVWMSCHS.INVOICE-NBR
013100          GROUP BY DLR_NBR, CREDIT_MEMO_NBR, APPLIED_DATE,
013200                   INVOICE_NBR, SERIAL_NBR
013300          ORDER BY APPLIED_DATE DESC, DLR_NBR, CREDIT_MEMO_NBR,
013400                   SERIAL_NBR
013500     END-EXEC.
013600
013700*****************************************************************
013800*  CURSOR - ONE CREDIT MEMO NUMBER, ALL DEALERS, NEWEST FIRST.  *
013900*  ONE LINE PER DEALER'S MEMO WITH ITS TOTAL - THE INVOICES     *
014000*  SHOW ON THE MX55 DETAIL VIEW.                                *
014100*****************************************************************
014200
014300     EXEC SQL
014400        DECLARE VWMSCHSM CURSOR FOR
014500         SELECT DLR_NBR
014600               ,CREDIT_MEMO_NBR
014700               ,APPLIED_DATE
014800               ,' '
014900               ,' '
015000               ,SUM(APPLIED_AMT)
015100               ,MAX(CURRENCY_CODE)
015200           FROM VWMSCHS
015300          WHERE CREDIT_MEMO_NBR = :DCLVWMSCHS.CREDIT-MEMO-NBR
015400          GROUP BY DLR_NBR, CREDIT_MEMO_NBR, APPLIED_DATE
015500          ORDER BY APPLIED_DATE DESC, DLR_NBR
015600     END-EXEC.
015700
015800*****************************************************************
015900*  CURSOR - CREDITS AGAINST ONE UNIT SERIAL NUMBER (02/00       *
016000*  INVOICE DETAIL ONLY CARRIES IT), ALL DEALERS, NEWEST FIRST.  *
016100*****************************************************************
016200
016300     EXEC SQL
016400        DECLARE VWMSCHSS CURSOR FOR
016500         SELECT DLR_NBR
016600               ,CREDIT_MEMO_NBR
016700               ,APPLIED_DATE
016800               ,INVOICE_NBR
016900               ,SERIAL_NBR
017000               ,SUM(APPLIED_AMT)
017100               ,MAX(CURRENCY_CODE)
017200           FROM VWMSCHS
017300          WHERE SERIAL_NBR = :DCLVWMSCHS.SCHS-SERIAL-NBR
017400          GROUP BY DLR_NBR, CREDIT_MEMO_NBR, APPLIED_DATE,
017500                   INVOICE_NBR, SERIAL_NBR
017600          ORDER BY APPLIED_DATE DESC, DLR_NBR, CREDIT_MEMO_NBR,
017700                   INVOICE_NBR
017800     END-EXEC.
017900
018000 LINKAGE SECTION.
018100 01  DFHCOMMAREA                         PIC X(600).
018200
018300 PROCEDURE DIVISION.
018400
018500*****************************************************************
018600*                     0000-MAINLINE                             *
018700*****************************************************************
018800
018900 0000-MAINLINE.
019000     IF EIBCALEN = 0
019100         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
019200         GO TO 0000-RETURN
019300     END-IF.
019400
019500     MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA) TO WS-COMMAREA.
019600
019700     EVALUATE EIBAID
019800         WHEN DFHPF3
019900             PERFORM 9000-END-SESSION THRU 9000-EXIT
020000
020100         WHEN DFHCLEAR
020200             PERFORM 1000-FIRST-TIME THRU 1000-EXIT
020300
020400         WHEN DFHPF8
020500             PERFORM 4000-PAGE-FORWARD THRU 4000-EXIT
020600
020700         WHEN OTHER
020800             PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
020900     END-EVALUATE.
021000
021100 0000-RETURN.
021200     EXEC CICS RETURN
021300          TRANSID  (WS-TRANS-ID)
021400          COMMAREA (WS-COMMAREA)
021500          LENGTH   (LENGTH OF WS-COMMAREA)
021600     END-EXEC.
021700 0000-EXIT.
021800     EXIT.
021900
022000*****************************************************************
022100*                1000-FIRST-TIME                                *
022200*****************************************************************
022300
022400 1000-FIRST-TIME.
022500     MOVE LOW-VALUES TO MXM73M-MAP-AREA.
022600     MOVE SPACES TO WS-COMMAREA.
022700     SET CA-STATE-FRESH TO TRUE.
022800     MOVE 0 TO CA-SKIP-COUNT
022900               CA-HIT-COUNT.
023000     MOVE 'KEY AN INVOICE, CREDIT MEMO OR SERIAL NUMBER'
023100         TO M73-MSG-IO.
023200     PERFORM 8000-SEND-MAP-ERASE THRU 8000-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*                2000-PROCESS-ENTRY                             *
023800*****************************************************************
023900* ENTER WAS PRESSED. A SELECTION NUMBER AGAINST A DISPLAYED     *
024000* LIST TRANSFERS TO MX55; OTHERWISE EXACTLY ONE OF THE THREE    *
024100* KEY FIELDS MUST BE KEYED AND THE LIST IS BUILT FROM THE TOP.  *
024200*****************************************************************
024300
024400 2000-PROCESS-ENTRY.
024500     EXEC CICS RECEIVE
024600          MAP    (WS-MAP-NAME)
024700          MAPSET (WS-MAPSET-NAME)
024800          INTO   (MXM73M-MAP-AREA)
024900          RESP   (WS-RESP-CODE)
025000     END-EXEC.
025100
025200*  MAPFAIL - ENTER WITH NOTHING KEYED. RE-PROMPT, DO NOT ABEND.
025300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
025400         MOVE LOW-VALUES TO MXM73M-MAP-AREA
025500         MOVE 'KEY AN INVOICE, CREDIT MEMO OR SERIAL NUMBER'
025600             TO M73-MSG-IO
025700         PERFORM 8100-SEND-MAP THRU 8100-EXIT
025800         GO TO 2000-EXIT
025900     END-IF.
026000
026100*  SAME RIGHT-JUSTIFY/ZERO-FILL OF THE SELECTION AS MX55, SO
026200*  '1 ' PICKS LINE 1.
026300     MOVE M73-SELNO-IO TO WS-SEL-NBR-X.
026400     IF WS-SEL-NBR-X(2:1) = SPACE
026500         MOVE WS-SEL-NBR-X(1:1) TO WS-SEL-NBR-X(2:1)
026600         MOVE '0' TO WS-SEL-NBR-X(1:1)
026700     END-IF.
026800     INSPECT WS-SEL-NBR-X
026900         REPLACING LEADING ' ' BY '0'.
027000
027100     IF CA-STATE-LIST AND
027200        M73-SELNO-L > 0 AND
027300        WS-SEL-NBR-X IS NUMERIC
027400         PERFORM 3000-TRANSFER-TO-DETAIL THRU 3000-EXIT
027500         GO TO 2000-EXIT
027600     END-IF.
027700
027800     MOVE 0 TO WS-KEYS-ENTERED.
027900     IF M73-INVNO-L > 0 AND M73-INVNO-IO NOT = SPACES
028000         ADD +1 TO WS-KEYS-ENTERED
028100         SET CA-SEARCH-BY-INVOICE TO TRUE
028200         MOVE M73-INVNO-IO TO CA-SEARCH-KEY
028300     END-IF.
028400     IF M73-MEMONO-L > 0 AND M73-MEMONO-IO NOT = SPACES
028500         ADD +1 TO WS-KEYS-ENTERED
028600         SET CA-SEARCH-BY-MEMO TO TRUE
028700         MOVE M73-MEMONO-IO TO CA-SEARCH-KEY
028800     END-IF.
028900     IF M73-SERNO-L > 0 AND M73-SERNO-IO NOT = SPACES
029000         ADD +1 TO WS-KEYS-ENTERED
029100         SET CA-SEARCH-BY-SERIAL TO TRUE
029200         MOVE M73-SERNO-IO TO CA-SEARCH-KEY
029300     END-IF.
029400
029500     IF WS-KEYS-ENTERED NOT = 1
029600         MOVE LOW-VALUES TO MXM73M-MAP-AREA
029700         MOVE 'KEY ONE OF INVOICE, CREDIT MEMO OR SERIAL NUMBER'
029800             TO M73-MSG-IO
029900         SET CA-STATE-FRESH TO TRUE
030000         PERFORM 8100-SEND-MAP THRU 8100-EXIT
030100         GO TO 2000-EXIT
030200     END-IF.
030300
030400     MOVE 0 TO CA-SKIP-COUNT.
030500     PERFORM 2100-BUILD-HIT-LIST THRU 2100-EXIT.
030600 2000-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*                2100-BUILD-HIT-LIST                            *
031100*****************************************************************
031200* OPENS THE CURSOR FOR THE KEY TYPE, SKIPS THE LINES EARLIER    *
031300* PAGES SHOWED, AND FILLS UP TO 13 LIST LINES. THE KEY IS       *
031400* ECHOED BACK INTO ITS FIELD SO THE CSR SEES WHAT WAS SEARCHED. *
031500*****************************************************************
031600
031700 2100-BUILD-HIT-LIST.
031800     MOVE LOW-VALUES TO MXM73M-MAP-AREA.
031900     MOVE 0 TO CA-HIT-COUNT
032000               WS-ROWS-READ
032100               WS-LINE-IX.
032200     MOVE 'N' TO WS-NO-MORE-HITS-SW.
032300
032400     MOVE 'SL    DEALER CREDIT MEMO INVOICE     SERIAL NUMBER'
032500         TO M73-HDG-IO.
032600     MOVE '             AMOUNT CUR' TO M73-HDG-IO (53:23).
032700
032800     EVALUATE TRUE
032900         WHEN CA-SEARCH-BY-INVOICE
033000             MOVE CA-SEARCH-KEY TO M73-INVNO-IO
033100                                   INVOICE-NBR OF DCLVWMSCHS
033200             MOVE 'INVOICE'       TO WS-KEY-NAME
033300             EXEC SQL
033400                 OPEN VWMSCHSI
033500             END-EXEC
033600         WHEN CA-SEARCH-BY-MEMO
033700             MOVE CA-SEARCH-KEY TO M73-MEMONO-IO
033800                                   CREDIT-MEMO-NBR OF DCLVWMSCHS
033900             MOVE 'CREDIT MEMO'   TO WS-KEY-NAME
034000             EXEC SQL
034100                 OPEN VWMSCHSM
034200             END-EXEC
034300         WHEN OTHER
034400             MOVE CA-SEARCH-KEY TO M73-SERNO-IO
034500                                   SCHS-SERIAL-NBR OF DCLVWMSCHS
034600             MOVE 'SERIAL NUMBER' TO WS-KEY-NAME
034700             EXEC SQL
034800                 OPEN VWMSCHSS
034900             END-EXEC
035000     END-EVALUATE.
035100
035200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
035300             Z-970-SET-DA-STATUS-DB2-EXIT.
035400
035500     IF DA-OK
035600         CONTINUE
035700     ELSE
035800         PERFORM 9900-DB2-ERROR THRU 9900-EXIT
035900     END-IF.
036000
036100     PERFORM 2200-FETCH-HIT-LINE THRU 2200-EXIT
036200         UNTIL NO-MORE-HITS OR WS-LINE-IX >= 13.
036300
036400     EVALUATE TRUE
036500         WHEN CA-SEARCH-BY-INVOICE
036600             EXEC SQL
036700                 CLOSE VWMSCHSI
036800             END-EXEC
036900         WHEN CA-SEARCH-BY-MEMO
037000             EXEC SQL
037100                 CLOSE VWMSCHSM
037200             END-EXEC
037300         WHEN OTHER
037400             EXEC SQL
037500                 CLOSE VWMSCHSS
037600             END-EXEC
037700     END-EVALUATE.
037800
037900     EVALUATE TRUE
038000         WHEN CA-HIT-COUNT = 0 AND CA-SKIP-COUNT > 0
038100             MOVE 'END OF LIST - KEY A NEW SEARCH' TO M73-MSG-IO
038200             MOVE 0 TO CA-SKIP-COUNT
038300             SET CA-STATE-FRESH TO TRUE
038400         WHEN CA-HIT-COUNT = 0
038500             STRING 'NO CREDITS ON FILE FOR THAT '
038600                                     DELIMITED BY SIZE
038700                    WS-KEY-NAME      DELIMITED BY '  '
038800                    INTO M73-MSG-IO
038900             SET CA-STATE-FRESH TO TRUE
039000         WHEN NO-MORE-HITS
039100             MOVE 'SELECT A LINE NUMBER TO VIEW THE MEMO IN MX55'
039200                 TO M73-MSG-IO
039300             SET CA-STATE-LIST TO TRUE
039400         WHEN OTHER
039500             MOVE 'SELECT A LINE NUMBER - PF8 FOR MORE CREDITS'
039600                 TO M73-MSG-IO
039700             SET CA-STATE-LIST TO TRUE
039800     END-EVALUATE.
039900
040000     PERFORM 8100-SEND-MAP THRU 8100-EXIT.
040100 2100-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*                2200-FETCH-HIT-LINE                            *
040600*****************************************************************
040700
040800 2200-FETCH-HIT-LINE.
040900     EVALUATE TRUE
041000         WHEN CA-SEARCH-BY-INVOICE
041100             EXEC SQL
041200               FETCH VWMSCHSI
041300                 INTO :DCLVWMSCHS.DLR-NBR,
041400                      :DCLVWMSCHS.CREDIT-MEMO-NBR,
041500                      :DCLVWMSCHS.APPLIED-DATE,
041600                      :DCLVWMSCHS.INVOICE-NBR,
041700                      :DCLVWMSCHS.SCHS-SERIAL-NBR,
041800                      :WS-HIT-TOTAL-AMT,
041900                      :DCLVWMSCHS.CURRENCY-CODE
042000             END-EXEC
042100         WHEN CA-SEARCH-BY-MEMO
042200             EXEC SQL
042300               FETCH VWMSCHSM
042400                 INTO :DCLVWMSCHS.DLR-NBR,
042500                      :DCLVWMSCHS.CREDIT-MEMO-NBR,
042600                      :DCLVWMSCHS.APPLIED-DATE,
042700                      :DCLVWMSCHS.INVOICE-NBR,
042800                      :DCLVWMSCHS.SCHS-SERIAL-NBR,
042900                      :WS-HIT-TOTAL-AMT,
043000                      :DCLVWMSCHS.CURRENCY-CODE
043100             END-EXEC
043200         WHEN OTHER
043300             EXEC SQL
043400               FETCH VWMSCHSS
043500                 INTO :DCLVWMSCHS.DLR-NBR,
043600                      :DCLVWMSCHS.CREDIT-MEMO-NBR,
043700                      :DCLVWMSCHS.APPLIED-DATE,
043800                      :DCLVWMSCHS.INVOICE-NBR,
043900                      :DCLVWMSCHS.SCHS-SERIAL-NBR,
044000                      :WS-HIT-TOTAL-AMT,
044100                      :DCLVWMSCHS.CURRENCY-CODE
044200             END-EXEC
044300     END-EVALUATE.
044400
044500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
044600             Z-970-SET-DA-STATUS-DB2-EXIT.
044700
044800     EVALUATE TRUE
044900         WHEN DA-OK
045000             ADD +1 TO WS-ROWS-READ
045100             IF WS-ROWS-READ > CA-SKIP-COUNT
045200                 PERFORM 2300-FORMAT-HIT-LINE THRU 2300-EXIT
045300             END-IF
045400
045500         WHEN DA-NOTFOUND
045600             SET NO-MORE-HITS TO TRUE
045700
045800         WHEN OTHER
045900             PERFORM 9900-DB2-ERROR THRU 9900-EXIT
046000     END-EVALUATE.
046100 2200-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*                2300-FORMAT-HIT-LINE                           *
046600*****************************************************************
046700
046800 2300-FORMAT-HIT-LINE.
046900     ADD +1 TO WS-LINE-IX.
047000     ADD +1 TO CA-HIT-COUNT.
047100     MOVE DLR-NBR OF DCLVWMSCHS TO
047200         CA-HIT-DLR-NBR (WS-LINE-IX).
047300     MOVE CREDIT-MEMO-NBR OF DCLVWMSCHS TO
047400         CA-HIT-MEMO-NBR (WS-LINE-IX).
047500     MOVE APPLIED-DATE OF DCLVWMSCHS TO
047600         CA-HIT-APPLIED-DATE (WS-LINE-IX).
047700     MOVE WS-LINE-IX            TO WS-ED-LINE-NO.
047800     MOVE DLR-NBR OF DCLVWMSCHS TO WS-ED-DLR-NO.
047900     MOVE WS-HIT-TOTAL-AMT      TO WS-ED-AMOUNT.
048000     STRING WS-ED-LINE-NO                 DELIMITED BY SIZE
048100            ' '                           DELIMITED BY SIZE
048200            WS-ED-DLR-NO                  DELIMITED BY SIZE
048300            ' '                           DELIMITED BY SIZE
048400            CREDIT-MEMO-NBR OF DCLVWMSCHS DELIMITED BY SIZE
048500            ' '                           DELIMITED BY SIZE
048600            INVOICE-NBR OF DCLVWMSCHS     DELIMITED BY SIZE
048700            ' '                           DELIMITED BY SIZE
048800            SCHS-SERIAL-NBR OF DCLVWMSCHS DELIMITED BY SIZE
048900            ' '                           DELIMITED BY SIZE
049000            WS-ED-AMOUNT                  DELIMITED BY SIZE
049100            ' '                           DELIMITED BY SIZE
049200            CURRENCY-CODE OF DCLVWMSCHS   DELIMITED BY SIZE
049300            INTO M73-LINE-IO (WS-LINE-IX).
049400 2300-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*                3000-TRANSFER-TO-DETAIL                        *
049900*****************************************************************
050000* HANDS THE SELECTED DEALER AND MEMO TO MX55, WHICH OPENS ON    *
050100* THE MEMO'S DETAIL VIEW. XCTL DOES NOT COME BACK UNLESS THE    *
050200* TRANSFER FAILED.                                              *
050300*****************************************************************
050400
050500 3000-TRANSFER-TO-DETAIL.
050600     IF WS-SEL-NBR-X IS NUMERIC
050700         MOVE WS-SEL-NBR-9 TO WS-SEL-IX
050800     ELSE
050900         MOVE 0 TO WS-SEL-IX
051000     END-IF.
051100     IF WS-SEL-IX < 1 OR WS-SEL-IX > CA-HIT-COUNT
051200         MOVE LOW-VALUES TO MXM73M-MAP-AREA
051300         MOVE 'SELECTION NOT ON THE LIST - ENTER AGAIN'
051400             TO M73-MSG-IO
051500         PERFORM 8100-SEND-MAP THRU 8100-EXIT
051600         GO TO 3000-EXIT
051700     END-IF.
051800
051900     MOVE CA-HIT-DLR-NBR (WS-SEL-IX)      TO HO-DLR-NBR.
052000     MOVE CA-HIT-APPLIED-DATE (WS-SEL-IX) TO HO-APPLIED-DATE.
052100     MOVE CA-HIT-MEMO-NBR (WS-SEL-IX)     TO HO-MEMO-NBR.
052200
052300     EXEC CICS XCTL
052400          PROGRAM  (WS-DETAIL-PROGRAM)
052500          COMMAREA (WS-MX55-HANDOFF)
052600          LENGTH   (LENGTH OF WS-MX55-HANDOFF)
052700          RESP     (WS-RESP-CODE)
052800     END-EXEC.
052900
053000     MOVE LOW-VALUES TO MXM73M-MAP-AREA.
053100     MOVE 'MX55 INQUIRY NOT AVAILABLE - CONTACT SYSTEMS SUPPORT'
053200         TO M73-MSG-IO.
053300     PERFORM 8100-SEND-MAP THRU 8100-EXIT.
053400 3000-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800*                4000-PAGE-FORWARD                              *
053900*****************************************************************
054000
054100 4000-PAGE-FORWARD.
054200     IF CA-STATE-LIST AND CA-HIT-COUNT >= 13
054300         ADD CA-HIT-COUNT TO CA-SKIP-COUNT
054400         PERFORM 2100-BUILD-HIT-LIST THRU 2100-EXIT
054500     ELSE
054600         MOVE LOW-VALUES TO MXM73M-MAP-AREA
054700         IF CA-STATE-LIST
054800             MOVE 'NO MORE CREDITS FOR THIS KEY' TO M73-MSG-IO
054900         ELSE
055000             MOVE 'KEY A LOOKUP FIRST' TO M73-MSG-IO
055100         END-IF
055200         PERFORM 8100-SEND-MAP THRU 8100-EXIT
055300     END-IF.
055400 4000-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*                8000-SEND-MAP-ERASE                            *
055900*****************************************************************
056000
056100 8000-SEND-MAP-ERASE.
056200     EXEC CICS SEND
056300          MAP    (WS-MAP-NAME)
056400          MAPSET (WS-MAPSET-NAME)
056500          FROM   (MXM73M-MAP-AREA)
056600          ERASE
056700     END-EXEC.
056800 8000-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200*                8100-SEND-MAP                                  *
057300*****************************************************************
057400
057500 8100-SEND-MAP.
057600     EXEC CICS SEND
057700          MAP    (WS-MAP-NAME)
057800          MAPSET (WS-MAPSET-NAME)
057900          FROM   (MXM73M-MAP-AREA)
058000          ERASE
058100     END-EXEC.
058200 8100-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*                9000-END-SESSION                               *
058700*****************************************************************
058800
058900 9000-END-SESSION.
059000     EXEC CICS SEND TEXT
059100          FROM   (WS-END-MESSAGE)
059200          ERASE
059300          FREEKB
059400     END-EXEC.
059500     EXEC CICS RETURN
059600     END-EXEC.
059700 9000-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*                9900-DB2-ERROR                                 *
060200*****************************************************************
060300* AN ONLINE TASK DOES NOT ABEND THE REGION FOR A DB2 PROBLEM -  *
060400* THE CSR GETS A MESSAGE AND THE SESSION RESTARTS CLEAN.        *
060500*****************************************************************
060600
060700 9900-DB2-ERROR.
060800     MOVE LOW-VALUES TO MXM73M-MAP-AREA.
060900     MOVE 'DB2 ERROR - CONTACT SYSTEMS SUPPORT' TO M73-MSG-IO.
061000     MOVE SPACES TO WS-COMMAREA.
061100     SET CA-STATE-FRESH TO TRUE.
061200     PERFORM 8100-SEND-MAP THRU 8100-EXIT.
061300     EXEC CICS RETURN
061400          TRANSID  (WS-TRANS-ID)
061500          COMMAREA (WS-COMMAREA)
061600          LENGTH   (LENGTH OF WS-COMMAREA)
061700     END-EXEC.
061800 9900-EXIT.
061900     EXIT.
062000
062100     EXEC SQL
062200          INCLUDE MXWP02
062300     END-EXEC.
