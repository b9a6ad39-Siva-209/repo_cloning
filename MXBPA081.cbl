000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA081.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA081 - DEALER PORTAL DELIVERY-PREFERENCE CHANGE FEED.      |
001000* RUNS EACH NIGHT AHEAD OF THE STATEMENT CYCLE (AN EMPTY         |
001100* MXPA081I IS NORMAL). ONE MXAW81 RECORD PER CHANGE A DEALER     |
001200* MADE ON THE PORTAL - E-DELIVERY, A NEW DELIVERY E-MAIL, A      |
001300* PICKUP BRANCH - IS EDITED THE WAY THE MX56 MAINTENANCE         |
001400* TRANSACTION EDITS A KEYED CHANGE: DEALER ON VWMCU00, PICKUP    |
001500* BRANCH ON VWMCN00, AN ACTIVE VWMEDTD PARTNER FOR EDI. AN       |
001600* E-DELIVERY CHANGE MUST CARRY AN E-MAIL ADDRESS, AND A DEALER   |
001700* ON BAD-ADDRESS HOLD (VWMBADH) CANNOT GO BACK TO CENTRAL PRINT. |
001800* A GOOD CHANGE ADDS OR UPDATES THE DEALER'S VWMDLVP ROW, WITH   |
001900* THE E-MAIL AND CONTACT NAME, AND WRITES VWMMNTA BEFORE/AFTER   |
002000* ROWS WITH CHANGED_BY 'PORTAL'. A REJECTED CHANGE GOES BACK TO  |
002100* THE PORTAL ON MXPA081X WITH A REJECT CODE AND REASON. THE      |
002200* CONTROL REPORT LISTS EVERY RECORD. RETURN CODE 4 WHEN ANY      |
002300* CHANGE IS REJECTED.                                            |
002400*================================================================*
002500*  TABLE   |   VIEW   |     DESCRIPTION                          |
002600*----------+-----------------------------------------------------*
002700* TBMDLVP  | VWMDLVP  |  DEALER DELIVERY PREFERENCE              |
002800* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
002900* TBMCN00  | VWMCN00  |  CONTROL ENTITY (BRANCH)                 |
003000* TBMEDTD  | VWMEDTD  |  DEALER EDI TRADING PARTNER              |
003100* TBMEDTP  | VWMEDTP  |  EDI TRADING PARTNER                     |
003200* TBMBADH  | VWMBADH  |  DEALER BAD-ADDRESS HOLD                 |
003300* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
003400* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003500*================================================================*
003600*   PLAN   | BIND INCLUDE MEMBERS                                |
003700*----------+-----------------------------------------------------*
003800* PBMPA081 | PBMPA081                                            |
003900*================================================================*
004000*-----------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PORTAL-PREF-FILE
004700         ASSIGN TO MXPA081I.
004800
004900     SELECT PORTAL-EXCEPTION-FILE
005000         ASSIGN TO MXPA081X.
005100
005200     SELECT PORTAL-PREF-REPORT
005300         ASSIGN TO MXPA081R.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PORTAL-PREF-FILE
005800     RECORDING MODE IS F.
005900 01  PORTAL-PREF-IN-REC                  PIC X(200).
006000
006100 FD  PORTAL-EXCEPTION-FILE
006200     RECORDING MODE IS F.
006300 01  PORTAL-EXCEPTION-REC                PIC X(200).
006400
006500 FD  PORTAL-PREF-REPORT
006600     RECORDING MODE IS F.
006700 01  PORTAL-PREF-REPORT-REC              PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITHCES.
007100     05  WS-NO-MORE-TRANS-SW             PIC X(01) VALUE 'N'.
007200         88 NO-MORE-TRANS                          VALUE 'Y'.
007300     05  WS-TRAN-VALID-SW                PIC X(01) VALUE 'Y'.
007400         88 WS-TRAN-VALID                          VALUE 'Y'.
007500     05  WS-DLVP-ROW-FOUND-SW            PIC X(01) VALUE 'N'.
007600         88 WS-DLVP-ROW-FOUND                      VALUE 'Y'.
007700     05  WS-HOLD-ACTIVE-SW               PIC X(01) VALUE 'N'.
007800         88 WS-HOLD-ACTIVE                         VALUE 'Y'.
007900
008000 01  WS-COUNTERS COMP-3.
008100     05  WS-TRANS-READ                   PIC S9(05) VALUE 0.
008200     05  WS-PREFS-ADDED                  PIC S9(05) VALUE 0.
008300     05  WS-PREFS-CHANGED                PIC S9(05) VALUE 0.
008400     05  WS-PREFS-UNCHANGED              PIC S9(05) VALUE 0.
008500     05  WS-AUDIT-ROWS                   PIC S9(05) VALUE 0.
008600     05  WS-TRANS-REJECTED               PIC S9(05) VALUE 0.
008700
008800     COPY MXAW81.
008900
009000 01  WS-PROCESSING-DATE                  PIC X(10).
009100 01  WS-CHANGED-BY                       PIC X(08) VALUE 'PORTAL'.
009200 01  WS-REJECT-CODE                      PIC X(02).
009300 01  WS-REJECT-REASON                    PIC X(40).
009400 01  WS-PARTNER-COUNT                    PIC S9(04) COMP VALUE 0.
009500 01  WS-AT-SIGN-COUNT                    PIC S9(04) COMP VALUE 0.
009600 01  WS-BRANCH-X                         PIC X(04).
009700 01  WS-BRANCH-9 REDEFINES WS-BRANCH-X   PIC 9(04).
009800
009900*  THE DEALER'S VWMDLVP ROW AS IT STOOD BEFORE THE CHANGE.
010000 01  WS-OLD-DLVP-FIELDS.
010100     05  WS-OLD-PREF-CODE                PIC X(01).
010200     05  WS-OLD-BRANCH-NO                PIC S9(04) COMP.
010300     05  WS-OLD-EMAIL-ADDR               PIC X(60).
010400     05  WS-OLD-CONTACT-NAME             PIC X(35).
010500
010600*  THE VWMDLVP ROW IMAGES THE AUDIT TRAIL CARRIES, FORMATTED THE
010700*  WAY MX56 FORMATS THEM.
010800 01  WS-AUDIT-FIELDS.
010900     05  WS-BEFORE-IMAGE                 PIC X(40).
011000     05  WS-AFTER-IMAGE                  PIC X(40).
011100     05  WS-IMAGE-WORK                   PIC X(40).
011200     05  WS-MNTA-ACTION                  PIC X(06).
011300     05  WS-DLVP-ACTION                  PIC X(06).
011400     05  WS-ED-BRANCH                    PIC ZZZ9.
011500
011600 01  WS-REPORT-LINE.
011700     05  WS-RPT-ACTION                   PIC X(09).
011800     05  FILLER                          PIC X(01).
011900     05  WS-RPT-DLR-NBR                  PIC X(09).
012000     05  FILLER                          PIC X(01).
012100     05  WS-RPT-REQUEST-ID               PIC X(20).
012200     05  FILLER                          PIC X(01).
012300     05  WS-RPT-REJECT-CODE              PIC X(02).
012400     05  FILLER                          PIC X(01).
012500     05  WS-RPT-DETAIL                   PIC X(36).
012600 01  WS-REPORT-TEXT-LINE                 PIC X(80).
012700 01  WS-RPT-ED-COUNT                     PIC ZZZZ9.
012800
012900     EXEC SQL
013000          INCLUDE MXWW03
013100     END-EXEC.
013200
013300******************************************************************
013400*  DB2 table includes
013500******************************************************************
013600
013700     EXEC SQL
013800         INCLUDE VWMDLVP
013900     END-EXEC.
014000
014100     EXEC SQL
014200         INCLUDE VWMCU00
014300     END-EXEC.
014400
014500     EXEC SQL
014600         INCLUDE VWMCN00
014700     END-EXEC.
014800
014900     EXEC SQL
015000         INCLUDE VWMEDTD
015100     END-EXEC.
015200
015300     EXEC SQL
015400         INCLUDE VWMBADH
015500     END-EXEC.
015600
015700     EXEC SQL
015800         INCLUDE VWMMNTA
015900     END-EXEC.
016000
016100     EXEC SQL
016200         INCLUDE VWMCTUPD
016300     END-EXEC.
016400
016500     EXEC SQL
016600         INCLUDE SQLCA
016700     END-EXEC.
016800
016900 PROCEDURE DIVISION.
017000
017100*****************************************************************
017200*                     0000-MAINLINE                             *
017300*****************************************************************
017400
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
017700     PERFORM 3000-PROCESS-CHANGE THRU 3000-EXIT
017800         UNTIL NO-MORE-TRANS.
017900     PERFORM 9900-TERMINATION THRU 9900-EXIT.
018000     GOBACK.
018100 0000-EXIT.
018200     EXIT.
018300
018400*****************************************************************
018500*                      1000-INITIALIZATION                      *
018600*****************************************************************
018700
018800 1000-INITIALIZATION.
018900     DISPLAY ' '.
019000     DISPLAY 'PROGRAM MXBPA081 BEGINNING EXECUTION'.
019100     DISPLAY ' '.
019200     MOVE 'MXBPA081' TO ABT-PGM-NAME.
019300
019400     OPEN INPUT  PORTAL-PREF-FILE
019500          OUTPUT PORTAL-EXCEPTION-FILE
019600                 PORTAL-PREF-REPORT.
019700
019800     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
019900
020000     MOVE SPACES TO WS-REPORT-LINE.
020100     MOVE SPACES TO WS-REPORT-TEXT-LINE.
020200     STRING 'MXBPA081 PORTAL DELIVERY-PREFERENCE CHANGES  '
020300                                        DELIMITED BY SIZE
020400            WS-PROCESSING-DATE          DELIMITED BY SIZE
020500            INTO WS-REPORT-TEXT-LINE.
020600     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
020700     MOVE SPACES TO WS-REPORT-TEXT-LINE.
020800     MOVE 'ACTION    DEALER    PORTAL REQUEST ID    RC DETAIL'
020900                                TO WS-REPORT-TEXT-LINE.
021000     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
021100
021200     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500
021600*****************************************************************
021700*                   3000-PROCESS-CHANGE                         *
021800*****************************************************************
021900
022000 3000-PROCESS-CHANGE.
022100     MOVE 'Y'    TO WS-TRAN-VALID-SW.
022200     MOVE SPACES TO WS-REJECT-CODE
022300                    WS-REJECT-REASON.
022400
022500     PERFORM 3100-VALIDATE-CHANGE THRU 3100-EXIT.
022600
022700     IF WS-TRAN-VALID
022800         PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
022900     ELSE
023000         PERFORM 4000-REJECT-CHANGE THRU 4000-EXIT
023100     END-IF.
023200
023300     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
023400 3000-EXIT.
023500     EXIT.
023600
023700*****************************************************************
023800*                3100-VALIDATE-CHANGE                           *
023900*****************************************************************
024000* THE SAME EDITS MX56 APPLIES TO A KEYED CHANGE, PLUS THE TWO   *
024100* THE PORTAL NEEDS: AN E-DELIVERY DEALER MUST GIVE AN ADDRESS,  *
024200* AND A DEALER WHOSE MAIL IS COMING BACK STAYS OFF THE MAIL     *
024300* UNTIL THE HOLD IS LIFTED.                                     *
024400*****************************************************************
024500
024600 3100-VALIDATE-CHANGE.
024700     IF MXAW81-DLR-NBR-X IS NUMERIC AND
024800        MXAW81-DLR-NBR-9 > 0
024900         CONTINUE
025000     ELSE
025100         MOVE 'N'  TO WS-TRAN-VALID-SW
025200         MOVE 'DN' TO WS-REJECT-CODE
025300         MOVE 'DEALER NUMBER MUST BE NUMERIC'
025400                                    TO WS-REJECT-REASON
025500         GO TO 3100-EXIT
025600     END-IF.
025700
025800     MOVE MXAW81-DLR-NBR-9 TO CUST-NO OF DCLVWMCU00.
025900     PERFORM 6000-SELECT-VWMCU00 THRU 6000-EXIT.
026000     IF DA-NOTFOUND
026100         MOVE 'N'  TO WS-TRAN-VALID-SW
026200         MOVE 'DC' TO WS-REJECT-CODE
026300         MOVE 'DEALER NOT ON VWMCU00' TO WS-REJECT-REASON
026400         GO TO 3100-EXIT
026500     END-IF.
026600
026700     IF MXAW81-PREF-CODE = 'C' OR 'E' OR 'B' OR 'X'
026800         CONTINUE
026900     ELSE
027000         MOVE 'N'  TO WS-TRAN-VALID-SW
027100         MOVE 'PC' TO WS-REJECT-CODE
027200         MOVE 'PREFERENCE MUST BE C, E, B OR X'
027300                                    TO WS-REJECT-REASON
027400         GO TO 3100-EXIT
027500     END-IF.
027600
027700     IF MXAW81-PREF-CODE = 'B'
027800         MOVE MXAW81-BRANCH-X TO WS-BRANCH-X
027900         INSPECT WS-BRANCH-X
028000             REPLACING LEADING ' ' BY '0'
028100         IF WS-BRANCH-X IS NUMERIC AND
028200            WS-BRANCH-9 > 0
028300             CONTINUE
028400         ELSE
028500             MOVE 'N'  TO WS-TRAN-VALID-SW
028600             MOVE 'BR' TO WS-REJECT-CODE
028700             MOVE 'PICKUP BRANCH MUST BE NUMERIC'
028800                                    TO WS-REJECT-REASON
028900             GO TO 3100-EXIT
029000         END-IF
029100         MOVE WS-BRANCH-9 TO CNTL-ENT-NO OF DCLVWMCN00
029200         PERFORM 6100-SELECT-VWMCN00 THRU 6100-EXIT
029300         IF DA-NOTFOUND
029400             MOVE 'N'  TO WS-TRAN-VALID-SW
029500             MOVE 'BN' TO WS-REJECT-CODE
029600             MOVE 'PICKUP BRANCH NOT ON VWMCN00'
029700                                    TO WS-REJECT-REASON
029800             GO TO 3100-EXIT
029900         END-IF
030000     ELSE
030100         MOVE 0 TO WS-BRANCH-9
030200     END-IF.
030300
030400     IF MXAW81-PREF-CODE = 'E'
030500         MOVE 0 TO WS-AT-SIGN-COUNT
030600         INSPECT MXAW81-EMAIL-ADDR
030700             TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
030800         IF WS-AT-SIGN-COUNT = 1 AND
030900            MXAW81-EMAIL-ADDR (1:1) NOT = SPACE
031000             CONTINUE
031100         ELSE
031200             MOVE 'N'  TO WS-TRAN-VALID-SW
031300             MOVE 'EM' TO WS-REJECT-CODE
031400             MOVE 'E-DELIVERY NEEDS A VALID E-MAIL ADDRESS'
031500                                    TO WS-REJECT-REASON
031600             GO TO 3100-EXIT
031700         END-IF
031800     END-IF.
031900
032000     IF MXAW81-PREF-CODE = 'X'
032100         MOVE MXAW81-DLR-NBR-9 TO EDTD-CUST-NO
032200         PERFORM 6200-COUNT-EDI-PARTNER THRU 6200-EXIT
032300         IF WS-PARTNER-COUNT = 0
032400             MOVE 'N'  TO WS-TRAN-VALID-SW
032500             MOVE 'EP' TO WS-REJECT-CODE
032600             MOVE 'NO ACTIVE EDI TRADING PARTNER FOR DEALER'
032700                                    TO WS-REJECT-REASON
032800             GO TO 3100-EXIT
032900         END-IF
033000     END-IF.
033100
033200     IF MXAW81-PREF-CODE = 'C'
033300         MOVE MXAW81-DLR-NBR-9 TO BADH-CUST-NO
033400         PERFORM 6300-SELECT-VWMBADH THRU 6300-EXIT
033500         IF WS-HOLD-ACTIVE
033600             MOVE 'N'  TO WS-TRAN-VALID-SW
033700             MOVE 'AH' TO WS-REJECT-CODE
033800             MOVE 'ADDRESS ON HOLD - CENTRAL PRINT REFUSED'
033900                                    TO WS-REJECT-REASON
034000             GO TO 3100-EXIT
034100         END-IF
034200     END-IF.
034300 3100-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700*                3200-APPLY-CHANGE                              *
034800*****************************************************************
034900* ADDS THE DEALER'S VWMDLVP ROW OR UPDATES IT IN PLACE. A       *
035000* RECORD THAT CHANGES NOTHING (THE DEALER SAVED THE SAME        *
035100* SETTINGS AGAIN) IS REPORTED BUT NOT AUDITED.                  *
035200*****************************************************************
035300
035400 3200-APPLY-CHANGE.
035500     MOVE MXAW81-DLR-NBR-9 TO CUST-NO OF DCLVWMDLVP.
035600     PERFORM 6400-SELECT-VWMDLVP THRU 6400-EXIT.
035700     PERFORM 3800-FORMAT-DLVP-IMAGE THRU 3800-EXIT.
035800     MOVE WS-IMAGE-WORK                   TO WS-BEFORE-IMAGE.
035900     MOVE DLVRY-PREF-CODE    OF DCLVWMDLVP TO WS-OLD-PREF-CODE.
036000     MOVE DLVRY-BRANCH-NO    OF DCLVWMDLVP TO WS-OLD-BRANCH-NO.
036100     MOVE DLVRY-EMAIL-ADDR   OF DCLVWMDLVP TO WS-OLD-EMAIL-ADDR.
036200     MOVE DLVRY-CONTACT-NAME OF DCLVWMDLVP TO WS-OLD-CONTACT-NAME.
036300
036400     MOVE MXAW81-PREF-CODE    TO DLVRY-PREF-CODE    OF DCLVWMDLVP.
036500     MOVE WS-BRANCH-9         TO DLVRY-BRANCH-NO    OF DCLVWMDLVP.
036600     MOVE MXAW81-EMAIL-ADDR   TO DLVRY-EMAIL-ADDR   OF DCLVWMDLVP.
036700     MOVE MXAW81-CONTACT-NAME TO DLVRY-CONTACT-NAME OF DCLVWMDLVP.
036800
036900     IF WS-DLVP-ROW-FOUND
037000         IF DLVRY-PREF-CODE OF DCLVWMDLVP = WS-OLD-PREF-CODE
037100        AND DLVRY-BRANCH-NO OF DCLVWMDLVP = WS-OLD-BRANCH-NO
037200        AND DLVRY-EMAIL-ADDR OF DCLVWMDLVP = WS-OLD-EMAIL-ADDR
037300        AND DLVRY-CONTACT-NAME OF DCLVWMDLVP
037400                                       = WS-OLD-CONTACT-NAME
037500             ADD +1 TO WS-PREFS-UNCHANGED
037600             MOVE 'NO CHANGE' TO WS-RPT-ACTION
037700             MOVE WS-BEFORE-IMAGE TO WS-RPT-DETAIL
037800             PERFORM 4100-REPORT-CHANGE THRU 4100-EXIT
037900             GO TO 3200-EXIT
038000         END-IF
038100         PERFORM 8310-UPDATE-VWMDLVP THRU 8310-EXIT
038200         ADD +1 TO WS-PREFS-CHANGED
038300         MOVE 'CHANGE' TO WS-DLVP-ACTION
038400         MOVE 'CHANGED'  TO WS-RPT-ACTION
038500     ELSE
038600         PERFORM 8300-INSERT-VWMDLVP THRU 8300-EXIT
038700         ADD +1 TO WS-PREFS-ADDED
038800         SET WS-DLVP-ROW-FOUND TO TRUE
038900         MOVE 'ADD   ' TO WS-DLVP-ACTION
039000         MOVE 'ADDED'    TO WS-RPT-ACTION
039100     END-IF.
039200
039300     PERFORM 3800-FORMAT-DLVP-IMAGE THRU 3800-EXIT.
039400     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
039500     MOVE WS-AFTER-IMAGE TO WS-RPT-DETAIL.
039600
039700     IF WS-AFTER-IMAGE NOT = WS-BEFORE-IMAGE
039800         MOVE WS-DLVP-ACTION TO WS-MNTA-ACTION
039900         PERFORM 8400-INSERT-VWMMNTA THRU 8400-EXIT
040000     END-IF.
040100
040200     IF DLVRY-EMAIL-ADDR OF DCLVWMDLVP NOT = WS-OLD-EMAIL-ADDR
040300         MOVE 'EMAIL '                TO WS-MNTA-ACTION
040400         MOVE WS-OLD-EMAIL-ADDR       TO WS-BEFORE-IMAGE
040500         MOVE MXAW81-EMAIL-ADDR       TO WS-AFTER-IMAGE
040600         PERFORM 8400-INSERT-VWMMNTA THRU 8400-EXIT
040700     END-IF.
040800
040900     IF DLVRY-CONTACT-NAME OF DCLVWMDLVP NOT = WS-OLD-CONTACT-NAME
041000         MOVE 'CONTCT'                TO WS-MNTA-ACTION
041100         MOVE WS-OLD-CONTACT-NAME     TO WS-BEFORE-IMAGE
041200         MOVE MXAW81-CONTACT-NAME     TO WS-AFTER-IMAGE
041300         PERFORM 8400-INSERT-VWMMNTA THRU 8400-EXIT
041400     END-IF.
041500
041600     PERFORM 4100-REPORT-CHANGE THRU 4100-EXIT.
041700 3200-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100*                3800-FORMAT-DLVP-IMAGE                         *
042200*****************************************************************
042300* FORMATS THE CURRENT DCLVWMDLVP ROW FOR THE AUDIT TRAIL THE    *
042400* WAY MX56 DOES - 'NO ROW' WHEN THE DEALER HAS NONE.            *
042500*****************************************************************
042600
042700 3800-FORMAT-DLVP-IMAGE.
042800     IF WS-DLVP-ROW-FOUND
042900         MOVE DLVRY-BRANCH-NO OF DCLVWMDLVP TO WS-ED-BRANCH
043000         MOVE SPACES TO WS-IMAGE-WORK
043100         STRING 'PREF '                  DELIMITED BY SIZE
043200                DLVRY-PREF-CODE OF DCLVWMDLVP
043300                                         DELIMITED BY SIZE
043400                ' BRANCH '               DELIMITED BY SIZE
043500                WS-ED-BRANCH             DELIMITED BY SIZE
043600                INTO WS-IMAGE-WORK
043700     ELSE
043800         MOVE 'NO ROW' TO WS-IMAGE-WORK
043900     END-IF.
044000 3800-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400*                4000-REJECT-CHANGE                             *
044500*****************************************************************
044600* THE PORTAL GETS ITS OWN RECORD BACK WITH THE REJECT CODE AND  *
044700* REASON FILLED IN, SO IT CAN SHOW THE DEALER WHY.              *
044800*****************************************************************
044900
045000 4000-REJECT-CHANGE.
045100     ADD +1 TO WS-TRANS-REJECTED.
045200     MOVE WS-REJECT-CODE   TO MXAW81-REJECT-CODE.
045300     MOVE WS-REJECT-REASON TO MXAW81-REJECT-REASON.
045400     WRITE PORTAL-EXCEPTION-REC FROM MXAW81-PORTAL-PREF-REC.
045500
045600     MOVE 'REJECTED'       TO WS-RPT-ACTION.
045700     MOVE WS-REJECT-REASON TO WS-RPT-DETAIL.
045800     PERFORM 4100-REPORT-CHANGE THRU 4100-EXIT.
045900 4000-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*                4100-REPORT-CHANGE                             *
046400*****************************************************************
046500
046600 4100-REPORT-CHANGE.
046700     MOVE MXAW81-DLR-NBR-X   TO WS-RPT-DLR-NBR.
046800     MOVE MXAW81-REQUEST-ID  TO WS-RPT-REQUEST-ID.
046900     MOVE WS-REJECT-CODE     TO WS-RPT-REJECT-CODE.
047000     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-LINE.
047100     MOVE SPACES TO WS-REPORT-LINE.
047200 4100-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600*                5000-READ-TRANSACTION                          *
047700*****************************************************************
047800
047900 5000-READ-TRANSACTION.
048000     READ PORTAL-PREF-FILE INTO MXAW81-PORTAL-PREF-REC
048100         AT END SET NO-MORE-TRANS TO TRUE.
048200
048300     IF NO-MORE-TRANS
048400         CONTINUE
048500     ELSE
048600         ADD +1 TO WS-TRANS-READ
048700     END-IF.
048800 5000-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*                6000-SELECT-VWMCU00                            *
049300*****************************************************************
049400
049500 6000-SELECT-VWMCU00.
049600     EXEC SQL
049700       SELECT CNTL_ENT_NO
049800        INTO :DCLVWMCU00.CNTL-ENT-NO
049900         FROM VWMCU00
050000         WHERE CUST_NO = :DCLVWMCU00.CUST-NO
050100     END-EXEC.
050200
050300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
050400             Z-970-SET-DA-STATUS-DB2-EXIT.
050500
050600     IF DA-OK OR
050700        DA-NOTFOUND
050800         CONTINUE
050900     ELSE
051000         SET ABT-DO-ABEND     TO TRUE
051100         SET ABT-ERROR-IS-DB2 TO TRUE
051200         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
051300         MOVE '6000-SELE'     TO ABT-ERROR-SECTION
051400         MOVE 3826            TO ABT-ERROR-ABEND-CODE
051500         MOVE 'VWMCU00 '      TO ABT-DA-ACCESS-NAME
051600         PERFORM Z-980-ABNORMAL-TERM THRU
051700                 Z-980-ABNORMAL-TERM-RETURN
051800     END-IF.
051900 6000-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*                6100-SELECT-VWMCN00                            *
052400*****************************************************************
052500
052600 6100-SELECT-VWMCN00.
052700     EXEC SQL
052800       SELECT CNTL_ENT_NO
052900        INTO :DCLVWMCN00.CNTL-ENT-NO
053000         FROM VWMCN00
053100         WHERE CNTL_ENT_NO = :DCLVWMCN00.CNTL-ENT-NO
053200     END-EXEC.
053300
053400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
053500             Z-970-SET-DA-STATUS-DB2-EXIT.
053600
053700     IF DA-OK OR
053800        DA-NOTFOUND
053900         CONTINUE
054000     ELSE
054100         SET ABT-DO-ABEND     TO TRUE
054200         SET ABT-ERROR-IS-DB2 TO TRUE
054300         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
054400         MOVE '6100-SELE'     TO ABT-ERROR-SECTION
054500         MOVE 3827            TO ABT-ERROR-ABEND-CODE
054600         MOVE 'VWMCN00 '      TO ABT-DA-ACCESS-NAME
054700         PERFORM Z-980-ABNORMAL-TERM THRU
054800                 Z-980-ABNORMAL-TERM-RETURN
054900     END-IF.
055000 6100-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400*                6200-COUNT-EDI-PARTNER                         *
055500*****************************************************************
055600* AN EDI ELECTION NEEDS AN ACTIVE TRADING PARTNER, AS ON MX56.  *
055700*****************************************************************
055800
055900 6200-COUNT-EDI-PARTNER.
056000     MOVE 0 TO WS-PARTNER-COUNT.
056100
056200     EXEC SQL
056300       SELECT COUNT(*)
056400        INTO :WS-PARTNER-COUNT
056500         FROM VWMEDTD D
056600             ,VWMEDTP P
056700         WHERE D.CUST_NO    = :DCLVWMEDTD.EDTD-CUST-NO
056800           AND P.PARTNER_ID = D.PARTNER_ID
056900           AND P.ACTIVE_IND = 'Y'
057000     END-EXEC.
057100
057200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
057300             Z-970-SET-DA-STATUS-DB2-EXIT.
057400
057500     IF DA-OK OR
057600        DA-NOTFOUND
057700         CONTINUE
057800     ELSE
057900         SET ABT-DO-ABEND     TO TRUE
058000         SET ABT-ERROR-IS-DB2 TO TRUE
058100         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
058200         MOVE '6200-COUN'     TO ABT-ERROR-SECTION
058300         MOVE 3828            TO ABT-ERROR-ABEND-CODE
058400         MOVE 'VWMEDTD '      TO ABT-DA-ACCESS-NAME
058500         PERFORM Z-980-ABNORMAL-TERM THRU
058600                 Z-980-ABNORMAL-TERM-RETURN
058700     END-IF.
058800 6200-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200*                6300-SELECT-VWMBADH                            *
059300*****************************************************************
059400
059500 6300-SELECT-VWMBADH.
059600     MOVE 'N' TO WS-HOLD-ACTIVE-SW.
059700
059800     EXEC SQL
059900       SELECT HOLD_STATUS
060000        INTO :DCLVWMBADH.BADH-HOLD-STATUS
060100         FROM VWMBADH
060200         WHERE CUST_NO = :DCLVWMBADH.BADH-CUST-NO
060300     END-EXEC.
060400
060500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
060600             Z-970-SET-DA-STATUS-DB2-EXIT.
060700
060800     EVALUATE TRUE
060900         WHEN DA-OK
061000             IF BADH-HOLD-STATUS = 'A'
061100                 SET WS-HOLD-ACTIVE TO TRUE
061200             END-IF
061300
061400         WHEN DA-NOTFOUND
061500             CONTINUE
061600
061700         WHEN OTHER
061800             SET ABT-DO-ABEND     TO TRUE
061900             SET ABT-ERROR-IS-DB2 TO TRUE
062000             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
062100             MOVE '6300-SELE'     TO ABT-ERROR-SECTION
062200             MOVE 3829            TO ABT-ERROR-ABEND-CODE
062300             MOVE 'VWMBADH '      TO ABT-DA-ACCESS-NAME
062400             PERFORM Z-980-ABNORMAL-TERM THRU
062500                     Z-980-ABNORMAL-TERM-RETURN
062600     END-EVALUATE.
062700 6300-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100*                6400-SELECT-VWMDLVP                            *
063200*****************************************************************
063300
063400 6400-SELECT-VWMDLVP.
063500     MOVE 'N'    TO WS-DLVP-ROW-FOUND-SW.
063600     MOVE SPACES TO DLVRY-PREF-CODE    OF DCLVWMDLVP
063700                    DLVRY-EMAIL-ADDR   OF DCLVWMDLVP
063800                    DLVRY-CONTACT-NAME OF DCLVWMDLVP.
063900     MOVE 0      TO DLVRY-BRANCH-NO    OF DCLVWMDLVP.
064000
064100     EXEC SQL
064200       SELECT DLVRY_PREF_CODE
064300             ,DLVRY_BRANCH_NO
064400             ,DLVRY_EMAIL_ADDR
064500             ,DLVRY_CONTACT_NAME
064600        INTO :DCLVWMDLVP.DLVRY-PREF-CODE,
064700             :DCLVWMDLVP.DLVRY-BRANCH-NO,
064800             :DCLVWMDLVP.DLVRY-EMAIL-ADDR,
064900             :DCLVWMDLVP.DLVRY-CONTACT-NAME
065000         FROM VWMDLVP
065100         WHERE CUST_NO = :DCLVWMDLVP.CUST-NO
065200     END-EXEC.
065300
065400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
065500             Z-970-SET-DA-STATUS-DB2-EXIT.
065600
065700     EVALUATE TRUE
065800         WHEN DA-OK
065900             SET WS-DLVP-ROW-FOUND TO TRUE
066000
066100         WHEN DA-NOTFOUND
066200             CONTINUE
066300
066400         WHEN OTHER
066500             SET ABT-DO-ABEND     TO TRUE
066600             SET ABT-ERROR-IS-DB2 TO TRUE
066700             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
066800             MOVE '6400-SELE'     TO ABT-ERROR-SECTION
066900             MOVE 3830            TO ABT-ERROR-ABEND-CODE
067000             MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
067100             PERFORM Z-980-ABNORMAL-TERM THRU
067200                     Z-980-ABNORMAL-TERM-RETURN
067300     END-EVALUATE.
067400 6400-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800*                7000-SELECT-VWMCTUPD                           *
067900*****************************************************************
068000* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
068100* SUBFUNCTION ROW) FOR THE REPORT HEADING.                      *
068200*****************************************************************
068300
068400 7000-SELECT-VWMCTUPD.
068500     MOVE SPACES TO SUBSYSTEM-ID-IND
068600                    SUBFUNCTION-CODE.
068700
068800     EXEC SQL
068900       SELECT PROC_DATE
069000         INTO :DCLVWMCTUPD.PROC-DATE
069100         FROM VWMCTUPD
069200         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
069300           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
069400     END-EXEC.
069500
069600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
069700             Z-970-SET-DA-STATUS-DB2-EXIT.
069800
069900     IF DA-OK
070000         MOVE PROC-DATE TO WS-PROCESSING-DATE
070100     ELSE
070200         SET ABT-DO-ABEND     TO TRUE
070300         SET ABT-ERROR-IS-DB2 TO TRUE
070400         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
070500         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
070600         MOVE 3825            TO ABT-ERROR-ABEND-CODE
070700         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
070800         PERFORM Z-980-ABNORMAL-TERM THRU
070900                 Z-980-ABNORMAL-TERM-RETURN
071000     END-IF.
071100 7000-EXIT.
071200     EXIT.
071300
071400*****************************************************************
071500*                8300-INSERT-VWMDLVP                            *
071600*****************************************************************
071700
071800 8300-INSERT-VWMDLVP.
071900     EXEC SQL
072000         INSERT INTO VWMDLVP
072100             (CUST_NO, DLVRY_PREF_CODE, DLVRY_BRANCH_NO,
072200              DLVRY_EMAIL_ADDR, DLVRY_CONTACT_NAME)
072300             VALUES
072400             (:DCLVWMDLVP.CUST-NO,
072500              :DCLVWMDLVP.DLVRY-PREF-CODE,
072600              :DCLVWMDLVP.DLVRY-BRANCH-NO,
072700              :DCLVWMDLVP.DLVRY-EMAIL-ADDR,
072800              :DCLVWMDLVP.DLVRY-CONTACT-NAME)
072900     END-EXEC.
073000
073100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
073200             Z-970-SET-DA-STATUS-DB2-EXIT.
073300
073400     IF NOT DA-OK
073500         SET ABT-DO-ABEND     TO TRUE
073600         SET ABT-ERROR-IS-DB2 TO TRUE
073700         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
073800         MOVE '8300-INSE'     TO ABT-ERROR-SECTION
073900         MOVE 3831            TO ABT-ERROR-ABEND-CODE
074000         MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
074100         PERFORM Z-980-ABNORMAL-TERM THRU
074200                 Z-980-ABNORMAL-TERM-RETURN
074300     END-IF.
074400 8300-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*                8310-UPDATE-VWMDLVP                            *
074900*****************************************************************
075000
075100 8310-UPDATE-VWMDLVP.
075200     EXEC SQL
075300         UPDATE VWMDLVP
075400            SET DLVRY_PREF_CODE    = :DCLVWMDLVP.DLVRY-PREF-CODE,
075500                DLVRY_BRANCH_NO    = :DCLVWMDLVP.DLVRY-BRANCH-NO,
075600                DLVRY_EMAIL_ADDR   = :DCLVWMDLVP.DLVRY-EMAIL-ADDR,
075700                DLVRY_CONTACT_NAME =
075800                                 :DCLVWMDLVP.DLVRY-CONTACT-NAME
075900          WHERE CUST_NO = :DCLVWMDLVP.CUST-NO
076000     END-EXEC.
076100
076200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
076300             Z-970-SET-DA-STATUS-DB2-EXIT.
076400
076500     IF NOT DA-OK
076600         SET ABT-DO-ABEND     TO TRUE
076700         SET ABT-ERROR-IS-DB2 TO TRUE
076800         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
076900         MOVE '8310-UPDA'     TO ABT-ERROR-SECTION
077000         MOVE 3832            TO ABT-ERROR-ABEND-CODE
077100         MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
077200         PERFORM Z-980-ABNORMAL-TERM THRU
077300                 Z-980-ABNORMAL-TERM-RETURN
077400     END-IF.
077500 8310-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900*                8400-INSERT-VWMMNTA                            *
078000*****************************************************************
078100* THE BEFORE/AFTER AUDIT ROW, AS MX56 WRITES FOR ONLINE         *
078200* MAINTENANCE, WITH CHANGED_BY 'PORTAL' SO A DEALER'S OWN       *
078300* CHANGE IS TOLD APART FROM A CSR'S. THE DATE AND TIME ARE LEFT *
078400* TO DB2.                                                       *
078500*****************************************************************
078600
078700 8400-INSERT-VWMMNTA.
078800     MOVE 'VWMDLVP '              TO MNTA-TABLE-NAME.
078900     MOVE WS-MNTA-ACTION          TO MNTA-ACTION-CODE.
079000     MOVE CUST-NO OF DCLVWMDLVP   TO MNTA-CUST-NO.
079100     MOVE WS-BEFORE-IMAGE         TO MNTA-BEFORE-IMAGE.
079200     MOVE WS-AFTER-IMAGE          TO MNTA-AFTER-IMAGE.
079300     MOVE WS-CHANGED-BY           TO MNTA-CHANGED-BY.
079400     MOVE SPACES                  TO MNTA-ROW-KEY.
079500     MOVE SPACES                  TO MNTA-APPROVED-BY.
079600     MOVE 'MXBPA081'              TO MNTA-CHANGE-SOURCE.
079700
079800     EXEC SQL
079900         INSERT INTO VWMMNTA
080000             (TABLE_NAME, ACTION_CODE, CUST_NO,
080100              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
080200              ROW_KEY, APPROVED_BY, CHANGE_SOURCE,
080300              CHANGE_DATE, CHANGE_TIME)
080400             VALUES
080500             (:DCLVWMMNTA.MNTA-TABLE-NAME,
080600              :DCLVWMMNTA.MNTA-ACTION-CODE,
080700              :DCLVWMMNTA.MNTA-CUST-NO,
080800              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
080900              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
081000              :DCLVWMMNTA.MNTA-CHANGED-BY,
081100              :DCLVWMMNTA.MNTA-ROW-KEY,
081200              :DCLVWMMNTA.MNTA-APPROVED-BY,
081300              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
081400              CURRENT DATE,
081500              CURRENT TIME)
081600     END-EXEC.
081700
081800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
081900             Z-970-SET-DA-STATUS-DB2-EXIT.
082000
082100     IF NOT DA-OK
082200         SET ABT-DO-ABEND     TO TRUE
082300         SET ABT-ERROR-IS-DB2 TO TRUE
082400         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
082500         MOVE '8400-INSE'     TO ABT-ERROR-SECTION
082600         MOVE 3833            TO ABT-ERROR-ABEND-CODE
082700         MOVE 'VWMMNTA '      TO ABT-DA-ACCESS-NAME
082800         PERFORM Z-980-ABNORMAL-TERM THRU
082900                 Z-980-ABNORMAL-TERM-RETURN
083000     END-IF.
083100
083200     ADD +1 TO WS-AUDIT-ROWS.
083300 8400-EXIT.
083400     EXIT.
083500
083600*****************************************************************
083700*                   9900-TERMINATION                            *
083800*****************************************************************
083900
084000 9900-TERMINATION.
084100     EXEC SQL
084200         COMMIT
084300     END-EXEC.
084400
084500     MOVE SPACES TO WS-REPORT-TEXT-LINE.
084600     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
084700
084800     MOVE WS-TRANS-READ TO WS-RPT-ED-COUNT.
084900     MOVE SPACES TO WS-REPORT-TEXT-LINE.
085000     STRING 'PORTAL CHANGES READ.......... ' DELIMITED BY SIZE
085100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
085200            INTO WS-REPORT-TEXT-LINE.
085300     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
085400
085500     MOVE WS-PREFS-ADDED TO WS-RPT-ED-COUNT.
085600     MOVE SPACES TO WS-REPORT-TEXT-LINE.
085700     STRING '  PREFERENCES ADDED.......... ' DELIMITED BY SIZE
085800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
085900            INTO WS-REPORT-TEXT-LINE.
086000     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
086100
086200     MOVE WS-PREFS-CHANGED TO WS-RPT-ED-COUNT.
086300     MOVE SPACES TO WS-REPORT-TEXT-LINE.
086400     STRING '  PREFERENCES CHANGED........ ' DELIMITED BY SIZE
086500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
086600            INTO WS-REPORT-TEXT-LINE.
086700     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
086800
086900     MOVE WS-PREFS-UNCHANGED TO WS-RPT-ED-COUNT.
087000     MOVE SPACES TO WS-REPORT-TEXT-LINE.
087100     STRING '  ALREADY AS REQUESTED....... ' DELIMITED BY SIZE
087200            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
087300            INTO WS-REPORT-TEXT-LINE.
087400     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
087500
087600     MOVE WS-TRANS-REJECTED TO WS-RPT-ED-COUNT.
087700     MOVE SPACES TO WS-REPORT-TEXT-LINE.
087800     STRING '  REJECTED TO THE PORTAL..... ' DELIMITED BY SIZE
087900            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
088000            INTO WS-REPORT-TEXT-LINE.
088100     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
088200
088300     MOVE WS-AUDIT-ROWS TO WS-RPT-ED-COUNT.
088400     MOVE SPACES TO WS-REPORT-TEXT-LINE.
088500     STRING 'VWMMNTA AUDIT ROWS WRITTEN... ' DELIMITED BY SIZE
088600            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
088700            INTO WS-REPORT-TEXT-LINE.
088800     WRITE PORTAL-PREF-REPORT-REC FROM WS-REPORT-TEXT-LINE.
088900
089000     IF WS-TRANS-REJECTED > 0
089100         MOVE 4 TO RETURN-CODE
089200     END-IF.
089300
089400     CLOSE PORTAL-PREF-FILE
089500           PORTAL-EXCEPTION-FILE
089600           PORTAL-PREF-REPORT.
089700
089800     DISPLAY ' '.
089900     DISPLAY 'PROGRAM MXBPA081 SUCCESSFULLY COMPLETED'.
090000 9900-EXIT.
090100     EXIT.
090200
090300     EXEC SQL
090400          INCLUDE MXWP02
090500     END-EXEC.
