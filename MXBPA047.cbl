001400* THE BRANCH-PICKUP DATASET ACCORDING TO THE DEALER'S VWMDLVP    |
001500* DELIVERY-PREFERENCE ROW (NO ROW = CENTRAL PRINT). A ROUTING    |
001600* REGISTER LISTS WHERE EVERY DEALER'S STATEMENT WENT.            |
001620* EACH REGISTER LINE ALSO CARRIES THE STATEMENT NUMBER OFF THE   |
001640* HEADER LINE, SO THE MXBPA074 CLOSE-OUT RECONCILIATION CAN TIE  |
001660* THE ROUTING BACK TO THE STATEMENT LOG.                         |
001670* A DEALER ON EDI ('X') GETS THE STATEMENT AS AN X12 812 FROM    |
001680* MXBPA079; ITS PRINTED IMAGE GOES TO THE EDI RETENTION DATASET, |
001690* KEPT FOR REFERENCE AND NEVER MAILED.                           |
001692* A FINAL STATEMENT FROM MXBPA085 (STATEMENT BAND 90) HAS NO 812,|
001694* SO FOR AN EDI DEALER IT IS ROUTED TO CENTRAL PRINT INSTEAD.    |
001700*================================================================*
001800*  TABLE   |   VIEW   |     DESCRIPTION                          |
001900*----------+-----------------------------------------------------*
004000
004100     SELECT BRANCH-PICKUP-OUTFILE
004200         ASSIGN TO UT-S-MXA047O3.
004210* TRACKER 10039 S
004220
004230     SELECT EDI-RETAIN-OUTFILE
004240         ASSIGN TO UT-S-MXA047O4.
004250* TRACKER 10039 E
004300
004400     SELECT ROUTING-REGISTER
004500         ASSIGN TO MXPA047R.
006600 FD  BRANCH-PICKUP-OUTFILE
006700     RECORDING MODE IS F.
006800 01  BRANCH-PICKUP-REC                   PIC X(133).
006810* TRACKER 10039 S
006820
006830 FD  EDI-RETAIN-OUTFILE
006840     RECORDING MODE IS F.
006850 01  EDI-RETAIN-REC                      PIC X(133).
006860* TRACKER 10039 E
006900
007000 FD  ROUTING-REGISTER
007100     RECORDING MODE IS F.
008100         88 WS-ROUTE-CENTRAL                       VALUE 'C'.
008200         88 WS-ROUTE-EDELIVERY                     VALUE 'E'.
008300         88 WS-ROUTE-BRANCH                        VALUE 'B'.
008320* TRACKER 10039 S
008340         88 WS-ROUTE-EDI                           VALUE 'X'.
008360* TRACKER 10039 E
008400
008500 01  WS-COUNTERS COMP-3.
008600     05  WS-PRINT-LINES-READ             PIC S9(09) VALUE 0.
008800     05  WS-STMTS-EDELIVERY              PIC S9(09) VALUE 0.
008900     05  WS-STMTS-BRANCH                 PIC S9(09) VALUE 0.
009000     05  WS-STMTS-EXCEPTION              PIC S9(09) VALUE 0.
009020* TRACKER 10039 S
009040     05  WS-STMTS-EDI                    PIC S9(09) VALUE 0.
009060* TRACKER 10039 E
009100
009200*  HOLDS THE TOP-OF-STATEMENT LINES UNTIL THE CUSTOMER-NUMBER
009300*  HEADER LINE IDENTIFIES THE DEALER AND THE ROUTE IS KNOWN.
009800         10  WS-HDR-BUFFER-REC           PIC X(133).
009900
010000 01  WS-CURRENT-DLR-NBR                  PIC 9(09) VALUE 0.
010020* TRACKER 10021 S
010040 01  WS-CURRENT-STMT-NBR                 PIC X(12) VALUE SPACES.
010060* TRACKER 10021 E
010100 01  WS-DLR-NBR-EXTRACT.
010200     05  WS-DLR-NBR-X                    PIC X(06).
010300     05  WS-DLR-NBR-9 REDEFINES WS-DLR-NBR-X
015800          OUTPUT CENTRAL-PRINT-OUTFILE
015900                 EDELIVERY-OUTFILE
016000                 BRANCH-PICKUP-OUTFILE
016020* TRACKER 10039 S
016040                 EDI-RETAIN-OUTFILE
016060* TRACKER 10039 E
016100                 ROUTING-REGISTER.
016200
016300     MOVE SPACES TO WS-REGISTER-LINE.
016600     WRITE ROUTING-REGISTER-REC FROM WS-REGISTER-LINE.
016700     MOVE SPACES TO WS-REGISTER-LINE.
016800     MOVE '   DEALER  PREF  DESTINATION' TO WS-REGISTER-LINE.
016820* TRACKER 10021 S
016840     MOVE 'STATEMENT NO' TO WS-REGISTER-LINE(46:12).
016860* TRACKER 10021 E
016900     WRITE ROUTING-REGISTER-REC FROM WS-REGISTER-LINE.
017000
017100     PERFORM 5000-READ-PRINT-LINE THRU 5000-EXIT.
022300         INSPECT WS-DLR-NBR-X
022400             REPLACING LEADING ' ' BY '0'
022500         MOVE WS-DLR-NBR-9 TO WS-CURRENT-DLR-NBR
022520* TRACKER 10021 S
022540         MOVE PRINT-IN-DATA(79:12) TO WS-CURRENT-STMT-NBR
022560* TRACKER 10021 E
022600         PERFORM 2200-ROUTE-STATEMENT THRU 2200-EXIT
022700     END-IF.
022800 2100-EXIT.
023900 2200-ROUTE-STATEMENT.
024000     MOVE WS-CURRENT-DLR-NBR TO CUST-NO OF DCLVWMDLVP.
024100     PERFORM 3000-SELECT-VWMDLVP THRU 3000-EXIT.
024110* TRACKER 10055 S
024120*  A FINAL STATEMENT (BAND 90, MXBPA085) IS NEVER SENT AS EDI -
024130*  THE 812 IS BUILT ONLY FROM THE CYCLE EXTRACT - SO AN EDI
024140*  DEALER'S FINAL STATEMENT GOES TO CENTRAL PRINT AND IS MAILED.
024150     IF WS-ROUTE-EDI AND
024160        WS-CURRENT-STMT-NBR(7:2) = '90'
024170         SET WS-ROUTE-CENTRAL TO TRUE
024180     END-IF.
024190* TRACKER 10055 E
024200
024300     EVALUATE TRUE
024400         WHEN WS-ROUTE-EDELIVERY
024700         WHEN WS-ROUTE-BRANCH
024800             ADD +1 TO WS-STMTS-BRANCH
024900             MOVE 'BRANCH PICKUP ' TO WS-REG-DEST-LIT
024910* TRACKER 10039 S
024920         WHEN WS-ROUTE-EDI
024930             ADD +1 TO WS-STMTS-EDI
024940             MOVE 'EDI 812       ' TO WS-REG-DEST-LIT
024950* TRACKER 10039 E
025000         WHEN OTHER
025100             ADD +1 TO WS-STMTS-CENTRAL
025200             MOVE 'CENTRAL PRINT ' TO WS-REG-DEST-LIT
027300                WS-REG-DEST-LIT        DELIMITED BY SIZE
027400                INTO WS-REGISTER-LINE
027500     END-IF.
027520* TRACKER 10021 S
027540     MOVE WS-CURRENT-STMT-NBR TO WS-REGISTER-LINE(46:12).
027560* TRACKER 10021 E
027600     WRITE ROUTING-REGISTER-REC FROM WS-REGISTER-LINE.
027700
027800     MOVE 'Y' TO WS-DLR-FOUND-SW.
034200
034300     EVALUATE TRUE
034400         WHEN DA-OK
034440* TRACKER 10039 S
034480*            IF DLVRY-PREF-CODE OF DCLVWMDLVP = 'E' OR 'B'
034520             IF DLVRY-PREF-CODE OF DCLVWMDLVP = 'E' OR 'B' OR 'X'
034560* TRACKER 10039 E
034600                 MOVE DLVRY-PREF-CODE OF DCLVWMDLVP
034700                                       TO WS-ROUTE-CODE
034800             ELSE
037500             WRITE EDELIVERY-REC FROM WS-ROUTED-LINE
037600         WHEN WS-ROUTE-BRANCH
037700             WRITE BRANCH-PICKUP-REC FROM WS-ROUTED-LINE
037720* TRACKER 10039 S
037740         WHEN WS-ROUTE-EDI
037760             WRITE EDI-RETAIN-REC FROM WS-ROUTED-LINE
037780* TRACKER 10039 E
037800         WHEN OTHER
037900             WRITE CENTRAL-PRINT-REC FROM WS-ROUTED-LINE
038000     END-EVALUATE.
042900            WS-REG-ED-DLR-NO                 DELIMITED BY SIZE
043000            INTO WS-REGISTER-LINE.
043100     WRITE ROUTING-REGISTER-REC FROM WS-REGISTER-LINE.
043110* TRACKER 10039 S
043120
043130     MOVE WS-STMTS-EDI TO WS-REG-ED-DLR-NO.
043140     MOVE SPACES TO WS-REGISTER-LINE.
043150     STRING 'STATEMENTS TO EDI 812........ ' DELIMITED BY SIZE
043160            WS-REG-ED-DLR-NO                 DELIMITED BY SIZE
043170            INTO WS-REGISTER-LINE.
043180     WRITE ROUTING-REGISTER-REC FROM WS-REGISTER-LINE.
043190* TRACKER 10039 E
043200
043300     IF WS-STMTS-EXCEPTION > 0
043400         MOVE WS-STMTS-EXCEPTION TO WS-REG-ED-DLR-NO
044800           CENTRAL-PRINT-OUTFILE
044900           EDELIVERY-OUTFILE
045000           BRANCH-PICKUP-OUTFILE
045020* TRACKER 10039 S
045040           EDI-RETAIN-OUTFILE
045060* TRACKER 10039 E
045100           ROUTING-REGISTER.
045200
045300     DISPLAY ' '.
