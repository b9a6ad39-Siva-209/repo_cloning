000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA080.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA080 - EDI 997 ACKNOWLEDGMENT MATCH AND FALLBACK.          |
001000* CLOSES THE EDI LOOP OPENED BY MXBPA079 THE WAY MXBPA059        |
001100* CLOSES THE PORTAL ONE. READS THE TRADING PARTNERS' 997         |
001200* FUNCTIONAL ACKNOWLEDGMENTS (ONE SEGMENT PER RECORD, AS THE     |
001300* EDI TRANSLATOR DELIVERS THEM), IDENTIFIES THE PARTNER FROM THE |
001400* ISA SENDER, AND MATCHES EACH AK1 GROUP / AK2 SET TO THE 812    |
001500* SETS LOGGED ON VWMEDIX. THE AK5 SET CODE (OR THE AK9 GROUP     |
001600* CODE FOR A SET NOT LISTED) IS POSTED ON VWMEDIX. AN ACCEPTED   |
001700* GROUP (AK9 'A' OR 'E') CONFIRMS THE STATEMENT WITH A 'C' ROW   |
001800* ON VWMSTLG; A REJECTED OR PARTLY ACCEPTED GROUP ('R' OR 'P')   |
001900* FALLS THE STATEMENT BACK TO CENTRAL PRINT WITH AN 'F' ROW AND  |
002000* A RECORD ON THE FALLBACK REQUEST FILE (THE MXA046P1 REPRINT    |
002100* PARM, AS MXBPA059 WRITES IT). THEN AGES EVERY 'X' (SENT AS     |
002200* EDI) ROW WITH NO CONFIRMATION: ONE OLDER THAN THE PARM-DRIVEN  |
002300* LIMIT IS FALLEN BACK THE SAME WAY.                             |
002400*================================================================*
002500*  TABLE   |   VIEW   |     DESCRIPTION                          |
002600*----------+-----------------------------------------------------*
002700* TBMEDTP  | VWMEDTP  |  EDI TRADING PARTNER                     |
002800* TBMEDIX  | VWMEDIX  |  EDI 812 TRANSACTION SET LOG             |
002900* TBMSTLG  | VWMSTLG  |  STATEMENT ISSUANCE/REPRINT LOG          |
003000* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003100*================================================================*
003200*   PLAN   | BIND INCLUDE MEMBERS                                |
003300*----------+-----------------------------------------------------*
003400* PBMPA080 | PBMPA080                                            |
003500*================================================================*
003600*-----------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT AGING-LIMIT-PARM
004300         ASSIGN TO MXPA080I.
004400
004500     SELECT ACKNOWLEDGMENT-INFILE
004600         ASSIGN TO MXPA080A.
004700
004800     SELECT ACKNOWLEDGMENT-REPORT
004900         ASSIGN TO MXPA080R.
005000
005100     SELECT FALLBACK-REQUEST-FILE
005200         ASSIGN TO MXPA080F.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  AGING-LIMIT-PARM
005700     RECORDING MODE IS F.
005800 01  AGING-LIMIT-PARM-REC                PIC X(80).
005900
006000 FD  ACKNOWLEDGMENT-INFILE
006100     RECORDING MODE IS F.
006200 01  ACKNOWLEDGMENT-IN-REC               PIC X(250).
006300
006400 FD  ACKNOWLEDGMENT-REPORT
006500     RECORDING MODE IS F.
006600 01  ACKNOWLEDGMENT-REPORT-REC           PIC X(80).
006700
006800 FD  FALLBACK-REQUEST-FILE
006900     RECORDING MODE IS F.
007000 01  FALLBACK-REQUEST-REC                PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-SWITHCES.
007400     05  WS-NO-MORE-SEGS-SW              PIC X(01) VALUE 'N'.
007500         88 NO-MORE-SEGS                           VALUE 'Y'.
007600     05  WS-NO-MORE-SENT-SW              PIC X(01) VALUE 'N'.
007700         88 NO-MORE-SENT                           VALUE 'Y'.
007800     05  WS-PARTNER-SW                   PIC X(01) VALUE 'N'.
007900         88 WS-PARTNER-KNOWN                       VALUE 'Y'.
008000     05  WS-GROUP-SW                     PIC X(01) VALUE 'N'.
008100         88 WS-GROUP-KNOWN                         VALUE 'Y'.
008200     05  WS-NUMBER-SW                    PIC X(01) VALUE 'N'.
008300         88 WS-NUMBER-VALID                        VALUE 'Y'.
008400
008500*  PARM CARD LAYOUT:
008600*    COLS 1-3  ACKNOWLEDGMENT LIMIT IN DAYS - A STATEMENT SENT
008700*              AS EDI AND STILL UNACKNOWLEDGED AFTER THIS MANY
008800*              DAYS FALLS BACK TO CENTRAL PRINT.
008900 01  WS-AGING-LIMIT-PARM.
009000     05  WS-PARM-LIMIT-DAYS-X            PIC X(03).
009100     05  WS-PARM-LIMIT-DAYS-9 REDEFINES WS-PARM-LIMIT-DAYS-X
009200                                         PIC 9(03).
009300     05  FILLER                          PIC X(77).
009400
009500*  ONE 997 SEGMENT. THE ISA IS FIXED LENGTH: POSITION 4 IS THE
009600*  ELEMENT SEPARATOR, 36-50 THE SENDER (ISA06) AND 106 THE
009700*  SEGMENT TERMINATOR USED FOR THE REST OF THE INTERCHANGE.
009800 01  WS-SEGMENT-RECORD                   PIC X(250).
009900 01  WS-ISA-RECORD REDEFINES WS-SEGMENT-RECORD.
010000     05  WS-ISA-TAG                      PIC X(03).
010100     05  WS-ISA-ELEM-SEP                 PIC X(01).
010200     05  FILLER                          PIC X(31).
010300     05  WS-ISA-SENDER-ID                PIC X(15).
010400     05  FILLER                          PIC X(55).
010500     05  WS-ISA-SEG-TERM                 PIC X(01).
010600     05  FILLER                          PIC X(144).
010700
010800 01  WS-ELEM-SEP                         PIC X(01) VALUE '*'.
010900 01  WS-SEG-TERM                         PIC X(01) VALUE '~'.
011000
011100 01  WS-SEGMENT-ELEMENTS.
011200     05  WS-SEG-TAG                      PIC X(03).
011300     05  WS-SEG-E1                       PIC X(15).
011400     05  WS-SEG-E2                       PIC X(15).
011500     05  WS-SEG-E3                       PIC X(15).
011600     05  WS-SEG-E2-LEN                   PIC S9(04) COMP.
011700
011800*  X12 CONTROL NUMBERS ARRIVE WITHOUT LEADING ZEROS.
011900 01  WS-CNV-IN                           PIC X(09)
012000                                         JUSTIFIED RIGHT.
012100 01  WS-CNV-NUM-X                        PIC X(09).
012200 01  WS-CNV-NUM REDEFINES WS-CNV-NUM-X   PIC 9(09).
012300
012400 01  WS-COUNTERS COMP-3.
012500     05  WS-SEGS-READ                    PIC S9(09) VALUE 0.
012600     05  WS-GROUPS-READ                  PIC S9(09) VALUE 0.
012700     05  WS-SETS-POSTED                  PIC S9(09) VALUE 0.
012800     05  WS-GROUPS-CONFIRMED             PIC S9(09) VALUE 0.
012900     05  WS-GROUPS-FALLEN-BACK           PIC S9(09) VALUE 0.
013000     05  WS-GROUPS-DUPLICATE             PIC S9(09) VALUE 0.
013100     05  WS-ACKS-REJECTED                PIC S9(09) VALUE 0.
013200     05  WS-SENT-UNACKNOWLEDGED          PIC S9(09) VALUE 0.
013300     05  WS-SENT-FALLEN-BACK             PIC S9(09) VALUE 0.
013400
013500 01  WS-LIMIT-DAYS                       PIC S9(04) COMP VALUE 0.
013600 01  WS-DAYS-OUTSTANDING                 PIC S9(04) COMP VALUE 0.
013700 01  WS-CLOSE-COUNT                      PIC S9(04) COMP VALUE 0.
013800 01  WS-SET-COUNT                        PIC S9(04) COMP VALUE 0.
013900 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
014000 01  WS-CUR-PARTNER-ID                   PIC X(15) VALUE SPACES.
014100 01  WS-CUR-GROUP-CTL-NBR                PIC S9(09) COMP VALUE 0.
014200 01  WS-CUR-SET-CTL-NBR                  PIC S9(09) COMP VALUE 0.
014300 01  WS-ACK-CODE                         PIC X(01) VALUE SPACE.
014400
014500 01  WS-REPORT-LINE                      PIC X(80).
014600 01  WS-RPT-ED-DLR-NO                    PIC ZZZZZZZZ9.
014700 01  WS-RPT-ED-CTL-NBR                   PIC ZZZZZZZZ9.
014800 01  WS-RPT-ED-DAYS                      PIC ZZZ9.
014900 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
015000 01  WS-RPT-REASON                       PIC X(40) VALUE SPACES.
015100
015200*  ONE RECORD PER FALLBACK - THE MXA046P1 REPRINT PARM LAYOUT.
015300 01  WS-FALLBACK-RECORD.
015400     05  WS-FBK-DLR-NBR                  PIC 9(09).
015500     05  FILLER                          PIC X(71) VALUE SPACES.
015600
015700     EXEC SQL
015800          INCLUDE MXWW03
015900     END-EXEC.
016000
016100******************************************************************
016200*  DB2 table includes
016300******************************************************************
016400
016500     EXEC SQL
016600         INCLUDE VWMEDTP
016700     END-EXEC.
016800
016900     EXEC SQL
017000         INCLUDE VWMEDIX
017100     END-EXEC.
017200
017300     EXEC SQL
017400         INCLUDE VWMSTLG
017500     END-EXEC.
017600
017700     EXEC SQL
017800         INCLUDE VWMCTUPD
017900     END-EXEC.
018000
018100     EXEC SQL
018200         INCLUDE SQLCA
018300     END-EXEC.
018400
018500*****************************************************************
018600*  CURSOR DEFINITION FOR THE UNACKNOWLEDGED EDI STATEMENTS. AN  *
018700*  'X' ROW WITH NEITHER A 'C' NOR AN 'F' ROW FOR THE SAME       *
018800*  STATEMENT IS STILL OPEN. GROUPS SETTLED FROM TODAY'S 997S    *
018900*  ARE ALREADY CLOSED WHEN THE CURSOR IS OPENED.                *
019000*****************************************************************
019100
019200     EXEC SQL
019300        DECLARE VWMSTLGX CURSOR FOR
019400         SELECT X.STMT_NBR
019500               ,X.DLR_NBR
019600               ,X.CYCLE_DATE
019700               ,X.ACTION_DATE
019800               ,DAYS(:WS-PROCESSING-DATE) - DAYS(X.ACTION_DATE)
019900           FROM VWMSTLG X
020000          WHERE X.ACTION_CODE = 'X'
020100            AND NOT EXISTS
020200                (SELECT *
020300                   FROM VWMSTLG C
020400                  WHERE C.STMT_NBR = X.STMT_NBR
020500                    AND C.ACTION_CODE IN ('C', 'F'))
020600          ORDER BY X.ACTION_DATE, X.STMT_NBR
020700     END-EXEC.
020800
020900 PROCEDURE DIVISION.
021000
021100*****************************************************************
021200*                     0000-MAINLINE                             *
021300*****************************************************************
021400
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
021700     PERFORM 2000-PROCESS-SEGMENT THRU 2000-EXIT
021800         UNTIL NO-MORE-SEGS.
021900     PERFORM 4000-AGE-SENT-STATEMENTS THRU 4000-EXIT.
022000     PERFORM 9900-TERMINATION THRU 9900-EXIT.
022100     GOBACK.
022200 0000-EXIT.
022300     EXIT.
022400
022500*****************************************************************
022600*                      1000-INITIALIZATION                      *
022700*****************************************************************
022800
022900 1000-INITIALIZATION.
023000     DISPLAY ' '.
023100     DISPLAY 'PROGRAM MXBPA080 BEGINNING EXECUTION'.
023200     DISPLAY ' '.
023300     MOVE 'MXBPA080' TO ABT-PGM-NAME.
023400
023500     OPEN INPUT  AGING-LIMIT-PARM
023600                 ACKNOWLEDGMENT-INFILE
023700          OUTPUT ACKNOWLEDGMENT-REPORT
023800                 FALLBACK-REQUEST-FILE.
023900
024000     READ AGING-LIMIT-PARM INTO WS-AGING-LIMIT-PARM.
024100     CLOSE AGING-LIMIT-PARM.
024200
024300     IF WS-PARM-LIMIT-DAYS-X IS NUMERIC AND
024400        WS-PARM-LIMIT-DAYS-9 > 0
024500         MOVE WS-PARM-LIMIT-DAYS-9 TO WS-LIMIT-DAYS
024600         DISPLAY 'ACKNOWLEDGMENT LIMIT DAYS: '
024700                 WS-PARM-LIMIT-DAYS-X
024800     ELSE
024900         DISPLAY 'INVALID LIMIT PARM: ' WS-PARM-LIMIT-DAYS-X
025000         SET ABT-DO-ABEND     TO TRUE
025100         SET ABT-ERROR-IS-SEQ TO TRUE
025200         MOVE 'SEQ     '      TO ABT-DA-FUNCTION
025300         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
025400         MOVE 3813            TO ABT-ERROR-ABEND-CODE
025500         MOVE 'MXPA080I'      TO ABT-DA-ACCESS-NAME
025600         PERFORM Z-980-ABNORMAL-TERM THRU
025700                 Z-980-ABNORMAL-TERM-RETURN
025800     END-IF.
025900
026000     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
026100
026200     MOVE SPACES TO WS-REPORT-LINE.
026300     MOVE 'MXBPA080 EDI 997 ACKNOWLEDGMENT AND AGING REPORT'
026400                                TO WS-REPORT-LINE.
026500     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
026600     MOVE SPACES TO WS-REPORT-LINE.
026700     STRING 'PROC DATE: '          DELIMITED BY SIZE
026800            WS-PROCESSING-DATE     DELIMITED BY SIZE
026900            INTO WS-REPORT-LINE.
027000     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
027100     MOVE SPACES TO WS-REPORT-LINE.
027200     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
027300
027400     PERFORM 5000-READ-SEGMENT THRU 5000-EXIT.
027500 1000-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900*                2000-PROCESS-SEGMENT                           *
028000*****************************************************************
028100* ONLY ISA, AK1, AK2, AK5 AND AK9 MATTER HERE; THE ENVELOPE     *
028200* TRAILERS AND THE AK3/AK4 ERROR DETAIL ARE PASSED OVER - THE   *
028300* EDI TRANSLATOR'S OWN LOG KEEPS THOSE.                         *
028400*****************************************************************
028500
028600 2000-PROCESS-SEGMENT.
028700     IF WS-ISA-TAG = 'ISA'
028800         PERFORM 2100-START-INTERCHANGE THRU 2100-EXIT
028900         GO TO 2000-READ-NEXT
029000     END-IF.
029100
029200     INSPECT WS-SEGMENT-RECORD REPLACING ALL WS-SEG-TERM
029300                                         BY SPACE.
029400     MOVE SPACES TO WS-SEGMENT-ELEMENTS.
029500     MOVE 0      TO WS-SEG-E2-LEN.
029600     UNSTRING WS-SEGMENT-RECORD DELIMITED BY WS-ELEM-SEP
029700         INTO WS-SEG-TAG
029800              WS-SEG-E1
029900              WS-SEG-E2 COUNT IN WS-SEG-E2-LEN
030000              WS-SEG-E3.
030100
030200     EVALUATE WS-SEG-TAG
030300         WHEN 'AK1'
030400             PERFORM 2200-START-GROUP THRU 2200-EXIT
030500         WHEN 'AK2'
030600             PERFORM 2300-START-SET THRU 2300-EXIT
030700         WHEN 'AK5'
030800             PERFORM 2400-POST-SET-ACK THRU 2400-EXIT
030900         WHEN 'AK9'
031000             PERFORM 2500-POST-GROUP-ACK THRU 2500-EXIT
031100         WHEN OTHER
031200             CONTINUE
031300     END-EVALUATE.
031400
031500 2000-READ-NEXT.
031600     PERFORM 5000-READ-SEGMENT THRU 5000-EXIT.
031700 2000-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*                2100-START-INTERCHANGE                         *
032200*****************************************************************
032300* THE 997 COMES BACK FROM THE PARTNER, SO ITS ISA SENDER IS THE *
032400* PARTNER ID WE ADDRESSED THE 812 TO.                           *
032500*****************************************************************
032600
032700 2100-START-INTERCHANGE.
032800     MOVE WS-ISA-ELEM-SEP  TO WS-ELEM-SEP.
032900     MOVE WS-ISA-SEG-TERM  TO WS-SEG-TERM.
033000     MOVE WS-ISA-SENDER-ID TO WS-CUR-PARTNER-ID.
033100     MOVE 'N'              TO WS-GROUP-SW.
033200
033300     MOVE WS-CUR-PARTNER-ID TO EDTP-PARTNER-ID.
033400     PERFORM 6000-SELECT-VWMEDTP THRU 6000-EXIT.
033500     IF DA-OK
033600         SET WS-PARTNER-KNOWN TO TRUE
033700     ELSE
033800         MOVE 'N' TO WS-PARTNER-SW
033900         ADD +1 TO WS-ACKS-REJECTED
034000         MOVE SPACES TO WS-REPORT-LINE
034100         STRING '997 REJECTED - UNKNOWN TRADING PARTNER '
034200                                     DELIMITED BY SIZE
034300                WS-CUR-PARTNER-ID    DELIMITED BY SIZE
034400                INTO WS-REPORT-LINE
034500         WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE
034600     END-IF.
034700 2100-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*                2200-START-GROUP                               *
035200*****************************************************************
035300* AK1*CD*<GROUP CONTROL> - THE GROUP MUST BE ONE OF OUR 812     *
035400* GROUPS TO THIS PARTNER.                                       *
035500*****************************************************************
035600
035700 2200-START-GROUP.
035800     MOVE 'N' TO WS-GROUP-SW.
035900     IF WS-PARTNER-KNOWN
036000         CONTINUE
036100     ELSE
036200         GO TO 2200-EXIT
036300     END-IF.
036400
036500     ADD +1 TO WS-GROUPS-READ.
036600     PERFORM 2900-CONVERT-CONTROL-NBR THRU 2900-EXIT.
036700     IF WS-SEG-E1 = 'CD' AND
036800        WS-NUMBER-VALID
036900         MOVE WS-CNV-NUM TO WS-CUR-GROUP-CTL-NBR
037000     ELSE
037100         MOVE 'NOT AN 812 GROUP (AK1)' TO WS-RPT-REASON
037200         PERFORM 2950-REJECT-ACK THRU 2950-EXIT
037300         GO TO 2200-EXIT
037400     END-IF.
037500
037600     MOVE WS-CUR-PARTNER-ID    TO EDIX-PARTNER-ID.
037700     MOVE WS-CUR-GROUP-CTL-NBR TO EDIX-GROUP-CTL-NBR.
037800     PERFORM 6100-COUNT-GROUP-SETS THRU 6100-EXIT.
037900     IF WS-SET-COUNT > 0
038000         SET WS-GROUP-KNOWN TO TRUE
038100     ELSE
038200         MOVE 'GROUP NOT ON VWMEDIX' TO WS-RPT-REASON
038300         PERFORM 2950-REJECT-ACK THRU 2950-EXIT
038400     END-IF.
038500 2200-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*                2300-START-SET                                 *
039000*****************************************************************
039100
039200 2300-START-SET.
039300     MOVE 0 TO WS-CUR-SET-CTL-NBR.
039400     PERFORM 2900-CONVERT-CONTROL-NBR THRU 2900-EXIT.
039500     IF WS-NUMBER-VALID
039600         MOVE WS-CNV-NUM TO WS-CUR-SET-CTL-NBR
039700     END-IF.
039800 2300-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*                2400-POST-SET-ACK                              *
040300*****************************************************************
040400* AK5*<CODE> - POSTED ON THE SET'S VWMEDIX ROW.                 *
040500*****************************************************************
040600
040700 2400-POST-SET-ACK.
040800     IF WS-GROUP-KNOWN
040900         CONTINUE
041000     ELSE
041100         GO TO 2400-EXIT
041200     END-IF.
041300
041400     MOVE WS-SEG-E1(1:1)       TO EDIX-ACK-CODE.
041500     MOVE WS-PROCESSING-DATE   TO EDIX-ACK-DATE.
041600     MOVE WS-CUR-PARTNER-ID    TO EDIX-PARTNER-ID.
041700     MOVE WS-CUR-GROUP-CTL-NBR TO EDIX-GROUP-CTL-NBR.
041800     MOVE WS-CUR-SET-CTL-NBR   TO EDIX-SET-CTL-NBR.
041900     PERFORM 8000-UPDATE-SET-ACK THRU 8000-EXIT.
042000     IF DA-OK
042100         ADD +1 TO WS-SETS-POSTED
042200     ELSE
042300         MOVE WS-CUR-SET-CTL-NBR TO WS-RPT-ED-CTL-NBR
042400         MOVE SPACES TO WS-RPT-REASON
042500         STRING 'SET '               DELIMITED BY SIZE
042600                WS-RPT-ED-CTL-NBR    DELIMITED BY SIZE
042700                ' NOT ON VWMEDIX'    DELIMITED BY SIZE
042800                INTO WS-RPT-REASON
042900         PERFORM 2950-REJECT-ACK THRU 2950-EXIT
043000     END-IF.
043100 2400-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*                2500-POST-GROUP-ACK                            *
043600*****************************************************************
043700* AK9*<CODE> - THE GROUP CODE IS POSTED ON ANY SET THE 997 DID  *
043800* NOT LIST, THEN SETTLES THE STATEMENT THE GROUP CARRIED: 'A'   *
043900* OR 'E' CONFIRMS IT; 'R' OR 'P' MEANS THE DEALER DID NOT TAKE  *
044000* THE WHOLE STATEMENT, SO IT FALLS BACK TO PRINT. A STATEMENT   *
044100* ALREADY SETTLED IS COUNTED AND SKIPPED SO A RESENT 997 DOES   *
044200* NO HARM.                                                      *
044300*****************************************************************
044400
044500 2500-POST-GROUP-ACK.
044600     IF WS-GROUP-KNOWN
044700         CONTINUE
044800     ELSE
044900         GO TO 2500-EXIT
045000     END-IF.
045100     MOVE 'N' TO WS-GROUP-SW.
045200
045300     MOVE WS-SEG-E1(1:1)       TO WS-ACK-CODE
045400                                  EDIX-ACK-CODE.
045500     MOVE WS-PROCESSING-DATE   TO EDIX-ACK-DATE.
045600     MOVE WS-CUR-PARTNER-ID    TO EDIX-PARTNER-ID.
045700     MOVE WS-CUR-GROUP-CTL-NBR TO EDIX-GROUP-CTL-NBR.
045800     PERFORM 8100-UPDATE-GROUP-ACK THRU 8100-EXIT.
045900
046000     PERFORM 6200-SELECT-GROUP-STMT THRU 6200-EXIT.
046100     MOVE EDIX-STMT-NBR TO STLG-STMT-NBR.
046200     PERFORM 6300-SELECT-SENT-ROW THRU 6300-EXIT.
046300     IF DA-NOTFOUND
046400         MOVE 'STATEMENT HAS NO SENT (X) ROW' TO WS-RPT-REASON
046500         PERFORM 2950-REJECT-ACK THRU 2950-EXIT
046600         GO TO 2500-EXIT
046700     END-IF.
046800
046900     PERFORM 6400-COUNT-CLOSE-ROWS THRU 6400-EXIT.
047000     IF WS-CLOSE-COUNT > 0
047100         ADD +1 TO WS-GROUPS-DUPLICATE
047200         GO TO 2500-EXIT
047300     END-IF.
047400
047500     MOVE STLG-DLR-NBR         TO WS-RPT-ED-DLR-NO.
047600     MOVE WS-CUR-GROUP-CTL-NBR TO WS-RPT-ED-CTL-NBR.
047700     MOVE SPACES TO WS-REPORT-LINE.
047800     STRING STLG-STMT-NBR        DELIMITED BY SIZE
047900            '  '                 DELIMITED BY SIZE
048000            WS-RPT-ED-DLR-NO     DELIMITED BY SIZE
048100            '  GROUP '           DELIMITED BY SIZE
048200            WS-RPT-ED-CTL-NBR    DELIMITED BY SIZE
048300            '  AK9 '             DELIMITED BY SIZE
048400            WS-ACK-CODE          DELIMITED BY SIZE
048500            INTO WS-REPORT-LINE.
048600
048700     IF WS-ACK-CODE = 'A' OR 'E'
048800         MOVE 'CONFIRMED        ' TO WS-REPORT-LINE(56:17)
048900         WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE
049000         MOVE 'C'                TO STLG-ACTION-CODE
049100         MOVE WS-PROCESSING-DATE TO STLG-ACTION-DATE
049200         PERFORM 8200-INSERT-VWMSTLG THRU 8200-EXIT
049300         ADD +1 TO WS-GROUPS-CONFIRMED
049400     ELSE
049500         MOVE 'FALLBACK TO PRINT' TO WS-REPORT-LINE(56:17)
049600         WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE
049700         PERFORM 4200-FALL-BACK-TO-PRINT THRU 4200-EXIT
049800         ADD +1 TO WS-GROUPS-FALLEN-BACK
049900     END-IF.
050000 2500-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400*                2900-CONVERT-CONTROL-NBR                       *
050500*****************************************************************
050600* THE SECOND ELEMENT OF AK1/AK2, RIGHT-ALIGNED AND ZERO-FILLED. *
050700*****************************************************************
050800
050900 2900-CONVERT-CONTROL-NBR.
051000     MOVE 'N' TO WS-NUMBER-SW.
051100     IF WS-SEG-E2-LEN < 1 OR
051200        WS-SEG-E2-LEN > 9
051300         GO TO 2900-EXIT
051400     END-IF.
051500
051600     MOVE WS-SEG-E2(1:WS-SEG-E2-LEN) TO WS-CNV-IN.
051700     MOVE WS-CNV-IN TO WS-CNV-NUM-X.
051800     INSPECT WS-CNV-NUM-X REPLACING LEADING SPACE BY '0'.
051900     IF WS-CNV-NUM-X IS NUMERIC
052000         SET WS-NUMBER-VALID TO TRUE
052100     END-IF.
052200 2900-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*                2950-REJECT-ACK                                *
052700*****************************************************************
052800
052900 2950-REJECT-ACK.
053000     ADD +1 TO WS-ACKS-REJECTED.
053100     MOVE SPACES TO WS-REPORT-LINE.
053200     STRING '997 REJECTED - '     DELIMITED BY SIZE
053300            WS-CUR-PARTNER-ID     DELIMITED BY SIZE
053400            ' '                   DELIMITED BY SIZE
053500            WS-SEG-TAG            DELIMITED BY SIZE
053600            '*'                   DELIMITED BY SIZE
053700            WS-SEG-E2             DELIMITED BY SPACE
053800            ' '                   DELIMITED BY SIZE
053900            WS-RPT-REASON         DELIMITED BY SIZE
054000            INTO WS-REPORT-LINE.
054100     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
054200 2950-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*                4000-AGE-SENT-STATEMENTS                       *
054700*****************************************************************
054800* EVERY EDI STATEMENT STILL UNACKNOWLEDGED IS LISTED WITH ITS   *
054900* AGE; ONE PAST THE LIMIT IS FALLEN BACK TO CENTRAL PRINT.      *
055000*****************************************************************
055100
055200 4000-AGE-SENT-STATEMENTS.
055300     MOVE SPACES TO WS-REPORT-LINE.
055400     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
055500     MOVE SPACES TO WS-REPORT-LINE.
055600     MOVE 'UNACKNOWLEDGED EDI STATEMENTS BY AGE'
055700                                TO WS-REPORT-LINE.
055800     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
055900     MOVE SPACES TO WS-REPORT-LINE.
056000     MOVE 'STATEMENT NO    DEALER     SENT        DAYS  ACTION'
056100                                TO WS-REPORT-LINE.
056200     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
056300
056400     EXEC SQL
056500         OPEN VWMSTLGX
056600     END-EXEC.
056700
056800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
056900             Z-970-SET-DA-STATUS-DB2-EXIT.
057000
057100     IF DA-OK
057200         CONTINUE
057300     ELSE
057400         SET ABT-DO-ABEND     TO TRUE
057500         SET ABT-ERROR-IS-DB2 TO TRUE
057600         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
057700         MOVE '4000-AGE '     TO ABT-ERROR-SECTION
057800         MOVE 3823            TO ABT-ERROR-ABEND-CODE
057900         MOVE 'VWMSTLGX'      TO ABT-DA-ACCESS-NAME
058000         PERFORM Z-980-ABNORMAL-TERM THRU
058100                 Z-980-ABNORMAL-TERM-RETURN
058200     END-IF.
058300
058400     PERFORM 4100-AGE-ONE-STATEMENT THRU 4100-EXIT
058500         UNTIL NO-MORE-SENT.
058600
058700     EXEC SQL
058800         CLOSE VWMSTLGX
058900     END-EXEC.
059000
059100     IF WS-SENT-UNACKNOWLEDGED = 0
059200         MOVE SPACES TO WS-REPORT-LINE
059300         MOVE 'ALL EDI STATEMENTS ARE ACKNOWLEDGED'
059400                                TO WS-REPORT-LINE
059500         WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE
059600     END-IF.
059700 4000-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*                4100-AGE-ONE-STATEMENT                         *
060200*****************************************************************
060300
060400 4100-AGE-ONE-STATEMENT.
060500     EXEC SQL
060600       FETCH VWMSTLGX
060700         INTO :DCLVWMSTLG.STLG-STMT-NBR,
060800              :DCLVWMSTLG.STLG-DLR-NBR,
060900              :DCLVWMSTLG.STLG-CYCLE-DATE,
061000              :DCLVWMSTLG.STLG-ACTION-DATE,
061100              :WS-DAYS-OUTSTANDING
061200     END-EXEC.
061300
061400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
061500             Z-970-SET-DA-STATUS-DB2-EXIT.
061600
061700     EVALUATE TRUE
061800         WHEN DA-OK
061900             ADD +1 TO WS-SENT-UNACKNOWLEDGED
062000             MOVE STLG-DLR-NBR        TO WS-RPT-ED-DLR-NO
062100             MOVE WS-DAYS-OUTSTANDING TO WS-RPT-ED-DAYS
062200             MOVE SPACES TO WS-REPORT-LINE
062300             STRING STLG-STMT-NBR        DELIMITED BY SIZE
062400                    '  '                 DELIMITED BY SIZE
062500                    WS-RPT-ED-DLR-NO     DELIMITED BY SIZE
062600                    '  '                 DELIMITED BY SIZE
062700                    STLG-ACTION-DATE     DELIMITED BY SIZE
062800                    '  '                 DELIMITED BY SIZE
062900                    WS-RPT-ED-DAYS       DELIMITED BY SIZE
063000                    INTO WS-REPORT-LINE
063100             IF WS-DAYS-OUTSTANDING > WS-LIMIT-DAYS
063200                 MOVE 'FALLBACK TO PRINT' TO
063300                     WS-REPORT-LINE(49:17)
063400                 WRITE ACKNOWLEDGMENT-REPORT-REC
063500                     FROM WS-REPORT-LINE
063600                 PERFORM 4200-FALL-BACK-TO-PRINT THRU 4200-EXIT
063700                 ADD +1 TO WS-SENT-FALLEN-BACK
063800             ELSE
063900                 MOVE 'AWAITING 997     ' TO
064000                     WS-REPORT-LINE(49:17)
064100                 WRITE ACKNOWLEDGMENT-REPORT-REC
064200                     FROM WS-REPORT-LINE
064300             END-IF
064400
064500         WHEN DA-NOTFOUND
064600             SET NO-MORE-SENT TO TRUE
064700
064800         WHEN OTHER
064900             SET ABT-DO-ABEND     TO TRUE
065000             SET ABT-ERROR-IS-DB2 TO TRUE
065100             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
065200             MOVE '4100-AGE '     TO ABT-ERROR-SECTION
065300             MOVE 3824            TO ABT-ERROR-ABEND-CODE
065400             MOVE 'VWMSTLGX'      TO ABT-DA-ACCESS-NAME
065500             PERFORM Z-980-ABNORMAL-TERM THRU
065600                     Z-980-ABNORMAL-TERM-RETURN
065700     END-EVALUATE.
065800 4100-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200*                4200-FALL-BACK-TO-PRINT                        *
066300*****************************************************************
066400* LOGS THE 'F' ROW SO THE STATEMENT IS NOT RE-AGED TOMORROW     *
066500* AND HANDS THE DEALER TO THE CENTRAL-PRINT REPRINT STREAM.     *
066600*****************************************************************
066700
066800 4200-FALL-BACK-TO-PRINT.
066900     MOVE 'F'                TO STLG-ACTION-CODE.
067000     MOVE WS-PROCESSING-DATE TO STLG-ACTION-DATE.
067100     PERFORM 8200-INSERT-VWMSTLG THRU 8200-EXIT.
067200
067300     MOVE STLG-DLR-NBR TO WS-FBK-DLR-NBR.
067400     WRITE FALLBACK-REQUEST-REC FROM WS-FALLBACK-RECORD.
067500 4200-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900*                5000-READ-SEGMENT                              *
068000*****************************************************************
068100
068200 5000-READ-SEGMENT.
068300     READ ACKNOWLEDGMENT-INFILE INTO WS-SEGMENT-RECORD
068400         AT END SET NO-MORE-SEGS TO TRUE.
068500
068600     IF NO-MORE-SEGS
068700         CONTINUE
068800     ELSE
068900         ADD +1 TO WS-SEGS-READ
069000     END-IF.
069100 5000-EXIT.
069200     EXIT.
069300
069400*****************************************************************
069500*                6000-SELECT-VWMEDTP                            *
069600*****************************************************************
069700
069800 6000-SELECT-VWMEDTP.
069900     EXEC SQL
070000       SELECT PARTNER_NAME
070100        INTO :DCLVWMEDTP.EDTP-PARTNER-NAME
070200         FROM VWMEDTP
070300         WHERE PARTNER_ID = :DCLVWMEDTP.EDTP-PARTNER-ID
070400     END-EXEC.
070500
070600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
070700             Z-970-SET-DA-STATUS-DB2-EXIT.
070800
070900     IF DA-OK OR
071000        DA-NOTFOUND
071100         CONTINUE
071200     ELSE
071300         SET ABT-DO-ABEND     TO TRUE
071400         SET ABT-ERROR-IS-DB2 TO TRUE
071500         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
071600         MOVE '6000-SELE'     TO ABT-ERROR-SECTION
071700         MOVE 3815            TO ABT-ERROR-ABEND-CODE
071800         MOVE 'VWMEDTP '      TO ABT-DA-ACCESS-NAME
071900         PERFORM Z-980-ABNORMAL-TERM THRU
072000                 Z-980-ABNORMAL-TERM-RETURN
072100     END-IF.
072200 6000-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*                6100-COUNT-GROUP-SETS                          *
072700*****************************************************************
072800
072900 6100-COUNT-GROUP-SETS.
073000     MOVE 0 TO WS-SET-COUNT.
073100
073200     EXEC SQL
073300       SELECT COUNT(*)
073400        INTO :WS-SET-COUNT
073500         FROM VWMEDIX
073600         WHERE PARTNER_ID    = :DCLVWMEDIX.EDIX-PARTNER-ID
073700           AND GROUP_CTL_NBR = :DCLVWMEDIX.EDIX-GROUP-CTL-NBR
073800     END-EXEC.
073900
074000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
074100             Z-970-SET-DA-STATUS-DB2-EXIT.
074200
074300     IF DA-OK OR
074400        DA-NOTFOUND
074500         CONTINUE
074600     ELSE
074700         SET ABT-DO-ABEND     TO TRUE
074800         SET ABT-ERROR-IS-DB2 TO TRUE
074900         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
075000         MOVE '6100-COUN'     TO ABT-ERROR-SECTION
075100         MOVE 3816            TO ABT-ERROR-ABEND-CODE
075200         MOVE 'VWMEDIX '      TO ABT-DA-ACCESS-NAME
075300         PERFORM Z-980-ABNORMAL-TERM THRU
075400                 Z-980-ABNORMAL-TERM-RETURN
075500     END-IF.
075600 6100-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000*                6200-SELECT-GROUP-STMT                         *
076100*****************************************************************
076200* EVERY SET IN A GROUP BELONGS TO THE SAME STATEMENT.           *
076300*****************************************************************
076400
076500 6200-SELECT-GROUP-STMT.
076600     EXEC SQL
076700       SELECT MIN(STMT_NBR)
076800        INTO :DCLVWMEDIX.EDIX-STMT-NBR
076900         FROM VWMEDIX
077000         WHERE PARTNER_ID    = :DCLVWMEDIX.EDIX-PARTNER-ID
077100           AND GROUP_CTL_NBR = :DCLVWMEDIX.EDIX-GROUP-CTL-NBR
077200     END-EXEC.
077300
077400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
077500             Z-970-SET-DA-STATUS-DB2-EXIT.
077600
077700     IF NOT DA-OK
077800         SET ABT-DO-ABEND     TO TRUE
077900         SET ABT-ERROR-IS-DB2 TO TRUE
078000         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
078100         MOVE '6200-SELE'     TO ABT-ERROR-SECTION
078200         MOVE 3819            TO ABT-ERROR-ABEND-CODE
078300         MOVE 'VWMEDIX '      TO ABT-DA-ACCESS-NAME
078400         PERFORM Z-980-ABNORMAL-TERM THRU
078500                 Z-980-ABNORMAL-TERM-RETURN
078600     END-IF.
078700 6200-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*                6300-SELECT-SENT-ROW                           *
079200*****************************************************************
079300
079400 6300-SELECT-SENT-ROW.
079500     MOVE 0      TO STLG-DLR-NBR.
079600     MOVE SPACES TO STLG-CYCLE-DATE.
079700
079800     EXEC SQL
079900       SELECT DLR_NBR
080000             ,CYCLE_DATE
080100        INTO :DCLVWMSTLG.STLG-DLR-NBR,
080200             :DCLVWMSTLG.STLG-CYCLE-DATE
080300         FROM VWMSTLG
080400         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
080500           AND ACTION_CODE = 'X'
080600     END-EXEC.
080700
080800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
080900             Z-970-SET-DA-STATUS-DB2-EXIT.
081000
081100     IF DA-OK OR
081200        DA-NOTFOUND
081300         CONTINUE
081400     ELSE
081500         SET ABT-DO-ABEND     TO TRUE
081600         SET ABT-ERROR-IS-DB2 TO TRUE
081700         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
081800         MOVE '6300-SELE'     TO ABT-ERROR-SECTION
081900         MOVE 3820            TO ABT-ERROR-ABEND-CODE
082000         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
082100         PERFORM Z-980-ABNORMAL-TERM THRU
082200                 Z-980-ABNORMAL-TERM-RETURN
082300     END-IF.
082400 6300-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800*                6400-COUNT-CLOSE-ROWS                          *
082900*****************************************************************
083000
083100 6400-COUNT-CLOSE-ROWS.
083200     MOVE 0 TO WS-CLOSE-COUNT.
083300
083400     EXEC SQL
083500       SELECT COUNT(*)
083600        INTO :WS-CLOSE-COUNT
083700         FROM VWMSTLG
083800         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
083900           AND ACTION_CODE IN ('C', 'F')
084000     END-EXEC.
084100
084200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
084300             Z-970-SET-DA-STATUS-DB2-EXIT.
084400
084500     IF DA-OK OR
084600        DA-NOTFOUND
084700         CONTINUE
084800     ELSE
084900         SET ABT-DO-ABEND     TO TRUE
085000         SET ABT-ERROR-IS-DB2 TO TRUE
085100         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
085200         MOVE '6400-COUN'     TO ABT-ERROR-SECTION
085300         MOVE 3821            TO ABT-ERROR-ABEND-CODE
085400         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
085500         PERFORM Z-980-ABNORMAL-TERM THRU
085600                 Z-980-ABNORMAL-TERM-RETURN
085700     END-IF.
085800 6400-EXIT.
085900     EXIT.
086000
086100*****************************************************************
086200*                7000-SELECT-VWMCTUPD                           *
086300*****************************************************************
086400* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
086500* SUBFUNCTION ROW, AS MXBPA046 DOES) - IT DATES THE POSTED      *
086600* ACKNOWLEDGMENTS AND DRIVES THE AGING.                         *
086700*****************************************************************
086800
086900 7000-SELECT-VWMCTUPD.
087000     MOVE SPACES TO SUBSYSTEM-ID-IND
087100                    SUBFUNCTION-CODE.
087200
087300     EXEC SQL
087400       SELECT PROC_DATE
087500         INTO :DCLVWMCTUPD.PROC-DATE
087600         FROM VWMCTUPD
087700         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
087800           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
087900     END-EXEC.
088000
088100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
088200             Z-970-SET-DA-STATUS-DB2-EXIT.
088300
088400     IF DA-OK
088500         MOVE PROC-DATE TO WS-PROCESSING-DATE
088600     ELSE
088700         SET ABT-DO-ABEND     TO TRUE
088800         SET ABT-ERROR-IS-DB2 TO TRUE
088900         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
089000         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
089100         MOVE 3814            TO ABT-ERROR-ABEND-CODE
089200         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
089300         PERFORM Z-980-ABNORMAL-TERM THRU
089400                 Z-980-ABNORMAL-TERM-RETURN
089500     END-IF.
089600 7000-EXIT.
089700     EXIT.
089800
089900*****************************************************************
090000*                8000-UPDATE-SET-ACK                            *
090100*****************************************************************
090200
090300 8000-UPDATE-SET-ACK.
090400     EXEC SQL
090500         UPDATE VWMEDIX
090600            SET ACK_CODE = :DCLVWMEDIX.EDIX-ACK-CODE
090700               ,ACK_DATE = :DCLVWMEDIX.EDIX-ACK-DATE
090800          WHERE PARTNER_ID    = :DCLVWMEDIX.EDIX-PARTNER-ID
090900            AND GROUP_CTL_NBR = :DCLVWMEDIX.EDIX-GROUP-CTL-NBR
091000            AND SET_CTL_NBR   = :DCLVWMEDIX.EDIX-SET-CTL-NBR
091100     END-EXEC.
091200
091300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
091400             Z-970-SET-DA-STATUS-DB2-EXIT.
091500
091600     IF DA-OK OR
091700        DA-NOTFOUND
091800         CONTINUE
091900     ELSE
092000         SET ABT-DO-ABEND     TO TRUE
092100         SET ABT-ERROR-IS-DB2 TO TRUE
092200         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
092300         MOVE '8000-UPDA'     TO ABT-ERROR-SECTION
092400         MOVE 3817            TO ABT-ERROR-ABEND-CODE
092500         MOVE 'VWMEDIX '      TO ABT-DA-ACCESS-NAME
092600         PERFORM Z-980-ABNORMAL-TERM THRU
092700                 Z-980-ABNORMAL-TERM-RETURN
092800     END-IF.
092900 8000-EXIT.
093000     EXIT.
093100
093200*****************************************************************
093300*                8100-UPDATE-GROUP-ACK                          *
093400*****************************************************************
093500
093600 8100-UPDATE-GROUP-ACK.
093700     EXEC SQL
093800         UPDATE VWMEDIX
093900            SET ACK_CODE = :DCLVWMEDIX.EDIX-ACK-CODE
094000               ,ACK_DATE = :DCLVWMEDIX.EDIX-ACK-DATE
094100          WHERE PARTNER_ID    = :DCLVWMEDIX.EDIX-PARTNER-ID
094200            AND GROUP_CTL_NBR = :DCLVWMEDIX.EDIX-GROUP-CTL-NBR
094300            AND ACK_CODE      = ' '
094400     END-EXEC.
094500
094600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
094700             Z-970-SET-DA-STATUS-DB2-EXIT.
094800
094900     IF DA-OK OR
095000        DA-NOTFOUND
095100         CONTINUE
095200     ELSE
095300         SET ABT-DO-ABEND     TO TRUE
095400         SET ABT-ERROR-IS-DB2 TO TRUE
095500         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
095600         MOVE '8100-UPDA'     TO ABT-ERROR-SECTION
095700         MOVE 3818            TO ABT-ERROR-ABEND-CODE
095800         MOVE 'VWMEDIX '      TO ABT-DA-ACCESS-NAME
095900         PERFORM Z-980-ABNORMAL-TERM THRU
096000                 Z-980-ABNORMAL-TERM-RETURN
096100     END-IF.
096200 8100-EXIT.
096300     EXIT.
096400
096500*****************************************************************
096600*                8200-INSERT-VWMSTLG                            *
096700*****************************************************************
096800* THE 'C' OR 'F' ROW CARRIES THE DEALER AND CYCLE OF THE 'X'    *
096900* ROW IT CLOSES.                                                *
097000*****************************************************************
097100
097200 8200-INSERT-VWMSTLG.
097300     EXEC SQL
097400         INSERT INTO VWMSTLG
097500             (STMT_NBR, DLR_NBR, CYCLE_DATE,
097600              ACTION_CODE, ACTION_DATE)
097700             VALUES
097800             (:DCLVWMSTLG.STLG-STMT-NBR,
097900              :DCLVWMSTLG.STLG-DLR-NBR,
098000              :DCLVWMSTLG.STLG-CYCLE-DATE,
098100              :DCLVWMSTLG.STLG-ACTION-CODE,
098200              :DCLVWMSTLG.STLG-ACTION-DATE)
098300     END-EXEC.
098400
098500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
098600             Z-970-SET-DA-STATUS-DB2-EXIT.
098700
098800     IF NOT DA-OK
098900         SET ABT-DO-ABEND     TO TRUE
099000         SET ABT-ERROR-IS-DB2 TO TRUE
099100         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
099200         MOVE '8200-INSE'     TO ABT-ERROR-SECTION
099300         MOVE 3822            TO ABT-ERROR-ABEND-CODE
099400         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
099500         PERFORM Z-980-ABNORMAL-TERM THRU
099600                 Z-980-ABNORMAL-TERM-RETURN
099700     END-IF.
099800 8200-EXIT.
099900     EXIT.
100000
100100*****************************************************************
100200*                   9900-TERMINATION                            *
100300*****************************************************************
100400
100500 9900-TERMINATION.
100600     EXEC SQL
100700         COMMIT
100800     END-EXEC.
100900
101000     MOVE SPACES TO WS-REPORT-LINE.
101100     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
101200
101300     MOVE WS-SEGS-READ TO WS-RPT-ED-COUNT.
101400     MOVE SPACES TO WS-REPORT-LINE.
101500     STRING '997 SEGMENTS READ............ ' DELIMITED BY SIZE
101600            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
101700            INTO WS-REPORT-LINE.
101800     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
101900
102000     MOVE WS-GROUPS-READ TO WS-RPT-ED-COUNT.
102100     MOVE SPACES TO WS-REPORT-LINE.
102200     STRING 'GROUPS ACKNOWLEDGED.......... ' DELIMITED BY SIZE
102300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
102400            INTO WS-REPORT-LINE.
102500     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
102600
102700     MOVE WS-SETS-POSTED TO WS-RPT-ED-COUNT.
102800     MOVE SPACES TO WS-REPORT-LINE.
102900     STRING 'SET ACKNOWLEDGMENTS POSTED... ' DELIMITED BY SIZE
103000            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
103100            INTO WS-REPORT-LINE.
103200     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
103300
103400     MOVE WS-GROUPS-CONFIRMED TO WS-RPT-ED-COUNT.
103500     MOVE SPACES TO WS-REPORT-LINE.
103600     STRING 'STATEMENTS CONFIRMED......... ' DELIMITED BY SIZE
103700            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
103800            INTO WS-REPORT-LINE.
103900     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
104000
104100     MOVE WS-GROUPS-FALLEN-BACK TO WS-RPT-ED-COUNT.
104200     MOVE SPACES TO WS-REPORT-LINE.
104300     STRING 'REJECTED BY 997 - TO PRINT... ' DELIMITED BY SIZE
104400            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
104500            INTO WS-REPORT-LINE.
104600     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
104700
104800     MOVE WS-GROUPS-DUPLICATE TO WS-RPT-ED-COUNT.
104900     MOVE SPACES TO WS-REPORT-LINE.
105000     STRING 'ALREADY SETTLED.............. ' DELIMITED BY SIZE
105100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
105200            INTO WS-REPORT-LINE.
105300     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
105400
105500     MOVE WS-ACKS-REJECTED TO WS-RPT-ED-COUNT.
105600     MOVE SPACES TO WS-REPORT-LINE.
105700     STRING 'ACKNOWLEDGMENTS REJECTED..... ' DELIMITED BY SIZE
105800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
105900            INTO WS-REPORT-LINE.
106000     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
106100
106200     MOVE WS-SENT-UNACKNOWLEDGED TO WS-RPT-ED-COUNT.
106300     MOVE SPACES TO WS-REPORT-LINE.
106400     STRING 'SENT AND UNACKNOWLEDGED...... ' DELIMITED BY SIZE
106500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
106600            INTO WS-REPORT-LINE.
106700     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
106800
106900     MOVE WS-SENT-FALLEN-BACK TO WS-RPT-ED-COUNT.
107000     MOVE SPACES TO WS-REPORT-LINE.
107100     STRING 'PAST LIMIT - TO PRINT........ ' DELIMITED BY SIZE
107200            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
107300            INTO WS-REPORT-LINE.
107400     WRITE ACKNOWLEDGMENT-REPORT-REC FROM WS-REPORT-LINE.
107500
107600     IF WS-ACKS-REJECTED > 0 OR
107700        WS-GROUPS-FALLEN-BACK > 0 OR
107800        WS-SENT-FALLEN-BACK > 0
107900         MOVE 4 TO RETURN-CODE
108000     END-IF.
108100
108200     CLOSE ACKNOWLEDGMENT-INFILE
108300           ACKNOWLEDGMENT-REPORT
108400           FALLBACK-REQUEST-FILE.
108500
108600     DISPLAY ' '.
108700     DISPLAY 'PROGRAM MXBPA080 SUCCESSFULLY COMPLETED'.
108800 9900-EXIT.
108900     EXIT.
109000
109100     EXEC SQL
109200          INCLUDE MXWP02
109300     END-EXEC.
