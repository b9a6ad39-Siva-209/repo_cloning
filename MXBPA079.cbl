000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA079.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA079 - EDI 812 CREDIT/DEBIT ADJUSTMENT BUILD.              |
001000* RUNS IN THE CYCLE ALONGSIDE MXBPA046, FROM THE SAME SORTED     |
001100* MXAW21 EXTRACT. FOR EVERY DEALER WHOSE VWMDLVP PREFERENCE IS   |
001200* 'X' (EDI) THE STATEMENT OF CREDITS IS BUILT AS AN ANSI X12     |
001300* 812 INTERCHANGE FOR THE DEALER'S TRADING PARTNER (VWMEDTD /    |
001400* VWMEDTP): ONE ISA/GS ENVELOPE PER STATEMENT, ONE 812           |
001500* TRANSACTION SET PER CREDIT MEMO WITH ITS INVOICE-LEVEL DETAIL  |
001600* AND CURRENCY. THE INTERCHANGE AND GROUP CONTROL NUMBERS ARE    |
001700* TAKEN FROM, AND ADVANCED ON, THE PARTNER'S VWMEDTP ROW. EACH   |
001800* SET IS LOGGED ON VWMEDIX FOR THE MXBPA080 997 RECONCILIATION   |
001900* AND THE STATEMENT GETS AN 'X' (SENT AS EDI) ROW ON VWMSTLG; A  |
002000* STATEMENT ALREADY CARRYING ONE IS NOT SENT AGAIN, SO A RERUN   |
002100* IS CLEAN. MXBPA047 KEEPS THE PRINTED IMAGE OFF THE MAIL. A     |
002200* DEALER ON 'X' WITH NO ACTIVE TRADING PARTNER, OR WHOSE         |
002300* STATEMENT HAS NO 'I' ROW, IS LISTED AND SETS RETURN CODE 8.    |
002400* A TERMINATED DEALER'S FINAL STATEMENT (MXBPA085, 'T' ROW) IS   |
002500* NOT ON THE MXAW21 EXTRACT AND IS NEVER SENT AS AN 812 -        |
002600* MXBPA047 ROUTES IT TO CENTRAL PRINT, SO AN EDI DEALER GETS IT  |
002700* BY MAIL.                                                       |
002800*================================================================*
002900*  TABLE   |   VIEW   |     DESCRIPTION                          |
003000*----------+-----------------------------------------------------*
003100* TBMDLVP  | VWMDLVP  |  DEALER DELIVERY PREFERENCE              |
003200* TBMEDTD  | VWMEDTD  |  EDI TRADING PARTNER DEALER              |
003300* TBMEDTP  | VWMEDTP  |  EDI TRADING PARTNER                     |
003400* TBMEDIX  | VWMEDIX  |  EDI 812 TRANSACTION SET LOG             |
003500* TBMSTLG  | VWMSTLG  |  STATEMENT ISSUANCE/REPRINT LOG          |
003600* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003700*================================================================*
003800*   PLAN   | BIND INCLUDE MEMBERS                                |
003900*----------+-----------------------------------------------------*
004000* PBMPA079 | PBMPA079                                            |
004100*================================================================*
004200*-----------------------------------------------------------------
004300
004400 ENVIRONMENT DIVISION.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT EDI-CONTROL-PARM
004900         ASSIGN TO MXPA079I.
005000
005100     SELECT CYCLE-EXTRACT-INFILE
005200         ASSIGN TO UT-S-MXA079I1.
005300
005400     SELECT EDI-812-OUTFILE
005500         ASSIGN TO MXPA079E.
005600
005700     SELECT EDI-REGISTER
005800         ASSIGN TO MXPA079R.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  EDI-CONTROL-PARM
006300     RECORDING MODE IS F.
006400 01  EDI-CONTROL-PARM-REC                PIC X(80).
006500
006600 FD  CYCLE-EXTRACT-INFILE
006700     RECORDING MODE IS F.
006800 01  CYCLE-EXTRACT-REC                   PIC X(189).
006900
007000*  ONE X12 SEGMENT PER RECORD, TERMINATOR INCLUDED, SPACE
007100*  FILLED - THE EDI TRANSLATOR WRAPS THE FILE FOR THE VAN.
007200 FD  EDI-812-OUTFILE
007300     RECORDING MODE IS F.
007400 01  EDI-812-REC                         PIC X(250).
007500
007600 FD  EDI-REGISTER
007700     RECORDING MODE IS F.
007800 01  EDI-REGISTER-REC                    PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-SWITHCES.
008200     05  WS-NO-MORE-RECS-SW              PIC X(01) VALUE 'N'.
008300         88 NO-MORE-RECS                           VALUE 'Y'.
008400     05  WS-DLR-EDI-SW                   PIC X(01) VALUE 'N'.
008500         88 WS-DLR-EDI                             VALUE 'Y'.
008600     05  WS-MEMO-OPEN-SW                 PIC X(01) VALUE 'N'.
008700         88 WS-MEMO-OPEN                           VALUE 'Y'.
008800     05  WS-ICHG-OPEN-SW                 PIC X(01) VALUE 'N'.
008900         88 WS-ICHG-OPEN                           VALUE 'Y'.
009000     05  WS-ELEM-END-SW                  PIC X(01) VALUE 'N'.
009100         88 WS-ELEM-END-FOUND                      VALUE 'Y'.
009200
009300*  CONTROL CARD LAYOUT:
009400*    COLS  1-2   OUR ISA05 INTERCHANGE ID QUALIFIER
009500*    COLS  4-18  OUR ISA06 INTERCHANGE SENDER ID
009600*    COLS 20-34  OUR GS02 APPLICATION SENDER CODE
009700*    COLS 36-70  OUR NAME FOR THE N1*SE SEGMENT
009800 01  WS-EDI-CONTROL-PARM.
009900     05  WS-PARM-ISA-QUAL                PIC X(02).
010000     05  FILLER                          PIC X(01).
010100     05  WS-PARM-ISA-ID                  PIC X(15).
010200     05  FILLER                          PIC X(01).
010300     05  WS-PARM-GS-APP-CODE             PIC X(15).
010400     05  FILLER                          PIC X(01).
010500     05  WS-PARM-OUR-NAME                PIC X(35).
010600     05  FILLER                          PIC X(10).
010700
010800     COPY MXAW21.
010900
011000 01  WS-COUNTERS COMP-3.
011100     05  WS-EXTRACT-RECS-READ            PIC S9(09) VALUE 0.
011200     05  WS-DEALERS-READ                 PIC S9(09) VALUE 0.
011300     05  WS-EDI-DEALERS                  PIC S9(09) VALUE 0.
011400     05  WS-INTERCHANGES-SENT            PIC S9(09) VALUE 0.
011500     05  WS-SETS-SENT                    PIC S9(09) VALUE 0.
011600     05  WS-SEGMENTS-WRITTEN             PIC S9(09) VALUE 0.
011700     05  WS-ALREADY-SENT                 PIC S9(09) VALUE 0.
011800     05  WS-NO-PARTNER                   PIC S9(09) VALUE 0.
011900     05  WS-NOT-ISSUED                   PIC S9(09) VALUE 0.
012000
012100 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
012200 01  WS-EDI-DATE-CCYYMMDD                PIC X(08) VALUE SPACES.
012300 01  WS-RUN-TIME                         PIC 9(08) VALUE 0.
012400 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
012500     05  WS-RUN-HHMM                     PIC X(04).
012600     05  FILLER                          PIC X(04).
012700 01  WS-SENT-COUNT                       PIC S9(04) COMP VALUE 0.
012800
012900*  THE DEALER BEING READ - ITS STATEMENT AND, WHEN IT IS ON EDI,
013000*  THE INTERCHANGE BUILT FOR IT.
013100 01  WS-DEALER-FIELDS.
013200     05  WS-CUR-DLR-NBR                  PIC S9(09) COMP VALUE 0.
013300     05  WS-CUR-STMT-NBR                 PIC X(12) VALUE SPACES.
013400     05  WS-CUR-DLR-NAME                 PIC X(50) VALUE SPACES.
013500     05  WS-LOG-DLR-NBR                  PIC S9(09) COMP VALUE 0.
013600     05  WS-LOG-CYCLE-DATE               PIC X(10) VALUE SPACES.
013700     05  WS-ISA-CTL-NBR                  PIC S9(09) COMP VALUE 0.
013800     05  WS-GS-CTL-NBR                   PIC S9(09) COMP VALUE 0.
013900     05  WS-ST-CTL-NBR                   PIC 9(04) VALUE 0.
014000     05  WS-ICHG-SETS                    PIC S9(04) COMP VALUE 0.
014100
014200*  THE CREDIT MEMO BEING COLLECTED - ONE 812 TRANSACTION SET.
014300*  THE BCD SEGMENT CARRIES THE MEMO TOTAL, SO THE DETAIL IS
014400*  HELD UNTIL THE MEMO BREAKS.
014500 01  WS-MEMO-FIELDS.
014600     05  WS-MEMO-MEMBER-NBR              PIC 9(09) VALUE 0.
014700     05  WS-MEMO-NBR                     PIC X(11) VALUE SPACES.
014800     05  WS-MEMO-APPLIED-DATE            PIC X(10) VALUE SPACES.
014900     05  WS-MEMO-CURRENCY                PIC X(03) VALUE SPACES.
015000     05  WS-MEMO-AMT                     PIC S9(11)V99 COMP-3
015100                                                   VALUE 0.
015200     05  WS-MEMO-FLAG                    PIC X(01) VALUE SPACE.
015300
015400 01  WS-DETAIL-TABLE.
015500     05  WS-DTL-COUNT                    PIC S9(04) COMP VALUE 0.
015600     05  WS-DTL-IX                       PIC S9(04) COMP VALUE 0.
015700     05  WS-DTL-ENTRY OCCURS 500 TIMES.
015800         10  WS-DTL-REC-TYPE             PIC X(02).
015900         10  WS-DTL-INVOICE-NBR          PIC X(11).
016000         10  WS-DTL-MODEL-NBR            PIC X(12).
016100         10  WS-DTL-SERIAL-NBR           PIC X(17).
016200         10  WS-DTL-CHARGE-TYPE          PIC X(05).
016300         10  WS-DTL-AMT                  PIC S9(09)V99 COMP-3.
016400
016500*  SEGMENT BUILD AREA. ELEMENTS ARE ADDED ONE AT A TIME WITH
016600*  TRAILING SPACES DROPPED; THE ISA IS FIXED LENGTH AND IS
016700*  BUILT WHOLE BELOW.
016800 01  WS-SEGMENT                          PIC X(250).
016900 01  WS-SEG-PTR                          PIC S9(04) COMP VALUE 0.
017000 01  WS-SEG-ID                           PIC X(03).
017100 01  WS-SET-SEG-COUNT                    PIC S9(09) COMP VALUE 0.
017200 01  WS-ELEMENT                          PIC X(80).
017300 01  WS-ELEM-LEN                         PIC S9(04) COMP VALUE 0.
017400 01  WS-LEAD-SPACES                      PIC S9(04) COMP VALUE 0.
017500 01  WS-FMT-NBR                          PIC S9(09) COMP VALUE 0.
017600 01  WS-FMT-AMT                          PIC S9(11)V99 COMP-3
017700                                                   VALUE 0.
017800 01  WS-ED-NBR                           PIC Z(08)9.
017900 01  WS-ED-AMT                           PIC Z(10)9.99.
018000
018100 01  WS-ISA-SEGMENT.
018200     05  FILLER                  PIC X(04) VALUE 'ISA*'.
018300     05  FILLER                  PIC X(28) VALUE
018400         '00*          *00*          *'.
018500     05  ISA-SENDER-QUAL         PIC X(02).
018600     05  FILLER                  PIC X(01) VALUE '*'.
018700     05  ISA-SENDER-ID           PIC X(15).
018800     05  FILLER                  PIC X(01) VALUE '*'.
018900     05  ISA-RECEIVER-QUAL       PIC X(02).
019000     05  FILLER                  PIC X(01) VALUE '*'.
019100     05  ISA-RECEIVER-ID         PIC X(15).
019200     05  FILLER                  PIC X(01) VALUE '*'.
019300     05  ISA-DATE                PIC X(06).
019400     05  FILLER                  PIC X(01) VALUE '*'.
019500     05  ISA-TIME                PIC X(04).
019600     05  FILLER                  PIC X(09) VALUE '*U*00401*'.
019700     05  ISA-CTL-NBR             PIC 9(09).
019800     05  FILLER                  PIC X(03) VALUE '*0*'.
019900     05  ISA-USAGE-IND           PIC X(01).
020000     05  FILLER                  PIC X(03) VALUE '*>~'.
020100
020200 01  EDI-HEAD-1.
020300     05  FILLER                  PIC X(08) VALUE 'MXBPA079'.
020400     05  FILLER                  PIC X(10) VALUE SPACES.
020500     05  FILLER                  PIC X(42) VALUE
020600         'EDI 812 CREDIT/DEBIT ADJUSTMENT REGISTER  '.
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  FILLER                  PIC X(11) VALUE 'PROC DATE: '.
020900     05  EH1-PROC-DATE           PIC X(10).
021000     05  FILLER                  PIC X(49) VALUE SPACES.
021100
021200 01  EDI-HEAD-2.
021300     05  FILLER                  PIC X(09) VALUE '   DEALER'.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  FILLER                  PIC X(15) VALUE 'PARTNER ID'.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  FILLER                  PIC X(12) VALUE 'STATEMENT NO'.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  FILLER                  PIC X(11) VALUE 'CREDIT MEMO'.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  FILLER                  PIC X(09) VALUE '  ISA CTL'.
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  FILLER                  PIC X(09) VALUE '   GS CTL'.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  FILLER                  PIC X(04) VALUE '  ST'.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  FILLER                  PIC X(03) VALUE 'CUR'.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  FILLER                  PIC X(03) VALUE 'C/D'.
023000     05  FILLER                  PIC X(01) VALUE SPACES.
023100     05  FILLER                  PIC X(14) VALUE
023200         '    ADJUSTMENT'.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  FILLER                  PIC X(05) VALUE 'LINES'.
023500     05  FILLER                  PIC X(21) VALUE SPACES.
023600
023700 01  EDI-DETAIL-LINE.
023800     05  EDL-DLR-NBR                     PIC ZZZZZZZZ9.
023900     05  FILLER                          PIC X(02) VALUE SPACES.
024000     05  EDL-PARTNER-ID                  PIC X(15).
024100     05  FILLER                          PIC X(02) VALUE SPACES.
024200     05  EDL-STMT-NBR                    PIC X(12).
024300     05  FILLER                          PIC X(02) VALUE SPACES.
024400     05  EDL-CREDIT-MEMO-NBR             PIC X(11).
024500     05  FILLER                          PIC X(02) VALUE SPACES.
024600     05  EDL-ISA-CTL-NBR                 PIC ZZZZZZZZ9.
024700     05  FILLER                          PIC X(02) VALUE SPACES.
024800     05  EDL-GS-CTL-NBR                  PIC ZZZZZZZZ9.
024900     05  FILLER                          PIC X(02) VALUE SPACES.
025000     05  EDL-ST-CTL-NBR                  PIC 9(04).
025100     05  FILLER                          PIC X(02) VALUE SPACES.
025200     05  EDL-CURRENCY                    PIC X(03).
025300     05  FILLER                          PIC X(03) VALUE SPACES.
025400     05  EDL-FLAG                        PIC X(01).
025500     05  FILLER                          PIC X(02) VALUE SPACES.
025600     05  EDL-AMT                         PIC ZZZ,ZZZ,ZZ9.99.
025700     05  FILLER                          PIC X(03) VALUE SPACES.
025800     05  EDL-LINES                       PIC ZZZ9.
025900     05  FILLER                          PIC X(21) VALUE SPACES.
026000
026100 01  EDI-EXCEPTION-LINE.
026200     05  EXL-DLR-NBR                     PIC ZZZZZZZZ9.
026300     05  FILLER                          PIC X(02) VALUE SPACES.
026400     05  EXL-TYPE                        PIC X(04).
026500     05  FILLER                          PIC X(01) VALUE SPACES.
026600     05  EXL-TEXT                        PIC X(70).
026700     05  FILLER                          PIC X(46) VALUE SPACES.
026800
026900 01  WS-REPORT-LINE                      PIC X(132).
027000 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
027100 01  WS-DISPLAY-COUNTER                  PIC ZZZ,ZZZ,ZZ9.
027200
027300     EXEC SQL
027400          INCLUDE MXWW03
027500     END-EXEC.
027600
027700******************************************************************
027800*  DB2 table includes
027900******************************************************************
028000
028100     EXEC SQL
028200         INCLUDE VWMDLVP
028300     END-EXEC.
028400
028500     EXEC SQL
028600         INCLUDE VWMEDTD
028700     END-EXEC.
028800
028900     EXEC SQL
029000         INCLUDE VWMEDTP
029100     END-EXEC.
029200
029300     EXEC SQL
029400         INCLUDE VWMEDIX
029500     END-EXEC.
029600
029700     EXEC SQL
029800         INCLUDE VWMSTLG
029900     END-EXEC.
030000
030100     EXEC SQL
030200         INCLUDE VWMCTUPD
030300     END-EXEC.
030400
030500     EXEC SQL
030600         INCLUDE SQLCA
030700     END-EXEC.
030800
030900 PROCEDURE DIVISION.
031000
031100*****************************************************************
031200*                     0000-MAINLINE                             *
031300*****************************************************************
031400
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
031700     PERFORM 2000-PROCESS-EXTRACT-REC THRU 2000-EXIT
031800         UNTIL NO-MORE-RECS.
031900     PERFORM 9900-TERMINATION THRU 9900-EXIT.
032000     GOBACK.
032100 0000-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500*                      1000-INITIALIZATION                      *
032600*****************************************************************
032700
032800 1000-INITIALIZATION.
032900     DISPLAY ' '.
033000     DISPLAY 'PROGRAM MXBPA079 BEGINNING EXECUTION'.
033100     DISPLAY ' '.
033200     MOVE 'MXBPA079' TO ABT-PGM-NAME.
033300
033400     OPEN INPUT EDI-CONTROL-PARM.
033500     MOVE SPACES TO WS-EDI-CONTROL-PARM.
033600     READ EDI-CONTROL-PARM INTO WS-EDI-CONTROL-PARM.
033700     CLOSE EDI-CONTROL-PARM.
033800
033900     IF WS-PARM-ISA-QUAL    = SPACES OR
034000        WS-PARM-ISA-ID      = SPACES OR
034100        WS-PARM-GS-APP-CODE = SPACES
034200         DISPLAY 'INVALID CONTROL CARD: ' WS-EDI-CONTROL-PARM
034300         SET ABT-DO-ABEND     TO TRUE
034400         SET ABT-ERROR-IS-SEQ TO TRUE
034500         MOVE 'SEQ     '      TO ABT-DA-FUNCTION
034600         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
034700         MOVE 3803            TO ABT-ERROR-ABEND-CODE
034800         MOVE 'MXPA079I'      TO ABT-DA-ACCESS-NAME
034900         PERFORM Z-980-ABNORMAL-TERM THRU
035000                 Z-980-ABNORMAL-TERM-RETURN
035100     END-IF.
035200
035300     OPEN INPUT  CYCLE-EXTRACT-INFILE
035400          OUTPUT EDI-812-OUTFILE
035500                 EDI-REGISTER.
035600
035700     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
035800     ACCEPT WS-RUN-TIME FROM TIME.
035900
036000     MOVE SPACES TO WS-EDI-DATE-CCYYMMDD.
036100     STRING WS-PROCESSING-DATE(1:4) DELIMITED BY SIZE
036200            WS-PROCESSING-DATE(6:2) DELIMITED BY SIZE
036300            WS-PROCESSING-DATE(9:2) DELIMITED BY SIZE
036400            INTO WS-EDI-DATE-CCYYMMDD.
036500
036600     MOVE WS-PROCESSING-DATE TO EH1-PROC-DATE.
036700     WRITE EDI-REGISTER-REC FROM EDI-HEAD-1.
036800     MOVE SPACES TO WS-REPORT-LINE.
036900     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
037000     WRITE EDI-REGISTER-REC FROM EDI-HEAD-2.
037100     MOVE ALL '-' TO WS-REPORT-LINE.
037200     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
037300
037400     PERFORM 5000-READ-EXTRACT THRU 5000-EXIT.
037500 1000-EXIT.
037600     EXIT.
037700
037800*****************************************************************
037900*                2000-PROCESS-EXTRACT-REC                       *
038000*****************************************************************
038100* A NEW DEALER CLOSES THE ONE BEFORE IT. ONLY A DEALER ON EDI   *
038200* HAS ITS STATEMENT AND MEMO RECORDS LOOKED AT; EVERY OTHER     *
038300* DEALER'S RECORDS ARE PASSED OVER - MXBPA046 PRINTS THEM.      *
038400*****************************************************************
038500
038600 2000-PROCESS-EXTRACT-REC.
038700     IF MXAW21-SK-DLR-NBR NOT = WS-CUR-DLR-NBR OR
038800        WS-DEALERS-READ = 0
038900         PERFORM 2100-END-DEALER THRU 2100-EXIT
039000         PERFORM 2200-START-DEALER THRU 2200-EXIT
039100     END-IF.
039200
039300     IF WS-DLR-EDI
039400         CONTINUE
039500     ELSE
039600         GO TO 2000-READ-NEXT
039700     END-IF.
039800
039900     EVALUATE MXAW21-SK-RECORD-TYPE ALSO
040000              MXAW21-SK-RECORD-TYPE-SEQ
040100         WHEN '00' ALSO 01
040200             IF WS-CUR-STMT-NBR = SPACES
040300                 MOVE MXAW21-0001-STMT-NBR TO WS-CUR-STMT-NBR
040400                 PERFORM 2300-CHECK-STATEMENT THRU 2300-EXIT
040500             END-IF
040600         WHEN '00' ALSO 04
040700             IF WS-CUR-DLR-NAME = SPACES
040800                 MOVE MXAW21-0004-DLR-NAME-ADDR
040900                                     TO WS-CUR-DLR-NAME
041000             END-IF
041100         WHEN '00' ALSO ANY
041200             CONTINUE
041300         WHEN OTHER
041400             PERFORM 2400-COLLECT-MEMO-REC THRU 2400-EXIT
041500     END-EVALUATE.
041600
041700 2000-READ-NEXT.
041800     PERFORM 5000-READ-EXTRACT THRU 5000-EXIT.
041900 2000-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*                2100-END-DEALER                                *
042400*****************************************************************
042500* SENDS THE LAST MEMO AND CLOSES THE DEALER'S INTERCHANGE.      *
042600*****************************************************************
042700
042800 2100-END-DEALER.
042900     IF WS-MEMO-OPEN
043000         PERFORM 2500-SEND-ADJUSTMENT-SET THRU 2500-EXIT
043100     END-IF.
043200
043300     IF WS-ICHG-OPEN
043400         PERFORM 2700-CLOSE-INTERCHANGE THRU 2700-EXIT
043500     END-IF.
043600 2100-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*                2200-START-DEALER                              *
044100*****************************************************************
044200* THE PREFERENCE IS READ FOR THE DEALER THE STATEMENT PRINTS    *
044300* FOR (THE PARENT OF A CONSOLIDATED GROUP), AS MXBPA047 ROUTES  *
044400* IT. A DEALER ON 'X' MUST HAVE AN ACTIVE TRADING PARTNER.      *
044500*****************************************************************
044600
044700 2200-START-DEALER.
044800     IF NO-MORE-RECS
044900         GO TO 2200-EXIT
045000     END-IF.
045100
045200     ADD +1 TO WS-DEALERS-READ.
045300     MOVE MXAW21-SK-DLR-NBR TO WS-CUR-DLR-NBR.
045400     MOVE SPACES            TO WS-CUR-STMT-NBR
045500                               WS-CUR-DLR-NAME.
045600     MOVE 'N'               TO WS-DLR-EDI-SW
045700                               WS-MEMO-OPEN-SW
045800                               WS-ICHG-OPEN-SW.
045900     MOVE 0                 TO WS-ST-CTL-NBR
046000                               WS-ICHG-SETS.
046100
046200     MOVE WS-CUR-DLR-NBR TO CUST-NO OF DCLVWMDLVP.
046300     PERFORM 6000-SELECT-VWMDLVP THRU 6000-EXIT.
046400     IF DA-OK AND
046500        DLVRY-PREF-CODE OF DCLVWMDLVP = 'X'
046600         CONTINUE
046700     ELSE
046800         GO TO 2200-EXIT
046900     END-IF.
047000
047100     ADD +1 TO WS-EDI-DEALERS.
047200     MOVE WS-CUR-DLR-NBR TO EDTD-CUST-NO.
047300     PERFORM 6100-SELECT-PARTNER THRU 6100-EXIT.
047400     IF DA-NOTFOUND
047500         ADD +1 TO WS-NO-PARTNER
047600         MOVE 'EXC ' TO EXL-TYPE
047700         MOVE 'ON EDI (X) BUT NO ACTIVE VWMEDTD/VWMEDTP TRADING PA
047800-            'RTNER - NOT SENT' TO EXL-TEXT
047900         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
048000         GO TO 2200-EXIT
048100     END-IF.
048200
048300     SET WS-DLR-EDI TO TRUE.
048400 2200-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*                2300-CHECK-STATEMENT                           *
048900*****************************************************************
049000* THE STATEMENT MUST HAVE BEEN ISSUED ('I' ROW), AND ONE        *
049100* ALREADY SENT ('X' ROW) IS NOT SENT A SECOND TIME.             *
049200*****************************************************************
049300
049400 2300-CHECK-STATEMENT.
049500     MOVE WS-CUR-STMT-NBR TO STLG-STMT-NBR.
049600     PERFORM 6200-SELECT-ISSUED-ROW THRU 6200-EXIT.
049700     IF DA-NOTFOUND
049800         ADD +1 TO WS-NOT-ISSUED
049900         MOVE 'N' TO WS-DLR-EDI-SW
050000         MOVE 'EXC ' TO EXL-TYPE
050100         MOVE SPACES TO EXL-TEXT
050200         STRING 'STATEMENT '           DELIMITED BY SIZE
050300                WS-CUR-STMT-NBR        DELIMITED BY SIZE
050400                ' HAS NO ISSUED (I) ROW ON VWMSTLG - NOT SENT'
050500                                       DELIMITED BY SIZE
050600                INTO EXL-TEXT
050700         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
050800         GO TO 2300-EXIT
050900     END-IF.
051000
051100     PERFORM 6300-COUNT-SENT-ROWS THRU 6300-EXIT.
051200     IF WS-SENT-COUNT > 0
051300         ADD +1 TO WS-ALREADY-SENT
051400         MOVE 'N' TO WS-DLR-EDI-SW
051500         MOVE 'NOTE' TO EXL-TYPE
051600         MOVE SPACES TO EXL-TEXT
051700         STRING 'STATEMENT '           DELIMITED BY SIZE
051800                WS-CUR-STMT-NBR        DELIMITED BY SIZE
051900                ' ALREADY SENT (X ROW ON VWMSTLG) - NOT RESENT'
052000                                       DELIMITED BY SIZE
052100                INTO EXL-TEXT
052200         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
052300     END-IF.
052400 2300-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*                2400-COLLECT-MEMO-REC                          *
052900*****************************************************************
053000* A CHANGE OF CREDIT MEMO (OR OF CONSOLIDATED MEMBER) SENDS THE *
053100* MEMO IN HAND. 01/03 GIVES THE MEMO'S APPLIED DATE; THE 02/00  *
053200* INVOICE, 03/00 CHARGE-TYPE AND 04 MISCELLANEOUS AMOUNTS ARE   *
053300* THE ADJUSTMENT DETAIL.                                        *
053400*****************************************************************
053500
053600 2400-COLLECT-MEMO-REC.
053700     IF WS-MEMO-OPEN
053800         IF MXAW21-SK-CREDIT-MEMO-NBR NOT = WS-MEMO-NBR OR
053900            MXAW21-SK-CONSOL-MEMBER-NBR NOT = WS-MEMO-MEMBER-NBR
054000             PERFORM 2500-SEND-ADJUSTMENT-SET THRU 2500-EXIT
054100             PERFORM 2450-START-MEMO THRU 2450-EXIT
054200         END-IF
054300     ELSE
054400         PERFORM 2450-START-MEMO THRU 2450-EXIT
054500     END-IF.
054600
054700     IF MXAW21-SK-RECORD-TYPE = '01'
054800         IF MXAW21-SK-RECORD-TYPE-SEQ = 03
054900             MOVE MXAW21-0103-APPLIED-DATE
055000                                 TO WS-MEMO-APPLIED-DATE
055100         END-IF
055200         GO TO 2400-EXIT
055300     END-IF.
055400
055500     IF WS-DTL-COUNT >= 500
055600         DISPLAY 'MORE THAN 500 DETAIL LINES ON MEMO '
055700                 WS-MEMO-NBR
055800         SET ABT-DO-ABEND     TO TRUE
055900         SET ABT-ERROR-IS-SEQ TO TRUE
056000         MOVE 'SEQ     '      TO ABT-DA-FUNCTION
056100         MOVE '2400-COLL'     TO ABT-ERROR-SECTION
056200         MOVE 3812            TO ABT-ERROR-ABEND-CODE
056300         MOVE 'MXA079I1'      TO ABT-DA-ACCESS-NAME
056400         PERFORM Z-980-ABNORMAL-TERM THRU
056500                 Z-980-ABNORMAL-TERM-RETURN
056600     END-IF.
056700
056800     ADD +1 TO WS-DTL-COUNT.
056900     MOVE MXAW21-SK-RECORD-TYPE TO WS-DTL-REC-TYPE (WS-DTL-COUNT).
057000     MOVE MXAW21-SK-INVOICE-NBR TO
057100         WS-DTL-INVOICE-NBR (WS-DTL-COUNT).
057200     MOVE SPACES TO WS-DTL-MODEL-NBR (WS-DTL-COUNT)
057300                    WS-DTL-SERIAL-NBR (WS-DTL-COUNT)
057400                    WS-DTL-CHARGE-TYPE (WS-DTL-COUNT).
057500
057600     EVALUATE MXAW21-SK-RECORD-TYPE
057700         WHEN '02'
057800             MOVE MXAW21-0200-INVOICE-NBR TO
057900                 WS-DTL-INVOICE-NBR (WS-DTL-COUNT)
058000             MOVE MXAW21-0200-MODEL-NBR TO
058100                 WS-DTL-MODEL-NBR (WS-DTL-COUNT)
058200             MOVE MXAW21-0200-SERIAL-NBR TO
058300                 WS-DTL-SERIAL-NBR (WS-DTL-COUNT)
058400             MOVE MXAW21-0200-APPLIED-AMT TO
058500                 WS-DTL-AMT (WS-DTL-COUNT)
058600             IF WS-MEMO-CURRENCY = SPACES
058700                 MOVE MXAW21-0200-CURRENCY-CODE
058800                                     TO WS-MEMO-CURRENCY
058900             END-IF
059000         WHEN '03'
059100             MOVE MXAW21-0300-CHARGE-TYPE TO
059200                 WS-DTL-CHARGE-TYPE (WS-DTL-COUNT)
059300             MOVE MXAW21-0300-APPLIED-AMT TO
059400                 WS-DTL-AMT (WS-DTL-COUNT)
059500             IF WS-MEMO-CURRENCY = SPACES
059600                 MOVE MXAW21-0300-CURRENCY-CODE
059700                                     TO WS-MEMO-CURRENCY
059800             END-IF
059900         WHEN OTHER
060000             MOVE MXAW21-0400-APPLIED-AMT TO
060100                 WS-DTL-AMT (WS-DTL-COUNT)
060200             IF WS-MEMO-CURRENCY = SPACES
060300                 MOVE MXAW21-0400-CURRENCY-CODE
060400                                     TO WS-MEMO-CURRENCY
060500             END-IF
060600     END-EVALUATE.
060700
060800     ADD WS-DTL-AMT (WS-DTL-COUNT) TO WS-MEMO-AMT.
060900 2400-EXIT.
061000     EXIT.
061100
061200 2450-START-MEMO.
061300     SET WS-MEMO-OPEN TO TRUE.
061400     MOVE MXAW21-SK-CONSOL-MEMBER-NBR TO WS-MEMO-MEMBER-NBR.
061500     MOVE MXAW21-SK-CREDIT-MEMO-NBR   TO WS-MEMO-NBR.
061600     MOVE SPACES TO WS-MEMO-APPLIED-DATE
061700                    WS-MEMO-CURRENCY.
061800     MOVE 0      TO WS-MEMO-AMT
061900                    WS-DTL-COUNT.
062000 2450-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*                2500-SEND-ADJUSTMENT-SET                       *
062500*****************************************************************
062600* ONE 812 PER CREDIT MEMO:                                      *
062700*   ST  *812*<SET CONTROL>                                      *
062800*   BCD *<APPLIED CCYYMMDD>*<MEMO>*I*<TOTAL>*<C/D>              *
062900*   REF *ZZ*<STATEMENT NUMBER>                                  *
063000*   CUR *SE*<CURRENCY>                                          *
063100*   N1  *SE*<OUR NAME>                                          *
063200*   N1  *BY*<DEALER NAME>*91*<DEALER NUMBER>                    *
063300*   PER DETAIL LINE (SEE 2600):                                 *
063400*   CDD *<REASON>*<C/D>**<AMOUNT>   AMOUNT IS CDD04            *
063500*   N9  *IV*<INVOICE>        INVOICE-LEVEL CREDITS              *
063600*   LIN **MG*<MODEL>*SN*<SERIAL>                                *
063700*   N9  *ZZ*<CHARGE TYPE>    CHARGE-TYPE CREDITS                *
063800*   SE  *<SEGMENT COUNT>*<SET CONTROL>                          *
063900* A CREDIT TO THE DEALER IS 'C', A NET REVERSAL 'D'; AMOUNTS    *
064000* ARE UNSIGNED. THE INTERCHANGE IS OPENED WITH THE FIRST SET.   *
064100*****************************************************************
064200
064300 2500-SEND-ADJUSTMENT-SET.
064400     MOVE 'N' TO WS-MEMO-OPEN-SW.
064500     IF WS-DTL-COUNT = 0
064600         GO TO 2500-EXIT
064700     END-IF.
064800
064900     IF WS-ICHG-OPEN
065000         CONTINUE
065100     ELSE
065200         PERFORM 2550-OPEN-INTERCHANGE THRU 2550-EXIT
065300     END-IF.
065400
065500     ADD +1 TO WS-ST-CTL-NBR.
065600     ADD +1 TO WS-ICHG-SETS.
065700     MOVE 0 TO WS-SET-SEG-COUNT.
065800
065900     IF WS-MEMO-AMT < 0
066000         MOVE 'D' TO WS-MEMO-FLAG
066100     ELSE
066200         MOVE 'C' TO WS-MEMO-FLAG
066300     END-IF.
066400
066500     MOVE 'ST' TO WS-SEG-ID.
066600     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
066700     MOVE '812' TO WS-ELEMENT.
066800     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
066900     MOVE WS-ST-CTL-NBR TO WS-ELEMENT.
067000     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
067100     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
067200
067300     MOVE 'BCD' TO WS-SEG-ID.
067400     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
067500     MOVE SPACES TO WS-ELEMENT.
067600     IF WS-MEMO-APPLIED-DATE = SPACES
067700         MOVE WS-EDI-DATE-CCYYMMDD TO WS-ELEMENT
067800     ELSE
067900         STRING WS-MEMO-APPLIED-DATE(1:4) DELIMITED BY SIZE
068000                WS-MEMO-APPLIED-DATE(6:2) DELIMITED BY SIZE
068100                WS-MEMO-APPLIED-DATE(9:2) DELIMITED BY SIZE
068200                INTO WS-ELEMENT
068300     END-IF.
068400     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
068500     MOVE WS-MEMO-NBR TO WS-ELEMENT.
068600     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
068700     MOVE 'I' TO WS-ELEMENT.
068800     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
068900     MOVE WS-MEMO-AMT TO WS-FMT-AMT.
069000     PERFORM 2860-FORMAT-AMOUNT THRU 2860-EXIT.
069100     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
069200     MOVE WS-MEMO-FLAG TO WS-ELEMENT.
069300     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
069400     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
069500
069600     MOVE 'REF' TO WS-SEG-ID.
069700     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
069800     MOVE 'ZZ' TO WS-ELEMENT.
069900     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
070000     MOVE WS-CUR-STMT-NBR TO WS-ELEMENT.
070100     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
070200     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
070300
070400     MOVE 'CUR' TO WS-SEG-ID.
070500     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
070600     MOVE 'SE' TO WS-ELEMENT.
070700     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
070800     MOVE WS-MEMO-CURRENCY TO WS-ELEMENT.
070900     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
071000     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
071100
071200     MOVE 'N1' TO WS-SEG-ID.
071300     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
071400     MOVE 'SE' TO WS-ELEMENT.
071500     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
071600     MOVE WS-PARM-OUR-NAME TO WS-ELEMENT.
071700     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
071800     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
071900
072000     MOVE 'N1' TO WS-SEG-ID.
072100     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
072200     MOVE 'BY' TO WS-ELEMENT.
072300     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
072400     MOVE WS-CUR-DLR-NAME TO WS-ELEMENT.
072500     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
072600     MOVE '91' TO WS-ELEMENT.
072700     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
072800     MOVE WS-CUR-DLR-NBR TO WS-FMT-NBR.
072900     PERFORM 2850-FORMAT-NUMBER THRU 2850-EXIT.
073000     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
073100     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
073200
073300     MOVE 1 TO WS-DTL-IX.
073400     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
073500         UNTIL WS-DTL-IX > WS-DTL-COUNT.
073600
073700     MOVE 'SE' TO WS-SEG-ID.
073800     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
073900     COMPUTE WS-FMT-NBR = WS-SET-SEG-COUNT + 1.
074000     PERFORM 2850-FORMAT-NUMBER THRU 2850-EXIT.
074100     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
074200     MOVE WS-ST-CTL-NBR TO WS-ELEMENT.
074300     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
074400     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
074500
074600     PERFORM 8100-INSERT-VWMEDIX THRU 8100-EXIT.
074700     ADD +1 TO WS-SETS-SENT.
074800
074900     MOVE WS-CUR-DLR-NBR   TO EDL-DLR-NBR.
075000     MOVE EDTP-PARTNER-ID  TO EDL-PARTNER-ID.
075100     MOVE WS-CUR-STMT-NBR  TO EDL-STMT-NBR.
075200     MOVE WS-MEMO-NBR      TO EDL-CREDIT-MEMO-NBR.
075300     MOVE WS-ISA-CTL-NBR   TO EDL-ISA-CTL-NBR.
075400     MOVE WS-GS-CTL-NBR    TO EDL-GS-CTL-NBR.
075500     MOVE WS-ST-CTL-NBR    TO EDL-ST-CTL-NBR.
075600     MOVE WS-MEMO-CURRENCY TO EDL-CURRENCY.
075700     MOVE WS-MEMO-FLAG     TO EDL-FLAG.
075800     MOVE WS-MEMO-AMT      TO EDL-AMT.
075900     MOVE WS-DTL-COUNT     TO EDL-LINES.
076000     WRITE EDI-REGISTER-REC FROM EDI-DETAIL-LINE.
076100 2500-EXIT.
076200     EXIT.
076300
076400*****************************************************************
076500*                2550-OPEN-INTERCHANGE                          *
076600*****************************************************************
076700* THE PARTNER'S NEXT INTERCHANGE AND GROUP CONTROL NUMBERS ARE  *
076800* TAKEN AND WRITTEN BACK TO VWMEDTP AT ONCE, SO A SECOND DEALER *
076900* ON THE SAME PARTNER LATER IN THE RUN CONTINUES THE SEQUENCE.  *
077000*****************************************************************
077100
077200 2550-OPEN-INTERCHANGE.
077300     SET WS-ICHG-OPEN TO TRUE.
077400
077500     IF EDTP-LAST-ISA-CTL-NBR >= 999999999
077600         MOVE 1 TO WS-ISA-CTL-NBR
077700     ELSE
077800         COMPUTE WS-ISA-CTL-NBR = EDTP-LAST-ISA-CTL-NBR + 1
077900     END-IF.
078000     IF EDTP-LAST-GS-CTL-NBR >= 999999999
078100         MOVE 1 TO WS-GS-CTL-NBR
078200     ELSE
078300         COMPUTE WS-GS-CTL-NBR = EDTP-LAST-GS-CTL-NBR + 1
078400     END-IF.
078500     MOVE WS-ISA-CTL-NBR     TO EDTP-LAST-ISA-CTL-NBR.
078600     MOVE WS-GS-CTL-NBR      TO EDTP-LAST-GS-CTL-NBR.
078700     MOVE WS-PROCESSING-DATE TO EDTP-LAST-SENT-DATE.
078800     PERFORM 8200-UPDATE-VWMEDTP THRU 8200-EXIT.
078900
079000     MOVE WS-PARM-ISA-QUAL         TO ISA-SENDER-QUAL.
079100     MOVE WS-PARM-ISA-ID           TO ISA-SENDER-ID.
079200     MOVE EDTP-ISA-QUAL            TO ISA-RECEIVER-QUAL.
079300     MOVE EDTP-PARTNER-ID          TO ISA-RECEIVER-ID.
079400     MOVE WS-EDI-DATE-CCYYMMDD(3:6) TO ISA-DATE.
079500     MOVE WS-RUN-HHMM              TO ISA-TIME.
079600     MOVE WS-ISA-CTL-NBR           TO ISA-CTL-NBR.
079700     IF EDTP-USAGE-IND = 'P'
079800         MOVE 'P' TO ISA-USAGE-IND
079900     ELSE
080000         MOVE 'T' TO ISA-USAGE-IND
080100     END-IF.
080200     MOVE WS-ISA-SEGMENT TO WS-SEGMENT.
080300     WRITE EDI-812-REC FROM WS-SEGMENT.
080400     ADD +1 TO WS-SEGMENTS-WRITTEN.
080500
080600     MOVE 'GS' TO WS-SEG-ID.
080700     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
080800     MOVE 'CD' TO WS-ELEMENT.
080900     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
081000     MOVE WS-PARM-GS-APP-CODE TO WS-ELEMENT.
081100     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
081200     MOVE EDTP-GS-APP-CODE TO WS-ELEMENT.
081300     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
081400     MOVE WS-EDI-DATE-CCYYMMDD TO WS-ELEMENT.
081500     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
081600     MOVE WS-RUN-HHMM TO WS-ELEMENT.
081700     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
081800     MOVE WS-GS-CTL-NBR TO WS-FMT-NBR.
081900     PERFORM 2850-FORMAT-NUMBER THRU 2850-EXIT.
082000     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
082100     MOVE 'X' TO WS-ELEMENT.
082200     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
082300     MOVE '004010' TO WS-ELEMENT.
082400     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
082500     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
082600 2550-EXIT.
082700     EXIT.
082800
082900*****************************************************************
083000*                2600-WRITE-DETAIL                              *
083100*****************************************************************
083200* CDD ADJUSTMENT REASON, AS AGREED IN THE PARTNER MAPPING       *
083300* GUIDE: '01' INVOICE CREDIT (02/00), '02' CHARGE-TYPE CREDIT   *
083400* (03/00), '03' UNIDENTIFIED CASH, PAYABLE TRANSFER OR OTHER    *
083500* (04).                                                         *
083600*****************************************************************
083700
083800 2600-WRITE-DETAIL.
083900     MOVE 'CDD' TO WS-SEG-ID.
084000     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
084100     EVALUATE WS-DTL-REC-TYPE (WS-DTL-IX)
084200         WHEN '02'
084300             MOVE '01' TO WS-ELEMENT
084400         WHEN '03'
084500             MOVE '02' TO WS-ELEMENT
084600         WHEN OTHER
084700             MOVE '03' TO WS-ELEMENT
084800     END-EVALUATE.
084900     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
085000     IF WS-DTL-AMT (WS-DTL-IX) < 0
085100         MOVE 'D' TO WS-ELEMENT
085200     ELSE
085300         MOVE 'C' TO WS-ELEMENT
085400     END-IF.
085500     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
085600     MOVE SPACES TO WS-ELEMENT.
085700     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
085800     MOVE WS-DTL-AMT (WS-DTL-IX) TO WS-FMT-AMT.
085900     PERFORM 2860-FORMAT-AMOUNT THRU 2860-EXIT.
086000     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
086100     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
086200
086300     IF WS-DTL-INVOICE-NBR (WS-DTL-IX) NOT = SPACES
086400         MOVE 'N9' TO WS-SEG-ID
086500         PERFORM 2800-START-SEGMENT THRU 2800-EXIT
086600         MOVE 'IV' TO WS-ELEMENT
086700         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
086800         MOVE WS-DTL-INVOICE-NBR (WS-DTL-IX) TO WS-ELEMENT
086900         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
087000         PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT
087100     END-IF.
087200
087300     IF WS-DTL-MODEL-NBR (WS-DTL-IX)  NOT = SPACES OR
087400        WS-DTL-SERIAL-NBR (WS-DTL-IX) NOT = SPACES
087500         MOVE 'LIN' TO WS-SEG-ID
087600         PERFORM 2800-START-SEGMENT THRU 2800-EXIT
087700         MOVE SPACES TO WS-ELEMENT
087800         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
087900         MOVE 'MG' TO WS-ELEMENT
088000         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
088100         MOVE WS-DTL-MODEL-NBR (WS-DTL-IX) TO WS-ELEMENT
088200         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
088300         MOVE 'SN' TO WS-ELEMENT
088400         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
088500         MOVE WS-DTL-SERIAL-NBR (WS-DTL-IX) TO WS-ELEMENT
088600         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
088700         PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT
088800     END-IF.
088900
089000     IF WS-DTL-CHARGE-TYPE (WS-DTL-IX) NOT = SPACES
089100         MOVE 'N9' TO WS-SEG-ID
089200         PERFORM 2800-START-SEGMENT THRU 2800-EXIT
089300         MOVE 'ZZ' TO WS-ELEMENT
089400         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
089500         MOVE WS-DTL-CHARGE-TYPE (WS-DTL-IX) TO WS-ELEMENT
089600         PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT
089700         PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT
089800     END-IF.
089900
090000     ADD +1 TO WS-DTL-IX.
090100 2600-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500*                2700-CLOSE-INTERCHANGE                         *
090600*****************************************************************
090700* GE / IEA TRAILERS, THEN THE STATEMENT IS LOGGED AS SENT.      *
090800*****************************************************************
090900
091000 2700-CLOSE-INTERCHANGE.
091100     MOVE 'GE' TO WS-SEG-ID.
091200     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
091300     MOVE WS-ICHG-SETS TO WS-FMT-NBR.
091400     PERFORM 2850-FORMAT-NUMBER THRU 2850-EXIT.
091500     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
091600     MOVE WS-GS-CTL-NBR TO WS-FMT-NBR.
091700     PERFORM 2850-FORMAT-NUMBER THRU 2850-EXIT.
091800     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
091900     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
092000
092100     MOVE 'IEA' TO WS-SEG-ID.
092200     PERFORM 2800-START-SEGMENT THRU 2800-EXIT.
092300     MOVE '1' TO WS-ELEMENT.
092400     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
092500     MOVE WS-ISA-CTL-NBR TO ISA-CTL-NBR.
092600     MOVE ISA-CTL-NBR    TO WS-ELEMENT.
092700     PERFORM 2810-ADD-ELEMENT THRU 2810-EXIT.
092800     PERFORM 2890-WRITE-SEGMENT THRU 2890-EXIT.
092900
093000     PERFORM 8000-INSERT-VWMSTLG THRU 8000-EXIT.
093100     ADD +1 TO WS-INTERCHANGES-SENT.
093200     MOVE 'N' TO WS-ICHG-OPEN-SW.
093300 2700-EXIT.
093400     EXIT.
093500
093600*****************************************************************
093700*                2800-START-SEGMENT / 2810-ADD-ELEMENT          *
093800*****************************************************************
093900* '*' SEPARATES ELEMENTS, '>' SUB-ELEMENTS AND '~' ENDS THE     *
094000* SEGMENT; THE THREE ARE BLANKED OUT OF ANY DATA ELEMENT.       *
094100*****************************************************************
094200
094300 2800-START-SEGMENT.
094400     MOVE SPACES TO WS-SEGMENT.
094500     MOVE 1      TO WS-SEG-PTR.
094600     STRING WS-SEG-ID DELIMITED BY SPACE
094700            INTO WS-SEGMENT
094800            WITH POINTER WS-SEG-PTR.
094900 2800-EXIT.
095000     EXIT.
095100
095200 2810-ADD-ELEMENT.
095300     INSPECT WS-ELEMENT REPLACING ALL '*' BY SPACE
095400                                  ALL '>' BY SPACE
095500                                  ALL '~' BY SPACE.
095600     MOVE 80  TO WS-ELEM-LEN.
095700     MOVE 'N' TO WS-ELEM-END-SW.
095800     PERFORM 2820-FIND-ELEMENT-END THRU 2820-EXIT
095900         UNTIL WS-ELEM-END-FOUND OR WS-ELEM-LEN = 0.
096000
096100     STRING '*' DELIMITED BY SIZE
096200            INTO WS-SEGMENT
096300            WITH POINTER WS-SEG-PTR.
096400     IF WS-ELEM-LEN > 0
096500         STRING WS-ELEMENT(1:WS-ELEM-LEN) DELIMITED BY SIZE
096600                INTO WS-SEGMENT
096700                WITH POINTER WS-SEG-PTR
096800     END-IF.
096900     MOVE SPACES TO WS-ELEMENT.
097000 2810-EXIT.
097100     EXIT.
097200
097300 2820-FIND-ELEMENT-END.
097400     IF WS-ELEMENT(WS-ELEM-LEN:1) = SPACE
097500         SUBTRACT 1 FROM WS-ELEM-LEN
097600     ELSE
097700         SET WS-ELEM-END-FOUND TO TRUE
097800     END-IF.
097900 2820-EXIT.
098000     EXIT.
098100
098200*****************************************************************
098300*                2850-FORMAT-NUMBER / 2860-FORMAT-AMOUNT        *
098400*****************************************************************
098500* X12 NUMERIC AND DECIMAL ELEMENTS CARRY NO LEADING ZEROS OR    *
098600* SPACES. THE AMOUNT GOES OUT UNSIGNED - THE C/D FLAG BESIDE IT *
098700* GIVES THE DIRECTION.                                          *
098800*****************************************************************
098900
099000 2850-FORMAT-NUMBER.
099100     MOVE WS-FMT-NBR TO WS-ED-NBR.
099200     MOVE 0 TO WS-LEAD-SPACES.
099300     INSPECT WS-ED-NBR TALLYING WS-LEAD-SPACES
099400         FOR LEADING SPACE.
099500     MOVE WS-ED-NBR(WS-LEAD-SPACES + 1:) TO WS-ELEMENT.
099600 2850-EXIT.
099700     EXIT.
099800
099900 2860-FORMAT-AMOUNT.
100000     IF WS-FMT-AMT < 0
100100         COMPUTE WS-FMT-AMT = 0 - WS-FMT-AMT
100200     END-IF.
100300     MOVE WS-FMT-AMT TO WS-ED-AMT.
100400     MOVE 0 TO WS-LEAD-SPACES.
100500     INSPECT WS-ED-AMT TALLYING WS-LEAD-SPACES
100600         FOR LEADING SPACE.
100700     MOVE WS-ED-AMT(WS-LEAD-SPACES + 1:) TO WS-ELEMENT.
100800 2860-EXIT.
100900     EXIT.
101000
101100*****************************************************************
101200*                2890-WRITE-SEGMENT                             *
101300*****************************************************************
101400
101500 2890-WRITE-SEGMENT.
101600     STRING '~' DELIMITED BY SIZE
101700            INTO WS-SEGMENT
101800            WITH POINTER WS-SEG-PTR.
101900     WRITE EDI-812-REC FROM WS-SEGMENT.
102000     ADD +1 TO WS-SET-SEG-COUNT.
102100     ADD +1 TO WS-SEGMENTS-WRITTEN.
102200 2890-EXIT.
102300     EXIT.
102400
102500*****************************************************************
102600*                2900-WRITE-EXCEPTION                           *
102700*****************************************************************
102800
102900 2900-WRITE-EXCEPTION.
103000     MOVE WS-CUR-DLR-NBR TO EXL-DLR-NBR.
103100     WRITE EDI-REGISTER-REC FROM EDI-EXCEPTION-LINE.
103200 2900-EXIT.
103300     EXIT.
103400
103500*****************************************************************
103600*                5000-READ-EXTRACT                              *
103700*****************************************************************
103800
103900 5000-READ-EXTRACT.
104000     READ CYCLE-EXTRACT-INFILE INTO MXAW21-CREDIT-GENERAL-RECORD
104100         AT END SET NO-MORE-RECS TO TRUE.
104200
104300     IF NO-MORE-RECS
104400         CONTINUE
104500     ELSE
104600         ADD +1 TO WS-EXTRACT-RECS-READ
104700     END-IF.
104800 5000-EXIT.
104900     EXIT.
105000
105100*****************************************************************
105200*                6000-SELECT-VWMDLVP                            *
105300*****************************************************************
105400
105500 6000-SELECT-VWMDLVP.
105600     MOVE SPACES TO DLVRY-PREF-CODE OF DCLVWMDLVP.
105700
105800     EXEC SQL
105900       SELECT DLVRY_PREF_CODE
106000        INTO :DCLVWMDLVP.DLVRY-PREF-CODE
106100         FROM VWMDLVP
106200         WHERE CUST_NO = :DCLVWMDLVP.CUST-NO
106300     END-EXEC.
106400
106500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
106600             Z-970-SET-DA-STATUS-DB2-EXIT.
106700
106800     IF DA-OK OR
106900        DA-NOTFOUND
107000         CONTINUE
107100     ELSE
107200         SET ABT-DO-ABEND     TO TRUE
107300         SET ABT-ERROR-IS-DB2 TO TRUE
107400         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
107500         MOVE '6000-SELE'     TO ABT-ERROR-SECTION
107600         MOVE 3805            TO ABT-ERROR-ABEND-CODE
107700         MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
107800         PERFORM Z-980-ABNORMAL-TERM THRU
107900                 Z-980-ABNORMAL-TERM-RETURN
108000     END-IF.
108100 6000-EXIT.
108200     EXIT.
108300
108400*****************************************************************
108500*                6100-SELECT-PARTNER                            *
108600*****************************************************************
108700* THE DEALER'S TRADING PARTNER, ACTIVE ONLY.                    *
108800*****************************************************************
108900
109000 6100-SELECT-PARTNER.
109100     EXEC SQL
109200       SELECT P.PARTNER_ID
109300             ,P.ISA_QUAL
109400             ,P.GS_APP_CODE
109500             ,P.USAGE_IND
109600             ,P.LAST_ISA_CTL_NBR
109700             ,P.LAST_GS_CTL_NBR
109800        INTO :DCLVWMEDTP.EDTP-PARTNER-ID,
109900             :DCLVWMEDTP.EDTP-ISA-QUAL,
110000             :DCLVWMEDTP.EDTP-GS-APP-CODE,
110100             :DCLVWMEDTP.EDTP-USAGE-IND,
110200             :DCLVWMEDTP.EDTP-LAST-ISA-CTL-NBR,
110300             :DCLVWMEDTP.EDTP-LAST-GS-CTL-NBR
110400         FROM VWMEDTD D
110500             ,VWMEDTP P
110600         WHERE D.CUST_NO    = :DCLVWMEDTD.EDTD-CUST-NO
110700           AND P.PARTNER_ID = D.PARTNER_ID
110800           AND P.ACTIVE_IND = 'Y'
110900     END-EXEC.
111000
111100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
111200             Z-970-SET-DA-STATUS-DB2-EXIT.
111300
111400     IF DA-OK OR
111500        DA-NOTFOUND
111600         CONTINUE
111700     ELSE
111800         SET ABT-DO-ABEND     TO TRUE
111900         SET ABT-ERROR-IS-DB2 TO TRUE
112000         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
112100         MOVE '6100-SELE'     TO ABT-ERROR-SECTION
112200         MOVE 3806            TO ABT-ERROR-ABEND-CODE
112300         MOVE 'VWMEDTP '      TO ABT-DA-ACCESS-NAME
112400         PERFORM Z-980-ABNORMAL-TERM THRU
112500                 Z-980-ABNORMAL-TERM-RETURN
112600     END-IF.
112700 6100-EXIT.
112800     EXIT.
112900
113000*****************************************************************
113100*                6200-SELECT-ISSUED-ROW                         *
113200*****************************************************************
113300
113400 6200-SELECT-ISSUED-ROW.
113500     EXEC SQL
113600       SELECT DLR_NBR
113700             ,CYCLE_DATE
113800        INTO :DCLVWMSTLG.STLG-DLR-NBR,
113900             :DCLVWMSTLG.STLG-CYCLE-DATE
114000         FROM VWMSTLG
114100         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
114200           AND ACTION_CODE IN ('I','T')
114300     END-EXEC.
114400
114500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
114600             Z-970-SET-DA-STATUS-DB2-EXIT.
114700
114800     EVALUATE TRUE
114900         WHEN DA-OK
115000             MOVE STLG-DLR-NBR    TO WS-LOG-DLR-NBR
115100             MOVE STLG-CYCLE-DATE TO WS-LOG-CYCLE-DATE
115200
115300         WHEN DA-NOTFOUND
115400             CONTINUE
115500
115600         WHEN OTHER
115700             SET ABT-DO-ABEND     TO TRUE
115800             SET ABT-ERROR-IS-DB2 TO TRUE
115900             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
116000             MOVE '6200-SELE'     TO ABT-ERROR-SECTION
116100             MOVE 3807            TO ABT-ERROR-ABEND-CODE
116200             MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
116300             PERFORM Z-980-ABNORMAL-TERM THRU
116400                     Z-980-ABNORMAL-TERM-RETURN
116500     END-EVALUATE.
116600 6200-EXIT.
116700     EXIT.
116800
116900*****************************************************************
117000*                6300-COUNT-SENT-ROWS                           *
117100*****************************************************************
117200
117300 6300-COUNT-SENT-ROWS.
117400     MOVE 0 TO WS-SENT-COUNT.
117500
117600     EXEC SQL
117700       SELECT COUNT(*)
117800        INTO :WS-SENT-COUNT
117900         FROM VWMSTLG
118000         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
118100           AND ACTION_CODE = 'X'
118200     END-EXEC.
118300
118400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
118500             Z-970-SET-DA-STATUS-DB2-EXIT.
118600
118700     IF DA-OK OR
118800        DA-NOTFOUND
118900         CONTINUE
119000     ELSE
119100         SET ABT-DO-ABEND     TO TRUE
119200         SET ABT-ERROR-IS-DB2 TO TRUE
119300         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
119400         MOVE '6300-COUN'     TO ABT-ERROR-SECTION
119500         MOVE 3808            TO ABT-ERROR-ABEND-CODE
119600         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
119700         PERFORM Z-980-ABNORMAL-TERM THRU
119800                 Z-980-ABNORMAL-TERM-RETURN
119900     END-IF.
120000 6300-EXIT.
120100     EXIT.
120200
120300*****************************************************************
120400*                7000-SELECT-VWMCTUPD                           *
120500*****************************************************************
120600* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
120700* SUBFUNCTION ROW, AS MXBPA046 DOES) - THE ISA/GS DATE AND THE  *
120800* DATE THE STATEMENT IS LOGGED AS SENT.                         *
120900*****************************************************************
121000
121100 7000-SELECT-VWMCTUPD.
121200     MOVE SPACES TO SUBSYSTEM-ID-IND
121300                    SUBFUNCTION-CODE.
121400
121500     EXEC SQL
121600       SELECT PROC_DATE
121700         INTO :DCLVWMCTUPD.PROC-DATE
121800         FROM VWMCTUPD
121900         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
122000           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
122100     END-EXEC.
122200
122300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
122400             Z-970-SET-DA-STATUS-DB2-EXIT.
122500
122600     IF DA-OK
122700         MOVE PROC-DATE TO WS-PROCESSING-DATE
122800     ELSE
122900         SET ABT-DO-ABEND     TO TRUE
123000         SET ABT-ERROR-IS-DB2 TO TRUE
123100         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
123200         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
123300         MOVE 3804            TO ABT-ERROR-ABEND-CODE
123400         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
123500         PERFORM Z-980-ABNORMAL-TERM THRU
123600                 Z-980-ABNORMAL-TERM-RETURN
123700     END-IF.
123800 7000-EXIT.
123900     EXIT.
124000
124100*****************************************************************
124200*                8000-INSERT-VWMSTLG                            *
124300*****************************************************************
124400* THE 'X' ROW CARRIES THE DEALER AND CYCLE OF THE 'I' ROW, THE  *
124500* WAY MXBPA058 LOGS ITS 'D' ROWS.                               *
124600*****************************************************************
124700
124800 8000-INSERT-VWMSTLG.
124900     MOVE WS-CUR-STMT-NBR    TO STLG-STMT-NBR.
125000     MOVE WS-LOG-DLR-NBR     TO STLG-DLR-NBR.
125100     MOVE WS-LOG-CYCLE-DATE  TO STLG-CYCLE-DATE.
125200     MOVE 'X'                TO STLG-ACTION-CODE.
125300     MOVE WS-PROCESSING-DATE TO STLG-ACTION-DATE.
125400
125500     EXEC SQL
125600         INSERT INTO VWMSTLG
125700             (STMT_NBR, DLR_NBR, CYCLE_DATE,
125800              ACTION_CODE, ACTION_DATE)
125900             VALUES
126000             (:DCLVWMSTLG.STLG-STMT-NBR,
126100              :DCLVWMSTLG.STLG-DLR-NBR,
126200              :DCLVWMSTLG.STLG-CYCLE-DATE,
126300              :DCLVWMSTLG.STLG-ACTION-CODE,
126400              :DCLVWMSTLG.STLG-ACTION-DATE)
126500     END-EXEC.
126600
126700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
126800             Z-970-SET-DA-STATUS-DB2-EXIT.
126900
127000     IF NOT DA-OK
127100         SET ABT-DO-ABEND     TO TRUE
127200         SET ABT-ERROR-IS-DB2 TO TRUE
127300         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
127400         MOVE '8000-INSE'     TO ABT-ERROR-SECTION
127500         MOVE 3809            TO ABT-ERROR-ABEND-CODE
127600         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
127700         PERFORM Z-980-ABNORMAL-TERM THRU
127800                 Z-980-ABNORMAL-TERM-RETURN
127900     END-IF.
128000 8000-EXIT.
128100     EXIT.
128200
128300*****************************************************************
128400*                8100-INSERT-VWMEDIX                            *
128500*****************************************************************
128600
128700 8100-INSERT-VWMEDIX.
128800     MOVE EDTP-PARTNER-ID    TO EDIX-PARTNER-ID.
128900     MOVE WS-GS-CTL-NBR      TO EDIX-GROUP-CTL-NBR.
129000     MOVE WS-ST-CTL-NBR      TO EDIX-SET-CTL-NBR.
129100     MOVE WS-ISA-CTL-NBR     TO EDIX-ISA-CTL-NBR.
129200     MOVE WS-CUR-STMT-NBR    TO EDIX-STMT-NBR.
129300     MOVE WS-CUR-DLR-NBR     TO EDIX-DLR-NBR.
129400     MOVE WS-MEMO-NBR        TO EDIX-CREDIT-MEMO-NBR.
129500     MOVE WS-MEMO-AMT        TO EDIX-ADJ-AMT.
129600     MOVE WS-MEMO-FLAG       TO EDIX-CREDIT-DEBIT-FLAG.
129700     MOVE WS-MEMO-CURRENCY   TO EDIX-CURRENCY-CODE.
129800     MOVE WS-PROCESSING-DATE TO EDIX-SENT-DATE.
129900     MOVE SPACES             TO EDIX-ACK-CODE
130000                                EDIX-ACK-DATE.
130100
130200     EXEC SQL
130300         INSERT INTO VWMEDIX
130400             (PARTNER_ID, GROUP_CTL_NBR, SET_CTL_NBR,
130500              ISA_CTL_NBR, STMT_NBR, DLR_NBR,
130600              CREDIT_MEMO_NBR, ADJ_AMT, CREDIT_DEBIT_FLAG,
130700              CURRENCY_CODE, SENT_DATE, ACK_CODE, ACK_DATE)
130800             VALUES
130900             (:DCLVWMEDIX.EDIX-PARTNER-ID,
131000              :DCLVWMEDIX.EDIX-GROUP-CTL-NBR,
131100              :DCLVWMEDIX.EDIX-SET-CTL-NBR,
131200              :DCLVWMEDIX.EDIX-ISA-CTL-NBR,
131300              :DCLVWMEDIX.EDIX-STMT-NBR,
131400              :DCLVWMEDIX.EDIX-DLR-NBR,
131500              :DCLVWMEDIX.EDIX-CREDIT-MEMO-NBR,
131600              :DCLVWMEDIX.EDIX-ADJ-AMT,
131700              :DCLVWMEDIX.EDIX-CREDIT-DEBIT-FLAG,
131800              :DCLVWMEDIX.EDIX-CURRENCY-CODE,
131900              :DCLVWMEDIX.EDIX-SENT-DATE,
132000              :DCLVWMEDIX.EDIX-ACK-CODE,
132100              :DCLVWMEDIX.EDIX-ACK-DATE)
132200     END-EXEC.
132300
132400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
132500             Z-970-SET-DA-STATUS-DB2-EXIT.
132600
132700     IF NOT DA-OK
132800         SET ABT-DO-ABEND     TO TRUE
132900         SET ABT-ERROR-IS-DB2 TO TRUE
133000         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
133100         MOVE '8100-INSE'     TO ABT-ERROR-SECTION
133200         MOVE 3810            TO ABT-ERROR-ABEND-CODE
133300         MOVE 'VWMEDIX '      TO ABT-DA-ACCESS-NAME
133400         PERFORM Z-980-ABNORMAL-TERM THRU
133500                 Z-980-ABNORMAL-TERM-RETURN
133600     END-IF.
133700 8100-EXIT.
133800     EXIT.
133900
134000*****************************************************************
134100*                8200-UPDATE-VWMEDTP                            *
134200*****************************************************************
134300
134400 8200-UPDATE-VWMEDTP.
134500     EXEC SQL
134600         UPDATE VWMEDTP
134700            SET LAST_ISA_CTL_NBR =
134800                    :DCLVWMEDTP.EDTP-LAST-ISA-CTL-NBR
134900               ,LAST_GS_CTL_NBR  =
135000                    :DCLVWMEDTP.EDTP-LAST-GS-CTL-NBR
135100               ,LAST_SENT_DATE   =
135200                    :DCLVWMEDTP.EDTP-LAST-SENT-DATE
135300          WHERE PARTNER_ID = :DCLVWMEDTP.EDTP-PARTNER-ID
135400     END-EXEC.
135500
135600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
135700             Z-970-SET-DA-STATUS-DB2-EXIT.
135800
135900     IF NOT DA-OK
136000         SET ABT-DO-ABEND     TO TRUE
136100         SET ABT-ERROR-IS-DB2 TO TRUE
136200         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
136300         MOVE '8200-UPDA'     TO ABT-ERROR-SECTION
136400         MOVE 3811            TO ABT-ERROR-ABEND-CODE
136500         MOVE 'VWMEDTP '      TO ABT-DA-ACCESS-NAME
136600         PERFORM Z-980-ABNORMAL-TERM THRU
136700                 Z-980-ABNORMAL-TERM-RETURN
136800     END-IF.
136900 8200-EXIT.
137000     EXIT.
137100
137200*****************************************************************
137300*                   9900-TERMINATION                            *
137400*****************************************************************
137500
137600 9900-TERMINATION.
137700     PERFORM 2100-END-DEALER THRU 2100-EXIT.
137800
137900     EXEC SQL
138000         COMMIT
138100     END-EXEC.
138200
138300     MOVE ALL '-' TO WS-REPORT-LINE.
138400     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
138500
138600     MOVE WS-DEALERS-READ TO WS-RPT-ED-COUNT.
138700     MOVE SPACES TO WS-REPORT-LINE.
138800     STRING 'DEALERS ON THE EXTRACT....... ' DELIMITED BY SIZE
138900            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
139000            INTO WS-REPORT-LINE.
139100     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
139200
139300     MOVE WS-EDI-DEALERS TO WS-RPT-ED-COUNT.
139400     MOVE SPACES TO WS-REPORT-LINE.
139500     STRING 'DEALERS ON EDI (X)........... ' DELIMITED BY SIZE
139600            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
139700            INTO WS-REPORT-LINE.
139800     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
139900
140000     MOVE WS-INTERCHANGES-SENT TO WS-RPT-ED-COUNT.
140100     MOVE SPACES TO WS-REPORT-LINE.
140200     STRING 'INTERCHANGES BUILT........... ' DELIMITED BY SIZE
140300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
140400            INTO WS-REPORT-LINE.
140500     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
140600
140700     MOVE WS-SETS-SENT TO WS-RPT-ED-COUNT.
140800     MOVE SPACES TO WS-REPORT-LINE.
140900     STRING '812 TRANSACTION SETS......... ' DELIMITED BY SIZE
141000            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
141100            INTO WS-REPORT-LINE.
141200     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
141300
141400     MOVE WS-SEGMENTS-WRITTEN TO WS-RPT-ED-COUNT.
141500     MOVE SPACES TO WS-REPORT-LINE.
141600     STRING 'SEGMENTS WRITTEN............. ' DELIMITED BY SIZE
141700            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
141800            INTO WS-REPORT-LINE.
141900     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
142000
142100     MOVE WS-ALREADY-SENT TO WS-RPT-ED-COUNT.
142200     MOVE SPACES TO WS-REPORT-LINE.
142300     STRING 'ALREADY SENT - NOT RESENT.... ' DELIMITED BY SIZE
142400            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
142500            INTO WS-REPORT-LINE.
142600     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
142700
142800     MOVE WS-NO-PARTNER TO WS-RPT-ED-COUNT.
142900     MOVE SPACES TO WS-REPORT-LINE.
143000     STRING 'NO ACTIVE TRADING PARTNER.... ' DELIMITED BY SIZE
143100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
143200            INTO WS-REPORT-LINE.
143300     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
143400
143500     MOVE WS-NOT-ISSUED TO WS-RPT-ED-COUNT.
143600     MOVE SPACES TO WS-REPORT-LINE.
143700     STRING 'STATEMENT NOT ISSUED......... ' DELIMITED BY SIZE
143800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
143900            INTO WS-REPORT-LINE.
144000     WRITE EDI-REGISTER-REC FROM WS-REPORT-LINE.
144100
144200     IF WS-NO-PARTNER > 0 OR
144300        WS-NOT-ISSUED > 0
144400         DISPLAY '**** EDI DEALERS NOT SENT - SEE MXPA079R ****'
144500         MOVE 8 TO RETURN-CODE
144600     END-IF.
144700
144800     CLOSE CYCLE-EXTRACT-INFILE
144900           EDI-812-OUTFILE
145000           EDI-REGISTER.
145100
145200     MOVE WS-EXTRACT-RECS-READ TO WS-DISPLAY-COUNTER.
145300     DISPLAY 'EXTRACT RECORDS READ      ' WS-DISPLAY-COUNTER.
145400     MOVE WS-SETS-SENT TO WS-DISPLAY-COUNTER.
145500     DISPLAY '812 TRANSACTION SETS      ' WS-DISPLAY-COUNTER.
145600
145700     DISPLAY ' '.
145800     DISPLAY 'PROGRAM MXBPA079 SUCCESSFULLY COMPLETED'.
145900 9900-EXIT.
146000     EXIT.
146100
146200     EXEC SQL
146300          INCLUDE MXWP02
146400     END-EXEC.
