000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA077.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA077 - PRINT AND POSTAGE COST ALLOCATION.                  |
001000* MONTHLY CHARGEBACK OF STATEMENT PRINT AND POSTAGE COST TO THE  |
001100* CONTROL ENTITIES (VWMCN00). THE JOB CONCATENATES THE MONTH'S   |
001200* GENERATIONS OF EACH DELIVERY OUTPUT AND THIS STEP PRICES EVERY |
001300* STATEMENT FROM ITS PAGE COUNT:                                 |
001400*  - THE CENTRAL PRINT FILE (MXA047O1 AND ANY FALLBACK REPRINT   |
001500*    STREAMS), BURST AT THE GRAND-TOTAL LINE AS MXBPA047 DOES,   |
001600*    ONE PAGE PER ASA '1' - PAGES, ENVELOPE AND POSTAGE TO THE   |
001700*    DEALER'S COUNTRY ARE CHARGED.                               |
001800*  - THE MXBPA060 PACKING LISTS (MXPA060L) - PAGES AND ENVELOPE  |
001900*    ARE CHARGED; THE BUNDLE GOES TO THE BRANCH, SO NO POSTAGE.  |
002000*  - THE MXBPA058 E-DELIVERY MANIFESTS (MXPA058M) - NOTHING IS   |
002100*    CHARGED; WHAT THE STATEMENT WOULD HAVE COST ON CENTRAL      |
002200*    PRINT IS SHOWN AS THE E-DELIVERY SAVING. A STATEMENT THAT   |
002300*    FELL BACK TO PRINT (VWMSTLG 'F' ROW) SAVES NOTHING - ITS    |
002400*    REPRINT IS CHARGED WITH THE CENTRAL PRINT FILE.             |
002500* THE RATES COME FROM THE MXPA077I RATE CARDS FINANCE KEEPS:     |
002600* PER PAGE, PER ENVELOPE AND POSTAGE PER ENVELOPE BY DESTINATION |
002700* COUNTRY. A STATEMENT IS CHARGED TO THE CONTROL ENTITY OF THE   |
002800* DEALER IT PRINTED FOR (VWMCU00). THE REPORT GIVES, FOR EACH    |
002900* CONTROL ENTITY, ONE LINE PER DELIVERY CHANNEL AND THE TOTAL TO |
003000* POST AS ITS CHARGEBACK, CLOSED BY THE SAME BREAKDOWN FOR ALL   |
003100* CONTROL ENTITIES. RETURN CODE 4 WHEN A DESTINATION COUNTRY HAS |
003200* NO POSTAGE RATE (THE POSTAGE IS LEFT OUT AND COUNTED).         |
003300*================================================================*
003400*  TABLE   |   VIEW   |     DESCRIPTION                          |
003500*----------+-----------------------------------------------------*
003600* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
003700* TBMCN00  | VWMCN00  |  CONTROL ENTITY                          |
003800* TBMSTLG  | VWMSTLG  |  STATEMENT ISSUANCE/REPRINT LOG          |
003900*================================================================*
004000*   PLAN   | BIND INCLUDE MEMBERS                                |
004100*----------+-----------------------------------------------------*
004200* PBMPA077 | PBMPA077                                            |
004300*================================================================*
004400*-----------------------------------------------------------------
004500
004600 ENVIRONMENT DIVISION.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RATE-CARD-FILE
005100         ASSIGN TO MXPA077I.
005200
005300     SELECT CENTRAL-PRINT-INFILE
005400         ASSIGN TO UT-S-MXA077I1.
005500
005600     SELECT DOCUMENT-MANIFEST-INFILE
005700         ASSIGN TO MXPA058M.
005800
005900     SELECT PACKING-LIST-INFILE
006000         ASSIGN TO MXPA060L.
006100
006200     SELECT COST-SORT-FILE
006300         ASSIGN TO SORTWK01.
006400
006500     SELECT COST-ALLOCATION-REPORT
006600         ASSIGN TO MXPA077R.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  RATE-CARD-FILE
007100     RECORDING MODE IS F.
007200 01  RATE-CARD-REC                       PIC X(80).
007300
007400 FD  CENTRAL-PRINT-INFILE
007500     RECORDING MODE IS F.
007600 01  CENTRAL-PRINT-IN-REC                PIC X(133).
007700
007800 FD  DOCUMENT-MANIFEST-INFILE
007900     RECORDING MODE IS F.
008000 01  DOCUMENT-MANIFEST-IN-REC            PIC X(80).
008100
008200 FD  PACKING-LIST-INFILE
008300     RECORDING MODE IS F.
008400 01  PACKING-LIST-IN-REC                 PIC X(132).
008500
008600 SD  COST-SORT-FILE.
008700*  ONE RECORD PER STATEMENT DELIVERED, KEYED BY THE CONTROL
008800*  ENTITY IT IS CHARGED TO AND THE CHANNEL IT WENT OUT IN:
008900*    'B' BRANCH PICKUP        'E' E-DELIVERY
009000*    'C' CENTRAL PRINT        'F' E-DELIVERY FELL BACK TO PRINT
009100*  A STATEMENT WHOSE DEALER CANNOT BE IDENTIFIED (NO HEADER, OR
009200*  NOT ON VWMCU00) SORTS UNDER CONTROL ENTITY ZERO.
009300 01  COST-SORT-REC.
009400     05  CSR-CNTL-ENT-NO                 PIC 9(04).
009500     05  CSR-CHANNEL                     PIC X(01).
009600     05  CSR-DLR-NBR                     PIC 9(09).
009700     05  CSR-STMT-NBR                    PIC X(12).
009800     05  CSR-COUNTRY-CODE                PIC X(03).
009900     05  CSR-PAGE-COUNT                  PIC 9(05).
010000
010100 FD  COST-ALLOCATION-REPORT
010200     RECORDING MODE IS F.
010300 01  COST-ALLOCATION-REC                 PIC X(132).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-SWITHCES.
010700     05  WS-END-OF-FILE-SW               PIC X(01) VALUE 'N'.
010800         88 END-OF-FILE                            VALUE 'Y'.
010900     05  WS-NO-MORE-SORTED-SW            PIC X(01) VALUE 'N'.
011000         88 NO-MORE-SORTED                         VALUE 'Y'.
011100     05  WS-DOC-OPEN-SW                  PIC X(01) VALUE 'N'.
011200         88 WS-DOC-OPEN                            VALUE 'Y'.
011300     05  WS-STMT-FOUND-SW                PIC X(01) VALUE 'N'.
011400         88 WS-STMT-FOUND                          VALUE 'Y'.
011500     05  WS-RATE-CARDS-VALID-SW          PIC X(01) VALUE 'Y'.
011600         88 WS-RATE-CARDS-VALID                    VALUE 'Y'.
011700     05  WS-POSTAGE-FOUND-SW             PIC X(01) VALUE 'N'.
011800         88 WS-POSTAGE-FOUND                       VALUE 'Y'.
011900     05  WS-FIRST-ENTITY-SW              PIC X(01) VALUE 'Y'.
012000         88 FIRST-ENTITY                           VALUE 'Y'.
012100
012200*  RATE CARD LAYOUT (ONE RATE PER CARD):
012300*    COLS  1-4   CARD TYPE
012400*                MNTH - THE MONTH BEING CHARGED (HEADING ONLY)
012500*                PAGE - COST PER PRINTED PAGE
012600*                ENVL - COST PER ENVELOPE (STUFFING INCLUDED)
012700*                POST - POSTAGE PER ENVELOPE TO ONE COUNTRY
012800*    COLS  6-8   DESTINATION COUNTRY CODE (POST CARDS ONLY),
012900*                '***' = EVERY COUNTRY WITHOUT A CARD OF ITS OWN
013000*    COLS 10-17  RATE 9(04)V9(04) (00000450 = 0.0450), OR FOR
013100*                THE MNTH CARD COLS 10-16 YYYY-MM
013200*  PAGE, ENVL AND MNTH ARE REQUIRED, WITH AT LEAST ONE POST.
013300 01  WS-RATE-CARD.
013400     05  WS-RC-CARD-TYPE                 PIC X(04).
013500     05  FILLER                          PIC X(01).
013600     05  WS-RC-COUNTRY-CODE              PIC X(03).
013700     05  FILLER                          PIC X(01).
013800     05  WS-RC-RATE-X                    PIC X(08).
013900     05  WS-RC-RATE-9 REDEFINES WS-RC-RATE-X
014000                                         PIC 9(04)V9(04).
014100     05  WS-RC-MONTH REDEFINES WS-RC-RATE-X
014200                                         PIC X(08).
014300     05  FILLER                          PIC X(63).
014400
014500 01  WS-RATES.
014600     05  WS-REPORT-MONTH                 PIC X(07) VALUE SPACES.
014700     05  WS-PAGE-RATE                    PIC S9(04)V9(04) COMP-3
014800                                                   VALUE 0.
014900     05  WS-ENVELOPE-RATE                PIC S9(04)V9(04) COMP-3
015000                                                   VALUE 0.
015100     05  WS-PAGE-RATE-SW                 PIC X(01) VALUE 'N'.
015200         88 WS-PAGE-RATE-GIVEN                     VALUE 'Y'.
015300     05  WS-ENVELOPE-RATE-SW             PIC X(01) VALUE 'N'.
015400         88 WS-ENVELOPE-RATE-GIVEN                 VALUE 'Y'.
015500
015600*  POSTAGE PER ENVELOPE BY DESTINATION COUNTRY, OFF THE POST
015700*  CARDS. '***' IS THE RATE FOR ANY COUNTRY NOT LISTED.
015800 01  WS-POSTAGE-TABLE.
015900     05  WS-POST-COUNT                   PIC S9(04) COMP VALUE 0.
016000     05  WS-POST-IX                      PIC S9(04) COMP VALUE 0.
016100     05  WS-POST-ENTRY OCCURS 50 TIMES.
016200         10  WS-POST-COUNTRY             PIC X(03).
016300         10  WS-POST-RATE                PIC S9(04)V9(04) COMP-3.
016400
016500*  A PRINT-STREAM LINE - ASA CONTROL BYTE AHEAD OF THE 132 PRINT
016600*  POSITIONS.
016700 01  WS-PRINT-LINE.
016800     05  WS-PL-ASA-CC                    PIC X(01).
016900     05  WS-PL-DATA                      PIC X(132).
017000
017100*  THE MXBPA058 MANIFEST RECORD.
017200 01  WS-MANIFEST-RECORD.
017300     05  WS-MAN-DOC-SEQ                  PIC 9(05).
017400     05  WS-MAN-DLR-NBR                  PIC 9(09).
017500     05  WS-MAN-STMT-NBR                 PIC X(12).
017600     05  WS-MAN-CYCLE-DATE               PIC X(10).
017700     05  WS-MAN-PAGE-COUNT               PIC 9(05).
017800     05  WS-MAN-START-REC                PIC 9(09).
017900     05  WS-MAN-REC-COUNT                PIC 9(09).
018000     05  FILLER                          PIC X(21).
018100
018200 01  WS-PACKING-LINE                     PIC X(132).
018300
018400 01  WS-SCAN-FIELDS.
018500     05  WS-SCAN-CHANNEL                 PIC X(01) VALUE SPACE.
018600     05  WS-SCAN-DLR-NBR                 PIC 9(09) VALUE 0.
018700     05  WS-SCAN-STMT-NBR                PIC X(12) VALUE SPACES.
018800     05  WS-SCAN-PAGE-COUNT              PIC 9(05) VALUE 0.
018900
019000 01  WS-DLR-NBR-EXTRACT.
019100     05  WS-DLR-NBR-X                    PIC X(06).
019200     05  WS-DLR-NBR-9 REDEFINES WS-DLR-NBR-X
019300                                         PIC 9(06).
019400
019500*  DE-EDITS A ZZZZZZZZ9 DEALER OR ZZZZ9 PAGE COUNT OFF A
019600*  PACKING-LIST LINE.
019700 01  WS-EDITED-NBR-EXTRACT.
019800     05  WS-EDITED-DLR-X                 PIC X(09).
019900     05  WS-EDITED-DLR-9 REDEFINES WS-EDITED-DLR-X
020000                                         PIC 9(09).
020100     05  WS-EDITED-PAGES-X               PIC X(05).
020200     05  WS-EDITED-PAGES-9 REDEFINES WS-EDITED-PAGES-X
020300                                         PIC 9(05).
020400
020500 01  WS-FALLBACK-COUNT                   PIC S9(09) COMP VALUE 0.
020600
020700*  THE COST OF THE STATEMENT BEING PRICED.
020800 01  WS-STMT-COSTS COMP-3.
020900     05  WS-STMT-PAGE-COST               PIC S9(11)V99 VALUE 0.
021000     05  WS-STMT-ENVELOPE-COST           PIC S9(11)V99 VALUE 0.
021100     05  WS-STMT-POSTAGE-COST            PIC S9(11)V99 VALUE 0.
021200
021300*  ONE ENTRY PER CHANNEL ('B', 'C', 'E', 'F' IN THAT ORDER) FOR
021400*  THE CONTROL ENTITY BEING TOTALLED AND FOR THE WHOLE RUN.
021500 01  WS-CHANNEL-LITERALS.
021600     05  FILLER                  PIC X(17) VALUE
021700         'BBRANCH PICKUP   '.
021800     05  FILLER                  PIC X(17) VALUE
021900         'CCENTRAL PRINT   '.
022000     05  FILLER                  PIC X(17) VALUE
022100         'EE-DELIVERY      '.
022200     05  FILLER                  PIC X(17) VALUE
022300         'FE-DEL FELL BACK '.
022400 01  WS-CHANNEL-LIT-TABLE REDEFINES WS-CHANNEL-LITERALS.
022500     05  WS-CHANNEL-LIT-ENTRY OCCURS 4 TIMES.
022600         10  WS-CHANNEL-CODE             PIC X(01).
022700         10  WS-CHANNEL-LIT              PIC X(16).
022800 01  WS-CHANNEL-IX                       PIC S9(04) COMP VALUE 0.
022900
023000 01  WS-ENTITY-TOTALS.
023100     05  WS-ENT-CHAN OCCURS 4 TIMES.
023200         10  WS-ENT-STMTS                PIC S9(09)    COMP-3.
023300         10  WS-ENT-PAGES                PIC S9(09)    COMP-3.
023400         10  WS-ENT-PAGE-COST            PIC S9(11)V99 COMP-3.
023500         10  WS-ENT-ENVELOPE-COST        PIC S9(11)V99 COMP-3.
023600         10  WS-ENT-POSTAGE-COST         PIC S9(11)V99 COMP-3.
023700         10  WS-ENT-SAVINGS              PIC S9(11)V99 COMP-3.
023800
023900 01  WS-RUN-TOTALS.
024000     05  WS-RUN-CHAN OCCURS 4 TIMES.
024100         10  WS-RUN-STMTS                PIC S9(09)    COMP-3.
024200         10  WS-RUN-PAGES                PIC S9(09)    COMP-3.
024300         10  WS-RUN-PAGE-COST            PIC S9(11)V99 COMP-3.
024400         10  WS-RUN-ENVELOPE-COST        PIC S9(11)V99 COMP-3.
024500         10  WS-RUN-POSTAGE-COST         PIC S9(11)V99 COMP-3.
024600         10  WS-RUN-SAVINGS              PIC S9(11)V99 COMP-3.
024700
024800*  THE LINE TOTALS BEING PRINTED AND SUMMED INTO THE TOTAL LINE.
024900 01  WS-LINE-AMOUNTS COMP-3.
025000     05  WS-LINE-CHARGE                  PIC S9(11)V99 VALUE 0.
025100     05  WS-SUM-STMTS                    PIC S9(09)    VALUE 0.
025200     05  WS-SUM-PAGES                    PIC S9(09)    VALUE 0.
025300     05  WS-SUM-PAGE-COST                PIC S9(11)V99 VALUE 0.
025400     05  WS-SUM-ENVELOPE-COST            PIC S9(11)V99 VALUE 0.
025500     05  WS-SUM-POSTAGE-COST             PIC S9(11)V99 VALUE 0.
025600     05  WS-SUM-CHARGE                   PIC S9(11)V99 VALUE 0.
025700     05  WS-SUM-SAVINGS                  PIC S9(11)V99 VALUE 0.
025800
025900 01  WS-PREV-CNTL-ENT-NO                 PIC 9(04) VALUE 0.
026000
026100 01  WS-COUNTERS COMP-3.
026200     05  WS-RATE-CARDS-READ              PIC S9(05) VALUE 0.
026300     05  WS-CENTRAL-STMTS-READ           PIC S9(09) VALUE 0.
026400     05  WS-MANIFEST-DOCS-READ           PIC S9(09) VALUE 0.
026500     05  WS-PACKING-LINES-READ           PIC S9(09) VALUE 0.
026600     05  WS-ENTITIES-CHARGED             PIC S9(09) VALUE 0.
026700     05  WS-UNIDENTIFIED-STMTS           PIC S9(09) VALUE 0.
026800     05  WS-NO-POSTAGE-RATE              PIC S9(09) VALUE 0.
026900
027000 01  COST-HEAD-1.
027100     05  FILLER                  PIC X(08) VALUE 'MXBPA077'.
027200     05  FILLER                  PIC X(10) VALUE SPACES.
027300     05  FILLER                  PIC X(42) VALUE
027400         'STATEMENT PRINT AND POSTAGE CHARGEBACK    '.
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
027700     05  CH1-REPORT-MONTH        PIC X(07).
027800     05  FILLER                  PIC X(56) VALUE SPACES.
027900
028000 01  COST-HEAD-2.
028100     05  FILLER                  PIC X(12) VALUE 'RATES: PAGE '.
028200     05  CH2-PAGE-RATE           PIC ZZZ9.9999.
028300     05  FILLER                  PIC X(12) VALUE
028400         '  ENVELOPE  '.
028500     05  CH2-ENVELOPE-RATE       PIC ZZZ9.9999.
028600     05  FILLER                  PIC X(12) VALUE
028700         '  POSTAGE - '.
028800     05  CH2-POSTAGE-COUNT       PIC ZZ9.
028900     05  FILLER                  PIC X(75) VALUE
029000         ' COUNTRY RATE(S) ON FILE'.
029100
029200 01  COST-HEAD-3.
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  FILLER                  PIC X(16) VALUE 'CHANNEL'.
029500     05  FILLER                  PIC X(01) VALUE SPACES.
029600     05  FILLER                  PIC X(07) VALUE '  STMTS'.
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  FILLER                  PIC X(10) VALUE '     PAGES'.
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  FILLER                  PIC X(14) VALUE
030100         '    PRINT COST'.
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  FILLER                  PIC X(14) VALUE
030400         '     ENVELOPES'.
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  FILLER                  PIC X(14) VALUE
030700         '       POSTAGE'.
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  FILLER                  PIC X(14) VALUE
031000         '    CHARGEBACK'.
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  FILLER                  PIC X(14) VALUE
031300         'E-DEL SAVINGS'.
031400     05  FILLER                  PIC X(14) VALUE SPACES.
031500
031600 01  ENTITY-HEAD-LINE.
031700     05  FILLER                          PIC X(16) VALUE
031800         'CONTROL ENTITY: '.
031900     05  EHL-CNTL-ENT-NO                 PIC ZZZ9.
032000     05  FILLER                          PIC X(02) VALUE SPACES.
032100     05  EHL-CNTL-ENT-NAME               PIC X(30).
032200     05  FILLER                          PIC X(80) VALUE SPACES.
032300
032400 01  COST-DETAIL-LINE.
032500     05  FILLER                          PIC X(02) VALUE SPACES.
032600     05  CDL-CHANNEL-LIT                 PIC X(16).
032700     05  FILLER                          PIC X(01) VALUE SPACES.
032800     05  CDL-STMTS                       PIC ZZZ,ZZ9.
032900     05  FILLER                          PIC X(02) VALUE SPACES.
033000     05  CDL-PAGES                       PIC ZZ,ZZZ,ZZ9.
033100     05  FILLER                          PIC X(02) VALUE SPACES.
033200     05  CDL-PAGE-COST                   PIC ZZZ,ZZZ,ZZ9.99.
033300     05  FILLER                          PIC X(02) VALUE SPACES.
033400     05  CDL-ENVELOPE-COST               PIC ZZZ,ZZZ,ZZ9.99.
033500     05  FILLER                          PIC X(02) VALUE SPACES.
033600     05  CDL-POSTAGE-COST                PIC ZZZ,ZZZ,ZZ9.99.
033700     05  FILLER                          PIC X(02) VALUE SPACES.
033800     05  CDL-CHARGE                      PIC ZZZ,ZZZ,ZZ9.99.
033900     05  FILLER                          PIC X(02) VALUE SPACES.
034000     05  CDL-SAVINGS                     PIC ZZZ,ZZZ,ZZ9.99.
034100     05  FILLER                          PIC X(14) VALUE SPACES.
034200
034300 01  WS-REPORT-LINE                      PIC X(132).
034400 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
034500 01  WS-DISPLAY-COUNTER                  PIC ZZZ,ZZZ,ZZ9.
034600
034700     EXEC SQL
034800          INCLUDE MXWW03
034900     END-EXEC.
035000
035100******************************************************************
035200*  DB2 table includes
035300******************************************************************
035400
035500     EXEC SQL
035600         INCLUDE VWMCU00
035700     END-EXEC.
035800
035900     EXEC SQL
036000         INCLUDE VWMCN00
036100     END-EXEC.
036200
036300     EXEC SQL
036400         INCLUDE VWMSTLG
036500     END-EXEC.
036600
036700     EXEC SQL
036800         INCLUDE SQLCA
036900     END-EXEC.
037000
037100 PROCEDURE DIVISION.
037200
037300*****************************************************************
037400*                     0000-MAINLINE                             *
037500*****************************************************************
037600
037700 0000-MAINLINE.
037800     DISPLAY ' '.
037900     DISPLAY 'PROGRAM MXBPA077 BEGINNING EXECUTION'.
038000     DISPLAY ' '.
038100     MOVE 'MXBPA077' TO ABT-PGM-NAME.
038200
038300     PERFORM 0100-READ-RATE-CARDS THRU 0100-EXIT.
038400
038500     SORT COST-SORT-FILE
038600         ON ASCENDING KEY CSR-CNTL-ENT-NO
038700                          CSR-CHANNEL
038800                          CSR-DLR-NBR
038900         INPUT  PROCEDURE IS 1000-COLLECT-STATEMENTS
039000                        THRU 1000-EXIT
039100         OUTPUT PROCEDURE IS 3000-ALLOCATE-COSTS
039200                        THRU 3000-EXIT.
039300
039400     MOVE WS-ENTITIES-CHARGED TO WS-DISPLAY-COUNTER.
039500     DISPLAY 'CONTROL ENTITIES CHARGED  ' WS-DISPLAY-COUNTER.
039600
039700     IF WS-NO-POSTAGE-RATE > 0
039800         MOVE WS-NO-POSTAGE-RATE TO WS-DISPLAY-COUNTER
039900         DISPLAY 'STATEMENTS WITH NO POSTAGE RATE '
040000                 WS-DISPLAY-COUNTER
040100         MOVE 4 TO RETURN-CODE
040200     END-IF.
040300
040400     DISPLAY ' '.
040500     DISPLAY 'PROGRAM MXBPA077 SUCCESSFULLY COMPLETED'.
040600     GOBACK.
040700 0000-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*                0100-READ-RATE-CARDS                           *
041200*****************************************************************
041300* A MISSING OR UNREADABLE RATE STOPS THE RUN - A CHARGEBACK     *
041400* PRICED AT A ZERO RATE WOULD POST SILENTLY.                    *
041500*****************************************************************
041600
041700 0100-READ-RATE-CARDS.
041800     OPEN INPUT RATE-CARD-FILE.
041900     MOVE 'N' TO WS-END-OF-FILE-SW.
042000     PERFORM 0110-READ-RATE-CARD THRU 0110-EXIT.
042100     PERFORM 0120-LOAD-RATE-CARD THRU 0120-EXIT
042200         UNTIL END-OF-FILE.
042300     CLOSE RATE-CARD-FILE.
042400
042500     IF WS-REPORT-MONTH = SPACES OR
042600        NOT WS-PAGE-RATE-GIVEN OR
042700        NOT WS-ENVELOPE-RATE-GIVEN OR
042800        WS-POST-COUNT = 0
042900         MOVE 'N' TO WS-RATE-CARDS-VALID-SW
043000         DISPLAY 'MNTH, PAGE, ENVL AND AT LEAST ONE POST CARD '
043100                 'ARE REQUIRED'
043200     END-IF.
043300
043400     IF WS-RATE-CARDS-VALID
043500         DISPLAY 'ALLOCATING MONTH ' WS-REPORT-MONTH
043600     ELSE
043700         SET ABT-DO-ABEND     TO TRUE
043800         SET ABT-ERROR-IS-SEQ TO TRUE
043900         MOVE 'SEQ     '      TO ABT-DA-FUNCTION
044000         MOVE '0100-READ'     TO ABT-ERROR-SECTION
044100         MOVE 3793            TO ABT-ERROR-ABEND-CODE
044200         MOVE 'MXPA077I'      TO ABT-DA-ACCESS-NAME
044300         PERFORM Z-980-ABNORMAL-TERM THRU
044400                 Z-980-ABNORMAL-TERM-RETURN
044500     END-IF.
044600 0100-EXIT.
044700     EXIT.
044800
044900 0110-READ-RATE-CARD.
045000     MOVE SPACES TO WS-RATE-CARD.
045100     READ RATE-CARD-FILE INTO WS-RATE-CARD
045200         AT END SET END-OF-FILE TO TRUE.
045300 0110-EXIT.
045400     EXIT.
045500
045600 0120-LOAD-RATE-CARD.
045700     ADD +1 TO WS-RATE-CARDS-READ.
045800
045900     IF WS-RC-CARD-TYPE = 'MNTH'
046000         IF WS-RC-MONTH(1:4) IS NUMERIC AND
046100            WS-RC-MONTH(5:1) = '-'      AND
046200            WS-RC-MONTH(6:2) IS NUMERIC
046300             MOVE WS-RC-MONTH(1:7) TO WS-REPORT-MONTH
046400         ELSE
046500             PERFORM 0130-BAD-RATE-CARD THRU 0130-EXIT
046600         END-IF
046700         GO TO 0120-READ-NEXT
046800     END-IF.
046900
047000     IF WS-RC-RATE-X IS NUMERIC
047100         CONTINUE
047200     ELSE
047300         PERFORM 0130-BAD-RATE-CARD THRU 0130-EXIT
047400         GO TO 0120-READ-NEXT
047500     END-IF.
047600
047700     EVALUATE WS-RC-CARD-TYPE
047800         WHEN 'PAGE'
047900             MOVE WS-RC-RATE-9 TO WS-PAGE-RATE
048000             SET WS-PAGE-RATE-GIVEN TO TRUE
048100         WHEN 'ENVL'
048200             MOVE WS-RC-RATE-9 TO WS-ENVELOPE-RATE
048300             SET WS-ENVELOPE-RATE-GIVEN TO TRUE
048400         WHEN 'POST'
048500             IF WS-RC-COUNTRY-CODE = SPACES OR
048600                WS-POST-COUNT >= 50
048700                 PERFORM 0130-BAD-RATE-CARD THRU 0130-EXIT
048800             ELSE
048900                 ADD +1 TO WS-POST-COUNT
049000                 MOVE WS-RC-COUNTRY-CODE TO
049100                            WS-POST-COUNTRY (WS-POST-COUNT)
049200                 MOVE WS-RC-RATE-9 TO
049300                            WS-POST-RATE (WS-POST-COUNT)
049400             END-IF
049500         WHEN OTHER
049600             PERFORM 0130-BAD-RATE-CARD THRU 0130-EXIT
049700     END-EVALUATE.
049800
049900 0120-READ-NEXT.
050000     PERFORM 0110-READ-RATE-CARD THRU 0110-EXIT.
050100 0120-EXIT.
050200     EXIT.
050300
050400 0130-BAD-RATE-CARD.
050500     MOVE 'N' TO WS-RATE-CARDS-VALID-SW.
050600     DISPLAY 'INVALID RATE CARD: ' WS-RATE-CARD.
050700 0130-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*                1000-COLLECT-STATEMENTS                        *
051200*****************************************************************
051300* SORT INPUT PROCEDURE - ONE PASS OVER EACH DELIVERY OUTPUT.    *
051400*****************************************************************
051500
051600 1000-COLLECT-STATEMENTS.
051700     PERFORM 1100-COLLECT-CENTRAL-PRINT THRU 1100-EXIT.
051800     PERFORM 1200-COLLECT-PACKING-LIST THRU 1200-EXIT.
051900     PERFORM 1300-COLLECT-MANIFEST THRU 1300-EXIT.
052000 1000-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*                1100-COLLECT-CENTRAL-PRINT                     *
052500*****************************************************************
052600* BURST AT THE GRAND-TOTAL LINE THE WAY MXBPA047 BURSTS THE     *
052700* STREAM. THE FIRST CUSTOMER-NUMBER HEADER LINE GIVES THE       *
052800* DEALER (COLUMNS 58-63) AND STATEMENT NUMBER (COLUMNS 79-90);  *
052900* EVERY ASA '1' STARTS A PAGE.                                  *
053000*****************************************************************
053100
053200 1100-COLLECT-CENTRAL-PRINT.
053300     OPEN INPUT CENTRAL-PRINT-INFILE.
053400     MOVE 'C' TO WS-SCAN-CHANNEL.
053500     MOVE 'N' TO WS-END-OF-FILE-SW
053600                 WS-DOC-OPEN-SW.
053700     PERFORM 1110-READ-CENTRAL-PRINT THRU 1110-EXIT.
053800     PERFORM 1120-SCAN-PRINT-LINE THRU 1120-EXIT
053900         UNTIL END-OF-FILE.
054000     IF WS-DOC-OPEN
054100         PERFORM 1130-CLOSE-PRINT-DOC THRU 1130-EXIT
054200     END-IF.
054300     CLOSE CENTRAL-PRINT-INFILE.
054400 1100-EXIT.
054500     EXIT.
054600
054700 1110-READ-CENTRAL-PRINT.
054800     READ CENTRAL-PRINT-INFILE INTO WS-PRINT-LINE
054900         AT END SET END-OF-FILE TO TRUE.
055000 1110-EXIT.
055100     EXIT.
055200
055300 1120-SCAN-PRINT-LINE.
055400     IF WS-DOC-OPEN
055500         CONTINUE
055600     ELSE
055700         SET WS-DOC-OPEN TO TRUE
055800         MOVE 'N'    TO WS-STMT-FOUND-SW
055900         MOVE 0      TO WS-SCAN-DLR-NBR
056000                        WS-SCAN-PAGE-COUNT
056100         MOVE SPACES TO WS-SCAN-STMT-NBR
056200     END-IF.
056300
056400     IF WS-PL-ASA-CC = '1'
056500         ADD 1 TO WS-SCAN-PAGE-COUNT
056600     END-IF.
056700
056800     IF WS-STMT-FOUND
056900         CONTINUE
057000     ELSE
057100         IF WS-PL-DATA(45:13) = 'CUSTOMER NO: ' OR
057200            WS-PL-DATA(45:13) = '  CLIENT # : ' OR
057300            WS-PL-DATA(45:13) = 'NUM CLIENTE: '
057400             MOVE WS-PL-DATA(58:6) TO WS-DLR-NBR-X
057500             INSPECT WS-DLR-NBR-X
057600                 REPLACING LEADING ' ' BY '0'
057700             IF WS-DLR-NBR-X IS NUMERIC
057800                 MOVE WS-DLR-NBR-9 TO WS-SCAN-DLR-NBR
057900             END-IF
058000             MOVE WS-PL-DATA(79:12) TO WS-SCAN-STMT-NBR
058100             SET WS-STMT-FOUND TO TRUE
058200         END-IF
058300     END-IF.
058400
058500     IF WS-PL-DATA(5:19) = 'GRAND TOTAL CREDITS'    OR
058600        WS-PL-DATA(5:23) = 'GRAND TOTAL DES CREDITS' OR
058700        WS-PL-DATA(5:25) = 'TOTAL GENERAL DE CREDITOS'
058800         PERFORM 1130-CLOSE-PRINT-DOC THRU 1130-EXIT
058900     END-IF.
059000
059100     PERFORM 1110-READ-CENTRAL-PRINT THRU 1110-EXIT.
059200 1120-EXIT.
059300     EXIT.
059400
059500 1130-CLOSE-PRINT-DOC.
059600     ADD +1 TO WS-CENTRAL-STMTS-READ.
059700     PERFORM 1900-RELEASE-STATEMENT THRU 1900-EXIT.
059800     MOVE 'N' TO WS-DOC-OPEN-SW.
059900 1130-EXIT.
060000     EXIT.
060100
060200*****************************************************************
060300*                1200-COLLECT-PACKING-LIST                      *
060400*****************************************************************
060500* A PACKING-LIST DETAIL LINE HAS THE EDITED DEALER IN COLUMNS   *
060600* 5-13, THE STATEMENT NUMBER IN COLUMNS 57-68 AND THE PAGE      *
060700* COUNT IN COLUMNS 73-77. HEADINGS, BRANCH LINES, TOTALS AND    *
060800* SIGN-OFF LINES ARE PASSED OVER.                               *
060900*****************************************************************
061000
061100 1200-COLLECT-PACKING-LIST.
061200     OPEN INPUT PACKING-LIST-INFILE.
061300     MOVE 'B' TO WS-SCAN-CHANNEL.
061400     MOVE 'N' TO WS-END-OF-FILE-SW.
061500     PERFORM 1210-READ-PACKING-LIST THRU 1210-EXIT.
061600     PERFORM 1220-RELEASE-PACKING-LINE THRU 1220-EXIT
061700         UNTIL END-OF-FILE.
061800     CLOSE PACKING-LIST-INFILE.
061900 1200-EXIT.
062000     EXIT.
062100
062200 1210-READ-PACKING-LIST.
062300     READ PACKING-LIST-INFILE INTO WS-PACKING-LINE
062400         AT END SET END-OF-FILE TO TRUE.
062500 1210-EXIT.
062600     EXIT.
062700
062800 1220-RELEASE-PACKING-LINE.
062900     IF WS-PACKING-LINE(1:4) = SPACES AND
063000        WS-PACKING-LINE(13:1) IS NUMERIC AND
063100        WS-PACKING-LINE(57:12) NOT = SPACES
063200         CONTINUE
063300     ELSE
063400         GO TO 1220-READ-NEXT
063500     END-IF.
063600
063700     MOVE WS-PACKING-LINE(5:9)  TO WS-EDITED-DLR-X.
063800     INSPECT WS-EDITED-DLR-X
063900         REPLACING LEADING ' ' BY '0'.
064000     MOVE WS-PACKING-LINE(73:5) TO WS-EDITED-PAGES-X.
064100     INSPECT WS-EDITED-PAGES-X
064200         REPLACING LEADING ' ' BY '0'.
064300     IF WS-EDITED-DLR-X IS NUMERIC AND
064400        WS-EDITED-PAGES-X IS NUMERIC
064500         CONTINUE
064600     ELSE
064700         GO TO 1220-READ-NEXT
064800     END-IF.
064900
065000     ADD +1 TO WS-PACKING-LINES-READ.
065100     MOVE WS-EDITED-DLR-9        TO WS-SCAN-DLR-NBR.
065200     MOVE WS-PACKING-LINE(57:12) TO WS-SCAN-STMT-NBR.
065300     MOVE WS-EDITED-PAGES-9      TO WS-SCAN-PAGE-COUNT.
065400     PERFORM 1900-RELEASE-STATEMENT THRU 1900-EXIT.
065500
065600 1220-READ-NEXT.
065700     PERFORM 1210-READ-PACKING-LIST THRU 1210-EXIT.
065800 1220-EXIT.
065900     EXIT.
066000
066100*****************************************************************
066200*                1300-COLLECT-MANIFEST                          *
066300*****************************************************************
066400* ONE MANIFEST RECORD PER E-DELIVERY DOCUMENT. A DOCUMENT WHOSE *
066500* STATEMENT WAS LATER FALLEN BACK TO PRINT IS KEPT APART - IT   *
066600* SAVED NOTHING.                                                *
066700*****************************************************************
066800
066900 1300-COLLECT-MANIFEST.
067000     OPEN INPUT DOCUMENT-MANIFEST-INFILE.
067100     MOVE 'N' TO WS-END-OF-FILE-SW.
067200     PERFORM 1310-READ-MANIFEST THRU 1310-EXIT.
067300     PERFORM 1320-RELEASE-MANIFEST THRU 1320-EXIT
067400         UNTIL END-OF-FILE.
067500     CLOSE DOCUMENT-MANIFEST-INFILE.
067600 1300-EXIT.
067700     EXIT.
067800
067900 1310-READ-MANIFEST.
068000     READ DOCUMENT-MANIFEST-INFILE INTO WS-MANIFEST-RECORD
068100         AT END SET END-OF-FILE TO TRUE.
068200 1310-EXIT.
068300     EXIT.
068400
068500 1320-RELEASE-MANIFEST.
068600     ADD +1 TO WS-MANIFEST-DOCS-READ.
068700     IF WS-MAN-DLR-NBR IS NUMERIC
068800         MOVE WS-MAN-DLR-NBR TO WS-SCAN-DLR-NBR
068900     ELSE
069000         MOVE 0              TO WS-SCAN-DLR-NBR
069100     END-IF.
069200     IF WS-MAN-PAGE-COUNT IS NUMERIC
069300         MOVE WS-MAN-PAGE-COUNT TO WS-SCAN-PAGE-COUNT
069400     ELSE
069500         MOVE 0                 TO WS-SCAN-PAGE-COUNT
069600     END-IF.
069700     MOVE WS-MAN-STMT-NBR TO WS-SCAN-STMT-NBR.
069800
069900     MOVE 'E' TO WS-SCAN-CHANNEL.
070000     IF WS-SCAN-STMT-NBR NOT = SPACES
070100         PERFORM 6200-COUNT-FALLBACK-ROWS THRU 6200-EXIT
070200         IF WS-FALLBACK-COUNT > 0
070300             MOVE 'F' TO WS-SCAN-CHANNEL
070400         END-IF
070500     END-IF.
070600
070700     PERFORM 1900-RELEASE-STATEMENT THRU 1900-EXIT.
070800
070900     PERFORM 1310-READ-MANIFEST THRU 1310-EXIT.
071000 1320-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400*                1900-RELEASE-STATEMENT                         *
071500*****************************************************************
071600* THE DEALER'S CONTROL ENTITY AND COUNTRY COME OFF VWMCU00. A   *
071700* DEALER THAT CANNOT BE FOUND IS CHARGED UNDER ENTITY ZERO.     *
071800*****************************************************************
071900
072000 1900-RELEASE-STATEMENT.
072100     MOVE SPACES             TO COST-SORT-REC.
072200     MOVE WS-SCAN-CHANNEL    TO CSR-CHANNEL.
072300     MOVE WS-SCAN-DLR-NBR    TO CSR-DLR-NBR.
072400     MOVE WS-SCAN-STMT-NBR   TO CSR-STMT-NBR.
072500     MOVE WS-SCAN-PAGE-COUNT TO CSR-PAGE-COUNT.
072600     MOVE 0                  TO CSR-CNTL-ENT-NO.
072700
072800     IF WS-SCAN-DLR-NBR > 0
072900         MOVE WS-SCAN-DLR-NBR TO CUST-NO OF DCLVWMCU00
073000         PERFORM 6000-SELECT-VWMCU00 THRU 6000-EXIT
073100     END-IF.
073200
073300     IF CSR-CNTL-ENT-NO = 0
073400         ADD +1 TO WS-UNIDENTIFIED-STMTS
073500     END-IF.
073600
073700     RELEASE COST-SORT-REC.
073800 1900-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200*                3000-ALLOCATE-COSTS                            *
074300*****************************************************************
074400* SORT OUTPUT PROCEDURE - PRICES EACH STATEMENT AND TOTALS BY   *
074500* CONTROL ENTITY AND CHANNEL.                                   *
074600*****************************************************************
074700
074800 3000-ALLOCATE-COSTS.
074900     OPEN OUTPUT COST-ALLOCATION-REPORT.
075000
075100     MOVE WS-REPORT-MONTH  TO CH1-REPORT-MONTH.
075200     WRITE COST-ALLOCATION-REC FROM COST-HEAD-1.
075300     MOVE WS-PAGE-RATE     TO CH2-PAGE-RATE.
075400     MOVE WS-ENVELOPE-RATE TO CH2-ENVELOPE-RATE.
075500     MOVE WS-POST-COUNT    TO CH2-POSTAGE-COUNT.
075600     WRITE COST-ALLOCATION-REC FROM COST-HEAD-2.
075700     MOVE SPACES TO WS-REPORT-LINE.
075800     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
075900     WRITE COST-ALLOCATION-REC FROM COST-HEAD-3.
076000     MOVE ALL '-' TO WS-REPORT-LINE.
076100     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
076200
076300     INITIALIZE WS-ENTITY-TOTALS
076400                WS-RUN-TOTALS.
076500
076600     PERFORM 3010-RETURN-SORTED-REC THRU 3010-EXIT.
076700     PERFORM 3100-PRICE-ONE-STATEMENT THRU 3100-EXIT
076800         UNTIL NO-MORE-SORTED.
076900
077000     IF FIRST-ENTITY
077100         MOVE SPACES TO WS-REPORT-LINE
077200         MOVE 'NO STATEMENTS DELIVERED IN THE INPUT FILES'
077300                                TO WS-REPORT-LINE
077400         WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE
077500     ELSE
077600         PERFORM 3300-CLOSE-ENTITY THRU 3300-EXIT
077700     END-IF.
077800
077900     PERFORM 3500-WRITE-RUN-TOTALS THRU 3500-EXIT.
078000
078100     CLOSE COST-ALLOCATION-REPORT.
078200 3000-EXIT.
078300     EXIT.
078400
078500 3010-RETURN-SORTED-REC.
078600     RETURN COST-SORT-FILE
078700         AT END SET NO-MORE-SORTED TO TRUE.
078800 3010-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*                3100-PRICE-ONE-STATEMENT                       *
079300*****************************************************************
079400* PAGES AND ENVELOPE ARE PRICED FOR EVERY PRINTED STATEMENT;    *
079500* POSTAGE FOR CENTRAL PRINT ONLY. AN E-DELIVERY STATEMENT IS    *
079600* PRICED AS IF IT HAD BEEN MAILED, AND THAT COST IS ITS SAVING. *
079700*****************************************************************
079800
079900 3100-PRICE-ONE-STATEMENT.
080000     IF FIRST-ENTITY
080100         MOVE 'N' TO WS-FIRST-ENTITY-SW
080200         MOVE CSR-CNTL-ENT-NO TO WS-PREV-CNTL-ENT-NO
080300     ELSE
080400         IF CSR-CNTL-ENT-NO NOT = WS-PREV-CNTL-ENT-NO
080500             PERFORM 3300-CLOSE-ENTITY THRU 3300-EXIT
080600             MOVE CSR-CNTL-ENT-NO TO WS-PREV-CNTL-ENT-NO
080700         END-IF
080800     END-IF.
080900
081000     EVALUATE CSR-CHANNEL
081100         WHEN 'B'
081200             MOVE 1 TO WS-CHANNEL-IX
081300         WHEN 'C'
081400             MOVE 2 TO WS-CHANNEL-IX
081500         WHEN 'E'
081600             MOVE 3 TO WS-CHANNEL-IX
081700         WHEN OTHER
081800             MOVE 4 TO WS-CHANNEL-IX
081900     END-EVALUATE.
082000
082100     COMPUTE WS-STMT-PAGE-COST ROUNDED =
082200             CSR-PAGE-COUNT * WS-PAGE-RATE.
082300     COMPUTE WS-STMT-ENVELOPE-COST ROUNDED = WS-ENVELOPE-RATE.
082400     MOVE 0 TO WS-STMT-POSTAGE-COST.
082500     IF CSR-CHANNEL = 'C' OR 'E'
082600         PERFORM 3150-FIND-POSTAGE THRU 3150-EXIT
082700     END-IF.
082800
082900     ADD +1             TO WS-ENT-STMTS (WS-CHANNEL-IX).
083000     ADD CSR-PAGE-COUNT TO WS-ENT-PAGES (WS-CHANNEL-IX).
083100
083200     EVALUATE CSR-CHANNEL
083300         WHEN 'B'
083400         WHEN 'C'
083500             ADD WS-STMT-PAGE-COST
083600                      TO WS-ENT-PAGE-COST (WS-CHANNEL-IX)
083700             ADD WS-STMT-ENVELOPE-COST
083800                      TO WS-ENT-ENVELOPE-COST (WS-CHANNEL-IX)
083900             ADD WS-STMT-POSTAGE-COST
084000                      TO WS-ENT-POSTAGE-COST (WS-CHANNEL-IX)
084100         WHEN 'E'
084200             ADD WS-STMT-PAGE-COST
084300                 WS-STMT-ENVELOPE-COST
084400                 WS-STMT-POSTAGE-COST
084500                      TO WS-ENT-SAVINGS (WS-CHANNEL-IX)
084600         WHEN OTHER
084700             CONTINUE
084800     END-EVALUATE.
084900
085000     PERFORM 3010-RETURN-SORTED-REC THRU 3010-EXIT.
085100 3100-EXIT.
085200     EXIT.
085300
085400*****************************************************************
085500*                3150-FIND-POSTAGE                              *
085600*****************************************************************
085700* THE COUNTRY'S OWN RATE, ELSE THE '***' RATE. WITH NEITHER THE *
085800* POSTAGE IS LEFT OUT AND THE STATEMENT COUNTED.                *
085900*****************************************************************
086000
086100 3150-FIND-POSTAGE.
086200     MOVE 'N' TO WS-POSTAGE-FOUND-SW.
086300     MOVE 1   TO WS-POST-IX.
086400     PERFORM 3160-MATCH-COUNTRY THRU 3160-EXIT
086500         UNTIL WS-POSTAGE-FOUND OR WS-POST-IX > WS-POST-COUNT.
086600
086700     IF WS-POSTAGE-FOUND
086800         GO TO 3150-EXIT
086900     END-IF.
087000
087100     MOVE '***' TO CSR-COUNTRY-CODE.
087200     MOVE 1     TO WS-POST-IX.
087300     PERFORM 3160-MATCH-COUNTRY THRU 3160-EXIT
087400         UNTIL WS-POSTAGE-FOUND OR WS-POST-IX > WS-POST-COUNT.
087500
087600     IF WS-POSTAGE-FOUND
087700         CONTINUE
087800     ELSE
087900         ADD +1 TO WS-NO-POSTAGE-RATE
088000     END-IF.
088100 3150-EXIT.
088200     EXIT.
088300
088400 3160-MATCH-COUNTRY.
088500     IF WS-POST-COUNTRY (WS-POST-IX) = CSR-COUNTRY-CODE
088600         SET WS-POSTAGE-FOUND TO TRUE
088700         COMPUTE WS-STMT-POSTAGE-COST ROUNDED =
088800                 WS-POST-RATE (WS-POST-IX)
088900     ELSE
089000         ADD +1 TO WS-POST-IX
089100     END-IF.
089200 3160-EXIT.
089300     EXIT.
089400
089500*****************************************************************
089600*                3300-CLOSE-ENTITY                              *
089700*****************************************************************
089800* ONE BLOCK PER CONTROL ENTITY: A LINE PER CHANNEL USED AND THE *
089900* CHARGEBACK TOTAL FINANCE POSTS. THE ENTITY'S FIGURES ARE      *
090000* ROLLED INTO THE RUN TOTALS AND CLEARED.                       *
090100*****************************************************************
090200
090300 3300-CLOSE-ENTITY.
090400     ADD +1 TO WS-ENTITIES-CHARGED.
090500
090600     MOVE WS-PREV-CNTL-ENT-NO TO EHL-CNTL-ENT-NO.
090700     IF WS-PREV-CNTL-ENT-NO = 0
090800         MOVE '*** DEALER NOT IDENTIFIED ***'
090900                                TO EHL-CNTL-ENT-NAME
091000     ELSE
091100         MOVE WS-PREV-CNTL-ENT-NO TO CNTL-ENT-NO OF DCLVWMCN00
091200         PERFORM 6100-SELECT-VWMCN00 THRU 6100-EXIT
091300         MOVE CNTL-ENT-NAME OF DCLVWMCN00
091400                                TO EHL-CNTL-ENT-NAME
091500     END-IF.
091600     WRITE COST-ALLOCATION-REC FROM ENTITY-HEAD-LINE.
091700
091800     INITIALIZE WS-LINE-AMOUNTS.
091900     MOVE 1 TO WS-CHANNEL-IX.
092000     PERFORM 3310-WRITE-ENTITY-CHANNEL THRU 3310-EXIT
092100         UNTIL WS-CHANNEL-IX > 4.
092200
092300     MOVE 'ENTITY CHGBACK' TO CDL-CHANNEL-LIT.
092400     PERFORM 3400-WRITE-SUM-LINE THRU 3400-EXIT.
092500
092600     MOVE SPACES TO WS-REPORT-LINE.
092700     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
092800
092900     INITIALIZE WS-ENTITY-TOTALS.
093000 3300-EXIT.
093100     EXIT.
093200
093300 3310-WRITE-ENTITY-CHANNEL.
093400     IF WS-ENT-STMTS (WS-CHANNEL-IX) = 0
093500         GO TO 3310-NEXT
093600     END-IF.
093700
093800     ADD WS-ENT-STMTS (WS-CHANNEL-IX)
093900                           TO WS-RUN-STMTS (WS-CHANNEL-IX).
094000     ADD WS-ENT-PAGES (WS-CHANNEL-IX)
094100                           TO WS-RUN-PAGES (WS-CHANNEL-IX).
094200     ADD WS-ENT-PAGE-COST (WS-CHANNEL-IX)
094300                           TO WS-RUN-PAGE-COST (WS-CHANNEL-IX).
094400     ADD WS-ENT-ENVELOPE-COST (WS-CHANNEL-IX)
094500                       TO WS-RUN-ENVELOPE-COST (WS-CHANNEL-IX).
094600     ADD WS-ENT-POSTAGE-COST (WS-CHANNEL-IX)
094700                        TO WS-RUN-POSTAGE-COST (WS-CHANNEL-IX).
094800     ADD WS-ENT-SAVINGS (WS-CHANNEL-IX)
094900                           TO WS-RUN-SAVINGS (WS-CHANNEL-IX).
095000
095100     MOVE WS-CHANNEL-LIT (WS-CHANNEL-IX) TO CDL-CHANNEL-LIT.
095200     MOVE WS-ENT-STMTS (WS-CHANNEL-IX)   TO CDL-STMTS.
095300     MOVE WS-ENT-PAGES (WS-CHANNEL-IX)   TO CDL-PAGES.
095400     MOVE WS-ENT-PAGE-COST (WS-CHANNEL-IX)
095500                                         TO CDL-PAGE-COST.
095600     MOVE WS-ENT-ENVELOPE-COST (WS-CHANNEL-IX)
095700                                         TO CDL-ENVELOPE-COST.
095800     MOVE WS-ENT-POSTAGE-COST (WS-CHANNEL-IX)
095900                                         TO CDL-POSTAGE-COST.
096000     COMPUTE WS-LINE-CHARGE =
096100             WS-ENT-PAGE-COST (WS-CHANNEL-IX) +
096200             WS-ENT-ENVELOPE-COST (WS-CHANNEL-IX) +
096300             WS-ENT-POSTAGE-COST (WS-CHANNEL-IX).
096400     MOVE WS-LINE-CHARGE                 TO CDL-CHARGE.
096500     MOVE WS-ENT-SAVINGS (WS-CHANNEL-IX) TO CDL-SAVINGS.
096600     WRITE COST-ALLOCATION-REC FROM COST-DETAIL-LINE.
096700
096800     ADD WS-ENT-STMTS (WS-CHANNEL-IX)  TO WS-SUM-STMTS.
096900     ADD WS-ENT-PAGES (WS-CHANNEL-IX)  TO WS-SUM-PAGES.
097000     ADD WS-ENT-PAGE-COST (WS-CHANNEL-IX)
097100                                       TO WS-SUM-PAGE-COST.
097200     ADD WS-ENT-ENVELOPE-COST (WS-CHANNEL-IX)
097300                                       TO WS-SUM-ENVELOPE-COST.
097400     ADD WS-ENT-POSTAGE-COST (WS-CHANNEL-IX)
097500                                       TO WS-SUM-POSTAGE-COST.
097600     ADD WS-LINE-CHARGE                TO WS-SUM-CHARGE.
097700     ADD WS-ENT-SAVINGS (WS-CHANNEL-IX) TO WS-SUM-SAVINGS.
097800
097900 3310-NEXT.
098000     ADD 1 TO WS-CHANNEL-IX.
098100 3310-EXIT.
098200     EXIT.
098300
098400*****************************************************************
098500*                3400-WRITE-SUM-LINE                            *
098600*****************************************************************
098700
098800 3400-WRITE-SUM-LINE.
098900     MOVE WS-SUM-STMTS         TO CDL-STMTS.
099000     MOVE WS-SUM-PAGES         TO CDL-PAGES.
099100     MOVE WS-SUM-PAGE-COST     TO CDL-PAGE-COST.
099200     MOVE WS-SUM-ENVELOPE-COST TO CDL-ENVELOPE-COST.
099300     MOVE WS-SUM-POSTAGE-COST  TO CDL-POSTAGE-COST.
099400     MOVE WS-SUM-CHARGE        TO CDL-CHARGE.
099500     MOVE WS-SUM-SAVINGS       TO CDL-SAVINGS.
099600     WRITE COST-ALLOCATION-REC FROM COST-DETAIL-LINE.
099700 3400-EXIT.
099800     EXIT.
099900
100000*****************************************************************
100100*                3500-WRITE-RUN-TOTALS                          *
100200*****************************************************************
100300* THE SAME BREAKDOWN FOR ALL CONTROL ENTITIES - THE CHARGEBACK  *
100400* TOTAL SHOULD AGREE WITH THE PRINT AND POSTAGE INVOICES.       *
100500*****************************************************************
100600
100700 3500-WRITE-RUN-TOTALS.
100800     MOVE ALL '-' TO WS-REPORT-LINE.
100900     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
101000     MOVE SPACES TO WS-REPORT-LINE.
101100     MOVE 'ALL CONTROL ENTITIES' TO WS-REPORT-LINE.
101200     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
101300
101400     INITIALIZE WS-LINE-AMOUNTS.
101500     MOVE 1 TO WS-CHANNEL-IX.
101600     PERFORM 3510-WRITE-RUN-CHANNEL THRU 3510-EXIT
101700         UNTIL WS-CHANNEL-IX > 4.
101800
101900     MOVE 'TOTAL CHARGEBACK' TO CDL-CHANNEL-LIT.
102000     PERFORM 3400-WRITE-SUM-LINE THRU 3400-EXIT.
102100
102200     MOVE SPACES TO WS-REPORT-LINE.
102300     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
102400
102500     MOVE WS-ENTITIES-CHARGED TO WS-RPT-ED-COUNT.
102600     MOVE SPACES TO WS-REPORT-LINE.
102700     STRING 'CONTROL ENTITIES CHARGED..... ' DELIMITED BY SIZE
102800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
102900            INTO WS-REPORT-LINE.
103000     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
103100
103200     MOVE WS-CENTRAL-STMTS-READ TO WS-RPT-ED-COUNT.
103300     MOVE SPACES TO WS-REPORT-LINE.
103400     STRING 'CENTRAL PRINT STATEMENTS..... ' DELIMITED BY SIZE
103500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
103600            INTO WS-REPORT-LINE.
103700     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
103800
103900     MOVE WS-PACKING-LINES-READ TO WS-RPT-ED-COUNT.
104000     MOVE SPACES TO WS-REPORT-LINE.
104100     STRING 'PACKING-LIST STATEMENTS...... ' DELIMITED BY SIZE
104200            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
104300            INTO WS-REPORT-LINE.
104400     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
104500
104600     MOVE WS-MANIFEST-DOCS-READ TO WS-RPT-ED-COUNT.
104700     MOVE SPACES TO WS-REPORT-LINE.
104800     STRING 'E-DELIVERY DOCUMENTS......... ' DELIMITED BY SIZE
104900            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
105000            INTO WS-REPORT-LINE.
105100     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
105200
105300     MOVE WS-UNIDENTIFIED-STMTS TO WS-RPT-ED-COUNT.
105400     MOVE SPACES TO WS-REPORT-LINE.
105500     STRING 'DEALER NOT IDENTIFIED........ ' DELIMITED BY SIZE
105600            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
105700            INTO WS-REPORT-LINE.
105800     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
105900
106000     MOVE WS-NO-POSTAGE-RATE TO WS-RPT-ED-COUNT.
106100     MOVE SPACES TO WS-REPORT-LINE.
106200     STRING 'NO POSTAGE RATE - NOT PRICED. ' DELIMITED BY SIZE
106300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
106400            INTO WS-REPORT-LINE.
106500     WRITE COST-ALLOCATION-REC FROM WS-REPORT-LINE.
106600 3500-EXIT.
106700     EXIT.
106800
106900 3510-WRITE-RUN-CHANNEL.
107000     IF WS-RUN-STMTS (WS-CHANNEL-IX) = 0
107100         GO TO 3510-NEXT
107200     END-IF.
107300
107400     MOVE WS-CHANNEL-LIT (WS-CHANNEL-IX) TO CDL-CHANNEL-LIT.
107500     MOVE WS-RUN-STMTS (WS-CHANNEL-IX)   TO CDL-STMTS.
107600     MOVE WS-RUN-PAGES (WS-CHANNEL-IX)   TO CDL-PAGES.
107700     MOVE WS-RUN-PAGE-COST (WS-CHANNEL-IX)
107800                                         TO CDL-PAGE-COST.
107900     MOVE WS-RUN-ENVELOPE-COST (WS-CHANNEL-IX)
108000                                         TO CDL-ENVELOPE-COST.
108100     MOVE WS-RUN-POSTAGE-COST (WS-CHANNEL-IX)
108200                                         TO CDL-POSTAGE-COST.
108300     COMPUTE WS-LINE-CHARGE =
108400             WS-RUN-PAGE-COST (WS-CHANNEL-IX) +
108500             WS-RUN-ENVELOPE-COST (WS-CHANNEL-IX) +
108600             WS-RUN-POSTAGE-COST (WS-CHANNEL-IX).
108700     MOVE WS-LINE-CHARGE                 TO CDL-CHARGE.
108800     MOVE WS-RUN-SAVINGS (WS-CHANNEL-IX) TO CDL-SAVINGS.
108900     WRITE COST-ALLOCATION-REC FROM COST-DETAIL-LINE.
109000
109100     ADD WS-RUN-STMTS (WS-CHANNEL-IX)  TO WS-SUM-STMTS.
109200     ADD WS-RUN-PAGES (WS-CHANNEL-IX)  TO WS-SUM-PAGES.
109300     ADD WS-RUN-PAGE-COST (WS-CHANNEL-IX)
109400                                       TO WS-SUM-PAGE-COST.
109500     ADD WS-RUN-ENVELOPE-COST (WS-CHANNEL-IX)
109600                                       TO WS-SUM-ENVELOPE-COST.
109700     ADD WS-RUN-POSTAGE-COST (WS-CHANNEL-IX)
109800                                       TO WS-SUM-POSTAGE-COST.
109900     ADD WS-LINE-CHARGE                TO WS-SUM-CHARGE.
110000     ADD WS-RUN-SAVINGS (WS-CHANNEL-IX) TO WS-SUM-SAVINGS.
110100
110200 3510-NEXT.
110300     ADD 1 TO WS-CHANNEL-IX.
110400 3510-EXIT.
110500     EXIT.
110600
110700*****************************************************************
110800*                6000-SELECT-VWMCU00                            *
110900*****************************************************************
111000
111100 6000-SELECT-VWMCU00.
111200     EXEC SQL
111300       SELECT CNTL_ENT_NO
111400             ,COUNTRY_CODE
111500        INTO :DCLVWMCU00.CNTL-ENT-NO,
111600             :DCLVWMCU00.COUNTRY-CODE
111700         FROM VWMCU00
111800         WHERE CUST_NO = :DCLVWMCU00.CUST-NO
111900     END-EXEC.
112000
112100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
112200             Z-970-SET-DA-STATUS-DB2-EXIT.
112300
112400     EVALUATE TRUE
112500         WHEN DA-OK
112600             MOVE CNTL-ENT-NO OF DCLVWMCU00  TO CSR-CNTL-ENT-NO
112700             MOVE COUNTRY-CODE OF DCLVWMCU00 TO CSR-COUNTRY-CODE
112800
112900         WHEN DA-NOTFOUND
113000             CONTINUE
113100
113200         WHEN OTHER
113300             SET ABT-DO-ABEND     TO TRUE
113400             SET ABT-ERROR-IS-DB2 TO TRUE
113500             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
113600             MOVE '6000-SELE'     TO ABT-ERROR-SECTION
113700             MOVE 3794            TO ABT-ERROR-ABEND-CODE
113800             MOVE 'VWMCU00 '      TO ABT-DA-ACCESS-NAME
113900             PERFORM Z-980-ABNORMAL-TERM THRU
114000                     Z-980-ABNORMAL-TERM-RETURN
114100     END-EVALUATE.
114200 6000-EXIT.
114300     EXIT.
114400
114500*****************************************************************
114600*                6100-SELECT-VWMCN00                            *
114700*****************************************************************
114800
114900 6100-SELECT-VWMCN00.
115000     EXEC SQL
115100       SELECT CNTL_ENT_NAME
115200        INTO :DCLVWMCN00.CNTL-ENT-NAME
115300         FROM VWMCN00
115400         WHERE CNTL_ENT_NO = :DCLVWMCN00.CNTL-ENT-NO
115500     END-EXEC.
115600
115700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
115800             Z-970-SET-DA-STATUS-DB2-EXIT.
115900
116000     EVALUATE TRUE
116100         WHEN DA-OK
116200             CONTINUE
116300
116400         WHEN DA-NOTFOUND
116500             MOVE '*** NOT ON VWMCN00 ***'
116600                                  TO CNTL-ENT-NAME OF DCLVWMCN00
116700
116800         WHEN OTHER
116900             SET ABT-DO-ABEND     TO TRUE
117000             SET ABT-ERROR-IS-DB2 TO TRUE
117100             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
117200             MOVE '6100-SELE'     TO ABT-ERROR-SECTION
117300             MOVE 3795            TO ABT-ERROR-ABEND-CODE
117400             MOVE 'VWMCN00 '      TO ABT-DA-ACCESS-NAME
117500             PERFORM Z-980-ABNORMAL-TERM THRU
117600                     Z-980-ABNORMAL-TERM-RETURN
117700     END-EVALUATE.
117800 6100-EXIT.
117900     EXIT.
118000
118100*****************************************************************
118200*                6200-COUNT-FALLBACK-ROWS                       *
118300*****************************************************************
118400
118500 6200-COUNT-FALLBACK-ROWS.
118600     MOVE WS-SCAN-STMT-NBR TO STLG-STMT-NBR.
118700
118800     EXEC SQL
118900       SELECT COUNT(*)
119000        INTO :WS-FALLBACK-COUNT
119100         FROM VWMSTLG
119200         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
119300           AND ACTION_CODE = 'F'
119400     END-EXEC.
119500
119600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
119700             Z-970-SET-DA-STATUS-DB2-EXIT.
119800
119900     IF NOT DA-OK
120000         SET ABT-DO-ABEND     TO TRUE
120100         SET ABT-ERROR-IS-DB2 TO TRUE
120200         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
120300         MOVE '6200-COUN'     TO ABT-ERROR-SECTION
120400         MOVE 3796            TO ABT-ERROR-ABEND-CODE
120500         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
120600         PERFORM Z-980-ABNORMAL-TERM THRU
120700                 Z-980-ABNORMAL-TERM-RETURN
120800     END-IF.
120900 6200-EXIT.
121000     EXIT.
121100
121200     EXEC SQL
121300          INCLUDE MXWP02
121400     END-EXEC.
