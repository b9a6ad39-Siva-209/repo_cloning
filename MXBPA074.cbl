000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA074.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA074 - STATEMENT DELIVERY CHAIN RECONCILIATION.            |
001000* CLOSE-OUT STEP FOR A STATEMENT CYCLE, RUN AFTER MXBPA058 AND   |
001100* MXBPA060. DOLLARS ARE BALANCED AT THE EXTRACT; THIS STEP       |
001200* PROVES EVERY STATEMENT ON THE MXPA045W CYCLE REGISTER MADE IT  |
001300* OUT THE DOOR. IT COLLECTS THE DEALER AND STATEMENT NUMBER OF   |
001400* EVERY STATEMENT IN EACH LINK OF THE CHAIN:                     |
001500*  - THE MXBPA045 CYCLE REGISTER WORK FILE (MXPA045W)            |
001600*  - THE MXBPA046 PRINT STREAM (MXA046O1)                        |
001700*  - THE MXBPA085 FINAL STATEMENT STREAM (MXA085O1)              |
001800*  - THE MXBPA047 ROUTING REGISTER (MXPA047R)                    |
001900*  - THE CENTRAL PRINT FILE HANDED TO THE PRINTER (MXA047O1)     |
002000*  - THE MXBPA058 E-DELIVERY MANIFEST (MXPA058M)                 |
002100*  - THE MXBPA060 BRANCH PICKUP PACKING LIST (MXPA060L)          |
002200*  - THE VWMSTLG I/T/D/C/F/X ROWS FOR THE PARM CYCLE DATE        |
002300* SORTS THEM TOGETHER BY DEALER AND CHECKS EACH DEALER: A        |
002400* STATEMENT MISSING FROM ANY LINK, DUPLICATED IN ANY LINK, OUT   |
002500* IN A CHANNEL IT WAS NOT ROUTED TO, ROUTED OTHER THAN THE       |
002600* DEALER'S VWMDLVP PREFERENCE, OR CARRYING A STATEMENT NUMBER    |
002700* NOT ISSUED TO THE DEALER IS AN EXCEPTION. DEALERS ARE KEYED AS |
002800* PRINTED - A CONSOLIDATED GROUP MEMBER (VWMCGRP) COUNTS UNDER   |
002900* ITS PARENT, WHOSE ONE STATEMENT CARRIES THE GROUP. E-DELIVERY  |
003000* STILL AWAITING THE PORTAL, OR FALLEN BACK TO PRINT, IS LISTED  |
003100* AS A NOTE ONLY. RETURN CODE 8 WHEN ANY EXCEPTION IS LISTED, SO |
003200* OPERATIONS SIGNS OFF ONLY ON A COMPLETE CYCLE.                 |
003300* A STATEMENT ROUTED TO EDI NEEDS ITS 'X' (SENT AS 812) ROW;     |
003400* AWAITING THE PARTNER'S 997 OR FALLEN BACK TO PRINT IS A NOTE.  |
003500* A TERMINATED DEALER'S FINAL STATEMENT IS ISSUED BY MXBPA085 ON |
003600* A 'T' ROW AND NEVER PASSES THROUGH MXBPA045 OR MXBPA046, SO A  |
003700* DEALER WITH A 'T' ROW IS HELD TO ONE COPY IN THE MXBPA085      |
003800* STREAM INSTEAD OF THE CYCLE REGISTER AND THE MXBPA046 STREAM,  |
003900* THEN TO ROUTING AND ITS CHANNEL LIKE ANY OTHER STATEMENT. A    |
004000* FINAL STATEMENT FOR AN EDI DEALER IS EXPECTED IN CENTRAL PRINT.|
004100*================================================================*
004200*  TABLE   |   VIEW   |     DESCRIPTION                          |
004300*----------+-----------------------------------------------------*
004400* TBMSTLG  | VWMSTLG  |  STATEMENT ISSUANCE/REPRINT LOG          |
004500* TBMCGRP  | VWMCGRP  |  DEALER GROUP CONSOLIDATION              |
004600* TBMDLVP  | VWMDLVP  |  DEALER DELIVERY PREFERENCE              |
004700*================================================================*
004800*   PLAN   | BIND INCLUDE MEMBERS                                |
004900*----------+-----------------------------------------------------*
005000* PBMPA074 | PBMPA074                                            |
005100*================================================================*
005200*-----------------------------------------------------------------
005300
005400 ENVIRONMENT DIVISION.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT RECON-CONTROL-PARM
005900         ASSIGN TO MXPA074I.
006000
006100     SELECT REGISTER-WORK-INFILE
006200         ASSIGN TO MXPA045W.
006300
006400     SELECT PRINT-STREAM-INFILE
006500         ASSIGN TO UT-S-MXA074I1.
006600
006700
006800     SELECT FINAL-STREAM-INFILE
006900         ASSIGN TO UT-S-MXA074I3.
007000     SELECT ROUTING-REGISTER-INFILE
007100         ASSIGN TO MXPA047R.
007200
007300     SELECT CENTRAL-PRINT-INFILE
007400         ASSIGN TO UT-S-MXA074I2.
007500
007600     SELECT DOCUMENT-MANIFEST-INFILE
007700         ASSIGN TO MXPA058M.
007800
007900     SELECT PACKING-LIST-INFILE
008000         ASSIGN TO MXPA060L.
008100
008200     SELECT RECON-SORT-FILE
008300         ASSIGN TO SORTWK01.
008400
008500     SELECT RECONCILIATION-REPORT
008600         ASSIGN TO MXPA074R.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  RECON-CONTROL-PARM
009100     RECORDING MODE IS F.
009200 01  RECON-CONTROL-PARM-REC              PIC X(80).
009300
009400 FD  REGISTER-WORK-INFILE
009500     RECORDING MODE IS F.
009600 01  REGISTER-WORK-IN-REC                PIC X(100).
009700
009800 FD  PRINT-STREAM-INFILE
009900     RECORDING MODE IS F.
010000 01  PRINT-STREAM-IN-REC                 PIC X(133).
010100
010200 FD  FINAL-STREAM-INFILE
010300     RECORDING MODE IS F.
010400 01  FINAL-STREAM-IN-REC                 PIC X(133).
010500
010600 FD  ROUTING-REGISTER-INFILE
010700     RECORDING MODE IS F.
010800 01  ROUTING-REGISTER-IN-REC             PIC X(80).
010900
011000 FD  CENTRAL-PRINT-INFILE
011100     RECORDING MODE IS F.
011200 01  CENTRAL-PRINT-IN-REC                PIC X(133).
011300
011400 FD  DOCUMENT-MANIFEST-INFILE
011500     RECORDING MODE IS F.
011600 01  DOCUMENT-MANIFEST-IN-REC            PIC X(80).
011700
011800 FD  PACKING-LIST-INFILE
011900     RECORDING MODE IS F.
012000 01  PACKING-LIST-IN-REC                 PIC X(132).
012100
012200 SD  RECON-SORT-FILE.
012300*  ONE RECORD PER STATEMENT SEEN IN ANY LINK OF THE CHAIN, KEYED
012400*  BY THE DEALER AS PRINTED. THE SOURCE CODE ORDERS A DEALER'S
012500*  RECORDS SO THE REGISTER AND THE ISSUED STATEMENT NUMBERS ARE
012600*  IN HAND BEFORE THE DOWNSTREAM COPIES ARE CHECKED:
012700*    '1' MXPA045W REGISTER        '5' CENTRAL PRINT FILE
012800*    '2' VWMSTLG 'I'/'T' ROW      '6' MXBPA058 MANIFEST
012900*    '3' MXBPA046/085 PRINT       '7' MXBPA060 PACKING LIST
013000*    '4' MXBPA047 ROUTING REG     '8' VWMSTLG 'D'/'C'/'F'/'X' ROW
013100*  RSR-CODE IS THE REGISTER DISPOSITION, THE ROUTE CODE OR THE
013200*  LOG ACTION CODE; ON A '3' RECORD IT IS 'T' FOR A COPY FROM
013300*  THE MXBPA085 FINAL STATEMENT STREAM. A STATEMENT WITH NO
013400*  DEALER HEADER SORTS UNDER DEALER ZERO.
013500 01  RECON-SORT-REC.
013600     05  RSR-DLR-NBR                     PIC 9(09).
013700     05  RSR-SOURCE                      PIC X(01).
013800     05  RSR-STMT-NBR                    PIC X(12).
013900     05  RSR-CODE                        PIC X(01).
014000     05  RSR-BRANCH-NO                   PIC 9(04).
014100     05  RSR-SIM-IND                     PIC X(01).
014200
014300 FD  RECONCILIATION-REPORT
014400     RECORDING MODE IS F.
014500 01  RECONCILIATION-REC                  PIC X(132).
014600
014700 WORKING-STORAGE SECTION.
014800 01  WS-SWITHCES.
014900     05  WS-END-OF-FILE-SW               PIC X(01) VALUE 'N'.
015000         88 END-OF-FILE                            VALUE 'Y'.
015100     05  WS-NO-MORE-LOG-ROWS-SW          PIC X(01) VALUE 'N'.
015200         88 NO-MORE-LOG-ROWS                       VALUE 'Y'.
015300     05  WS-NO-MORE-SORTED-SW            PIC X(01) VALUE 'N'.
015400         88 NO-MORE-SORTED                         VALUE 'Y'.
015500     05  WS-DOC-OPEN-SW                  PIC X(01) VALUE 'N'.
015600         88 WS-DOC-OPEN                            VALUE 'Y'.
015700     05  WS-STMT-FOUND-SW                PIC X(01) VALUE 'N'.
015800         88 WS-STMT-FOUND                          VALUE 'Y'.
015900     05  WS-ISSUED-FOUND-SW              PIC X(01) VALUE 'N'.
016000         88 WS-ISSUED-FOUND                        VALUE 'Y'.
016100     05  WS-SIM-REGISTER-SW              PIC X(01) VALUE 'N'.
016200         88 WS-SIM-REGISTER                        VALUE 'Y'.
016300
016400*  CONTROL CARD LAYOUT:
016500*    COLS  1-10  CYCLE DATE YYYY-MM-DD - THE MXBPA045 TO DATE
016600*                THE STATEMENT NUMBERS WERE ISSUED UNDER
016700 01  WS-RECON-CONTROL-PARM.
016800     05  WS-PARM-CYCLE-DATE              PIC X(10).
016900     05  FILLER                          PIC X(70).
017000
017100*  THE MXBPA045 REGISTER WORK RECORD (WS-REGISTER-WORK-REC
017200*  THERE, REGISTER-SORT-REC IN MXBPA053).
017300 01  WS-REGISTER-WORK-REC.
017400     05  WS-RGW-BRANCH-NO                PIC 9(04).
017500     05  WS-RGW-DLR-NBR                  PIC 9(09).
017600     05  WS-RGW-DLR-NAME                 PIC X(35).
017700     05  WS-RGW-MEMO-COUNT               PIC S9(04)    COMP-3.
017800     05  WS-RGW-PRINTED-AMT              PIC S9(11)V99 COMP-3.
017900     05  WS-RGW-HELD-AMT                 PIC S9(11)V99 COMP-3.
018000     05  WS-RGW-CURRENCY-CODE            PIC X(03).
018100     05  WS-RGW-DISPOSITION              PIC X(01).
018200     05  WS-RGW-RPT-AMT                  PIC S9(11)V99 COMP-3.
018300     05  WS-RGW-SIM-IND                  PIC X(01).
018400     05  FILLER                          PIC X(23).
018500
018600*  A PRINT-STREAM LINE (MXA046O1, MXA085O1 OR MXA047O1) - ASA
018700*  CONTROL BYTE AHEAD OF THE 132 PRINT POSITIONS.
018800 01  WS-PRINT-LINE.
018900     05  WS-PL-ASA-CC                    PIC X(01).
019000     05  WS-PL-DATA                      PIC X(132).
019100
019200*  THE MXBPA058 MANIFEST RECORD.
019300 01  WS-MANIFEST-RECORD.
019400     05  WS-MAN-DOC-SEQ                  PIC 9(05).
019500     05  WS-MAN-DLR-NBR                  PIC 9(09).
019600     05  WS-MAN-STMT-NBR                 PIC X(12).
019700     05  WS-MAN-CYCLE-DATE               PIC X(10).
019800     05  WS-MAN-PAGE-COUNT               PIC 9(05).
019900     05  WS-MAN-START-REC                PIC 9(09).
020000     05  WS-MAN-REC-COUNT                PIC 9(09).
020100     05  FILLER                          PIC X(21).
020200
020300 01  WS-ROUTING-LINE                     PIC X(80).
020400 01  WS-PACKING-LINE                     PIC X(132).
020500
020600 01  WS-SCAN-FIELDS.
020700     05  WS-SCAN-SOURCE                  PIC X(01) VALUE SPACE.
020800     05  WS-SCAN-CODE                    PIC X(01) VALUE SPACE.
020900     05  WS-SCAN-DLR-NBR                 PIC 9(09) VALUE 0.
021000     05  WS-SCAN-STMT-NBR                PIC X(12) VALUE SPACES.
021100     05  WS-PACK-BRANCH-NO               PIC 9(04) VALUE 0.
021200
021300 01  WS-DLR-NBR-EXTRACT.
021400     05  WS-DLR-NBR-X                    PIC X(06).
021500     05  WS-DLR-NBR-9 REDEFINES WS-DLR-NBR-X
021600                                         PIC 9(06).
021700
021800*  DE-EDITS A ZZZZZZZZ9 DEALER OR ZZZ9 BRANCH OFF A REPORT LINE.
021900 01  WS-EDITED-NBR-EXTRACT.
022000     05  WS-EDITED-DLR-X                 PIC X(09).
022100     05  WS-EDITED-DLR-9 REDEFINES WS-EDITED-DLR-X
022200                                         PIC 9(09).
022300     05  WS-EDITED-BRANCH-X              PIC X(04).
022400     05  WS-EDITED-BRANCH-9 REDEFINES WS-EDITED-BRANCH-X
022500                                         PIC 9(04).
022600
022700 01  WS-LOG-ROW.
022800     05  WS-LOG-STMT-NBR                 PIC X(12).
022900     05  WS-LOG-DLR-NBR                  PIC S9(09) COMP.
023000     05  WS-LOG-ACTION-CODE              PIC X(01).
023100
023200*  EVERYTHING SEEN FOR THE DEALER BEING CHECKED.
023300 01  WS-GROUP-FIELDS.
023400     05  WS-GRP-DLR-NBR                  PIC 9(09) VALUE 0.
023500     05  WS-GRP-STMT-NBR                 PIC X(12) VALUE SPACES.
023600     05  WS-GRP-UNISSUED-STMT            PIC X(12) VALUE SPACES.
023700     05  WS-GRP-ROUTE-CODE               PIC X(01) VALUE SPACE.
023800     05  WS-GRP-PACK-BRANCH              PIC 9(04) VALUE 0.
023900     05  WS-GRP-PREF-CODE                PIC X(01) VALUE SPACE.
024000     05  WS-GRP-PREF-BRANCH              PIC 9(04) VALUE 0.
024100
024200 01  WS-GROUP-COUNTS COMP-3.
024300     05  WS-GRP-REG-PRINTED              PIC S9(05) VALUE 0.
024400     05  WS-GRP-REG-HELD                 PIC S9(05) VALUE 0.
024500     05  WS-GRP-REG-OTHER                PIC S9(05) VALUE 0.
024600     05  WS-GRP-LOG-ISSUED               PIC S9(05) VALUE 0.
024700     05  WS-GRP-LOG-FINAL                PIC S9(05) VALUE 0.
024800     05  WS-GRP-PRINTED                  PIC S9(05) VALUE 0.
024900     05  WS-GRP-FINAL-PRINTED            PIC S9(05) VALUE 0.
025000     05  WS-GRP-ROUTED                   PIC S9(05) VALUE 0.
025100     05  WS-GRP-CENTRAL                  PIC S9(05) VALUE 0.
025200     05  WS-GRP-MANIFEST                 PIC S9(05) VALUE 0.
025300     05  WS-GRP-PACKED                   PIC S9(05) VALUE 0.
025400     05  WS-GRP-LOG-DISPATCHED           PIC S9(05) VALUE 0.
025500     05  WS-GRP-LOG-CONFIRMED            PIC S9(05) VALUE 0.
025600     05  WS-GRP-LOG-FALLBACK             PIC S9(05) VALUE 0.
025700     05  WS-GRP-LOG-SENT                 PIC S9(05) VALUE 0.
025800     05  WS-GRP-UNISSUED                 PIC S9(05) VALUE 0.
025900     05  WS-GRP-REISSUED                 PIC S9(05) VALUE 0.
026000     05  WS-GRP-REGISTERED               PIC S9(05) VALUE 0.
026100     05  WS-GRP-DOWNSTREAM               PIC S9(05) VALUE 0.
026200     05  WS-GRP-EXCEPTIONS               PIC S9(05) VALUE 0.
026300     05  WS-GRP-DOCS-DUE                 PIC S9(05) VALUE 0.
026400
026500*  STATEMENT NUMBERS ISSUED TO THE DEALER (ONE PER CONSOLIDATED
026600*  GROUP MEMBER) - EVERY DOWNSTREAM COPY MUST CARRY ONE OF THEM.
026700 01  WS-ISSUED-TABLE.
026800     05  WS-ISSUED-COUNT                 PIC S9(04) COMP VALUE 0.
026900     05  WS-ISSUED-IX                    PIC S9(04) COMP VALUE 0.
027000     05  WS-ISSUED-ENTRY OCCURS 50 TIMES.
027100         10  WS-ISSUED-STMT-NBR          PIC X(12).
027200
027300*  THE EXCEPTION AND NOTE LINES BUILT FOR THE DEALER.
027400 01  WS-MESSAGE-TABLE.
027500     05  WS-MSG-COUNT                    PIC S9(04) COMP VALUE 0.
027600     05  WS-MSG-IX                       PIC S9(04) COMP VALUE 0.
027700     05  WS-MSG-ENTRY OCCURS 15 TIMES.
027800         10  WS-MSG-TYPE                 PIC X(04).
027900         10  WS-MSG-TEXT                 PIC X(50).
028000 01  WS-NEW-MSG-TYPE                     PIC X(04) VALUE SPACES.
028100 01  WS-NEW-MSG-TEXT                     PIC X(50) VALUE SPACES.
028200 01  WS-MSG-ED-COUNT                     PIC ZZ9.
028300 01  WS-MSG-ED-BRANCH-1                  PIC ZZZ9.
028400 01  WS-MSG-ED-BRANCH-2                  PIC ZZZ9.
028500
028600 01  WS-COUNTERS COMP-3.
028700     05  WS-REGISTER-RECS-READ           PIC S9(09) VALUE 0.
028800     05  WS-SIM-RECS-READ                PIC S9(09) VALUE 0.
028900     05  WS-LOG-ROWS-READ                PIC S9(09) VALUE 0.
029000     05  WS-PRINT-STMTS-READ             PIC S9(09) VALUE 0.
029100     05  WS-FINAL-STMTS-READ             PIC S9(09) VALUE 0.
029200     05  WS-ROUTING-LINES-READ           PIC S9(09) VALUE 0.
029300     05  WS-CENTRAL-STMTS-READ           PIC S9(09) VALUE 0.
029400     05  WS-MANIFEST-DOCS-READ           PIC S9(09) VALUE 0.
029500     05  WS-PACKING-LINES-READ           PIC S9(09) VALUE 0.
029600     05  WS-DEALERS-CHECKED              PIC S9(09) VALUE 0.
029700     05  WS-DEALERS-CLEAN                PIC S9(09) VALUE 0.
029800     05  WS-DEALERS-NO-STMT              PIC S9(09) VALUE 0.
029900     05  WS-DEALERS-IN-EXCEPTION         PIC S9(09) VALUE 0.
030000     05  WS-DEALERS-WITH-NOTES           PIC S9(09) VALUE 0.
030100     05  WS-LOG-ONLY-DEALERS             PIC S9(09) VALUE 0.
030200     05  WS-UNIDENTIFIED-STMTS           PIC S9(09) VALUE 0.
030300     05  WS-EXCEPTION-LINES              PIC S9(09) VALUE 0.
030400
030500 01  RECON-HEAD-1.
030600     05  FILLER                  PIC X(08) VALUE 'MXBPA074'.
030700     05  FILLER                  PIC X(10) VALUE SPACES.
030800     05  FILLER                  PIC X(42) VALUE
030900         'STATEMENT DELIVERY CHAIN RECONCILIATION'.
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  FILLER                  PIC X(07) VALUE 'CYCLE: '.
031200     05  RH1-CYCLE-DATE          PIC X(10).
031300     05  FILLER                  PIC X(53) VALUE SPACES.
031400
031500 01  RECON-HEAD-2.
031600     05  FILLER                  PIC X(09) VALUE '   DEALER'.
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  FILLER                  PIC X(12) VALUE 'STATEMENT NO'.
031900     05  FILLER                  PIC X(01) VALUE SPACES.
032000     05  FILLER                  PIC X(24) VALUE
032100         ' REG PRT RTE CPR MAN PCK'.
032200     05  FILLER                  PIC X(16) VALUE
032300         '   I   D   C   F'.
032400     05  FILLER                  PIC X(09) VALUE '  RT  PF '.
032500     05  FILLER                  PIC X(04) VALUE 'TYPE'.
032600     05  FILLER                  PIC X(01) VALUE SPACES.
032700     05  FILLER                  PIC X(50) VALUE
032800         'EXCEPTION OR NOTE'.
032900     05  FILLER                  PIC X(04) VALUE SPACES.
033000
033100 01  RECON-DETAIL-LINE.
033200     05  RDL-DLR-NBR                     PIC ZZZZZZZZ9.
033300     05  FILLER                          PIC X(02) VALUE SPACES.
033400     05  RDL-STMT-NBR                    PIC X(12).
033500     05  FILLER                          PIC X(01) VALUE SPACES.
033600     05  RDL-COUNTS.
033700         10  FILLER                      PIC X(01) VALUE SPACES.
033800         10  RDL-REG                     PIC ZZ9.
033900         10  FILLER                      PIC X(01) VALUE SPACES.
034000         10  RDL-PRT                     PIC ZZ9.
034100         10  FILLER                      PIC X(01) VALUE SPACES.
034200         10  RDL-RTE                     PIC ZZ9.
034300         10  FILLER                      PIC X(01) VALUE SPACES.
034400         10  RDL-CPR                     PIC ZZ9.
034500         10  FILLER                      PIC X(01) VALUE SPACES.
034600         10  RDL-MAN                     PIC ZZ9.
034700         10  FILLER                      PIC X(01) VALUE SPACES.
034800         10  RDL-PCK                     PIC ZZ9.
034900         10  FILLER                      PIC X(01) VALUE SPACES.
035000         10  RDL-LOG-I                   PIC ZZ9.
035100         10  FILLER                      PIC X(01) VALUE SPACES.
035200         10  RDL-LOG-D                   PIC ZZ9.
035300         10  FILLER                      PIC X(01) VALUE SPACES.
035400         10  RDL-LOG-C                   PIC ZZ9.
035500         10  FILLER                      PIC X(01) VALUE SPACES.
035600         10  RDL-LOG-F                   PIC ZZ9.
035700     05  FILLER                          PIC X(02) VALUE SPACES.
035800     05  RDL-ROUTE-CODE                  PIC X(01).
035900     05  FILLER                          PIC X(03) VALUE SPACES.
036000     05  RDL-PREF-CODE                   PIC X(01).
036100     05  FILLER                          PIC X(02) VALUE SPACES.
036200     05  RDL-MSG-TYPE                    PIC X(04).
036300     05  FILLER                          PIC X(01) VALUE SPACES.
036400     05  RDL-MSG-TEXT                    PIC X(50).
036500     05  FILLER                          PIC X(04) VALUE SPACES.
036600
036700 01  WS-REPORT-LINE                      PIC X(132).
036800 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
036900 01  WS-DISPLAY-COUNTER                  PIC ZZZ,ZZZ,ZZ9.
037000
037100     EXEC SQL
037200          INCLUDE MXWW03
037300     END-EXEC.
037400
037500******************************************************************
037600*  DB2 table includes
037700******************************************************************
037800
037900     EXEC SQL
038000         INCLUDE VWMSTLG
038100     END-EXEC.
038200
038300     EXEC SQL
038400         INCLUDE VWMCGRP
038500     END-EXEC.
038600
038700     EXEC SQL
038800         INCLUDE VWMDLVP
038900     END-EXEC.
039000
039100     EXEC SQL
039200         INCLUDE SQLCA
039300     END-EXEC.
039400
039500*****************************************************************
039600*  CURSOR DEFINITION FOR THE CYCLE'S STATEMENT LOG - ISSUED,    *
039700*  FINAL, DISPATCHED, CONFIRMED, FALLBACK AND EDI-SENT ROWS,    *
039800*  WITH A CONSOLIDATED GROUP MEMBER'S ROWS CARRIED UNDER THE    *
039900*  PARENT DEALER THE STATEMENT PRINTS FOR.                      *
040000*****************************************************************
040100
040200     EXEC SQL
040300        DECLARE VWMSTLGR CURSOR FOR
040400         SELECT S.STMT_NBR
040500               ,COALESCE(G.PARENT_CUST_NO, S.DLR_NBR)
040600               ,S.ACTION_CODE
040700           FROM VWMSTLG S
040800                LEFT OUTER JOIN VWMCGRP G
040900                  ON G.MEMBER_CUST_NO = S.DLR_NBR
041000          WHERE S.CYCLE_DATE = :WS-PARM-CYCLE-DATE
041100            AND S.ACTION_CODE IN ('I', 'T', 'D', 'C', 'F', 'X')
041200     END-EXEC.
041300
041400 PROCEDURE DIVISION.
041500
041600*****************************************************************
041700*                     0000-MAINLINE                             *
041800*****************************************************************
041900
042000 0000-MAINLINE.
042100     DISPLAY ' '.
042200     DISPLAY 'PROGRAM MXBPA074 BEGINNING EXECUTION'.
042300     DISPLAY ' '.
042400     MOVE 'MXBPA074' TO ABT-PGM-NAME.
042500
042600     PERFORM 0100-READ-CONTROL-PARM THRU 0100-EXIT.
042700
042800     SORT RECON-SORT-FILE
042900         ON ASCENDING KEY RSR-DLR-NBR
043000                          RSR-SOURCE
043100                          RSR-STMT-NBR
043200         INPUT  PROCEDURE IS 1000-COLLECT-STATEMENTS
043300                        THRU 1000-EXIT
043400         OUTPUT PROCEDURE IS 3000-RECONCILE-DEALERS
043500                        THRU 3000-EXIT.
043600
043700     MOVE WS-DEALERS-CHECKED TO WS-DISPLAY-COUNTER.
043800     DISPLAY 'DEALERS RECONCILED        ' WS-DISPLAY-COUNTER.
043900     MOVE WS-DEALERS-IN-EXCEPTION TO WS-DISPLAY-COUNTER.
044000     DISPLAY 'DEALERS IN EXCEPTION      ' WS-DISPLAY-COUNTER.
044100
044200     IF WS-DEALERS-IN-EXCEPTION > 0 OR
044300        WS-UNIDENTIFIED-STMTS > 0 OR
044400        WS-SIM-REGISTER
044500         DISPLAY '**** STATEMENT CYCLE NOT COMPLETE - SEE '
044600                 'MXPA074R ****'
044700         MOVE 8 TO RETURN-CODE
044800     END-IF.
044900
045000     DISPLAY ' '.
045100     DISPLAY 'PROGRAM MXBPA074 SUCCESSFULLY COMPLETED'.
045200     GOBACK.
045300 0000-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*                0100-READ-CONTROL-PARM                         *
045800*****************************************************************
045900
046000 0100-READ-CONTROL-PARM.
046100     OPEN INPUT RECON-CONTROL-PARM.
046200     MOVE SPACES TO WS-RECON-CONTROL-PARM.
046300     READ RECON-CONTROL-PARM INTO WS-RECON-CONTROL-PARM.
046400     CLOSE RECON-CONTROL-PARM.
046500
046600     IF WS-PARM-CYCLE-DATE(5:1) = '-' AND
046700        WS-PARM-CYCLE-DATE(8:1) = '-' AND
046800        WS-PARM-CYCLE-DATE(1:4) IS NUMERIC AND
046900        WS-PARM-CYCLE-DATE(6:2) IS NUMERIC AND
047000        WS-PARM-CYCLE-DATE(9:2) IS NUMERIC
047100         DISPLAY 'RECONCILING CYCLE ' WS-PARM-CYCLE-DATE
047200     ELSE
047300         DISPLAY 'INVALID CONTROL CARD: ' WS-RECON-CONTROL-PARM
047400         SET ABT-DO-ABEND     TO TRUE
047500         SET ABT-ERROR-IS-SEQ TO TRUE
047600         MOVE 'SEQ     '      TO ABT-DA-FUNCTION
047700         MOVE '0100-READ'     TO ABT-ERROR-SECTION
047800         MOVE 3766            TO ABT-ERROR-ABEND-CODE
047900         MOVE 'MXPA074I'      TO ABT-DA-ACCESS-NAME
048000         PERFORM Z-980-ABNORMAL-TERM THRU
048100                 Z-980-ABNORMAL-TERM-RETURN
048200     END-IF.
048300 0100-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*                1000-COLLECT-STATEMENTS                        *
048800*****************************************************************
048900* SORT INPUT PROCEDURE - ONE PASS OVER EACH LINK OF THE CHAIN.  *
049000*****************************************************************
049100
049200 1000-COLLECT-STATEMENTS.
049300     PERFORM 1100-COLLECT-REGISTER THRU 1100-EXIT.
049400     PERFORM 1200-COLLECT-LOG-ROWS THRU 1200-EXIT.
049500     PERFORM 1300-COLLECT-PRINT-STREAM THRU 1300-EXIT.
049600     PERFORM 1400-COLLECT-ROUTING-REG THRU 1400-EXIT.
049700     PERFORM 1500-COLLECT-CENTRAL-PRINT THRU 1500-EXIT.
049800     PERFORM 1600-COLLECT-MANIFEST THRU 1600-EXIT.
049900     PERFORM 1700-COLLECT-PACKING-LIST THRU 1700-EXIT.
050000     PERFORM 1800-COLLECT-FINAL-STREAM THRU 1800-EXIT.
050100 1000-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*                1100-COLLECT-REGISTER                          *
050600*****************************************************************
050700* ONE RECORD PER DEALER THE EXTRACT PROCESSED: 'P' PRINTED,     *
050800* 'H' HELD UNDER THE CREDIT THRESHOLD, 'A' PARKED FOR ADDRESS,  *
050900* 'S' SUPPRESSED. A CONSOLIDATED MEMBER IS KEYED TO ITS PARENT. *
051000*****************************************************************
051100
051200 1100-COLLECT-REGISTER.
051300     OPEN INPUT REGISTER-WORK-INFILE.
051400     MOVE 'N' TO WS-END-OF-FILE-SW.
051500     PERFORM 1110-READ-REGISTER THRU 1110-EXIT.
051600     PERFORM 1120-RELEASE-REGISTER THRU 1120-EXIT
051700         UNTIL END-OF-FILE.
051800     CLOSE REGISTER-WORK-INFILE.
051900 1100-EXIT.
052000     EXIT.
052100
052200 1110-READ-REGISTER.
052300     READ REGISTER-WORK-INFILE INTO WS-REGISTER-WORK-REC
052400         AT END SET END-OF-FILE TO TRUE.
052500 1110-EXIT.
052600     EXIT.
052700
052800 1120-RELEASE-REGISTER.
052900     ADD +1 TO WS-REGISTER-RECS-READ.
053000     IF WS-RGW-SIM-IND = 'S'
053100         ADD +1 TO WS-SIM-RECS-READ
053200         SET WS-SIM-REGISTER TO TRUE
053300     END-IF.
053400
053500     MOVE WS-RGW-DLR-NBR TO MEMBER-CUST-NO OF DCLVWMCGRP.
053600     PERFORM 6000-SELECT-VWMCGRP THRU 6000-EXIT.
053700
053800     MOVE SPACES               TO RECON-SORT-REC.
053900     MOVE WS-SCAN-DLR-NBR      TO RSR-DLR-NBR.
054000     MOVE '1'                  TO RSR-SOURCE.
054100     MOVE WS-RGW-DISPOSITION   TO RSR-CODE.
054200     MOVE WS-RGW-BRANCH-NO     TO RSR-BRANCH-NO.
054300     MOVE WS-RGW-SIM-IND       TO RSR-SIM-IND.
054400     RELEASE RECON-SORT-REC.
054500
054600     PERFORM 1110-READ-REGISTER THRU 1110-EXIT.
054700 1120-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100*                1200-COLLECT-LOG-ROWS                          *
055200*****************************************************************
055300
055400 1200-COLLECT-LOG-ROWS.
055500     EXEC SQL
055600         OPEN VWMSTLGR
055700     END-EXEC.
055800
055900     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
056000             Z-970-SET-DA-STATUS-DB2-EXIT.
056100
056200     IF NOT DA-OK
056300         SET ABT-DO-ABEND     TO TRUE
056400         SET ABT-ERROR-IS-DB2 TO TRUE
056500         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
056600         MOVE '1200-COLL'     TO ABT-ERROR-SECTION
056700         MOVE 3767            TO ABT-ERROR-ABEND-CODE
056800         MOVE 'VWMSTLGR'      TO ABT-DA-ACCESS-NAME
056900         PERFORM Z-980-ABNORMAL-TERM THRU
057000                 Z-980-ABNORMAL-TERM-RETURN
057100     END-IF.
057200
057300     PERFORM 5000-FETCH-VWMSTLGR THRU 5000-EXIT.
057400     PERFORM 1210-RELEASE-LOG-ROW THRU 1210-EXIT
057500         UNTIL NO-MORE-LOG-ROWS.
057600
057700     EXEC SQL
057800         CLOSE VWMSTLGR
057900     END-EXEC.
058000 1200-EXIT.
058100     EXIT.
058200
058300 1210-RELEASE-LOG-ROW.
058400     ADD +1 TO WS-LOG-ROWS-READ.
058500     MOVE SPACES             TO RECON-SORT-REC.
058600     MOVE WS-LOG-DLR-NBR     TO RSR-DLR-NBR.
058700     IF WS-LOG-ACTION-CODE = 'I' OR 'T'
058800         MOVE '2'            TO RSR-SOURCE
058900     ELSE
059000         MOVE '8'            TO RSR-SOURCE
059100     END-IF.
059200     MOVE WS-LOG-STMT-NBR    TO RSR-STMT-NBR.
059300     MOVE WS-LOG-ACTION-CODE TO RSR-CODE.
059400     MOVE 0                  TO RSR-BRANCH-NO.
059500     RELEASE RECON-SORT-REC.
059600
059700     PERFORM 5000-FETCH-VWMSTLGR THRU 5000-EXIT.
059800 1210-EXIT.
059900     EXIT.
060000
060100*****************************************************************
060200*                1300-COLLECT-PRINT-STREAM                      *
060300*****************************************************************
060400* THE MXBPA046 PRINT STREAM, BURST AT THE GRAND-TOTAL LINE THE  *
060500* WAY MXBPA047 BURSTS IT.                                       *
060600*****************************************************************
060700
060800 1300-COLLECT-PRINT-STREAM.
060900     OPEN INPUT PRINT-STREAM-INFILE.
061000     MOVE '3' TO WS-SCAN-SOURCE.
061100     MOVE SPACE TO WS-SCAN-CODE.
061200     MOVE 'N' TO WS-END-OF-FILE-SW
061300                 WS-DOC-OPEN-SW.
061400     PERFORM 1310-READ-PRINT-STREAM THRU 1310-EXIT.
061500     PERFORM 1320-PROCESS-PRINT-STREAM THRU 1320-EXIT
061600         UNTIL END-OF-FILE.
061700     IF WS-DOC-OPEN
061800         PERFORM 1390-CLOSE-PRINT-DOC THRU 1390-EXIT
061900     END-IF.
062000     CLOSE PRINT-STREAM-INFILE.
062100 1300-EXIT.
062200     EXIT.
062300
062400 1310-READ-PRINT-STREAM.
062500     READ PRINT-STREAM-INFILE INTO WS-PRINT-LINE
062600         AT END SET END-OF-FILE TO TRUE.
062700 1310-EXIT.
062800     EXIT.
062900
063000 1320-PROCESS-PRINT-STREAM.
063100     PERFORM 1380-SCAN-PRINT-LINE THRU 1380-EXIT.
063200     PERFORM 1310-READ-PRINT-STREAM THRU 1310-EXIT.
063300 1320-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*                1380-SCAN-PRINT-LINE                           *
063800*****************************************************************
063900* SHARED BY ALL THREE PRINT STREAMS. THE FIRST CUSTOMER-NUMBER  *
064000* HEADER LINE INSIDE A STATEMENT GIVES THE DEALER (COLUMNS      *
064100* 58-63) AND STATEMENT NUMBER (COLUMNS 79-90) IN ALL THREE      *
064200* LANGUAGES; THE GRAND-TOTAL LINE CLOSES THE STATEMENT.         *
064300*****************************************************************
064400
064500 1380-SCAN-PRINT-LINE.
064600     IF WS-DOC-OPEN
064700         CONTINUE
064800     ELSE
064900         SET WS-DOC-OPEN TO TRUE
065000         MOVE 'N'    TO WS-STMT-FOUND-SW
065100         MOVE 0      TO WS-SCAN-DLR-NBR
065200         MOVE SPACES TO WS-SCAN-STMT-NBR
065300     END-IF.
065400
065500     IF WS-STMT-FOUND
065600         CONTINUE
065700     ELSE
065800         IF WS-PL-DATA(45:13) = 'CUSTOMER NO: ' OR
065900            WS-PL-DATA(45:13) = '  CLIENT # : ' OR
066000            WS-PL-DATA(45:13) = 'NUM CLIENTE: '
066100             MOVE WS-PL-DATA(58:6) TO WS-DLR-NBR-X
066200             INSPECT WS-DLR-NBR-X
066300                 REPLACING LEADING ' ' BY '0'
066400             IF WS-DLR-NBR-X IS NUMERIC
066500                 MOVE WS-DLR-NBR-9 TO WS-SCAN-DLR-NBR
066600             END-IF
066700             MOVE WS-PL-DATA(79:12) TO WS-SCAN-STMT-NBR
066800             SET WS-STMT-FOUND TO TRUE
066900         END-IF
067000     END-IF.
067100
067200     IF WS-PL-DATA(5:19) = 'GRAND TOTAL CREDITS'    OR
067300        WS-PL-DATA(5:23) = 'GRAND TOTAL DES CREDITS' OR
067400        WS-PL-DATA(5:25) = 'TOTAL GENERAL DE CREDITOS'
067500         PERFORM 1390-CLOSE-PRINT-DOC THRU 1390-EXIT
067600     END-IF.
067700 1380-EXIT.
067800     EXIT.
067900
068000 1390-CLOSE-PRINT-DOC.
068100     EVALUATE TRUE
068200         WHEN WS-SCAN-SOURCE = '5'
068300             ADD +1 TO WS-CENTRAL-STMTS-READ
068400         WHEN WS-SCAN-CODE = 'T'
068500             ADD +1 TO WS-FINAL-STMTS-READ
068600         WHEN OTHER
068700             ADD +1 TO WS-PRINT-STMTS-READ
068800     END-EVALUATE.
068900     MOVE SPACES           TO RECON-SORT-REC.
069000     MOVE WS-SCAN-DLR-NBR  TO RSR-DLR-NBR.
069100     MOVE WS-SCAN-SOURCE   TO RSR-SOURCE.
069200     MOVE WS-SCAN-STMT-NBR TO RSR-STMT-NBR.
069300     MOVE WS-SCAN-CODE     TO RSR-CODE.
069400     MOVE 0                TO RSR-BRANCH-NO.
069500     RELEASE RECON-SORT-REC.
069600     MOVE 'N' TO WS-DOC-OPEN-SW.
069700 1390-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100*                1400-COLLECT-ROUTING-REG                       *
070200*****************************************************************
070300* A ROUTING LINE HAS THE EDITED DEALER IN COLUMNS 1-9, THE      *
070400* ROUTE CODE IN COLUMN 13 AND THE STATEMENT NUMBER IN COLUMNS   *
070500* 46-57. HEADINGS AND TOTALS ARE PASSED OVER; THE '*UNKNOWN*'   *
070600* LINE FOR A STATEMENT WITH NO DEALER HEADER GOES UNDER ZERO.   *
070700*****************************************************************
070800
070900 1400-COLLECT-ROUTING-REG.
071000     OPEN INPUT ROUTING-REGISTER-INFILE.
071100     MOVE 'N' TO WS-END-OF-FILE-SW.
071200     PERFORM 1410-READ-ROUTING-REG THRU 1410-EXIT.
071300     PERFORM 1420-RELEASE-ROUTING-LINE THRU 1420-EXIT
071400         UNTIL END-OF-FILE.
071500     CLOSE ROUTING-REGISTER-INFILE.
071600 1400-EXIT.
071700     EXIT.
071800
071900 1410-READ-ROUTING-REG.
072000     READ ROUTING-REGISTER-INFILE INTO WS-ROUTING-LINE
072100         AT END SET END-OF-FILE TO TRUE.
072200 1410-EXIT.
072300     EXIT.
072400
072500 1420-RELEASE-ROUTING-LINE.
072600     IF WS-ROUTING-LINE(1:9) = '*UNKNOWN*'
072700         ADD +1 TO WS-ROUTING-LINES-READ
072800         MOVE SPACES TO RECON-SORT-REC
072900         MOVE 0      TO RSR-DLR-NBR
073000                        RSR-BRANCH-NO
073100         MOVE '4'    TO RSR-SOURCE
073200         MOVE 'C'    TO RSR-CODE
073300         RELEASE RECON-SORT-REC
073400         GO TO 1420-READ-NEXT
073500     END-IF.
073600
073700     IF WS-ROUTING-LINE(9:1) IS NUMERIC AND
073800       (WS-ROUTING-LINE(13:1) = 'C' OR 'E' OR 'B' OR 'X')
073900         CONTINUE
074000     ELSE
074100         GO TO 1420-READ-NEXT
074200     END-IF.
074300
074400     MOVE WS-ROUTING-LINE(1:9) TO WS-EDITED-DLR-X.
074500     INSPECT WS-EDITED-DLR-X
074600         REPLACING LEADING ' ' BY '0'.
074700     IF WS-EDITED-DLR-X IS NUMERIC
074800         CONTINUE
074900     ELSE
075000         GO TO 1420-READ-NEXT
075100     END-IF.
075200
075300     ADD +1 TO WS-ROUTING-LINES-READ.
075400     MOVE SPACES                 TO RECON-SORT-REC.
075500     MOVE WS-EDITED-DLR-9        TO RSR-DLR-NBR.
075600     MOVE '4'                    TO RSR-SOURCE.
075700     MOVE WS-ROUTING-LINE(46:12) TO RSR-STMT-NBR.
075800     MOVE WS-ROUTING-LINE(13:1)  TO RSR-CODE.
075900     MOVE 0                      TO RSR-BRANCH-NO.
076000     RELEASE RECON-SORT-REC.
076100
076200 1420-READ-NEXT.
076300     PERFORM 1410-READ-ROUTING-REG THRU 1410-EXIT.
076400 1420-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800*                1500-COLLECT-CENTRAL-PRINT                     *
076900*****************************************************************
077000* THE MXA047O1 FILE AS HANDED TO CENTRAL PRINT, BURST THE SAME  *
077100* WAY AS THE MXBPA046 STREAM.                                   *
077200*****************************************************************
077300
077400 1500-COLLECT-CENTRAL-PRINT.
077500     OPEN INPUT CENTRAL-PRINT-INFILE.
077600     MOVE '5' TO WS-SCAN-SOURCE.
077700     MOVE SPACE TO WS-SCAN-CODE.
077800     MOVE 'N' TO WS-END-OF-FILE-SW
077900                 WS-DOC-OPEN-SW.
078000     PERFORM 1510-READ-CENTRAL-PRINT THRU 1510-EXIT.
078100     PERFORM 1520-PROCESS-CENTRAL-PRINT THRU 1520-EXIT
078200         UNTIL END-OF-FILE.
078300     IF WS-DOC-OPEN
078400         PERFORM 1390-CLOSE-PRINT-DOC THRU 1390-EXIT
078500     END-IF.
078600     CLOSE CENTRAL-PRINT-INFILE.
078700 1500-EXIT.
078800     EXIT.
078900
079000 1510-READ-CENTRAL-PRINT.
079100     READ CENTRAL-PRINT-INFILE INTO WS-PRINT-LINE
079200         AT END SET END-OF-FILE TO TRUE.
079300 1510-EXIT.
079400     EXIT.
079500
079600 1520-PROCESS-CENTRAL-PRINT.
079700     PERFORM 1380-SCAN-PRINT-LINE THRU 1380-EXIT.
079800     PERFORM 1510-READ-CENTRAL-PRINT THRU 1510-EXIT.
079900 1520-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300*                1600-COLLECT-MANIFEST                          *
080400*****************************************************************
080500
080600 1600-COLLECT-MANIFEST.
080700     OPEN INPUT DOCUMENT-MANIFEST-INFILE.
080800     MOVE 'N' TO WS-END-OF-FILE-SW.
080900     PERFORM 1610-READ-MANIFEST THRU 1610-EXIT.
081000     PERFORM 1620-RELEASE-MANIFEST THRU 1620-EXIT
081100         UNTIL END-OF-FILE.
081200     CLOSE DOCUMENT-MANIFEST-INFILE.
081300 1600-EXIT.
081400     EXIT.
081500
081600 1610-READ-MANIFEST.
081700     READ DOCUMENT-MANIFEST-INFILE INTO WS-MANIFEST-RECORD
081800         AT END SET END-OF-FILE TO TRUE.
081900 1610-EXIT.
082000     EXIT.
082100
082200 1620-RELEASE-MANIFEST.
082300     ADD +1 TO WS-MANIFEST-DOCS-READ.
082400     MOVE SPACES          TO RECON-SORT-REC.
082500     IF WS-MAN-DLR-NBR IS NUMERIC
082600         MOVE WS-MAN-DLR-NBR TO RSR-DLR-NBR
082700     ELSE
082800         MOVE 0              TO RSR-DLR-NBR
082900     END-IF.
083000     MOVE '6'             TO RSR-SOURCE.
083100     MOVE WS-MAN-STMT-NBR TO RSR-STMT-NBR.
083200     MOVE 'E'             TO RSR-CODE.
083300     MOVE 0               TO RSR-BRANCH-NO.
083400     RELEASE RECON-SORT-REC.
083500
083600     PERFORM 1610-READ-MANIFEST THRU 1610-EXIT.
083700 1620-EXIT.
083800     EXIT.
083900
084000*****************************************************************
084100*                1700-COLLECT-PACKING-LIST                      *
084200*****************************************************************
084300* THE BRANCH HEADING (' BRANCH: ' IN COLUMN 2) SETS THE BRANCH; *
084400* A DETAIL LINE HAS THE EDITED DEALER IN COLUMNS 5-13 AND THE   *
084500* STATEMENT NUMBER IN COLUMNS 57-68.                            *
084600*****************************************************************
084700
084800 1700-COLLECT-PACKING-LIST.
084900     OPEN INPUT PACKING-LIST-INFILE.
085000     MOVE 'N' TO WS-END-OF-FILE-SW.
085100     MOVE 0   TO WS-PACK-BRANCH-NO.
085200     PERFORM 1710-READ-PACKING-LIST THRU 1710-EXIT.
085300     PERFORM 1720-RELEASE-PACKING-LINE THRU 1720-EXIT
085400         UNTIL END-OF-FILE.
085500     CLOSE PACKING-LIST-INFILE.
085600 1700-EXIT.
085700     EXIT.
085800
085900 1710-READ-PACKING-LIST.
086000     READ PACKING-LIST-INFILE INTO WS-PACKING-LINE
086100         AT END SET END-OF-FILE TO TRUE.
086200 1710-EXIT.
086300     EXIT.
086400
086500 1720-RELEASE-PACKING-LINE.
086600     IF WS-PACKING-LINE(2:8) = 'BRANCH: '
086700         MOVE WS-PACKING-LINE(10:4) TO WS-EDITED-BRANCH-X
086800         INSPECT WS-EDITED-BRANCH-X
086900             REPLACING LEADING ' ' BY '0'
087000         IF WS-EDITED-BRANCH-X IS NUMERIC
087100             MOVE WS-EDITED-BRANCH-9 TO WS-PACK-BRANCH-NO
087200         ELSE
087300             MOVE 0 TO WS-PACK-BRANCH-NO
087400         END-IF
087500         GO TO 1720-READ-NEXT
087600     END-IF.
087700
087800     IF WS-PACKING-LINE(1:4) = SPACES AND
087900        WS-PACKING-LINE(13:1) IS NUMERIC AND
088000        WS-PACKING-LINE(57:12) NOT = SPACES
088100         CONTINUE
088200     ELSE
088300         GO TO 1720-READ-NEXT
088400     END-IF.
088500
088600     MOVE WS-PACKING-LINE(5:9) TO WS-EDITED-DLR-X.
088700     INSPECT WS-EDITED-DLR-X
088800         REPLACING LEADING ' ' BY '0'.
088900     IF WS-EDITED-DLR-X IS NUMERIC
089000         CONTINUE
089100     ELSE
089200         GO TO 1720-READ-NEXT
089300     END-IF.
089400
089500     ADD +1 TO WS-PACKING-LINES-READ.
089600     MOVE SPACES                 TO RECON-SORT-REC.
089700     MOVE WS-EDITED-DLR-9        TO RSR-DLR-NBR.
089800     MOVE '7'                    TO RSR-SOURCE.
089900     MOVE WS-PACKING-LINE(57:12) TO RSR-STMT-NBR.
090000     MOVE 'B'                    TO RSR-CODE.
090100     MOVE WS-PACK-BRANCH-NO      TO RSR-BRANCH-NO.
090200     RELEASE RECON-SORT-REC.
090300
090400 1720-READ-NEXT.
090500     PERFORM 1710-READ-PACKING-LIST THRU 1710-EXIT.
090600 1720-EXIT.
090700     EXIT.
090800
090900*****************************************************************
091000*                1800-COLLECT-FINAL-STREAM                      *
091100*****************************************************************
091200* THE MXBPA085 FINAL STATEMENT STREAM (MXA085O1) FOR THE CYCLE  *
091300* DATE, BURST THE SAME WAY. ITS COPIES SORT WITH THE PRINT      *
091400* STREAM BUT CARRY A 'T' CODE, SO A TERMINATED DEALER'S FINAL   *
091500* STATEMENT IS COUNTED APART FROM THE MXBPA046 COPIES.          *
091600*****************************************************************
091700
091800 1800-COLLECT-FINAL-STREAM.
091900     OPEN INPUT FINAL-STREAM-INFILE.
092000     MOVE '3' TO WS-SCAN-SOURCE.
092100     MOVE 'T' TO WS-SCAN-CODE.
092200     MOVE 'N' TO WS-END-OF-FILE-SW
092300                 WS-DOC-OPEN-SW.
092400     PERFORM 1810-READ-FINAL-STREAM THRU 1810-EXIT.
092500     PERFORM 1820-PROCESS-FINAL-STREAM THRU 1820-EXIT
092600         UNTIL END-OF-FILE.
092700     IF WS-DOC-OPEN
092800         PERFORM 1390-CLOSE-PRINT-DOC THRU 1390-EXIT
092900     END-IF.
093000     CLOSE FINAL-STREAM-INFILE.
093100 1800-EXIT.
093200     EXIT.
093300
093400 1810-READ-FINAL-STREAM.
093500     READ FINAL-STREAM-INFILE INTO WS-PRINT-LINE
093600         AT END SET END-OF-FILE TO TRUE.
093700 1810-EXIT.
093800     EXIT.
093900
094000 1820-PROCESS-FINAL-STREAM.
094100     PERFORM 1380-SCAN-PRINT-LINE THRU 1380-EXIT.
094200     PERFORM 1810-READ-FINAL-STREAM THRU 1810-EXIT.
094300 1820-EXIT.
094400     EXIT.
094500
094600*****************************************************************
094700*                3000-RECONCILE-DEALERS                         *
094800*****************************************************************
094900* SORT OUTPUT PROCEDURE - ONE CONTROL BREAK PER DEALER.         *
095000*****************************************************************
095100
095200 3000-RECONCILE-DEALERS.
095300     OPEN OUTPUT RECONCILIATION-REPORT.
095400
095500     MOVE WS-PARM-CYCLE-DATE TO RH1-CYCLE-DATE.
095600     WRITE RECONCILIATION-REC FROM RECON-HEAD-1.
095700     MOVE SPACES TO WS-REPORT-LINE.
095800     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
095900     WRITE RECONCILIATION-REC FROM RECON-HEAD-2.
096000     MOVE ALL '-' TO WS-REPORT-LINE.
096100     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
096200
096300     IF WS-SIM-REGISTER
096400         MOVE SPACES TO WS-REPORT-LINE
096500         MOVE '**** MXPA045W IS FROM A SIMULATION RUN OF THE '
096600             TO WS-REPORT-LINE
096700         MOVE 'EXTRACT - NOT A CYCLE THAT CAN BE SIGNED OFF ****'
096800             TO WS-REPORT-LINE(47:50)
096900         WRITE RECONCILIATION-REC FROM WS-REPORT-LINE
097000     END-IF.
097100
097200     PERFORM 3010-RETURN-SORTED-REC THRU 3010-EXIT.
097300     PERFORM 3100-RECONCILE-ONE-DEALER THRU 3100-EXIT
097400         UNTIL NO-MORE-SORTED.
097500
097600     PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT.
097700
097800     CLOSE RECONCILIATION-REPORT.
097900 3000-EXIT.
098000     EXIT.
098100
098200 3010-RETURN-SORTED-REC.
098300     RETURN RECON-SORT-FILE
098400         AT END SET NO-MORE-SORTED TO TRUE.
098500 3010-EXIT.
098600     EXIT.
098700
098800*****************************************************************
098900*                3100-RECONCILE-ONE-DEALER                      *
099000*****************************************************************
099100
099200 3100-RECONCILE-ONE-DEALER.
099300     INITIALIZE WS-GROUP-FIELDS
099400                WS-GROUP-COUNTS.
099500     MOVE 0 TO WS-ISSUED-COUNT
099600               WS-MSG-COUNT.
099700     MOVE RSR-DLR-NBR TO WS-GRP-DLR-NBR.
099800
099900     PERFORM 3200-ACCUMULATE-SORTED-REC THRU 3200-EXIT
100000         UNTIL NO-MORE-SORTED OR
100100               RSR-DLR-NBR NOT = WS-GRP-DLR-NBR.
100200
100300     PERFORM 3300-CHECK-DEALER THRU 3300-EXIT.
100400 3100-EXIT.
100500     EXIT.
100600
100700*****************************************************************
100800*                3200-ACCUMULATE-SORTED-REC                     *
100900*****************************************************************
101000
101100 3200-ACCUMULATE-SORTED-REC.
101200     EVALUATE RSR-SOURCE
101300         WHEN '1'
101400             EVALUATE RSR-CODE
101500                 WHEN 'P'
101600                     ADD +1 TO WS-GRP-REG-PRINTED
101700                 WHEN 'H'
101800                     ADD +1 TO WS-GRP-REG-HELD
101900                 WHEN OTHER
102000                     ADD +1 TO WS-GRP-REG-OTHER
102100             END-EVALUATE
102200         WHEN '2'
102300             ADD +1 TO WS-GRP-LOG-ISSUED
102400             IF RSR-CODE = 'T'
102500                 ADD +1 TO WS-GRP-LOG-FINAL
102600             END-IF
102700             PERFORM 3210-STORE-ISSUED THRU 3210-EXIT
102800         WHEN '3'
102900             IF RSR-CODE = 'T'
103000                 ADD +1 TO WS-GRP-FINAL-PRINTED
103100             ELSE
103200                 ADD +1 TO WS-GRP-PRINTED
103300             END-IF
103400             PERFORM 3250-CHECK-ISSUED THRU 3250-EXIT
103500         WHEN '4'
103600             ADD +1 TO WS-GRP-ROUTED
103700             MOVE RSR-CODE TO WS-GRP-ROUTE-CODE
103800             PERFORM 3250-CHECK-ISSUED THRU 3250-EXIT
103900         WHEN '5'
104000             ADD +1 TO WS-GRP-CENTRAL
104100             PERFORM 3250-CHECK-ISSUED THRU 3250-EXIT
104200         WHEN '6'
104300             ADD +1 TO WS-GRP-MANIFEST
104400             PERFORM 3250-CHECK-ISSUED THRU 3250-EXIT
104500         WHEN '7'
104600             ADD +1 TO WS-GRP-PACKED
104700             MOVE RSR-BRANCH-NO TO WS-GRP-PACK-BRANCH
104800             PERFORM 3250-CHECK-ISSUED THRU 3250-EXIT
104900         WHEN OTHER
105000             EVALUATE RSR-CODE
105100                 WHEN 'D'
105200                     ADD +1 TO WS-GRP-LOG-DISPATCHED
105300                 WHEN 'C'
105400                     ADD +1 TO WS-GRP-LOG-CONFIRMED
105500                 WHEN 'X'
105600                     ADD +1 TO WS-GRP-LOG-SENT
105700                 WHEN OTHER
105800                     ADD +1 TO WS-GRP-LOG-FALLBACK
105900             END-EVALUATE
106000     END-EVALUATE.
106100
106200     IF WS-GRP-STMT-NBR = SPACES
106300         MOVE RSR-STMT-NBR TO WS-GRP-STMT-NBR
106400     END-IF.
106500
106600     PERFORM 3010-RETURN-SORTED-REC THRU 3010-EXIT.
106700 3200-EXIT.
106800     EXIT.
106900
107000*****************************************************************
107100*                3210-STORE-ISSUED                              *
107200*****************************************************************
107300* RECORDS AN ISSUED STATEMENT NUMBER. THE SORT PUTS A DEALER'S  *
107400* RECORDS AN ISSUED STATEMENT NUMBER. THE SORT PUTS A DEALER'S  *
107500* 'I' AND 'T' ROWS IN STATEMENT-NUMBER ORDER, SO THE SAME       *
107600* NUMBER ISSUED TWICE ARRIVES BACK TO BACK.                     *
107700*****************************************************************
107800
107900 3210-STORE-ISSUED.
108000     IF WS-ISSUED-COUNT > 0
108100         IF WS-ISSUED-STMT-NBR (WS-ISSUED-COUNT) = RSR-STMT-NBR
108200             ADD +1 TO WS-GRP-REISSUED
108300             GO TO 3210-EXIT
108400         END-IF
108500     END-IF.
108600
108700     IF WS-ISSUED-COUNT < 50
108800         ADD +1 TO WS-ISSUED-COUNT
108900         MOVE RSR-STMT-NBR TO
109000             WS-ISSUED-STMT-NBR (WS-ISSUED-COUNT)
109100     END-IF.
109200 3210-EXIT.
109300     EXIT.
109400
109500*****************************************************************
109600*                3250-CHECK-ISSUED                              *
109700*****************************************************************
109800* A DOWNSTREAM COPY MUST CARRY A NUMBER ISSUED TO THE DEALER    *
109900* THIS CYCLE. A BLANK NUMBER (NO HEADER LINE) IS LEFT TO THE    *
110000* DEALER-ZERO CHECK.                                            *
110100*****************************************************************
110200
110300 3250-CHECK-ISSUED.
110400     IF RSR-STMT-NBR = SPACES
110500         GO TO 3250-EXIT
110600     END-IF.
110700
110800     MOVE 'N' TO WS-ISSUED-FOUND-SW.
110900     MOVE 1   TO WS-ISSUED-IX.
111000     PERFORM 3260-SEARCH-ISSUED THRU 3260-EXIT
111100         UNTIL WS-ISSUED-FOUND OR
111200               WS-ISSUED-IX > WS-ISSUED-COUNT.
111300
111400     IF WS-ISSUED-FOUND
111500         CONTINUE
111600     ELSE
111700         ADD +1 TO WS-GRP-UNISSUED
111800         MOVE RSR-STMT-NBR TO WS-GRP-UNISSUED-STMT
111900     END-IF.
112000 3250-EXIT.
112100     EXIT.
112200
112300 3260-SEARCH-ISSUED.
112400     IF WS-ISSUED-STMT-NBR (WS-ISSUED-IX) = RSR-STMT-NBR
112500         SET WS-ISSUED-FOUND TO TRUE
112600     ELSE
112700         ADD +1 TO WS-ISSUED-IX
112800     END-IF.
112900 3260-EXIT.
113000     EXIT.
113100
113200*****************************************************************
113300*                3300-CHECK-DEALER                              *
113400*****************************************************************
113500* ONE DEALER'S STATEMENT THROUGH EVERY LINK. A DEALER WITH ONLY *
113600* LOG ROWS BELONGS TO ANOTHER RUN ON THE SAME CYCLE DATE AND IS *
113700* PASSED OVER. A DEALER HELD, PARKED OR SUPPRESSED WITH NOTHING *
113800* DOWNSTREAM NEEDED NO STATEMENT. A 'T' ROW MAKES A FINAL       *
113900* STATEMENT DUE, WHICH IS NOT ON THE CYCLE REGISTER; ANY        *
114000* REGULAR STATEMENT THE SAME DAY IS DUE AS WELL.                *
114100*****************************************************************
114200
114300 3300-CHECK-DEALER.
114400     COMPUTE WS-GRP-REGISTERED =
114500         WS-GRP-REG-PRINTED + WS-GRP-REG-HELD + WS-GRP-REG-OTHER.
114600     COMPUTE WS-GRP-DOWNSTREAM =
114700         WS-GRP-PRINTED + WS-GRP-ROUTED + WS-GRP-CENTRAL +
114800         WS-GRP-MANIFEST + WS-GRP-PACKED + WS-GRP-FINAL-PRINTED.
114900
115000     IF WS-GRP-DLR-NBR = 0
115100         PERFORM 3310-UNIDENTIFIED-STATEMENTS THRU 3310-EXIT
115200         GO TO 3300-EXIT
115300     END-IF.
115400
115500     IF WS-GRP-REGISTERED = 0 AND WS-GRP-DOWNSTREAM = 0
115600         ADD +1 TO WS-LOG-ONLY-DEALERS
115700         GO TO 3300-EXIT
115800     END-IF.
115900
116000     ADD +1 TO WS-DEALERS-CHECKED.
116100
116200     IF WS-GRP-REG-PRINTED = 0 AND WS-GRP-DOWNSTREAM = 0
116300         ADD +1 TO WS-DEALERS-NO-STMT
116400         GO TO 3300-EXIT
116500     END-IF.
116600
116700     IF WS-GRP-REGISTERED = 0
116800         IF WS-GRP-LOG-FINAL = 0
116900             MOVE 'NOT ON THE MXPA045W CYCLE REGISTER'
117000                 TO WS-NEW-MSG-TEXT
117100             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
117200         END-IF
117300     ELSE
117400         IF WS-GRP-REG-PRINTED = 0 AND WS-GRP-REG-HELD = 0
117500             MOVE 'STATEMENT OUT FOR A PARKED/SUPPRESSED DEALER'
117600                 TO WS-NEW-MSG-TEXT
117700             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
117800         END-IF
117900     END-IF.
118000
118100     MOVE 0 TO WS-GRP-DOCS-DUE.
118200     IF WS-GRP-REGISTERED > 0 OR WS-GRP-LOG-FINAL = 0
118300         ADD +1 TO WS-GRP-DOCS-DUE
118400     END-IF.
118500     IF WS-GRP-LOG-FINAL > 0
118600         ADD +1 TO WS-GRP-DOCS-DUE
118700     END-IF.
118800
118900     PERFORM 3320-CHECK-ISSUANCE THRU 3320-EXIT.
119000     PERFORM 3330-CHECK-PRINT-AND-ROUTE THRU 3330-EXIT.
119100     PERFORM 3340-CHECK-CHANNELS THRU 3340-EXIT.
119200     PERFORM 3350-CHECK-PREFERENCE THRU 3350-EXIT.
119300
119400     IF WS-MSG-COUNT = 0
119500         ADD +1 TO WS-DEALERS-CLEAN
119600     ELSE
119700         PERFORM 3400-PRINT-DEALER THRU 3400-EXIT
119800     END-IF.
119900 3300-EXIT.
120000     EXIT.
120100
120200*****************************************************************
120300*                3310-UNIDENTIFIED-STATEMENTS                   *
120400*****************************************************************
120500
120600 3310-UNIDENTIFIED-STATEMENTS.
120700     ADD WS-GRP-DOWNSTREAM TO WS-UNIDENTIFIED-STMTS.
120800     MOVE WS-GRP-DOWNSTREAM TO WS-MSG-ED-COUNT.
120900     MOVE SPACES TO WS-NEW-MSG-TEXT.
121000     STRING WS-MSG-ED-COUNT      DELIMITED BY SIZE
121100            ' STATEMENT(S) WITH NO DEALER HEADER LINE'
121200                                 DELIMITED BY SIZE
121300            INTO WS-NEW-MSG-TEXT.
121400     PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT.
121500     PERFORM 3400-PRINT-DEALER THRU 3400-EXIT.
121600 3310-EXIT.
121700     EXIT.
121800
121900*****************************************************************
122000*                3320-CHECK-ISSUANCE                            *
122100*****************************************************************
122200
122300 3320-CHECK-ISSUANCE.
122400     IF WS-GRP-LOG-ISSUED = 0
122500         MOVE 'NO ISSUED (I OR T) ROW ON VWMSTLG FOR THE CYCLE'
122600             TO WS-NEW-MSG-TEXT
122700         PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
122800     END-IF.
122900
123000     IF WS-GRP-REISSUED > 0
123100         MOVE 'SAME STATEMENT NUMBER ISSUED MORE THAN ONCE'
123200             TO WS-NEW-MSG-TEXT
123300         PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
123400     END-IF.
123500
123600     IF WS-GRP-UNISSUED > 0 AND WS-GRP-LOG-ISSUED > 0
123700         MOVE SPACES TO WS-NEW-MSG-TEXT
123800         STRING 'STATEMENT NO '       DELIMITED BY SIZE
123900                WS-GRP-UNISSUED-STMT  DELIMITED BY SIZE
124000                ' NOT ISSUED TO THE DEALER'
124100                                      DELIMITED BY SIZE
124200                INTO WS-NEW-MSG-TEXT
124300         PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
124400     END-IF.
124500 3320-EXIT.
124600     EXIT.
124700
124800*****************************************************************
124900*                3330-CHECK-PRINT-AND-ROUTE                     *
125000*****************************************************************
125100* EXACTLY ONE COPY IN THE MXBPA046 PRINT STREAM, OR IN THE      *
125200* MXBPA085 STREAM FOR A FINAL STATEMENT, AND ONE ROUTING LINE   *
125300* FOR EACH STATEMENT DUE.                                       *
125400*****************************************************************
125500
125600 3330-CHECK-PRINT-AND-ROUTE.
125700     EVALUATE TRUE
125800         WHEN WS-GRP-REGISTERED = 0 AND WS-GRP-LOG-FINAL > 0
125900             CONTINUE
126000         WHEN WS-GRP-PRINTED = 0
126100             MOVE 'MISSING FROM THE MXBPA046 PRINT STREAM'
126200                 TO WS-NEW-MSG-TEXT
126300             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
126400         WHEN WS-GRP-PRINTED > 1
126500             MOVE WS-GRP-PRINTED TO WS-MSG-ED-COUNT
126600             MOVE SPACES TO WS-NEW-MSG-TEXT
126700             STRING 'PRINTED '           DELIMITED BY SIZE
126800                    WS-MSG-ED-COUNT      DELIMITED BY SIZE
126900                    ' TIMES IN THE MXBPA046 PRINT STREAM'
127000                                         DELIMITED BY SIZE
127100                    INTO WS-NEW-MSG-TEXT
127200             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
127300     END-EVALUATE.
127400
127500     IF WS-GRP-LOG-FINAL > 0
127600         EVALUATE TRUE
127700             WHEN WS-GRP-FINAL-PRINTED = 0
127800                 MOVE 'MISSING FROM THE MXBPA085 FINAL STREAM'
127900                     TO WS-NEW-MSG-TEXT
128000                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
128100             WHEN WS-GRP-FINAL-PRINTED > 1
128200                 MOVE WS-GRP-FINAL-PRINTED TO WS-MSG-ED-COUNT
128300                 MOVE SPACES TO WS-NEW-MSG-TEXT
128400                 STRING 'PRINTED '        DELIMITED BY SIZE
128500                        WS-MSG-ED-COUNT   DELIMITED BY SIZE
128600                        ' TIMES IN THE MXBPA085 STREAM'
128700                                          DELIMITED BY SIZE
128800                        INTO WS-NEW-MSG-TEXT
128900                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
129000         END-EVALUATE
129100     END-IF.
129200
129300     EVALUATE TRUE
129400         WHEN WS-GRP-ROUTED = 0
129500             MOVE 'MISSING FROM THE MXBPA047 ROUTING REGISTER'
129600                 TO WS-NEW-MSG-TEXT
129700             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
129800         WHEN WS-GRP-ROUTED > WS-GRP-DOCS-DUE
129900             MOVE WS-GRP-ROUTED TO WS-MSG-ED-COUNT
130000             MOVE SPACES TO WS-NEW-MSG-TEXT
130100             STRING 'ROUTED '            DELIMITED BY SIZE
130200                    WS-MSG-ED-COUNT      DELIMITED BY SIZE
130300                    ' TIMES ON THE MXBPA047 REGISTER'
130400                                         DELIMITED BY SIZE
130500                    INTO WS-NEW-MSG-TEXT
130600             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
130700     END-EVALUATE.
130800 3330-EXIT.
130900     EXIT.
131000
131100*****************************************************************
131200*                3340-CHECK-CHANNELS                            *
131300*****************************************************************
131400* THE ROUTED CHANNEL MUST HOLD ONE COPY PER STATEMENT DUE AND   *
131500* NO OTHER CHANNEL ANY. E-DELIVERY ALSO NEEDS ITS 'D' ROW;      *
131600* AWAITING THE PORTAL OR FALLEN BACK TO PRINT IS A NOTE, NOT AN *
131700* EXCEPTION. EDI NEEDS ITS 'X' ROW; AWAITING THE 997 IS         *
131800* LIKEWISE A NOTE.                                              *
131900*****************************************************************
132000
132100 3340-CHECK-CHANNELS.
132200     IF WS-GRP-ROUTE-CODE = 'C'
132300         EVALUATE TRUE
132400             WHEN WS-GRP-CENTRAL = 0
132500                 MOVE 'ROUTED TO CENTRAL PRINT - NOT IN MXA047O1'
132600                     TO WS-NEW-MSG-TEXT
132700                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
132800             WHEN WS-GRP-CENTRAL > WS-GRP-DOCS-DUE
132900                 MOVE WS-GRP-CENTRAL TO WS-MSG-ED-COUNT
133000                 MOVE SPACES TO WS-NEW-MSG-TEXT
133100                 STRING 'IN THE CENTRAL PRINT FILE '
133200                                         DELIMITED BY SIZE
133300                        WS-MSG-ED-COUNT  DELIMITED BY SIZE
133400                        ' TIMES'         DELIMITED BY SIZE
133500                        INTO WS-NEW-MSG-TEXT
133600                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
133700         END-EVALUATE
133800     ELSE
133900         IF WS-GRP-CENTRAL > 0
134000             MOVE 'IN THE CENTRAL PRINT FILE - NOT ROUTED THERE'
134100                 TO WS-NEW-MSG-TEXT
134200             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
134300         END-IF
134400     END-IF.
134500
134600     IF WS-GRP-ROUTE-CODE = 'E'
134700         EVALUATE TRUE
134800             WHEN WS-GRP-MANIFEST = 0
134900                 MOVE 'ROUTED TO E-DELIVERY - NOT ON MXPA058M'
135000                     TO WS-NEW-MSG-TEXT
135100                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
135200             WHEN WS-GRP-MANIFEST > WS-GRP-DOCS-DUE
135300                 MOVE WS-GRP-MANIFEST TO WS-MSG-ED-COUNT
135400                 MOVE SPACES TO WS-NEW-MSG-TEXT
135500                 STRING 'ON THE MXBPA058 MANIFEST '
135600                                         DELIMITED BY SIZE
135700                        WS-MSG-ED-COUNT  DELIMITED BY SIZE
135800                        ' TIMES'         DELIMITED BY SIZE
135900                        INTO WS-NEW-MSG-TEXT
136000                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
136100         END-EVALUATE
136200         IF WS-GRP-MANIFEST > 0 AND WS-GRP-LOG-DISPATCHED = 0
136300             MOVE 'PACKAGED BUT NO DISPATCHED (D) ROW ON VWMSTLG'
136400                 TO WS-NEW-MSG-TEXT
136500             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
136600         END-IF
136700         IF WS-GRP-LOG-FALLBACK > 0
136800             MOVE 'FELL BACK TO CENTRAL PRINT (F ROW ON VWMSTLG)'
136900                 TO WS-NEW-MSG-TEXT
137000             PERFORM 3395-ADD-NOTE THRU 3395-EXIT
137100         ELSE
137200             IF WS-GRP-LOG-DISPATCHED > 0 AND
137300                WS-GRP-LOG-CONFIRMED = 0
137400                 MOVE 'DISPATCHED - AWAITING PORTAL CONFIRMATION'
137500                     TO WS-NEW-MSG-TEXT
137600                 PERFORM 3395-ADD-NOTE THRU 3395-EXIT
137700             END-IF
137800         END-IF
137900     ELSE
138000         IF WS-GRP-MANIFEST > 0
138100             MOVE 'ON THE MXBPA058 MANIFEST - NOT ROUTED THERE'
138200                 TO WS-NEW-MSG-TEXT
138300             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
138400         END-IF
138500     END-IF.
138600
138700     IF WS-GRP-ROUTE-CODE = 'B'
138800         EVALUATE TRUE
138900             WHEN WS-GRP-PACKED = 0
139000                 MOVE 'ROUTED TO BRANCH PICKUP - NOT ON MXPA060L'
139100                     TO WS-NEW-MSG-TEXT
139200                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
139300             WHEN WS-GRP-PACKED > WS-GRP-DOCS-DUE
139400                 MOVE WS-GRP-PACKED TO WS-MSG-ED-COUNT
139500                 MOVE SPACES TO WS-NEW-MSG-TEXT
139600                 STRING 'ON THE MXBPA060 PACKING LIST '
139700                                         DELIMITED BY SIZE
139800                        WS-MSG-ED-COUNT  DELIMITED BY SIZE
139900                        ' TIMES'         DELIMITED BY SIZE
140000                        INTO WS-NEW-MSG-TEXT
140100                 PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
140200         END-EVALUATE
140300     ELSE
140400         IF WS-GRP-PACKED > 0
140500             MOVE 'ON MXBPA060 PACKING LIST - NOT ROUTED THERE'
140600                 TO WS-NEW-MSG-TEXT
140700             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
140800         END-IF
140900     END-IF.
141000
141100     IF WS-GRP-ROUTE-CODE = 'X'
141200         IF WS-GRP-LOG-SENT = 0
141300             MOVE 'ROUTED TO EDI - NO SENT (X) ROW ON VWMSTLG'
141400                 TO WS-NEW-MSG-TEXT
141500             PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
141600         END-IF
141700         IF WS-GRP-LOG-FALLBACK > 0
141800             MOVE 'EDI NOT ACCEPTED - FELL BACK TO PRINT (F ROW)'
141900                 TO WS-NEW-MSG-TEXT
142000             PERFORM 3395-ADD-NOTE THRU 3395-EXIT
142100         ELSE
142200             IF WS-GRP-LOG-SENT > 0 AND
142300                WS-GRP-LOG-CONFIRMED = 0
142400                 MOVE 'SENT AS EDI 812 - AWAITING 997'
142500                     TO WS-NEW-MSG-TEXT
142600                 PERFORM 3395-ADD-NOTE THRU 3395-EXIT
142700             END-IF
142800         END-IF
142900     END-IF.
143000 3340-EXIT.
143100     EXIT.
143200
143300*****************************************************************
143400*                3350-CHECK-PREFERENCE                          *
143500*****************************************************************
143600* THE ROUTE TAKEN AGAINST THE DEALER'S VWMDLVP ROW AS IT STANDS *
143700* NOW (NO ROW OR A BLANK PREFERENCE = CENTRAL PRINT), AND A     *
143800* PICKUP STATEMENT'S PACKING-LIST BRANCH AGAINST THE BRANCH ON  *
143900* THE ROW.                                                      *
144000* A FINAL STATEMENT NEVER GOES AS EDI - FOR AN EDI DEALER IT IS *
144100* EXPECTED IN CENTRAL PRINT.                                    *
144200*****************************************************************
144300
144400 3350-CHECK-PREFERENCE.
144500     IF WS-GRP-ROUTED = 0
144600         GO TO 3350-EXIT
144700     END-IF.
144800
144900     MOVE WS-GRP-DLR-NBR TO CUST-NO OF DCLVWMDLVP.
145000     PERFORM 6100-SELECT-VWMDLVP THRU 6100-EXIT.
145100
145200     IF WS-GRP-LOG-FINAL > 0 AND WS-GRP-PREF-CODE = 'X'
145300         MOVE 'C' TO WS-GRP-PREF-CODE
145400     END-IF.
145500
145600     IF WS-GRP-ROUTE-CODE NOT = WS-GRP-PREF-CODE
145700         MOVE SPACES TO WS-NEW-MSG-TEXT
145800         STRING 'ROUTED '               DELIMITED BY SIZE
145900                WS-GRP-ROUTE-CODE       DELIMITED BY SIZE
146000                ' - VWMDLVP PREFERENCE IS '
146100                                        DELIMITED BY SIZE
146200                WS-GRP-PREF-CODE        DELIMITED BY SIZE
146300                INTO WS-NEW-MSG-TEXT
146400         PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
146500         GO TO 3350-EXIT
146600     END-IF.
146700
146800     IF WS-GRP-PREF-CODE = 'B' AND
146900        WS-GRP-PACKED > 0 AND
147000        WS-GRP-PACK-BRANCH NOT = WS-GRP-PREF-BRANCH
147100         MOVE WS-GRP-PACK-BRANCH TO WS-MSG-ED-BRANCH-1
147200         MOVE WS-GRP-PREF-BRANCH TO WS-MSG-ED-BRANCH-2
147300         MOVE SPACES TO WS-NEW-MSG-TEXT
147400         STRING 'PACKED FOR BRANCH '    DELIMITED BY SIZE
147500                WS-MSG-ED-BRANCH-1      DELIMITED BY SIZE
147600                ' - PREFERENCE BRANCH ' DELIMITED BY SIZE
147700                WS-MSG-ED-BRANCH-2      DELIMITED BY SIZE
147800                INTO WS-NEW-MSG-TEXT
147900         PERFORM 3390-ADD-EXCEPTION THRU 3390-EXIT
148000     END-IF.
148100 3350-EXIT.
148200     EXIT.
148300
148400*****************************************************************
148500*                3390-ADD-EXCEPTION / 3395-ADD-NOTE             *
148600*****************************************************************
148700
148800 3390-ADD-EXCEPTION.
148900     MOVE 'EXC ' TO WS-NEW-MSG-TYPE.
149000     ADD +1 TO WS-GRP-EXCEPTIONS.
149100     PERFORM 3398-STORE-MESSAGE THRU 3398-EXIT.
149200 3390-EXIT.
149300     EXIT.
149400
149500 3395-ADD-NOTE.
149600     MOVE 'NOTE' TO WS-NEW-MSG-TYPE.
149700     PERFORM 3398-STORE-MESSAGE THRU 3398-EXIT.
149800 3395-EXIT.
149900     EXIT.
150000
150100 3398-STORE-MESSAGE.
150200     IF WS-MSG-COUNT < 15
150300         ADD +1 TO WS-MSG-COUNT
150400         MOVE WS-NEW-MSG-TYPE TO WS-MSG-TYPE (WS-MSG-COUNT)
150500         MOVE WS-NEW-MSG-TEXT TO WS-MSG-TEXT (WS-MSG-COUNT)
150600     END-IF.
150700     MOVE SPACES TO WS-NEW-MSG-TEXT.
150800 3398-EXIT.
150900     EXIT.
151000
151100*****************************************************************
151200*                3400-PRINT-DEALER                              *
151300*****************************************************************
151400* THE FIRST LINE CARRIES THE DEALER, ITS STATEMENT NUMBER AND   *
151500* THE COUNT SEEN IN EACH LINK; FURTHER MESSAGES FOLLOW BENEATH. *
151600*****************************************************************
151700
151800 3400-PRINT-DEALER.
151900     IF WS-GRP-EXCEPTIONS > 0
152000         ADD +1 TO WS-DEALERS-IN-EXCEPTION
152100         ADD WS-GRP-EXCEPTIONS TO WS-EXCEPTION-LINES
152200     ELSE
152300         ADD +1 TO WS-DEALERS-WITH-NOTES
152400     END-IF.
152500
152600     MOVE WS-GRP-DLR-NBR        TO RDL-DLR-NBR.
152700     MOVE WS-GRP-STMT-NBR       TO RDL-STMT-NBR.
152800     MOVE WS-GRP-REGISTERED     TO RDL-REG.
152900     COMPUTE RDL-PRT = WS-GRP-PRINTED + WS-GRP-FINAL-PRINTED.
153000     MOVE WS-GRP-ROUTED         TO RDL-RTE.
153100     MOVE WS-GRP-CENTRAL        TO RDL-CPR.
153200     MOVE WS-GRP-MANIFEST       TO RDL-MAN.
153300     MOVE WS-GRP-PACKED         TO RDL-PCK.
153400     MOVE WS-GRP-LOG-ISSUED     TO RDL-LOG-I.
153500     MOVE WS-GRP-LOG-DISPATCHED TO RDL-LOG-D.
153600     MOVE WS-GRP-LOG-CONFIRMED  TO RDL-LOG-C.
153700     MOVE WS-GRP-LOG-FALLBACK   TO RDL-LOG-F.
153800     MOVE WS-GRP-ROUTE-CODE     TO RDL-ROUTE-CODE.
153900     MOVE WS-GRP-PREF-CODE      TO RDL-PREF-CODE.
154000
154100     MOVE 1 TO WS-MSG-IX.
154200     PERFORM 3410-PRINT-MESSAGE THRU 3410-EXIT
154300         UNTIL WS-MSG-IX > WS-MSG-COUNT.
154400 3400-EXIT.
154500     EXIT.
154600
154700 3410-PRINT-MESSAGE.
154800     MOVE WS-MSG-TYPE (WS-MSG-IX) TO RDL-MSG-TYPE.
154900     MOVE WS-MSG-TEXT (WS-MSG-IX) TO RDL-MSG-TEXT.
155000     WRITE RECONCILIATION-REC FROM RECON-DETAIL-LINE.
155100
155200     IF WS-MSG-IX = 1
155300         MOVE SPACES TO RDL-STMT-NBR
155400                        RDL-COUNTS
155500                        RDL-ROUTE-CODE
155600                        RDL-PREF-CODE
155700         MOVE SPACES TO RECON-DETAIL-LINE(1:9)
155800     END-IF.
155900     ADD +1 TO WS-MSG-IX.
156000 3410-EXIT.
156100     EXIT.
156200
156300*****************************************************************
156400*                3900-PRINT-TOTALS                              *
156500*****************************************************************
156600
156700 3900-PRINT-TOTALS.
156800     MOVE ALL '-' TO WS-REPORT-LINE.
156900     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
157000
157100     MOVE WS-REGISTER-RECS-READ TO WS-RPT-ED-COUNT.
157200     MOVE SPACES TO WS-REPORT-LINE.
157300     STRING 'MXPA045W REGISTER RECORDS.... ' DELIMITED BY SIZE
157400            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
157500            INTO WS-REPORT-LINE.
157600     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
157700
157800     MOVE WS-PRINT-STMTS-READ TO WS-RPT-ED-COUNT.
157900     MOVE SPACES TO WS-REPORT-LINE.
158000     STRING 'MXBPA046 PRINTED STATEMENTS.. ' DELIMITED BY SIZE
158100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
158200            INTO WS-REPORT-LINE.
158300     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
158400
158500     MOVE WS-FINAL-STMTS-READ TO WS-RPT-ED-COUNT.
158600     MOVE SPACES TO WS-REPORT-LINE.
158700     STRING 'MXBPA085 FINAL STATEMENTS.... ' DELIMITED BY SIZE
158800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
158900            INTO WS-REPORT-LINE.
159000     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
159100
159200     MOVE WS-ROUTING-LINES-READ TO WS-RPT-ED-COUNT.
159300     MOVE SPACES TO WS-REPORT-LINE.
159400     STRING 'MXBPA047 ROUTING LINES....... ' DELIMITED BY SIZE
159500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
159600            INTO WS-REPORT-LINE.
159700     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
159800
159900     MOVE WS-CENTRAL-STMTS-READ TO WS-RPT-ED-COUNT.
160000     MOVE SPACES TO WS-REPORT-LINE.
160100     STRING 'CENTRAL PRINT STATEMENTS..... ' DELIMITED BY SIZE
160200            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
160300            INTO WS-REPORT-LINE.
160400     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
160500
160600     MOVE WS-MANIFEST-DOCS-READ TO WS-RPT-ED-COUNT.
160700     MOVE SPACES TO WS-REPORT-LINE.
160800     STRING 'MXBPA058 MANIFEST DOCUMENTS.. ' DELIMITED BY SIZE
160900            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
161000            INTO WS-REPORT-LINE.
161100     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
161200
161300     MOVE WS-PACKING-LINES-READ TO WS-RPT-ED-COUNT.
161400     MOVE SPACES TO WS-REPORT-LINE.
161500     STRING 'MXBPA060 PACKING LIST LINES.. ' DELIMITED BY SIZE
161600            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
161700            INTO WS-REPORT-LINE.
161800     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
161900
162000     MOVE WS-LOG-ROWS-READ TO WS-RPT-ED-COUNT.
162100     MOVE SPACES TO WS-REPORT-LINE.
162200     STRING 'VWMSTLG I/T/D/C/F/X ROWS..... ' DELIMITED BY SIZE
162300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
162400            INTO WS-REPORT-LINE.
162500     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
162600
162700     MOVE SPACES TO WS-REPORT-LINE.
162800     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
162900
163000     MOVE WS-DEALERS-CHECKED TO WS-RPT-ED-COUNT.
163100     MOVE SPACES TO WS-REPORT-LINE.
163200     STRING 'DEALERS RECONCILED........... ' DELIMITED BY SIZE
163300            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
163400            INTO WS-REPORT-LINE.
163500     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
163600
163700     MOVE WS-DEALERS-CLEAN TO WS-RPT-ED-COUNT.
163800     MOVE SPACES TO WS-REPORT-LINE.
163900     STRING '  COMPLETE THROUGH THE CHAIN. ' DELIMITED BY SIZE
164000            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
164100            INTO WS-REPORT-LINE.
164200     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
164300
164400     MOVE WS-DEALERS-NO-STMT TO WS-RPT-ED-COUNT.
164500     MOVE SPACES TO WS-REPORT-LINE.
164600     STRING '  NO STATEMENT DUE........... ' DELIMITED BY SIZE
164700            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
164800            INTO WS-REPORT-LINE.
164900     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
165000
165100     MOVE WS-DEALERS-WITH-NOTES TO WS-RPT-ED-COUNT.
165200     MOVE SPACES TO WS-REPORT-LINE.
165300     STRING '  NOTES ONLY................. ' DELIMITED BY SIZE
165400            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
165500            INTO WS-REPORT-LINE.
165600     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
165700
165800     MOVE WS-DEALERS-IN-EXCEPTION TO WS-RPT-ED-COUNT.
165900     MOVE SPACES TO WS-REPORT-LINE.
166000     STRING '  IN EXCEPTION............... ' DELIMITED BY SIZE
166100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
166200            INTO WS-REPORT-LINE.
166300     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
166400
166500     MOVE WS-UNIDENTIFIED-STMTS TO WS-RPT-ED-COUNT.
166600     MOVE SPACES TO WS-REPORT-LINE.
166700     STRING 'STATEMENTS WITH NO DEALER.... ' DELIMITED BY SIZE
166800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
166900            INTO WS-REPORT-LINE.
167000     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
167100
167200     MOVE WS-LOG-ONLY-DEALERS TO WS-RPT-ED-COUNT.
167300     MOVE SPACES TO WS-REPORT-LINE.
167400     STRING 'LOG-ONLY DEALERS (OTHER RUN). ' DELIMITED BY SIZE
167500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
167600            INTO WS-REPORT-LINE.
167700     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
167800
167900     MOVE SPACES TO WS-REPORT-LINE.
168000     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
168100
168200     IF WS-DEALERS-IN-EXCEPTION > 0 OR
168300        WS-UNIDENTIFIED-STMTS > 0 OR
168400        WS-SIM-REGISTER
168500         MOVE 'SIGN-OFF......... CYCLE NOT COMPLETE - DO NOT SIGN'
168600             TO WS-REPORT-LINE
168700         MOVE ' OFF, RESOLVE THE EXCEPTIONS AND RERUN'
168800             TO WS-REPORT-LINE(51:38)
168900     ELSE
169000         MOVE 'SIGN-OFF......... CYCLE COMPLETE - CLEAR TO SIGN'
169100             TO WS-REPORT-LINE
169200         MOVE ' OFF' TO WS-REPORT-LINE(49:4)
169300     END-IF.
169400     WRITE RECONCILIATION-REC FROM WS-REPORT-LINE.
169500 3900-EXIT.
169600     EXIT.
169700
169800*****************************************************************
169900*                5000-FETCH-VWMSTLGR                            *
170000*****************************************************************
170100
170200 5000-FETCH-VWMSTLGR.
170300     EXEC SQL
170400       FETCH VWMSTLGR
170500         INTO :WS-LOG-STMT-NBR,
170600              :WS-LOG-DLR-NBR,
170700              :WS-LOG-ACTION-CODE
170800     END-EXEC.
170900
171000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
171100             Z-970-SET-DA-STATUS-DB2-EXIT.
171200
171300     EVALUATE TRUE
171400         WHEN DA-OK
171500             CONTINUE
171600
171700         WHEN DA-NOTFOUND
171800             SET NO-MORE-LOG-ROWS TO TRUE
171900
172000         WHEN OTHER
172100             SET ABT-DO-ABEND     TO TRUE
172200             SET ABT-ERROR-IS-DB2 TO TRUE
172300             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
172400             MOVE '5000-FETC'     TO ABT-ERROR-SECTION
172500             MOVE 3768            TO ABT-ERROR-ABEND-CODE
172600             MOVE 'VWMSTLGR'      TO ABT-DA-ACCESS-NAME
172700             PERFORM Z-980-ABNORMAL-TERM THRU
172800                     Z-980-ABNORMAL-TERM-RETURN
172900     END-EVALUATE.
173000 5000-EXIT.
173100     EXIT.
173200
173300*****************************************************************
173400*                6000-SELECT-VWMCGRP                            *
173500*****************************************************************
173600* A CONSOLIDATED GROUP MEMBER'S STATEMENT PRINTS UNDER THE      *
173700* PARENT - WS-SCAN-DLR-NBR COMES BACK AS THE DEALER THE         *
173800* STATEMENT IS PRINTED FOR.                                     *
173900*****************************************************************
174000
174100 6000-SELECT-VWMCGRP.
174200     MOVE MEMBER-CUST-NO OF DCLVWMCGRP TO WS-SCAN-DLR-NBR.
174300
174400     EXEC SQL
174500       SELECT PARENT_CUST_NO
174600        INTO :DCLVWMCGRP.PARENT-CUST-NO
174700         FROM VWMCGRP
174800         WHERE MEMBER_CUST_NO = :DCLVWMCGRP.MEMBER-CUST-NO
174900     END-EXEC.
175000
175100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
175200             Z-970-SET-DA-STATUS-DB2-EXIT.
175300
175400     EVALUATE TRUE
175500         WHEN DA-OK
175600             MOVE PARENT-CUST-NO OF DCLVWMCGRP TO WS-SCAN-DLR-NBR
175700
175800         WHEN DA-NOTFOUND
175900             CONTINUE
176000
176100         WHEN OTHER
176200             SET ABT-DO-ABEND     TO TRUE
176300             SET ABT-ERROR-IS-DB2 TO TRUE
176400             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
176500             MOVE '6000-SELE'     TO ABT-ERROR-SECTION
176600             MOVE 3769            TO ABT-ERROR-ABEND-CODE
176700             MOVE 'VWMCGRP '      TO ABT-DA-ACCESS-NAME
176800             PERFORM Z-980-ABNORMAL-TERM THRU
176900                     Z-980-ABNORMAL-TERM-RETURN
177000     END-EVALUATE.
177100 6000-EXIT.
177200     EXIT.
177300
177400*****************************************************************
177500*                6100-SELECT-VWMDLVP                            *
177600*****************************************************************
177700* SAME READING OF THE ROW MXBPA047 ROUTES BY: 'E', 'B' OR 'X',  *
177800* ELSE CENTRAL PRINT.                                           *
177900*****************************************************************
178000
178100 6100-SELECT-VWMDLVP.
178200     MOVE SPACES TO DLVRY-PREF-CODE OF DCLVWMDLVP.
178300     MOVE 0      TO DLVRY-BRANCH-NO OF DCLVWMDLVP.
178400
178500     EXEC SQL
178600       SELECT DLVRY_PREF_CODE
178700             ,DLVRY_BRANCH_NO
178800        INTO :DCLVWMDLVP.DLVRY-PREF-CODE,
178900             :DCLVWMDLVP.DLVRY-BRANCH-NO
179000         FROM VWMDLVP
179100         WHERE CUST_NO = :DCLVWMDLVP.CUST-NO
179200     END-EXEC.
179300
179400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
179500             Z-970-SET-DA-STATUS-DB2-EXIT.
179600
179700     EVALUATE TRUE
179800         WHEN DA-OK
179900             IF DLVRY-PREF-CODE OF DCLVWMDLVP = 'E' OR 'B' OR 'X'
180000                 MOVE DLVRY-PREF-CODE OF DCLVWMDLVP
180100                                       TO WS-GRP-PREF-CODE
180200                 MOVE DLVRY-BRANCH-NO OF DCLVWMDLVP
180300                                       TO WS-GRP-PREF-BRANCH
180400             ELSE
180500                 MOVE 'C' TO WS-GRP-PREF-CODE
180600             END-IF
180700
180800         WHEN DA-NOTFOUND
180900             MOVE 'C' TO WS-GRP-PREF-CODE
181000
181100         WHEN OTHER
181200             SET ABT-DO-ABEND     TO TRUE
181300             SET ABT-ERROR-IS-DB2 TO TRUE
181400             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
181500             MOVE '6100-SELE'     TO ABT-ERROR-SECTION
181600             MOVE 3770            TO ABT-ERROR-ABEND-CODE
181700             MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
181800             PERFORM Z-980-ABNORMAL-TERM THRU
181900                     Z-980-ABNORMAL-TERM-RETURN
182000     END-EVALUATE.
182100 6100-EXIT.
182200     EXIT.
182300
182400     EXEC SQL
182500          INCLUDE MXWP02
182600     END-EXEC.
