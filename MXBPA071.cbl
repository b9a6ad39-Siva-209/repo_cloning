000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA071.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA071 - VWMDLRB BALANCE CORRECTION CARDS.                   |
001000* APPLIES APPROVED CORRECTIONS TO THE VWMDLRB CARRIED BALANCE    |
001100* IN PLACE OF HAND-KEYED SQL. THE CARDS ARE THE ONES PROPOSED BY |
001200* THE MXBPA070 BALANCE PROOF (OR KEYED IN THE SAME LAYOUT), WITH |
001300* THE APPROVER'S USER ID FILLED IN. EVERY CARD IS EDITED:        |
001400*  - AN APPROVER IS PRESENT AND IS NOT THE PREPARER              |
001500*  - THE "FROM" AMOUNT STILL MATCHES THE ROW, SO A CARD PROPOSED |
001600*    BEFORE A CYCLE RAN CANNOT OVERWRITE THAT CYCLE'S ACTIVITY   |
001700*  - A NEW LAST CYCLE DATE IS A VALID DATE NOT PAST PROCESSING   |
001800* EACH APPLIED CARD WRITES A VWMMNTA BEFORE/AFTER ROW NAMING ITS |
001900* PREPARER AND APPROVER, AND THE AUDIT REPORT LISTS EVERY CHANGE |
002000* AND REJECT.                                                    |
002100* RETURN CODE 4 WHEN ANY CARD IS REJECTED.                       |
002200*================================================================*
002300*  TABLE   |   VIEW   |     DESCRIPTION                          |
002400*----------+-----------------------------------------------------*
002500* TBMDLRB  | VWMDLRB  |  DEALER RUNNING CREDIT BALANCE           |
002600* TBMSCHS  | VWMSCHS  |  STATEMENT OF CREDIT HISTORY             |
002700* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
002800* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
002900*================================================================*
003000*   PLAN   | BIND INCLUDE MEMBERS                                |
003100*----------+-----------------------------------------------------*
003200* PBMPA071 | PBMPA071                                            |
003300*================================================================*
003400*-----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CORRECTION-TRAN-FILE
004100         ASSIGN TO MXPA071I.
004200
004300     SELECT CORRECTION-AUDIT-REPORT
004400         ASSIGN TO MXPA071A.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CORRECTION-TRAN-FILE
004900     RECORDING MODE IS F.
005000 01  CORRECTION-TRAN-REC                 PIC X(80).
005100
005200 FD  CORRECTION-AUDIT-REPORT
005300     RECORDING MODE IS F.
005400 01  CORRECTION-AUDIT-REC                PIC X(80).
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITHCES.
005800     05  WS-NO-MORE-TRANS-SW             PIC X(01) VALUE 'N'.
005900         88 NO-MORE-TRANS                          VALUE 'Y'.
006000     05  WS-TRAN-VALID-SW                PIC X(01) VALUE 'Y'.
006100         88 WS-TRAN-VALID                          VALUE 'Y'.
006200     05  WS-DATE-VALID-SW                PIC X(01) VALUE 'Y'.
006300         88 WS-DATE-VALID                          VALUE 'Y'.
006400     05  WS-DLRB-ROW-FOUND-SW            PIC X(01) VALUE 'N'.
006500         88 WS-DLRB-ROW-FOUND                      VALUE 'Y'.
006600
006700 01  WS-COUNTERS COMP-3.
006800     05  WS-TRANS-READ                   PIC S9(04) VALUE 0.
006900     05  WS-BALANCES-CORRECTED           PIC S9(04) VALUE 0.
007000     05  WS-ROWS-INSERTED                PIC S9(04) VALUE 0.
007100     05  WS-ARCHIVED-CORRECTED           PIC S9(04) VALUE 0.
007200     05  WS-TRANS-REJECTED               PIC S9(04) VALUE 0.
007300
007400*  CORRECTION CARD LAYOUT - ONE CARD PER DEALER (MXBPA070 WRITES
007500*  THE SAME LAYOUT):
007600*    COLS  1-06  ACTION - CORRCT  BALANCE_AMT / LAST_CYCLE_DATE
007700*                       - ARCAMT  ARCHIVED_AMT (BASELINE OF
007800*                                 HISTORY ARCHIVED BEFORE THE
007900*                                 COLUMN WAS CARRIED)
008000*    COLS  8-16  DEALER NUMBER, RIGHT-JUSTIFIED ZERO-FILLED
008100*    COLS 18-33  CURRENT AMOUNT, S9(13)V99 SIGN LEADING SEPARATE
008200*                (BALANCE FOR CORRCT, ARCHIVED FOR ARCAMT)
008300*    COLS 35-50  NEW AMOUNT, SAME FORMAT
008400*    COLS 52-61  NEW LAST CYCLE DATE YYYY-MM-DD (CORRCT ONLY;
008500*                BLANK = UNCHANGED, MANDATORY FOR A NEW ROW)
008600*    COLS 63-70  APPROVED BY (USER ID) - MANDATORY
008700*    COLS 72-79  PREPARED BY (USER ID OR MXBPA070)
008800 01  WS-CORR-TRAN.
008900     05  WS-TRAN-ACTION                  PIC X(06).
009000         88 WS-TRAN-CORRECT              VALUE 'CORRCT'.
009100         88 WS-TRAN-ARCHIVED             VALUE 'ARCAMT'.
009200     05  FILLER                          PIC X(01).
009300     05  WS-TRAN-DLR-NBR-X               PIC X(09).
009400     05  WS-TRAN-DLR-NBR-9 REDEFINES WS-TRAN-DLR-NBR-X
009500                                         PIC 9(09).
009600     05  FILLER                          PIC X(01).
009700     05  WS-TRAN-OLD-AMT                 PIC S9(13)V99
009800                                     SIGN LEADING SEPARATE.
009900     05  FILLER                          PIC X(01).
010000     05  WS-TRAN-NEW-AMT                 PIC S9(13)V99
010100                                     SIGN LEADING SEPARATE.
010200     05  FILLER                          PIC X(01).
010300     05  WS-TRAN-NEW-CYCLE-DATE          PIC X(10).
010400     05  FILLER                          PIC X(01).
010500     05  WS-TRAN-APPROVED-BY             PIC X(08).
010600     05  FILLER                          PIC X(01).
010700     05  WS-TRAN-PREPARED-BY             PIC X(08).
010800     05  FILLER                          PIC X(01).
010900
011000 01  WS-EDIT-DATE                        PIC X(10).
011100 01  WS-REJECT-REASON                    PIC X(40).
011200 01  WS-PROCESSING-DATE                  PIC X(10).
011300 01  WS-HIST-CURRENCY-CODE               PIC X(03).
011400
011500*  VWMMNTA BEFORE/AFTER IMAGE OF THE VWMDLRB ROW. THE AMOUNT IS
011600*  BALANCE_AMT FOR A CORRCT ROW, ARCHIVED_AMT FOR AN ARCAMT ROW.
011700 01  WS-DLRB-IMAGE.
011800     05  WS-IMG-AMT                      PIC -(12)9.99.
011900     05  FILLER                          PIC X(01) VALUE SPACES.
012000     05  WS-IMG-CURRENCY-CODE            PIC X(03).
012100     05  FILLER                          PIC X(01) VALUE SPACES.
012200     05  WS-IMG-LAST-CYCLE-DATE          PIC X(10).
012300     05  FILLER                          PIC X(09) VALUE SPACES.
012400 01  WS-BEFORE-IMAGE                     PIC X(40).
012500
012600 01  WS-AUDIT-LINE                       PIC X(80).
012700 01  WS-AUDIT-ED-DLR-NBR                 PIC ZZZZZZZZ9.
012800 01  WS-AUDIT-ED-BALANCE                 PIC -(12)9.99.
012900 01  WS-AUDIT-ED-ARCHIVED                PIC -(12)9.99.
013000 01  WS-AUDIT-ED-COUNT                   PIC ZZZ9.
013100
013200     EXEC SQL
013300          INCLUDE MXWW03
013400     END-EXEC.
013500
013600******************************************************************
013700*  DB2 table includes
013800******************************************************************
013900
014000     EXEC SQL
014100         INCLUDE VWMDLRB
014200     END-EXEC.
014300
014400     EXEC SQL
014500         INCLUDE VWMMNTA
014600     END-EXEC.
014700
014800     EXEC SQL
014900         INCLUDE VWMCTUPD
015000     END-EXEC.
015100
015200     EXEC SQL
015300         INCLUDE SQLCA
015400     END-EXEC.
015500
015600 PROCEDURE DIVISION.
015700
015800*****************************************************************
015900*                     0000-MAINLINE                             *
016000*****************************************************************
016100
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
016400     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
016500         UNTIL NO-MORE-TRANS.
016600     PERFORM 9900-TERMINATION THRU 9900-EXIT.
016700     GOBACK.
016800 0000-EXIT.
016900     EXIT.
017000
017100*****************************************************************
017200*                      1000-INITIALIZATION                      *
017300*****************************************************************
017400
017500 1000-INITIALIZATION.
017600     DISPLAY ' '.
017700     DISPLAY 'PROGRAM MXBPA071 BEGINNING EXECUTION'.
017800     DISPLAY ' '.
017900     MOVE 'MXBPA071' TO ABT-PGM-NAME.
018000
018100     OPEN INPUT  CORRECTION-TRAN-FILE
018200          OUTPUT CORRECTION-AUDIT-REPORT.
018300
018400     MOVE SPACES TO WS-AUDIT-LINE.
018500     MOVE 'MXBPA071 VWMDLRB BALANCE CORRECTION AUDIT REPORT'
018600                                TO WS-AUDIT-LINE.
018700     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
018800     MOVE SPACES TO WS-AUDIT-LINE.
018900     STRING '             DEALER '   DELIMITED BY SIZE
019000            '         BALANCE '      DELIMITED BY SIZE
019100            '    ARCHIVED AMT '      DELIMITED BY SIZE
019200            'CUR LAST CYCLE'         DELIMITED BY SIZE
019300            INTO WS-AUDIT-LINE.
019400     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
019500
019600     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
019700
019800     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
019900 1000-EXIT.
020000     EXIT.
020100
020200*****************************************************************
020300*                2000-PROCESS-TRANSACTION                       *
020400*****************************************************************
020500
020600 2000-PROCESS-TRANSACTION.
020700     MOVE 'Y'    TO WS-TRAN-VALID-SW.
020800     MOVE SPACES TO WS-REJECT-REASON.
020900
021000     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
021100
021200     IF WS-TRAN-VALID
021300         EVALUATE TRUE
021400             WHEN WS-TRAN-CORRECT
021500                 PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
021600             WHEN WS-TRAN-ARCHIVED
021700                 PERFORM 2300-APPLY-ARCHIVED THRU 2300-EXIT
021800         END-EVALUATE
021900     END-IF.
022000
022100     IF WS-TRAN-VALID
022200         CONTINUE
022300     ELSE
022400         PERFORM 4000-AUDIT-REJECT THRU 4000-EXIT
022500     END-IF.
022600
022700     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
022800 2000-EXIT.
022900     EXIT.
023000
023100*****************************************************************
023200*                2100-VALIDATE-TRANSACTION                      *
023300*****************************************************************
023400* EDITS COMMON TO EVERY CARD. THE APPROVER MUST BE PRESENT AND  *
023500* MUST NOT BE THE PERSON WHO PREPARED THE CARD - NO ONE CHANGES *
023600* A CARRIED BALANCE ON THEIR OWN SAY-SO.                        *
023700*****************************************************************
023800
023900 2100-VALIDATE-TRANSACTION.
024000     IF WS-TRAN-CORRECT OR WS-TRAN-ARCHIVED
024100         CONTINUE
024200     ELSE
024300         MOVE 'N' TO WS-TRAN-VALID-SW
024400         MOVE 'INVALID ACTION - USE CORRCT/ARCAMT'
024500                                TO WS-REJECT-REASON
024600         GO TO 2100-EXIT
024700     END-IF.
024800
024900     IF WS-TRAN-DLR-NBR-X IS NUMERIC AND
025000        WS-TRAN-DLR-NBR-9 > 0
025100         CONTINUE
025200     ELSE
025300         MOVE 'N' TO WS-TRAN-VALID-SW
025400         MOVE 'DEALER NUMBER NOT NUMERIC' TO WS-REJECT-REASON
025500         GO TO 2100-EXIT
025600     END-IF.
025700
025800     IF WS-TRAN-OLD-AMT IS NUMERIC AND
025900        WS-TRAN-NEW-AMT IS NUMERIC
026000         CONTINUE
026100     ELSE
026200         MOVE 'N' TO WS-TRAN-VALID-SW
026300         MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
026400         GO TO 2100-EXIT
026500     END-IF.
026600
026700     IF WS-TRAN-APPROVED-BY = SPACES
026800         MOVE 'N' TO WS-TRAN-VALID-SW
026900         MOVE 'NOT APPROVED - APPROVER ID MISSING'
027000                                TO WS-REJECT-REASON
027100         GO TO 2100-EXIT
027200     END-IF.
027300
027400     IF WS-TRAN-APPROVED-BY = WS-TRAN-PREPARED-BY
027500         MOVE 'N' TO WS-TRAN-VALID-SW
027600         MOVE 'APPROVER MUST NOT BE THE PREPARER'
027700                                TO WS-REJECT-REASON
027800         GO TO 2100-EXIT
027900     END-IF.
028000
028100     IF WS-TRAN-NEW-CYCLE-DATE = SPACES
028200         GO TO 2100-EXIT
028300     END-IF.
028400
028500     IF WS-TRAN-ARCHIVED
028600         MOVE 'N' TO WS-TRAN-VALID-SW
028700         MOVE 'NO CYCLE DATE ON AN ARCAMT CARD'
028800                                TO WS-REJECT-REASON
028900         GO TO 2100-EXIT
029000     END-IF.
029100
029200     MOVE WS-TRAN-NEW-CYCLE-DATE TO WS-EDIT-DATE.
029300     PERFORM 2150-EDIT-DATE THRU 2150-EXIT.
029400     IF WS-DATE-VALID AND
029500        WS-TRAN-NEW-CYCLE-DATE NOT > WS-PROCESSING-DATE
029600         CONTINUE
029700     ELSE
029800         MOVE 'N' TO WS-TRAN-VALID-SW
029900         MOVE 'CYCLE DATE INVALID OR AFTER PROC DATE'
030000                                TO WS-REJECT-REASON
030100         GO TO 2100-EXIT
030200     END-IF.
030300 2100-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700*                2150-EDIT-DATE                                 *
030800*****************************************************************
030900* BASIC YYYY-MM-DD SHAPE EDIT - DIGITS IN THE DATE POSITIONS    *
031000* AND DASHES IN POSITIONS 5 AND 8.                              *
031100*****************************************************************
031200
031300 2150-EDIT-DATE.
031400     MOVE 'Y' TO WS-DATE-VALID-SW.
031500     IF WS-EDIT-DATE(1:4) IS NUMERIC AND
031600        WS-EDIT-DATE(5:1) = '-'      AND
031700        WS-EDIT-DATE(6:2) IS NUMERIC AND
031800        WS-EDIT-DATE(8:1) = '-'      AND
031900        WS-EDIT-DATE(9:2) IS NUMERIC
032000         CONTINUE
032100     ELSE
032200         MOVE 'N' TO WS-DATE-VALID-SW
032300     END-IF.
032400 2150-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800*                2200-APPLY-CORRECTION                          *
032900*****************************************************************
033000* CORRECTS BALANCE_AMT (AND LAST_CYCLE_DATE WHEN GIVEN). THE    *
033100* CARD'S CURRENT AMOUNT MUST STILL BE ON THE ROW. A DEALER WITH *
033200* HISTORY BUT NO ROW GETS ONE, IN THE HISTORY'S CURRENCY.       *
033300*****************************************************************
033400
033500 2200-APPLY-CORRECTION.
033600     MOVE WS-TRAN-DLR-NBR-9 TO DLRB-DLR-NBR.
033700     PERFORM 3000-SELECT-VWMDLRB THRU 3000-EXIT.
033800     IF WS-DLRB-ROW-FOUND
033900         CONTINUE
034000     ELSE
034100         PERFORM 2250-INSERT-CORRECTION THRU 2250-EXIT
034200         GO TO 2200-EXIT
034300     END-IF.
034400
034500     IF WS-TRAN-OLD-AMT = DLRB-BALANCE-AMT
034600         CONTINUE
034700     ELSE
034800         MOVE 'N' TO WS-TRAN-VALID-SW
034900         MOVE 'BALANCE CHANGED SINCE PROOF - REPROVE'
035000                                TO WS-REJECT-REASON
035100         GO TO 2200-EXIT
035200     END-IF.
035300
035400     IF WS-TRAN-NEW-AMT = DLRB-BALANCE-AMT AND
035500        (WS-TRAN-NEW-CYCLE-DATE = SPACES OR
035600         WS-TRAN-NEW-CYCLE-DATE = DLRB-LAST-CYCLE-DATE)
035700         MOVE 'N' TO WS-TRAN-VALID-SW
035800         MOVE 'CARD CHANGES NOTHING' TO WS-REJECT-REASON
035900         GO TO 2200-EXIT
036000     END-IF.
036100
036200     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
036300     MOVE 'BEFORE   ' TO WS-AUDIT-LINE(1:9).
036400     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
036500     MOVE DLRB-BALANCE-AMT TO WS-IMG-AMT.
036600     MOVE DLRB-CURRENCY-CODE TO WS-IMG-CURRENCY-CODE.
036700     MOVE DLRB-LAST-CYCLE-DATE TO WS-IMG-LAST-CYCLE-DATE.
036800     MOVE WS-DLRB-IMAGE TO WS-BEFORE-IMAGE.
036900
037000     MOVE WS-TRAN-NEW-AMT TO DLRB-BALANCE-AMT.
037100     IF WS-TRAN-NEW-CYCLE-DATE NOT = SPACES
037200         MOVE WS-TRAN-NEW-CYCLE-DATE TO DLRB-LAST-CYCLE-DATE
037300     END-IF.
037400     PERFORM 8000-UPDATE-VWMDLRB THRU 8000-EXIT.
037500     ADD +1 TO WS-BALANCES-CORRECTED.
037600
037700     MOVE DLRB-BALANCE-AMT TO WS-IMG-AMT.
037800     MOVE DLRB-LAST-CYCLE-DATE TO WS-IMG-LAST-CYCLE-DATE.
037900     PERFORM 8200-INSERT-VWMMNTA THRU 8200-EXIT.
038000
038100     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
038200     MOVE 'CORRECTED' TO WS-AUDIT-LINE(1:9).
038300     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
038400     PERFORM 4200-AUDIT-APPROVER THRU 4200-EXIT.
038500 2200-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*                2250-INSERT-CORRECTION                         *
039000*****************************************************************
039100* NO ROW YET - THE CARD MUST BE FROM ZERO, MUST SAY WHICH CYCLE *
039200* THE BALANCE STANDS AT, AND THE DEALER MUST HAVE HISTORY TO    *
039300* TAKE THE CURRENCY FROM.                                       *
039400*****************************************************************
039500
039600 2250-INSERT-CORRECTION.
039700     IF WS-TRAN-OLD-AMT NOT = 0 OR
039800        WS-TRAN-NEW-CYCLE-DATE = SPACES
039900         MOVE 'N' TO WS-TRAN-VALID-SW
040000         MOVE 'NO VWMDLRB ROW - FROM 0 AND DATE NEEDED'
040100                                TO WS-REJECT-REASON
040200         GO TO 2250-EXIT
040300     END-IF.
040400
040500     PERFORM 6000-SELECT-HIST-CURRENCY THRU 6000-EXIT.
040600     IF WS-HIST-CURRENCY-CODE = SPACES
040700         MOVE 'N' TO WS-TRAN-VALID-SW
040800         MOVE 'NO VWMDLRB ROW AND NO VWMSCHS HISTORY'
040900                                TO WS-REJECT-REASON
041000         GO TO 2250-EXIT
041100     END-IF.
041200
041300     MOVE WS-TRAN-NEW-AMT        TO DLRB-BALANCE-AMT.
041400     MOVE WS-HIST-CURRENCY-CODE  TO DLRB-CURRENCY-CODE.
041500     MOVE WS-TRAN-NEW-CYCLE-DATE TO DLRB-LAST-CYCLE-DATE.
041600     MOVE 0                      TO DLRB-ARCHIVED-AMT.
041700     PERFORM 8100-INSERT-VWMDLRB THRU 8100-EXIT.
041800     ADD +1 TO WS-ROWS-INSERTED.
041900
042000     MOVE SPACES               TO WS-BEFORE-IMAGE.
042100     MOVE DLRB-BALANCE-AMT     TO WS-IMG-AMT.
042200     MOVE DLRB-CURRENCY-CODE   TO WS-IMG-CURRENCY-CODE.
042300     MOVE DLRB-LAST-CYCLE-DATE TO WS-IMG-LAST-CYCLE-DATE.
042400     PERFORM 8200-INSERT-VWMMNTA THRU 8200-EXIT.
042500
042600     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
042700     MOVE 'INSERTED ' TO WS-AUDIT-LINE(1:9).
042800     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
042900     PERFORM 4200-AUDIT-APPROVER THRU 4200-EXIT.
043000 2250-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*                2300-APPLY-ARCHIVED                            *
043500*****************************************************************
043600* SETS ARCHIVED_AMT - USED ONCE PER DEALER TO CARRY THE AMOUNT  *
043700* OF HISTORY ARCHIVED BEFORE MXBPA050 MAINTAINED THE COLUMN.    *
043800*****************************************************************
043900
044000 2300-APPLY-ARCHIVED.
044100     MOVE WS-TRAN-DLR-NBR-9 TO DLRB-DLR-NBR.
044200     PERFORM 3000-SELECT-VWMDLRB THRU 3000-EXIT.
044300     IF WS-DLRB-ROW-FOUND
044400         CONTINUE
044500     ELSE
044600         MOVE 'N' TO WS-TRAN-VALID-SW
044700         MOVE 'NO VWMDLRB ROW FOR DEALER' TO WS-REJECT-REASON
044800         GO TO 2300-EXIT
044900     END-IF.
045000
045100     IF WS-TRAN-OLD-AMT = DLRB-ARCHIVED-AMT
045200         CONTINUE
045300     ELSE
045400         MOVE 'N' TO WS-TRAN-VALID-SW
045500         MOVE 'ARCHIVED AMT CHANGED SINCE PROOF'
045600                                TO WS-REJECT-REASON
045700         GO TO 2300-EXIT
045800     END-IF.
045900
046000     IF WS-TRAN-NEW-AMT = DLRB-ARCHIVED-AMT
046100         MOVE 'N' TO WS-TRAN-VALID-SW
046200         MOVE 'CARD CHANGES NOTHING' TO WS-REJECT-REASON
046300         GO TO 2300-EXIT
046400     END-IF.
046500
046600     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
046700     MOVE 'BEFORE   ' TO WS-AUDIT-LINE(1:9).
046800     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
046900     MOVE DLRB-ARCHIVED-AMT    TO WS-IMG-AMT.
047000     MOVE DLRB-CURRENCY-CODE   TO WS-IMG-CURRENCY-CODE.
047100     MOVE DLRB-LAST-CYCLE-DATE TO WS-IMG-LAST-CYCLE-DATE.
047200     MOVE WS-DLRB-IMAGE TO WS-BEFORE-IMAGE.
047300
047400     MOVE WS-TRAN-NEW-AMT TO DLRB-ARCHIVED-AMT.
047500     PERFORM 8000-UPDATE-VWMDLRB THRU 8000-EXIT.
047600     ADD +1 TO WS-ARCHIVED-CORRECTED.
047700
047800     MOVE DLRB-ARCHIVED-AMT TO WS-IMG-AMT.
047900     PERFORM 8200-INSERT-VWMMNTA THRU 8200-EXIT.
048000
048100     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
048200     MOVE 'CORRECTED' TO WS-AUDIT-LINE(1:9).
048300     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
048400     PERFORM 4200-AUDIT-APPROVER THRU 4200-EXIT.
048500 2300-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*                3000-SELECT-VWMDLRB                            *
049000*****************************************************************
049100
049200 3000-SELECT-VWMDLRB.
049300     MOVE 'N' TO WS-DLRB-ROW-FOUND-SW.
049400
049500     EXEC SQL
049600       SELECT BALANCE_AMT
049700             ,CURRENCY_CODE
049800             ,LAST_CYCLE_DATE
049900             ,ARCHIVED_AMT
050000        INTO :DCLVWMDLRB.DLRB-BALANCE-AMT,
050100             :DCLVWMDLRB.DLRB-CURRENCY-CODE,
050200             :DCLVWMDLRB.DLRB-LAST-CYCLE-DATE,
050300             :DCLVWMDLRB.DLRB-ARCHIVED-AMT
050400         FROM VWMDLRB
050500         WHERE DLR_NBR = :DCLVWMDLRB.DLRB-DLR-NBR
050600     END-EXEC.
050700
050800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
050900             Z-970-SET-DA-STATUS-DB2-EXIT.
051000
051100     EVALUATE TRUE
051200         WHEN DA-OK
051300             MOVE 'Y' TO WS-DLRB-ROW-FOUND-SW
051400
051500         WHEN DA-NOTFOUND
051600             CONTINUE
051700
051800         WHEN OTHER
051900             SET ABT-DO-ABEND     TO TRUE
052000             SET ABT-ERROR-IS-DB2 TO TRUE
052100             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
052200             MOVE '3000-SELE'     TO ABT-ERROR-SECTION
052300             MOVE 3756            TO ABT-ERROR-ABEND-CODE
052400             MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
052500             PERFORM Z-980-ABNORMAL-TERM THRU
052600                     Z-980-ABNORMAL-TERM-RETURN
052700     END-EVALUATE.
052800 3000-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200*                4000-AUDIT-REJECT                              *
053300*****************************************************************
053400
053500 4000-AUDIT-REJECT.
053600     ADD +1 TO WS-TRANS-REJECTED.
053700     MOVE SPACES TO WS-AUDIT-LINE.
053800     STRING 'REJECTED  '        DELIMITED BY SIZE
053900            CORRECTION-TRAN-REC(1:70) DELIMITED BY SIZE
054000            INTO WS-AUDIT-LINE.
054100     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
054200     MOVE SPACES TO WS-AUDIT-LINE.
054300     STRING '          REASON: ' DELIMITED BY SIZE
054400            WS-REJECT-REASON     DELIMITED BY SIZE
054500            INTO WS-AUDIT-LINE.
054600     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
054700 4000-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100*                4100-AUDIT-BEFORE-IMAGE                        *
055200*****************************************************************
055300* FORMATS THE CURRENT DCLVWMDLRB ROW IMAGE INTO WS-AUDIT-LINE.  *
055400* THE CALLER OVERLAYS THE ACTION TAG IN COLUMNS 1-9 AND WRITES  *
055500* THE LINE.                                                     *
055600*****************************************************************
055700
055800 4100-AUDIT-BEFORE-IMAGE.
055900     MOVE DLRB-DLR-NBR      TO WS-AUDIT-ED-DLR-NBR.
056000     MOVE DLRB-BALANCE-AMT  TO WS-AUDIT-ED-BALANCE.
056100     MOVE DLRB-ARCHIVED-AMT TO WS-AUDIT-ED-ARCHIVED.
056200     MOVE SPACES TO WS-AUDIT-LINE.
056300     STRING '          '             DELIMITED BY SIZE
056400            WS-AUDIT-ED-DLR-NBR      DELIMITED BY SIZE
056500            ' '                      DELIMITED BY SIZE
056600            WS-AUDIT-ED-BALANCE      DELIMITED BY SIZE
056700            ' '                      DELIMITED BY SIZE
056800            WS-AUDIT-ED-ARCHIVED     DELIMITED BY SIZE
056900            ' '                      DELIMITED BY SIZE
057000            DLRB-CURRENCY-CODE       DELIMITED BY SIZE
057100            ' '                      DELIMITED BY SIZE
057200            DLRB-LAST-CYCLE-DATE     DELIMITED BY SIZE
057300            INTO WS-AUDIT-LINE.
057400 4100-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800*                4200-AUDIT-APPROVER                            *
057900*****************************************************************
058000
058100 4200-AUDIT-APPROVER.
058200     MOVE SPACES TO WS-AUDIT-LINE.
058300     STRING '          APPROVED BY: ' DELIMITED BY SIZE
058400            WS-TRAN-APPROVED-BY       DELIMITED BY SIZE
058500            '  PREPARED BY: '         DELIMITED BY SIZE
058600            WS-TRAN-PREPARED-BY       DELIMITED BY SIZE
058700            INTO WS-AUDIT-LINE.
058800     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
058900 4200-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300*                5000-READ-TRANSACTION                          *
059400*****************************************************************
059500
059600 5000-READ-TRANSACTION.
059700     READ CORRECTION-TRAN-FILE INTO WS-CORR-TRAN
059800         AT END SET NO-MORE-TRANS TO TRUE.
059900
060000     IF NO-MORE-TRANS
060100         CONTINUE
060200     ELSE
060300         ADD +1 TO WS-TRANS-READ
060400     END-IF.
060500 5000-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900*                6000-SELECT-HIST-CURRENCY                      *
061000*****************************************************************
061100* THE CURRENCY A NEW VWMDLRB ROW IS OPENED IN - BLANK WHEN THE  *
061200* DEALER HAS NO HISTORY ON FILE.                                *
061300*****************************************************************
061400
061500 6000-SELECT-HIST-CURRENCY.
061600     EXEC SQL
061700       SELECT COALESCE(MIN(CURRENCY_CODE), '   ')
061800        INTO :WS-HIST-CURRENCY-CODE
061900         FROM VWMSCHS
062000         WHERE DLR_NBR = :DCLVWMDLRB.DLRB-DLR-NBR
062100     END-EXEC.
062200
062300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
062400             Z-970-SET-DA-STATUS-DB2-EXIT.
062500
062600     IF DA-OK
062700         CONTINUE
062800     ELSE
062900         SET ABT-DO-ABEND     TO TRUE
063000         SET ABT-ERROR-IS-DB2 TO TRUE
063100         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
063200         MOVE '6000-SELE'     TO ABT-ERROR-SECTION
063300         MOVE 3757            TO ABT-ERROR-ABEND-CODE
063400         MOVE 'VWMSCHS '      TO ABT-DA-ACCESS-NAME
063500         PERFORM Z-980-ABNORMAL-TERM THRU
063600                 Z-980-ABNORMAL-TERM-RETURN
063700     END-IF.
063800 6000-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200*                7000-SELECT-VWMCTUPD                           *
064300*****************************************************************
064400* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
064500* SUBFUNCTION ROW) - NO CORRECTED CYCLE DATE MAY BE LATER.      *
064600*****************************************************************
064700
064800 7000-SELECT-VWMCTUPD.
064900     MOVE SPACES TO SUBSYSTEM-ID-IND
065000                    SUBFUNCTION-CODE.
065100
065200     EXEC SQL
065300       SELECT PROC_DATE
065400         INTO :DCLVWMCTUPD.PROC-DATE
065500         FROM VWMCTUPD
065600         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
065700           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
065800     END-EXEC.
065900
066000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
066100             Z-970-SET-DA-STATUS-DB2-EXIT.
066200
066300     IF DA-OK
066400         MOVE PROC-DATE TO WS-PROCESSING-DATE
066500     ELSE
066600         SET ABT-DO-ABEND     TO TRUE
066700         SET ABT-ERROR-IS-DB2 TO TRUE
066800         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
066900         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
067000         MOVE 3758            TO ABT-ERROR-ABEND-CODE
067100         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
067200         PERFORM Z-980-ABNORMAL-TERM THRU
067300                 Z-980-ABNORMAL-TERM-RETURN
067400     END-IF.
067500 7000-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900*                8000-UPDATE-VWMDLRB                            *
068000*****************************************************************
068100
068200 8000-UPDATE-VWMDLRB.
068300     EXEC SQL
068400         UPDATE VWMDLRB
068500            SET BALANCE_AMT     = :DCLVWMDLRB.DLRB-BALANCE-AMT,
068600                LAST_CYCLE_DATE =
068700                        :DCLVWMDLRB.DLRB-LAST-CYCLE-DATE,
068800                ARCHIVED_AMT    = :DCLVWMDLRB.DLRB-ARCHIVED-AMT
068900          WHERE DLR_NBR = :DCLVWMDLRB.DLRB-DLR-NBR
069000     END-EXEC.
069100
069200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
069300             Z-970-SET-DA-STATUS-DB2-EXIT.
069400
069500     IF NOT DA-OK
069600         SET ABT-DO-ABEND     TO TRUE
069700         SET ABT-ERROR-IS-DB2 TO TRUE
069800         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
069900         MOVE '8000-UPDA'     TO ABT-ERROR-SECTION
070000         MOVE 3759            TO ABT-ERROR-ABEND-CODE
070100         MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
070200         PERFORM Z-980-ABNORMAL-TERM THRU
070300                 Z-980-ABNORMAL-TERM-RETURN
070400     END-IF.
070500 8000-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900*                8100-INSERT-VWMDLRB                            *
071000*****************************************************************
071100
071200 8100-INSERT-VWMDLRB.
071300     EXEC SQL
071400         INSERT INTO VWMDLRB
071500             (DLR_NBR, BALANCE_AMT, CURRENCY_CODE,
071600              LAST_CYCLE_DATE, ARCHIVED_AMT)
071700             VALUES
071800             (:DCLVWMDLRB.DLRB-DLR-NBR,
071900              :DCLVWMDLRB.DLRB-BALANCE-AMT,
072000              :DCLVWMDLRB.DLRB-CURRENCY-CODE,
072100              :DCLVWMDLRB.DLRB-LAST-CYCLE-DATE,
072200              :DCLVWMDLRB.DLRB-ARCHIVED-AMT)
072300     END-EXEC.
072400
072500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
072600             Z-970-SET-DA-STATUS-DB2-EXIT.
072700
072800     IF NOT DA-OK
072900         SET ABT-DO-ABEND     TO TRUE
073000         SET ABT-ERROR-IS-DB2 TO TRUE
073100         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
073200         MOVE '8100-INSE'     TO ABT-ERROR-SECTION
073300         MOVE 3760            TO ABT-ERROR-ABEND-CODE
073400         MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
073500         PERFORM Z-980-ABNORMAL-TERM THRU
073600                 Z-980-ABNORMAL-TERM-RETURN
073700     END-IF.
073800 8100-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200*                8200-INSERT-VWMMNTA                            *
074300*****************************************************************
074400* THE BEFORE/AFTER AUDIT ROW FOR EVERY APPLIED CARD, AS MX56    *
074500* WRITES FOR ONLINE MAINTENANCE. THE PREPARER IS RECORDED AS    *
074600* THE USER WHO MADE THE CHANGE, AND THE APPROVER AS APPROVER.   *
074700* THE DATE AND TIME ARE LEFT TO DB2.                            *
074800*****************************************************************
074900
075000 8200-INSERT-VWMMNTA.
075100     MOVE 'VWMDLRB '          TO MNTA-TABLE-NAME.
075200     MOVE WS-TRAN-ACTION      TO MNTA-ACTION-CODE.
075300     MOVE DLRB-DLR-NBR        TO MNTA-CUST-NO.
075400     MOVE WS-BEFORE-IMAGE     TO MNTA-BEFORE-IMAGE.
075500     MOVE WS-DLRB-IMAGE       TO MNTA-AFTER-IMAGE.
075600     MOVE WS-TRAN-PREPARED-BY TO MNTA-CHANGED-BY.
075700     MOVE WS-TRAN-APPROVED-BY TO MNTA-APPROVED-BY.
075800     MOVE SPACES              TO MNTA-ROW-KEY.
075900     MOVE 'MXBPA071'          TO MNTA-CHANGE-SOURCE.
076000
076100     EXEC SQL
076200         INSERT INTO VWMMNTA
076300             (TABLE_NAME, ACTION_CODE, CUST_NO,
076400              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
076500              ROW_KEY, APPROVED_BY, CHANGE_SOURCE,
076600              CHANGE_DATE, CHANGE_TIME)
076700             VALUES
076800             (:DCLVWMMNTA.MNTA-TABLE-NAME,
076900              :DCLVWMMNTA.MNTA-ACTION-CODE,
077000              :DCLVWMMNTA.MNTA-CUST-NO,
077100              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
077200              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
077300              :DCLVWMMNTA.MNTA-CHANGED-BY,
077400              :DCLVWMMNTA.MNTA-ROW-KEY,
077500              :DCLVWMMNTA.MNTA-APPROVED-BY,
077600              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
077700              CURRENT DATE,
077800              CURRENT TIME)
077900     END-EXEC.
078000
078100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
078200             Z-970-SET-DA-STATUS-DB2-EXIT.
078300
078400     IF NOT DA-OK
078500         SET ABT-DO-ABEND     TO TRUE
078600         SET ABT-ERROR-IS-DB2 TO TRUE
078700         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
078800         MOVE '8200-INSE'     TO ABT-ERROR-SECTION
078900         MOVE 3761            TO ABT-ERROR-ABEND-CODE
079000         MOVE 'VWMMNTA '      TO ABT-DA-ACCESS-NAME
079100         PERFORM Z-980-ABNORMAL-TERM THRU
079200                 Z-980-ABNORMAL-TERM-RETURN
079300     END-IF.
079400 8200-EXIT.
079500     EXIT.
079600
079700*****************************************************************
079800*                   9900-TERMINATION                            *
079900*****************************************************************
080000
080100 9900-TERMINATION.
080200     EXEC SQL
080300         COMMIT
080400     END-EXEC.
080500
080600     MOVE SPACES TO WS-AUDIT-LINE.
080700     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
080800
080900     MOVE WS-TRANS-READ TO WS-AUDIT-ED-COUNT.
081000     MOVE SPACES TO WS-AUDIT-LINE.
081100     STRING 'CORRECTION CARDS READ........ ' DELIMITED BY SIZE
081200            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
081300            INTO WS-AUDIT-LINE.
081400     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
081500
081600     MOVE WS-BALANCES-CORRECTED TO WS-AUDIT-ED-COUNT.
081700     MOVE SPACES TO WS-AUDIT-LINE.
081800     STRING 'BALANCES CORRECTED........... ' DELIMITED BY SIZE
081900            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
082000            INTO WS-AUDIT-LINE.
082100     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
082200
082300     MOVE WS-ROWS-INSERTED TO WS-AUDIT-ED-COUNT.
082400     MOVE SPACES TO WS-AUDIT-LINE.
082500     STRING 'BALANCE ROWS INSERTED........ ' DELIMITED BY SIZE
082600            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
082700            INTO WS-AUDIT-LINE.
082800     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
082900
083000     MOVE WS-ARCHIVED-CORRECTED TO WS-AUDIT-ED-COUNT.
083100     MOVE SPACES TO WS-AUDIT-LINE.
083200     STRING 'ARCHIVED AMOUNTS SET......... ' DELIMITED BY SIZE
083300            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
083400            INTO WS-AUDIT-LINE.
083500     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
083600
083700     MOVE WS-TRANS-REJECTED TO WS-AUDIT-ED-COUNT.
083800     MOVE SPACES TO WS-AUDIT-LINE.
083900     STRING 'CARDS REJECTED............... ' DELIMITED BY SIZE
084000            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
084100            INTO WS-AUDIT-LINE.
084200     WRITE CORRECTION-AUDIT-REC FROM WS-AUDIT-LINE.
084300
084400     IF WS-TRANS-REJECTED > 0
084500         MOVE 4 TO RETURN-CODE
084600     END-IF.
084700
084800     CLOSE CORRECTION-TRAN-FILE
084900           CORRECTION-AUDIT-REPORT.
085000
085100     DISPLAY ' '.
085200     DISPLAY 'PROGRAM MXBPA071 SUCCESSFULLY COMPLETED'.
085300 9900-EXIT.
085400     EXIT.
085500
085600     EXEC SQL
085700          INCLUDE MXWP02
085800     END-EXEC.
