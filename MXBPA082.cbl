000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA082.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA082 - STATEMENT REFERENCE TABLE MAINTENANCE.              |
001000* MAINTAINS THE PAY-TYPE CLASSIFICATION (VWMPTCL), PROCESSING    |
001100* CALENDAR (VWMPCAL) AND STATEMENT MESSAGE (VWMSMSG) TABLES THE  |
001200* SAME WAY MXBPA048 MAINTAINS VWMSUPP, IN PLACE OF HAND-KEYED    |
001300* SQL: ONE MXAW82 CARD PER ROW - ADD, CHANGE OR DELETE - FULLY   |
001400* EDITED AGAINST THE RULES THE EXTRACT AND PRINT PROGRAMS        |
001500* EXPECT OF EACH TABLE. THE DECK STARTS WITH AN MXAW82           |
001600* AUTHORIZATION CARD NAMING ITS PREPARER AND APPROVER (NOT THE   |
001700* SAME USER); WITHOUT ONE EVERY CARD IS REJECTED. EVERY APPLIED  |
001800* CARD WRITES A VWMMNTA BEFORE/AFTER ROW CARRYING BOTH, AND THE  |
001900* AUDIT REPORT LISTS EVERY CHANGE AND REJECT. RETURN CODE 4      |
002000* WHEN ANY CARD IS REJECTED.                                     |
002100*================================================================*
002200*  TABLE   |   VIEW   |     DESCRIPTION                          |
002300*----------+-----------------------------------------------------*
002400* TBMPTCL  | VWMPTCL  |  PAY-TYPE CLASSIFICATION                 |
002500* TBMPCAL  | VWMPCAL  |  PROCESSING CALENDAR                     |
002600* TBMSMSG  | VWMSMSG  |  STATEMENT MESSAGE                       |
002700* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
002800* TBMCN00  | VWMCN00  |  CONTROL ENTITY (BRANCH)                 |
002900* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
003000* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003100*================================================================*
003200*   PLAN   | BIND INCLUDE MEMBERS                                |
003300*----------+-----------------------------------------------------*
003400* PBMPA082 | PBMPA082                                            |
003500*================================================================*
003600*-----------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MAINT-TRAN-FILE
004300         ASSIGN TO MXPA082I.
004400
004500     SELECT MAINT-AUDIT-REPORT
004600         ASSIGN TO MXPA082A.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MAINT-TRAN-FILE
005100     RECORDING MODE IS F.
005200 01  MAINT-TRAN-REC                      PIC X(150).
005300
005400 FD  MAINT-AUDIT-REPORT
005500     RECORDING MODE IS F.
005600 01  MAINT-AUDIT-REC                     PIC X(80).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-SWITHCES.
006000     05  WS-NO-MORE-TRANS-SW             PIC X(01) VALUE 'N'.
006100         88 NO-MORE-TRANS                          VALUE 'Y'.
006200     05  WS-TRAN-VALID-SW                PIC X(01) VALUE 'Y'.
006300         88 WS-TRAN-VALID                          VALUE 'Y'.
006400     05  WS-DATE-VALID-SW                PIC X(01) VALUE 'Y'.
006500         88 WS-DATE-VALID                          VALUE 'Y'.
006600     05  WS-ROW-FOUND-SW                 PIC X(01) VALUE 'N'.
006700         88 WS-ROW-FOUND                           VALUE 'Y'.
006800     05  WS-AUTH-VALID-SW                PIC X(01) VALUE 'N'.
006900         88 WS-AUTH-VALID                          VALUE 'Y'.
007000
007100 01  WS-COUNTERS COMP-3.
007200     05  WS-TRANS-READ                   PIC S9(04) VALUE 0.
007300     05  WS-ROWS-ADDED                   PIC S9(04) VALUE 0.
007400     05  WS-ROWS-CHANGED                 PIC S9(04) VALUE 0.
007500     05  WS-ROWS-DELETED                 PIC S9(04) VALUE 0.
007600     05  WS-TRANS-REJECTED               PIC S9(04) VALUE 0.
007700     05  WS-AUDIT-ROWS                   PIC S9(04) VALUE 0.
007800
007900     COPY MXAW82.
008000
008100 01  WS-EDIT-DATE                        PIC X(10).
008200 01  WS-REJECT-REASON                    PIC X(40).
008300 01  WS-AUTH-REJECT-REASON               PIC X(40).
008400 01  WS-PROCESSING-DATE                  PIC X(10).
008500 01  WS-TABLE-TAG                        PIC X(05).
008600
008700*  THE VWMMNTA ROW BEING WRITTEN - THE ROW IMAGE BEFORE AND
008800*  AFTER THE CHANGE, ITS KEY, AND WHO MADE AND APPROVED IT.
008900*  A MESSAGE TEXT IS TOO LONG FOR THE IMAGES AND IS CARRIED ON
009000*  ITS OWN 'TEXT' AND 'TEXT2' ROWS.
009100 01  WS-MNTA-FIELDS.
009200     05  WS-MNTA-TABLE                   PIC X(08).
009300     05  WS-MNTA-ACTION                  PIC X(06).
009400     05  WS-MNTA-CUST-NO                 PIC S9(09) COMP.
009500     05  WS-ROW-KEY                      PIC X(20).
009600     05  WS-CHANGED-BY                   PIC X(08).
009700     05  WS-APPROVED-BY                  PIC X(08).
009800     05  WS-BEFORE-IMAGE                 PIC X(40).
009900     05  WS-AFTER-IMAGE                  PIC X(40).
010000     05  WS-IMAGE-WORK                   PIC X(40).
010100     05  WS-OLD-MSG-TEXT                 PIC X(70).
010200     05  WS-NEW-MSG-TEXT                 PIC X(70).
010300
010400 01  WS-ED-ENTRY                         PIC 9(04).
010500 01  WS-ED-MSG-NBR                       PIC 9(04).
010600 01  WS-ED-CNTL-ENT                      PIC 9(04).
010700 01  WS-ED-DLR-NBR                       PIC 9(09).
010800
010900 01  WS-AUDIT-LINE                       PIC X(80).
011000 01  WS-AUDIT-ED-COUNT                   PIC ZZZ9.
011100
011200     EXEC SQL
011300          INCLUDE MXWW03
011400     END-EXEC.
011500
011600******************************************************************
011700*  DB2 table includes
011800******************************************************************
011900
012000     EXEC SQL
012100         INCLUDE VWMPTCL
012200     END-EXEC.
012300
012400     EXEC SQL
012500         INCLUDE VWMPCAL
012600     END-EXEC.
012700
012800     EXEC SQL
012900         INCLUDE VWMSMSG
013000     END-EXEC.
013100
013200     EXEC SQL
013300         INCLUDE VWMCU00
013400     END-EXEC.
013500
013600     EXEC SQL
013700         INCLUDE VWMCN00
013800     END-EXEC.
013900
014000     EXEC SQL
014100         INCLUDE VWMMNTA
014200     END-EXEC.
014300
014400     EXEC SQL
014500         INCLUDE VWMCTUPD
014600     END-EXEC.
014700
014800     EXEC SQL
014900         INCLUDE SQLCA
015000     END-EXEC.
015100
015200 PROCEDURE DIVISION.
015300
015400*****************************************************************
015500*                     0000-MAINLINE                             *
015600*****************************************************************
015700
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
016000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
016100         UNTIL NO-MORE-TRANS.
016200     PERFORM 9900-TERMINATION THRU 9900-EXIT.
016300     GOBACK.
016400 0000-EXIT.
016500     EXIT.
016600
016700*****************************************************************
016800*                      1000-INITIALIZATION                      *
016900*****************************************************************
017000
017100 1000-INITIALIZATION.
017200     DISPLAY ' '.
017300     DISPLAY 'PROGRAM MXBPA082 BEGINNING EXECUTION'.
017400     DISPLAY ' '.
017500     MOVE 'MXBPA082' TO ABT-PGM-NAME.
017600
017700     OPEN INPUT  MAINT-TRAN-FILE
017800          OUTPUT MAINT-AUDIT-REPORT.
017900
018000     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
018100
018200     MOVE SPACES TO WS-AUDIT-LINE.
018300     STRING 'MXBPA082 REFERENCE TABLE MAINTENANCE AUDIT  '
018400                                    DELIMITED BY SIZE
018500            WS-PROCESSING-DATE      DELIMITED BY SIZE
018600            INTO WS-AUDIT-LINE.
018700     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
018800
018900     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
019000     PERFORM 1100-READ-AUTH-CARD THRU 1100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300
019400*****************************************************************
019500*                1100-READ-AUTH-CARD                            *
019600*****************************************************************
019700* THE DECK'S MXAW82 AUTHORIZATION CARD COMES FIRST. A DECK      *
019800* WITHOUT ONE, WITHOUT A PREPARER OR APPROVER, OR APPROVED BY   *
019900* ITS OWN PREPARER HAS EVERY CARD REJECTED.                     *
020000*****************************************************************
020100
020200 1100-READ-AUTH-CARD.
020300     MOVE 'N' TO WS-AUTH-VALID-SW.
020400     IF NO-MORE-TRANS
020500         GO TO 1100-EXIT
020600     END-IF.
020700
020800     MOVE MAINT-TRAN-REC(1:80) TO MXAW82-AUTH-CARD.
020900     EVALUATE TRUE
021000         WHEN NOT MXAW82-IS-AUTH-CARD
021100             MOVE 'NO AUTH CARD AHEAD OF THE DECK'
021200                                TO WS-AUTH-REJECT-REASON
021300         WHEN MXAW82-PREPARED-BY = SPACES
021400             MOVE 'AUTH CARD HAS NO PREPARER'
021500                                TO WS-AUTH-REJECT-REASON
021600         WHEN MXAW82-APPROVED-BY = SPACES
021700             MOVE 'AUTH CARD HAS NO APPROVER'
021800                                TO WS-AUTH-REJECT-REASON
021900         WHEN MXAW82-APPROVED-BY = MXAW82-PREPARED-BY
022000             MOVE 'APPROVER MUST NOT BE THE PREPARER'
022100                                TO WS-AUTH-REJECT-REASON
022200         WHEN OTHER
022300             SET WS-AUTH-VALID TO TRUE
022400     END-EVALUATE.
022500
022600     MOVE SPACES TO WS-AUDIT-LINE.
022700     IF WS-AUTH-VALID
022800         MOVE MXAW82-PREPARED-BY TO WS-CHANGED-BY
022900         MOVE MXAW82-APPROVED-BY TO WS-APPROVED-BY
023000         STRING 'DECK PREPARED BY '   DELIMITED BY SIZE
023100                MXAW82-PREPARED-BY    DELIMITED BY SIZE
023200                '  APPROVED BY '      DELIMITED BY SIZE
023300                MXAW82-APPROVED-BY    DELIMITED BY SIZE
023400                INTO WS-AUDIT-LINE
023500     ELSE
023600         STRING 'DECK NOT AUTHORIZED - ' DELIMITED BY SIZE
023700                WS-AUTH-REJECT-REASON    DELIMITED BY SIZE
023800                INTO WS-AUDIT-LINE
023900     END-IF.
024000     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
024100
024200     MOVE SPACES TO WS-AUDIT-LINE.
024300     MOVE 'ACTION    TABL KEY                  ROW IMAGE'
024400                                TO WS-AUDIT-LINE.
024500     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
024600
024700     IF MXAW82-IS-AUTH-CARD
024800         PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT
024900     END-IF.
025000 1100-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400*                2000-PROCESS-TRANSACTION                       *
025500*****************************************************************
025600
025700 2000-PROCESS-TRANSACTION.
025800     MOVE 'Y'    TO WS-TRAN-VALID-SW.
025900     MOVE SPACES TO WS-REJECT-REASON.
026000
026100     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
026200
026300     IF WS-TRAN-VALID
026400         EVALUATE TRUE
026500             WHEN MXAW82-TABLE-PTCL
026600                 PERFORM 2200-PROCESS-PTCL THRU 2200-EXIT
026700             WHEN MXAW82-TABLE-PCAL
026800                 PERFORM 2300-PROCESS-PCAL THRU 2300-EXIT
026900             WHEN MXAW82-TABLE-SMSG
027000                 PERFORM 2400-PROCESS-SMSG THRU 2400-EXIT
027100         END-EVALUATE
027200     END-IF.
027300
027400     IF WS-TRAN-VALID
027500         CONTINUE
027600     ELSE
027700         PERFORM 4000-AUDIT-REJECT THRU 4000-EXIT
027800     END-IF.
027900
028000     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300
028400*****************************************************************
028500*                2100-VALIDATE-TRANSACTION                      *
028600*****************************************************************
028700* EDITS COMMON TO EVERY CARD: AN AUTHORIZED DECK, THE ACTION    *
028800* CODE AND THE TABLE.                                           *
028900*****************************************************************
029000
029100 2100-VALIDATE-TRANSACTION.
029200     IF WS-AUTH-VALID
029300         CONTINUE
029400     ELSE
029500         MOVE 'N' TO WS-TRAN-VALID-SW
029600         MOVE WS-AUTH-REJECT-REASON TO WS-REJECT-REASON
029700         GO TO 2100-EXIT
029800     END-IF.
029900
030000     IF MXAW82-ADD OR MXAW82-CHANGE OR MXAW82-DELETE
030100         CONTINUE
030200     ELSE
030300         MOVE 'N' TO WS-TRAN-VALID-SW
030400         MOVE 'INVALID ACTION - USE ADD/CHANGE/DELETE'
030500                                TO WS-REJECT-REASON
030600         GO TO 2100-EXIT
030700     END-IF.
030800
030900     IF MXAW82-TABLE-PTCL OR MXAW82-TABLE-PCAL OR
031000        MXAW82-TABLE-SMSG
031100         CONTINUE
031200     ELSE
031300         MOVE 'N' TO WS-TRAN-VALID-SW
031400         MOVE 'INVALID TABLE - USE PTCL/PCAL/SMSG'
031500                                TO WS-REJECT-REASON
031600         GO TO 2100-EXIT
031700     END-IF.
031800 2100-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200*                2150-EDIT-DATE                                 *
032300*****************************************************************
032400* BASIC YYYY-MM-DD SHAPE EDIT - DIGITS IN THE DATE POSITIONS    *
032500* AND DASHES IN POSITIONS 5 AND 8.                              *
032600*****************************************************************
032700
032800 2150-EDIT-DATE.
032900     MOVE 'Y' TO WS-DATE-VALID-SW.
033000     IF WS-EDIT-DATE(1:4) IS NUMERIC AND
033100        WS-EDIT-DATE(5:1) = '-'      AND
033200        WS-EDIT-DATE(6:2) IS NUMERIC AND
033300        WS-EDIT-DATE(8:1) = '-'      AND
033400        WS-EDIT-DATE(9:2) IS NUMERIC
033500         CONTINUE
033600     ELSE
033700         MOVE 'N' TO WS-DATE-VALID-SW
033800     END-IF.
033900 2150-EXIT.
034000     EXIT.
034100
034200*****************************************************************
034300*                2200-PROCESS-PTCL                              *
034400*****************************************************************
034500* A PAY TYPE IS CLASSED T/C/P/U/M AS THE MXBPA045 EXTRACT       *
034600* EXPECTS. ONLY A CHARGE ('C') PAY TYPE CARRIES A CHARGE TABLE  *
034700* ENTRY, AND IT MUST CARRY ONE.                                 *
034800*****************************************************************
034900
035000 2200-PROCESS-PTCL.
035100     IF MXAW82-PTCL-PAY-TYPE = SPACES
035200         MOVE 'N' TO WS-TRAN-VALID-SW
035300         MOVE 'PAY TYPE CODE MISSING' TO WS-REJECT-REASON
035400         GO TO 2200-EXIT
035500     END-IF.
035600
035700     IF MXAW82-DELETE
035800         GO TO 2200-APPLY
035900     END-IF.
036000
036100     IF MXAW82-PTCL-CLASS = 'T' OR 'C' OR 'P' OR 'U' OR 'M'
036200         CONTINUE
036300     ELSE
036400         MOVE 'N' TO WS-TRAN-VALID-SW
036500         MOVE 'CLASS MUST BE T, C, P, U OR M'
036600                                TO WS-REJECT-REASON
036700         GO TO 2200-EXIT
036800     END-IF.
036900
037000     INSPECT MXAW82-PTCL-ENTRY-X
037100         REPLACING LEADING ' ' BY '0'.
037200     IF MXAW82-PTCL-ENTRY-X IS NUMERIC
037300         CONTINUE
037400     ELSE
037500         MOVE 'N' TO WS-TRAN-VALID-SW
037600         MOVE 'CHARGE TABLE ENTRY NOT NUMERIC'
037700                                TO WS-REJECT-REASON
037800         GO TO 2200-EXIT
037900     END-IF.
038000
038100     IF MXAW82-PTCL-CLASS = 'C'
038200         IF MXAW82-PTCL-ENTRY-9 = 0
038300             MOVE 'N' TO WS-TRAN-VALID-SW
038400             MOVE 'CLASS C NEEDS A CHARGE TABLE ENTRY'
038500                                TO WS-REJECT-REASON
038600             GO TO 2200-EXIT
038700         END-IF
038800     ELSE
038900         IF MXAW82-PTCL-ENTRY-9 NOT = 0
039000             MOVE 'N' TO WS-TRAN-VALID-SW
039100             MOVE 'CHARGE TABLE ENTRY IS FOR CLASS C ONLY'
039200                                TO WS-REJECT-REASON
039300             GO TO 2200-EXIT
039400         END-IF
039500     END-IF.
039600
039700 2200-APPLY.
039800     MOVE MXAW82-PTCL-PAY-TYPE TO PTCL-PAY-TYPE-CODE.
039900     PERFORM 3100-SELECT-VWMPTCL THRU 3100-EXIT.
040000     PERFORM 2900-CHECK-ROW-ON-FILE THRU 2900-EXIT.
040100     IF WS-TRAN-VALID
040200         CONTINUE
040300     ELSE
040400         GO TO 2200-EXIT
040500     END-IF.
040600
040700     MOVE 'VWMPTCL '  TO WS-MNTA-TABLE.
040800     MOVE 'PTCL '     TO WS-TABLE-TAG.
040900     MOVE 0           TO WS-MNTA-CUST-NO.
041000     MOVE PTCL-PAY-TYPE-CODE TO WS-ROW-KEY.
041100     MOVE 'NO ROW'    TO WS-BEFORE-IMAGE
041200                         WS-AFTER-IMAGE.
041300     IF WS-ROW-FOUND
041400         PERFORM 4200-FORMAT-PTCL-IMAGE THRU 4200-EXIT
041500         MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
041600     END-IF.
041700
041800     IF MXAW82-DELETE
041900         PERFORM 8020-DELETE-VWMPTCL THRU 8020-EXIT
042000     ELSE
042100         MOVE MXAW82-PTCL-CLASS   TO PTCL-CLASS-CODE
042200         MOVE MXAW82-PTCL-ENTRY-9 TO PTCL-CHARGE-TBL-ENTRY
042300         PERFORM 4200-FORMAT-PTCL-IMAGE THRU 4200-EXIT
042400         MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE
042500         IF MXAW82-ADD
042600             PERFORM 8000-INSERT-VWMPTCL THRU 8000-EXIT
042700         ELSE
042800             PERFORM 8010-UPDATE-VWMPTCL THRU 8010-EXIT
042900         END-IF
043000     END-IF.
043100
043200     PERFORM 2950-RECORD-CHANGE THRU 2950-EXIT.
043300 2200-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*                2300-PROCESS-PCAL                              *
043800*****************************************************************
043900* ONE CALENDAR DAY PER COUNTRY: A BUSINESS, HOLIDAY OR WEEKEND   *
044000* DAY WITH ITS DAILY, WEEKLY AND MONTHLY CUT-OFF FLAGS (BLANK   *
044100* IS TAKEN AS 'N').                                             *
044200*****************************************************************
044300
044400 2300-PROCESS-PCAL.
044500     MOVE MXAW82-PCAL-CAL-DATE TO WS-EDIT-DATE.
044600     PERFORM 2150-EDIT-DATE THRU 2150-EXIT.
044700     IF WS-DATE-VALID
044800         CONTINUE
044900     ELSE
045000         MOVE 'N' TO WS-TRAN-VALID-SW
045100         MOVE 'CALENDAR DATE MISSING OR INVALID'
045200                                TO WS-REJECT-REASON
045300         GO TO 2300-EXIT
045400     END-IF.
045500
045600     IF MXAW82-PCAL-COUNTRY = SPACES
045700         MOVE 'N' TO WS-TRAN-VALID-SW
045800         MOVE 'COUNTRY CODE MISSING' TO WS-REJECT-REASON
045900         GO TO 2300-EXIT
046000     END-IF.
046100
046200     IF MXAW82-DELETE
046300         GO TO 2300-APPLY
046400     END-IF.
046500
046600     IF MXAW82-PCAL-DAY-TYPE = 'B' OR 'H' OR 'W'
046700         CONTINUE
046800     ELSE
046900         MOVE 'N' TO WS-TRAN-VALID-SW
047000         MOVE 'DAY TYPE MUST BE B, H OR W'
047100                                TO WS-REJECT-REASON
047200         GO TO 2300-EXIT
047300     END-IF.
047400
047500     INSPECT MXAW82-PCAL-DALY-CUTOFF REPLACING ALL ' ' BY 'N'.
047600     INSPECT MXAW82-PCAL-WKLY-CUTOFF REPLACING ALL ' ' BY 'N'.
047700     INSPECT MXAW82-PCAL-MTHY-CUTOFF REPLACING ALL ' ' BY 'N'.
047800     IF (MXAW82-PCAL-DALY-CUTOFF = 'Y' OR 'N') AND
047900        (MXAW82-PCAL-WKLY-CUTOFF = 'Y' OR 'N') AND
048000        (MXAW82-PCAL-MTHY-CUTOFF = 'Y' OR 'N')
048100         CONTINUE
048200     ELSE
048300         MOVE 'N' TO WS-TRAN-VALID-SW
048400         MOVE 'CUT-OFF FLAGS MUST BE Y OR N'
048500                                TO WS-REJECT-REASON
048600         GO TO 2300-EXIT
048700     END-IF.
048800
048900 2300-APPLY.
049000     MOVE MXAW82-PCAL-CAL-DATE TO PCAL-CAL-DATE.
049100     MOVE MXAW82-PCAL-COUNTRY  TO PCAL-COUNTRY-CODE.
049200     PERFORM 3200-SELECT-VWMPCAL THRU 3200-EXIT.
049300     PERFORM 2900-CHECK-ROW-ON-FILE THRU 2900-EXIT.
049400     IF WS-TRAN-VALID
049500         CONTINUE
049600     ELSE
049700         GO TO 2300-EXIT
049800     END-IF.
049900
050000     MOVE 'VWMPCAL '  TO WS-MNTA-TABLE.
050100     MOVE 'PCAL '     TO WS-TABLE-TAG.
050200     MOVE 0           TO WS-MNTA-CUST-NO.
050300     MOVE SPACES      TO WS-ROW-KEY.
050400     STRING PCAL-CAL-DATE      DELIMITED BY SIZE
050500            ' '                DELIMITED BY SIZE
050600            PCAL-COUNTRY-CODE  DELIMITED BY SIZE
050700            INTO WS-ROW-KEY.
050800     MOVE 'NO ROW'    TO WS-BEFORE-IMAGE
050900                         WS-AFTER-IMAGE.
051000     IF WS-ROW-FOUND
051100         PERFORM 4300-FORMAT-PCAL-IMAGE THRU 4300-EXIT
051200         MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
051300     END-IF.
051400
051500     IF MXAW82-DELETE
051600         PERFORM 8120-DELETE-VWMPCAL THRU 8120-EXIT
051700     ELSE
051800         MOVE MXAW82-PCAL-DAY-TYPE    TO PCAL-DAY-TYPE-CODE
051900         MOVE MXAW82-PCAL-DALY-CUTOFF TO PCAL-DALY-CUTOFF
052000         MOVE MXAW82-PCAL-WKLY-CUTOFF TO PCAL-WKLY-CUTOFF
052100         MOVE MXAW82-PCAL-MTHY-CUTOFF TO PCAL-MTHY-CUTOFF
052200         MOVE MXAW82-PCAL-DAY-DESC    TO PCAL-DAY-DESC
052300         PERFORM 4300-FORMAT-PCAL-IMAGE THRU 4300-EXIT
052400         MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE
052500         IF MXAW82-ADD
052600             PERFORM 8100-INSERT-VWMPCAL THRU 8100-EXIT
052700         ELSE
052800             PERFORM 8110-UPDATE-VWMPCAL THRU 8110-EXIT
052900         END-IF
053000     END-IF.
053100
053200     PERFORM 2950-RECORD-CHANGE THRU 2950-EXIT.
053300 2300-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700*                2400-PROCESS-SMSG                              *
053800*****************************************************************
053900* A STATEMENT MESSAGE IS KEYED BY NUMBER AND LANGUAGE. ITS      *
054000* SCOPE DECIDES WHO SEES IT - EVERY DEALER, ONE CONTROL ENTITY  *
054100* (ON VWMCN00) OR ONE DEALER (ON VWMCU00) - AND IT NEEDS TEXT   *
054200* AND AN EXPIRY NO EARLIER THAN ITS EFFECTIVE DATE SO IT LAPSES *
054300* BY ITSELF.                                                    *
054400*****************************************************************
054500
054600 2400-PROCESS-SMSG.
054700     IF MXAW82-SMSG-MSG-NBR-X IS NUMERIC AND
054800        MXAW82-SMSG-MSG-NBR-9 > 0
054900         CONTINUE
055000     ELSE
055100         MOVE 'N' TO WS-TRAN-VALID-SW
055200         MOVE 'MESSAGE NUMBER NOT NUMERIC'
055300                                TO WS-REJECT-REASON
055400         GO TO 2400-EXIT
055500     END-IF.
055600
055700     IF MXAW82-SMSG-LANG = 'E' OR 'F' OR 'S'
055800         CONTINUE
055900     ELSE
056000         MOVE 'N' TO WS-TRAN-VALID-SW
056100         MOVE 'LANGUAGE MUST BE E, F OR S'
056200                                TO WS-REJECT-REASON
056300         GO TO 2400-EXIT
056400     END-IF.
056500
056600     IF MXAW82-DELETE
056700         GO TO 2400-APPLY
056800     END-IF.
056900
057000     PERFORM 2410-EDIT-SMSG-SCOPE THRU 2410-EXIT.
057100     IF WS-TRAN-VALID
057200         CONTINUE
057300     ELSE
057400         GO TO 2400-EXIT
057500     END-IF.
057600
057700     MOVE MXAW82-SMSG-EFF-DATE TO WS-EDIT-DATE.
057800     PERFORM 2150-EDIT-DATE THRU 2150-EXIT.
057900     IF WS-DATE-VALID
058000         CONTINUE
058100     ELSE
058200         MOVE 'N' TO WS-TRAN-VALID-SW
058300         MOVE 'EFFECTIVE DATE MISSING OR INVALID'
058400                                TO WS-REJECT-REASON
058500         GO TO 2400-EXIT
058600     END-IF.
058700
058800     MOVE MXAW82-SMSG-EXPIRY-DATE TO WS-EDIT-DATE.
058900     PERFORM 2150-EDIT-DATE THRU 2150-EXIT.
059000     IF WS-DATE-VALID
059100         CONTINUE
059200     ELSE
059300         MOVE 'N' TO WS-TRAN-VALID-SW
059400         MOVE 'EXPIRY DATE MISSING OR INVALID'
059500                                TO WS-REJECT-REASON
059600         GO TO 2400-EXIT
059700     END-IF.
059800
059900     IF MXAW82-SMSG-EXPIRY-DATE < MXAW82-SMSG-EFF-DATE
060000         MOVE 'N' TO WS-TRAN-VALID-SW
060100         MOVE 'EXPIRY DATE BEFORE EFFECTIVE DATE'
060200                                TO WS-REJECT-REASON
060300         GO TO 2400-EXIT
060400     END-IF.
060500
060600     IF MXAW82-SMSG-TEXT = SPACES
060700         MOVE 'N' TO WS-TRAN-VALID-SW
060800         MOVE 'MESSAGE TEXT MISSING' TO WS-REJECT-REASON
060900         GO TO 2400-EXIT
061000     END-IF.
061100
061200 2400-APPLY.
061300     MOVE MXAW82-SMSG-MSG-NBR-9 TO SMSG-MSG-NBR.
061400     MOVE MXAW82-SMSG-LANG      TO SMSG-LANG-CLASS.
061500     PERFORM 3300-SELECT-VWMSMSG THRU 3300-EXIT.
061600     PERFORM 2900-CHECK-ROW-ON-FILE THRU 2900-EXIT.
061700     IF WS-TRAN-VALID
061800         CONTINUE
061900     ELSE
062000         GO TO 2400-EXIT
062100     END-IF.
062200
062300     MOVE 'VWMSMSG '  TO WS-MNTA-TABLE.
062400     MOVE 'SMSG '     TO WS-TABLE-TAG.
062500     MOVE SMSG-MSG-NBR TO WS-ED-MSG-NBR.
062600     MOVE SPACES      TO WS-ROW-KEY.
062700     STRING WS-ED-MSG-NBR      DELIMITED BY SIZE
062800            ' '                DELIMITED BY SIZE
062900            SMSG-LANG-CLASS    DELIMITED BY SIZE
063000            INTO WS-ROW-KEY.
063100     MOVE 'NO ROW'    TO WS-BEFORE-IMAGE
063200                         WS-AFTER-IMAGE.
063300     MOVE SPACES      TO WS-OLD-MSG-TEXT
063400                         WS-NEW-MSG-TEXT.
063500     MOVE 0           TO WS-MNTA-CUST-NO.
063600     IF WS-ROW-FOUND
063700         PERFORM 4400-FORMAT-SMSG-IMAGE THRU 4400-EXIT
063800         MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
063900         MOVE SMSG-MSG-TEXT TO WS-OLD-MSG-TEXT
064000         MOVE SMSG-DLR-NBR  TO WS-MNTA-CUST-NO
064100     END-IF.
064200
064300     IF MXAW82-DELETE
064400         PERFORM 8220-DELETE-VWMSMSG THRU 8220-EXIT
064500     ELSE
064600         MOVE MXAW82-SMSG-SCOPE       TO SMSG-SCOPE-CODE
064700         MOVE MXAW82-SMSG-CNTL-ENT-9  TO SMSG-CNTL-ENT-NO
064800         MOVE MXAW82-SMSG-DLR-NBR-9   TO SMSG-DLR-NBR
064900         MOVE MXAW82-SMSG-EFF-DATE    TO SMSG-EFF-DATE
065000         MOVE MXAW82-SMSG-EXPIRY-DATE TO SMSG-EXPIRY-DATE
065100         MOVE MXAW82-SMSG-TEXT        TO SMSG-MSG-TEXT
065200         MOVE SMSG-MSG-TEXT           TO WS-NEW-MSG-TEXT
065300         MOVE SMSG-DLR-NBR            TO WS-MNTA-CUST-NO
065400         PERFORM 4400-FORMAT-SMSG-IMAGE THRU 4400-EXIT
065500         MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE
065600         IF MXAW82-ADD
065700             PERFORM 8200-INSERT-VWMSMSG THRU 8200-EXIT
065800         ELSE
065900             PERFORM 8210-UPDATE-VWMSMSG THRU 8210-EXIT
066000         END-IF
066100     END-IF.
066200
066300     PERFORM 2950-RECORD-CHANGE THRU 2950-EXIT.
066400
066500     IF WS-OLD-MSG-TEXT(1:40) NOT = WS-NEW-MSG-TEXT(1:40)
066600         MOVE 'TEXT  '               TO WS-MNTA-ACTION
066700         MOVE WS-OLD-MSG-TEXT(1:40)  TO WS-BEFORE-IMAGE
066800         MOVE WS-NEW-MSG-TEXT(1:40)  TO WS-AFTER-IMAGE
066900         PERFORM 8900-INSERT-VWMMNTA THRU 8900-EXIT
067000     END-IF.
067100
067200     IF WS-OLD-MSG-TEXT(41:30) NOT = WS-NEW-MSG-TEXT(41:30)
067300         MOVE 'TEXT2 '               TO WS-MNTA-ACTION
067400         MOVE WS-OLD-MSG-TEXT(41:30) TO WS-BEFORE-IMAGE
067500         MOVE WS-NEW-MSG-TEXT(41:30) TO WS-AFTER-IMAGE
067600         PERFORM 8900-INSERT-VWMMNTA THRU 8900-EXIT
067700     END-IF.
067800 2400-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*                2410-EDIT-SMSG-SCOPE                           *
068300*****************************************************************
068400* 'A' CARRIES NEITHER A CONTROL ENTITY NOR A DEALER, 'C' ONLY   *
068500* A CONTROL ENTITY ON VWMCN00, 'D' ONLY A DEALER ON VWMCU00.    *
068600*****************************************************************
068700
068800 2410-EDIT-SMSG-SCOPE.
068900     INSPECT MXAW82-SMSG-CNTL-ENT-X
069000         REPLACING LEADING ' ' BY '0'.
069100     INSPECT MXAW82-SMSG-DLR-NBR-X
069200         REPLACING LEADING ' ' BY '0'.
069300     IF MXAW82-SMSG-CNTL-ENT-X IS NUMERIC AND
069400        MXAW82-SMSG-DLR-NBR-X IS NUMERIC
069500         CONTINUE
069600     ELSE
069700         MOVE 'N' TO WS-TRAN-VALID-SW
069800         MOVE 'CONTROL ENTITY OR DEALER NOT NUMERIC'
069900                                TO WS-REJECT-REASON
070000         GO TO 2410-EXIT
070100     END-IF.
070200
070300     EVALUATE MXAW82-SMSG-SCOPE
070400         WHEN 'A'
070500             IF MXAW82-SMSG-CNTL-ENT-9 NOT = 0 OR
070600                MXAW82-SMSG-DLR-NBR-9 NOT = 0
070700                 MOVE 'N' TO WS-TRAN-VALID-SW
070800                 MOVE 'SCOPE A TAKES NO ENTITY OR DEALER'
070900                                TO WS-REJECT-REASON
071000             END-IF
071100
071200         WHEN 'C'
071300             IF MXAW82-SMSG-CNTL-ENT-9 = 0 OR
071400                MXAW82-SMSG-DLR-NBR-9 NOT = 0
071500                 MOVE 'N' TO WS-TRAN-VALID-SW
071600                 MOVE 'SCOPE C TAKES A CONTROL ENTITY ONLY'
071700                                TO WS-REJECT-REASON
071800                 GO TO 2410-EXIT
071900             END-IF
072000             MOVE MXAW82-SMSG-CNTL-ENT-9
072100                                TO CNTL-ENT-NO OF DCLVWMCN00
072200             PERFORM 6100-SELECT-VWMCN00 THRU 6100-EXIT
072300             IF DA-NOTFOUND
072400                 MOVE 'N' TO WS-TRAN-VALID-SW
072500                 MOVE 'CONTROL ENTITY NOT ON VWMCN00'
072600                                TO WS-REJECT-REASON
072700             END-IF
072800
072900         WHEN 'D'
073000             IF MXAW82-SMSG-DLR-NBR-9 = 0 OR
073100                MXAW82-SMSG-CNTL-ENT-9 NOT = 0
073200                 MOVE 'N' TO WS-TRAN-VALID-SW
073300                 MOVE 'SCOPE D TAKES A DEALER ONLY'
073400                                TO WS-REJECT-REASON
073500                 GO TO 2410-EXIT
073600             END-IF
073700             MOVE MXAW82-SMSG-DLR-NBR-9 TO CUST-NO OF DCLVWMCU00
073800             PERFORM 6000-SELECT-VWMCU00 THRU 6000-EXIT
073900             IF DA-NOTFOUND
074000                 MOVE 'N' TO WS-TRAN-VALID-SW
074100                 MOVE 'DEALER NOT ON VWMCU00'
074200                                TO WS-REJECT-REASON
074300             END-IF
074400
074500         WHEN OTHER
074600             MOVE 'N' TO WS-TRAN-VALID-SW
074700             MOVE 'SCOPE MUST BE A, C OR D'
074800                                TO WS-REJECT-REASON
074900     END-EVALUATE.
075000 2410-EXIT.
075100     EXIT.
075200
075300*****************************************************************
075400*                2900-CHECK-ROW-ON-FILE                         *
075500*****************************************************************
075600* AN ADD MUST NOT FIND THE ROW; A CHANGE OR DELETE MUST.        *
075700*****************************************************************
075800
075900 2900-CHECK-ROW-ON-FILE.
076000     IF MXAW82-ADD
076100         IF WS-ROW-FOUND
076200             MOVE 'N' TO WS-TRAN-VALID-SW
076300             MOVE 'ROW ALREADY ON FILE - USE CHANGE'
076400                                TO WS-REJECT-REASON
076500         END-IF
076600     ELSE
076700         IF WS-ROW-FOUND
076800             CONTINUE
076900         ELSE
077000             MOVE 'N' TO WS-TRAN-VALID-SW
077100             MOVE 'NO ROW ON FILE FOR THIS KEY'
077200                                TO WS-REJECT-REASON
077300         END-IF
077400     END-IF.
077500 2900-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900*                2950-RECORD-CHANGE                             *
078000*****************************************************************
078100* COUNTS THE APPLIED CARD, WRITES ITS VWMMNTA ROW AND LISTS IT  *
078200* ON THE AUDIT REPORT - BEFORE AND AFTER FOR A CHANGE.          *
078300*****************************************************************
078400
078500 2950-RECORD-CHANGE.
078600     MOVE MXAW82-ACTION TO WS-MNTA-ACTION.
078700     PERFORM 8900-INSERT-VWMMNTA THRU 8900-EXIT.
078800
078900     EVALUATE TRUE
079000         WHEN MXAW82-ADD
079100             ADD +1 TO WS-ROWS-ADDED
079200             MOVE WS-AFTER-IMAGE TO WS-IMAGE-WORK
079300             PERFORM 4100-AUDIT-ROW-IMAGE THRU 4100-EXIT
079400             MOVE 'ADDED     ' TO WS-AUDIT-LINE(1:10)
079500         WHEN MXAW82-CHANGE
079600             ADD +1 TO WS-ROWS-CHANGED
079700             MOVE WS-BEFORE-IMAGE TO WS-IMAGE-WORK
079800             PERFORM 4100-AUDIT-ROW-IMAGE THRU 4100-EXIT
079900             MOVE 'BEFORE    ' TO WS-AUDIT-LINE(1:10)
080000             WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE
080100             MOVE WS-AFTER-IMAGE TO WS-IMAGE-WORK
080200             PERFORM 4100-AUDIT-ROW-IMAGE THRU 4100-EXIT
080300             MOVE 'CHANGED   ' TO WS-AUDIT-LINE(1:10)
080400         WHEN MXAW82-DELETE
080500             ADD +1 TO WS-ROWS-DELETED
080600             MOVE WS-BEFORE-IMAGE TO WS-IMAGE-WORK
080700             PERFORM 4100-AUDIT-ROW-IMAGE THRU 4100-EXIT
080800             MOVE 'DELETED   ' TO WS-AUDIT-LINE(1:10)
080900     END-EVALUATE.
081000     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
081100 2950-EXIT.
081200     EXIT.
081300
081400*****************************************************************
081500*                3100-SELECT-VWMPTCL                            *
081600*****************************************************************
081700
081800 3100-SELECT-VWMPTCL.
081900     MOVE 'N'    TO WS-ROW-FOUND-SW.
082000     MOVE SPACES TO PTCL-CLASS-CODE.
082100     MOVE 0      TO PTCL-CHARGE-TBL-ENTRY.
082200
082300     EXEC SQL
082400       SELECT CLASS_CODE
082500             ,CHARGE_TBL_ENTRY
082600        INTO :DCLVWMPTCL.PTCL-CLASS-CODE,
082700             :DCLVWMPTCL.PTCL-CHARGE-TBL-ENTRY
082800         FROM VWMPTCL
082900         WHERE PAY_TYPE_CODE = :DCLVWMPTCL.PTCL-PAY-TYPE-CODE
083000     END-EXEC.
083100
083200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
083300             Z-970-SET-DA-STATUS-DB2-EXIT.
083400
083500     EVALUATE TRUE
083600         WHEN DA-OK
083700             MOVE 'Y' TO WS-ROW-FOUND-SW
083800
083900         WHEN DA-NOTFOUND
084000             CONTINUE
084100
084200         WHEN OTHER
084300             SET ABT-DO-ABEND     TO TRUE
084400             SET ABT-ERROR-IS-DB2 TO TRUE
084500             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
084600             MOVE '3100-SELE'     TO ABT-ERROR-SECTION
084700             MOVE 3837            TO ABT-ERROR-ABEND-CODE
084800             MOVE 'VWMPTCL '      TO ABT-DA-ACCESS-NAME
084900             PERFORM Z-980-ABNORMAL-TERM THRU
085000                     Z-980-ABNORMAL-TERM-RETURN
085100     END-EVALUATE.
085200 3100-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600*                3200-SELECT-VWMPCAL                            *
085700*****************************************************************
085800
085900 3200-SELECT-VWMPCAL.
086000     MOVE 'N'    TO WS-ROW-FOUND-SW.
086100     MOVE SPACES TO PCAL-DAY-TYPE-CODE
086200                    PCAL-DALY-CUTOFF
086300                    PCAL-WKLY-CUTOFF
086400                    PCAL-MTHY-CUTOFF
086500                    PCAL-DAY-DESC.
086600
086700     EXEC SQL
086800       SELECT DAY_TYPE_CODE
086900             ,DALY_CUTOFF
087000             ,WKLY_CUTOFF
087100             ,MTHY_CUTOFF
087200             ,DAY_DESC
087300        INTO :DCLVWMPCAL.PCAL-DAY-TYPE-CODE,
087400             :DCLVWMPCAL.PCAL-DALY-CUTOFF,
087500             :DCLVWMPCAL.PCAL-WKLY-CUTOFF,
087600             :DCLVWMPCAL.PCAL-MTHY-CUTOFF,
087700             :DCLVWMPCAL.PCAL-DAY-DESC
087800         FROM VWMPCAL
087900         WHERE CAL_DATE     = :DCLVWMPCAL.PCAL-CAL-DATE
088000           AND COUNTRY_CODE = :DCLVWMPCAL.PCAL-COUNTRY-CODE
088100     END-EXEC.
088200
088300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
088400             Z-970-SET-DA-STATUS-DB2-EXIT.
088500
088600     EVALUATE TRUE
088700         WHEN DA-OK
088800             MOVE 'Y' TO WS-ROW-FOUND-SW
088900
089000         WHEN DA-NOTFOUND
089100             CONTINUE
089200
089300         WHEN OTHER
089400             SET ABT-DO-ABEND     TO TRUE
089500             SET ABT-ERROR-IS-DB2 TO TRUE
089600             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
089700             MOVE '3200-SELE'     TO ABT-ERROR-SECTION
089800             MOVE 3838            TO ABT-ERROR-ABEND-CODE
089900             MOVE 'VWMPCAL '      TO ABT-DA-ACCESS-NAME
090000             PERFORM Z-980-ABNORMAL-TERM THRU
090100                     Z-980-ABNORMAL-TERM-RETURN
090200     END-EVALUATE.
090300 3200-EXIT.
090400     EXIT.
090500
090600*****************************************************************
090700*                3300-SELECT-VWMSMSG                            *
090800*****************************************************************
090900
091000 3300-SELECT-VWMSMSG.
091100     MOVE 'N'    TO WS-ROW-FOUND-SW.
091200     MOVE SPACES TO SMSG-SCOPE-CODE
091300                    SMSG-EFF-DATE
091400                    SMSG-EXPIRY-DATE
091500                    SMSG-MSG-TEXT.
091600     MOVE 0      TO SMSG-CNTL-ENT-NO
091700                    SMSG-DLR-NBR.
091800
091900     EXEC SQL
092000       SELECT SCOPE_CODE
092100             ,CNTL_ENT_NO
092200             ,DLR_NBR
092300             ,EFF_DATE
092400             ,EXPIRY_DATE
092500             ,MSG_TEXT
092600        INTO :DCLVWMSMSG.SMSG-SCOPE-CODE,
092700             :DCLVWMSMSG.SMSG-CNTL-ENT-NO,
092800             :DCLVWMSMSG.SMSG-DLR-NBR,
092900             :DCLVWMSMSG.SMSG-EFF-DATE,
093000             :DCLVWMSMSG.SMSG-EXPIRY-DATE,
093100             :DCLVWMSMSG.SMSG-MSG-TEXT
093200         FROM VWMSMSG
093300         WHERE MSG_NBR    = :DCLVWMSMSG.SMSG-MSG-NBR
093400           AND LANG_CLASS = :DCLVWMSMSG.SMSG-LANG-CLASS
093500     END-EXEC.
093600
093700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
093800             Z-970-SET-DA-STATUS-DB2-EXIT.
093900
094000     EVALUATE TRUE
094100         WHEN DA-OK
094200             MOVE 'Y' TO WS-ROW-FOUND-SW
094300
094400         WHEN DA-NOTFOUND
094500             CONTINUE
094600
094700         WHEN OTHER
094800             SET ABT-DO-ABEND     TO TRUE
094900             SET ABT-ERROR-IS-DB2 TO TRUE
095000             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
095100             MOVE '3300-SELE'     TO ABT-ERROR-SECTION
095200             MOVE 3839            TO ABT-ERROR-ABEND-CODE
095300             MOVE 'VWMSMSG '      TO ABT-DA-ACCESS-NAME
095400             PERFORM Z-980-ABNORMAL-TERM THRU
095500                     Z-980-ABNORMAL-TERM-RETURN
095600     END-EVALUATE.
095700 3300-EXIT.
095800     EXIT.
095900
096000*****************************************************************
096100*                4000-AUDIT-REJECT                              *
096200*****************************************************************
096300
096400 4000-AUDIT-REJECT.
096500     ADD +1 TO WS-TRANS-REJECTED.
096600     MOVE SPACES TO WS-AUDIT-LINE.
096700     STRING 'REJECTED  '         DELIMITED BY SIZE
096800            MAINT-TRAN-REC(1:70) DELIMITED BY SIZE
096900            INTO WS-AUDIT-LINE.
097000     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
097100     MOVE SPACES TO WS-AUDIT-LINE.
097200     STRING '          REASON: ' DELIMITED BY SIZE
097300            WS-REJECT-REASON     DELIMITED BY SIZE
097400            INTO WS-AUDIT-LINE.
097500     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
097600 4000-EXIT.
097700     EXIT.
097800
097900*****************************************************************
098000*                4100-AUDIT-ROW-IMAGE                           *
098100*****************************************************************
098200* FORMATS THE TABLE, KEY AND THE IMAGE IN WS-IMAGE-WORK INTO    *
098300* WS-AUDIT-LINE. THE CALLER OVERLAYS THE ACTION TAG IN COLUMNS  *
098400* 1-10 AND WRITES THE LINE.                                     *
098500*****************************************************************
098600
098700 4100-AUDIT-ROW-IMAGE.
098800     MOVE SPACES TO WS-AUDIT-LINE.
098900     STRING '          '          DELIMITED BY SIZE
099000            WS-TABLE-TAG          DELIMITED BY SIZE
099100            WS-ROW-KEY            DELIMITED BY SIZE
099200            ' '                   DELIMITED BY SIZE
099300            WS-IMAGE-WORK         DELIMITED BY SIZE
099400            INTO WS-AUDIT-LINE.
099500 4100-EXIT.
099600     EXIT.
099700
099800*****************************************************************
099900*                4200-FORMAT-PTCL-IMAGE                         *
100000*****************************************************************
100100
100200 4200-FORMAT-PTCL-IMAGE.
100300     MOVE PTCL-CHARGE-TBL-ENTRY TO WS-ED-ENTRY.
100400     MOVE SPACES TO WS-IMAGE-WORK.
100500     STRING 'CLASS '              DELIMITED BY SIZE
100600            PTCL-CLASS-CODE       DELIMITED BY SIZE
100700            ' ENTRY '             DELIMITED BY SIZE
100800            WS-ED-ENTRY           DELIMITED BY SIZE
100900            INTO WS-IMAGE-WORK.
101000 4200-EXIT.
101100     EXIT.
101200
101300*****************************************************************
101400*                4300-FORMAT-PCAL-IMAGE                         *
101500*****************************************************************
101600* DAY TYPE, THE DAILY/WEEKLY/MONTHLY CUT-OFF FLAGS, AND THE     *
101700* DESCRIPTION AS FAR AS IT FITS.                                *
101800*****************************************************************
101900
102000 4300-FORMAT-PCAL-IMAGE.
102100     MOVE SPACES TO WS-IMAGE-WORK.
102200     STRING 'TYPE '               DELIMITED BY SIZE
102300            PCAL-DAY-TYPE-CODE    DELIMITED BY SIZE
102400            ' DWM '               DELIMITED BY SIZE
102500            PCAL-DALY-CUTOFF      DELIMITED BY SIZE
102600            PCAL-WKLY-CUTOFF      DELIMITED BY SIZE
102700            PCAL-MTHY-CUTOFF      DELIMITED BY SIZE
102800            ' '                   DELIMITED BY SIZE
102900            PCAL-DAY-DESC         DELIMITED BY SIZE
103000            INTO WS-IMAGE-WORK.
103100 4300-EXIT.
103200     EXIT.
103300
103400*****************************************************************
103500*                4400-FORMAT-SMSG-IMAGE                         *
103600*****************************************************************
103700* SCOPE, CONTROL ENTITY, DEALER AND THE TWO DATES. THE TEXT     *
103800* GOES ON ITS OWN VWMMNTA ROWS.                                 *
103900*****************************************************************
104000
104100 4400-FORMAT-SMSG-IMAGE.
104200     MOVE SMSG-CNTL-ENT-NO TO WS-ED-CNTL-ENT.
104300     MOVE SMSG-DLR-NBR     TO WS-ED-DLR-NBR.
104400     MOVE SPACES TO WS-IMAGE-WORK.
104500     STRING SMSG-SCOPE-CODE       DELIMITED BY SIZE
104600            ' '                   DELIMITED BY SIZE
104700            WS-ED-CNTL-ENT        DELIMITED BY SIZE
104800            ' '                   DELIMITED BY SIZE
104900            WS-ED-DLR-NBR         DELIMITED BY SIZE
105000            ' '                   DELIMITED BY SIZE
105100            SMSG-EFF-DATE         DELIMITED BY SIZE
105200            ' '                   DELIMITED BY SIZE
105300            SMSG-EXPIRY-DATE      DELIMITED BY SIZE
105400            INTO WS-IMAGE-WORK.
105500 4400-EXIT.
105600     EXIT.
105700
105800*****************************************************************
105900*                5000-READ-TRANSACTION                          *
106000*****************************************************************
106100
106200 5000-READ-TRANSACTION.
106300     READ MAINT-TRAN-FILE INTO MXAW82-MAINT-TRAN
106400         AT END SET NO-MORE-TRANS TO TRUE.
106500
106600     IF NO-MORE-TRANS
106700         CONTINUE
106800     ELSE
106900         ADD +1 TO WS-TRANS-READ
107000     END-IF.
107100 5000-EXIT.
107200     EXIT.
107300
107400*****************************************************************
107500*                6000-SELECT-VWMCU00                            *
107600*****************************************************************
107700
107800 6000-SELECT-VWMCU00.
107900     EXEC SQL
108000       SELECT CNTL_ENT_NO
108100        INTO :DCLVWMCU00.CNTL-ENT-NO
108200         FROM VWMCU00
108300         WHERE CUST_NO = :DCLVWMCU00.CUST-NO
108400     END-EXEC.
108500
108600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
108700             Z-970-SET-DA-STATUS-DB2-EXIT.
108800
108900     IF DA-OK OR
109000        DA-NOTFOUND
109100         CONTINUE
109200     ELSE
109300         SET ABT-DO-ABEND     TO TRUE
109400         SET ABT-ERROR-IS-DB2 TO TRUE
109500         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
109600         MOVE '6000-SELE'     TO ABT-ERROR-SECTION
109700         MOVE 3840            TO ABT-ERROR-ABEND-CODE
109800         MOVE 'VWMCU00 '      TO ABT-DA-ACCESS-NAME
109900         PERFORM Z-980-ABNORMAL-TERM THRU
110000                 Z-980-ABNORMAL-TERM-RETURN
110100     END-IF.
110200 6000-EXIT.
110300     EXIT.
110400
110500*****************************************************************
110600*                6100-SELECT-VWMCN00                            *
110700*****************************************************************
110800
110900 6100-SELECT-VWMCN00.
111000     EXEC SQL
111100       SELECT CNTL_ENT_NO
111200        INTO :DCLVWMCN00.CNTL-ENT-NO
111300         FROM VWMCN00
111400         WHERE CNTL_ENT_NO = :DCLVWMCN00.CNTL-ENT-NO
111500     END-EXEC.
111600
111700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
111800             Z-970-SET-DA-STATUS-DB2-EXIT.
111900
112000     IF DA-OK OR
112100        DA-NOTFOUND
112200         CONTINUE
112300     ELSE
112400         SET ABT-DO-ABEND     TO TRUE
112500         SET ABT-ERROR-IS-DB2 TO TRUE
112600         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
112700         MOVE '6100-SELE'     TO ABT-ERROR-SECTION
112800         MOVE 3841            TO ABT-ERROR-ABEND-CODE
112900         MOVE 'VWMCN00 '      TO ABT-DA-ACCESS-NAME
113000         PERFORM Z-980-ABNORMAL-TERM THRU
113100                 Z-980-ABNORMAL-TERM-RETURN
113200     END-IF.
113300 6100-EXIT.
113400     EXIT.
113500
113600*****************************************************************
113700*                7000-SELECT-VWMCTUPD                           *
113800*****************************************************************
113900* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
114000* SUBFUNCTION ROW) FOR THE REPORT HEADING.                      *
114100*****************************************************************
114200
114300 7000-SELECT-VWMCTUPD.
114400     MOVE SPACES TO SUBSYSTEM-ID-IND
114500                    SUBFUNCTION-CODE.
114600
114700     EXEC SQL
114800       SELECT PROC_DATE
114900         INTO :DCLVWMCTUPD.PROC-DATE
115000         FROM VWMCTUPD
115100         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
115200           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
115300     END-EXEC.
115400
115500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
115600             Z-970-SET-DA-STATUS-DB2-EXIT.
115700
115800     IF DA-OK
115900         MOVE PROC-DATE TO WS-PROCESSING-DATE
116000     ELSE
116100         SET ABT-DO-ABEND     TO TRUE
116200         SET ABT-ERROR-IS-DB2 TO TRUE
116300         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
116400         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
116500         MOVE 3836            TO ABT-ERROR-ABEND-CODE
116600         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
116700         PERFORM Z-980-ABNORMAL-TERM THRU
116800                 Z-980-ABNORMAL-TERM-RETURN
116900     END-IF.
117000 7000-EXIT.
117100     EXIT.
117200
117300*****************************************************************
117400*                8000-INSERT-VWMPTCL                            *
117500*****************************************************************
117600
117700 8000-INSERT-VWMPTCL.
117800     EXEC SQL
117900         INSERT INTO VWMPTCL
118000             (PAY_TYPE_CODE, CLASS_CODE, CHARGE_TBL_ENTRY)
118100             VALUES
118200             (:DCLVWMPTCL.PTCL-PAY-TYPE-CODE,
118300              :DCLVWMPTCL.PTCL-CLASS-CODE,
118400              :DCLVWMPTCL.PTCL-CHARGE-TBL-ENTRY)
118500     END-EXEC.
118600
118700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
118800             Z-970-SET-DA-STATUS-DB2-EXIT.
118900
119000     IF NOT DA-OK
119100         SET ABT-DO-ABEND     TO TRUE
119200         SET ABT-ERROR-IS-DB2 TO TRUE
119300         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
119400         MOVE '8000-INSE'     TO ABT-ERROR-SECTION
119500         MOVE 3842            TO ABT-ERROR-ABEND-CODE
119600         MOVE 'VWMPTCL '      TO ABT-DA-ACCESS-NAME
119700         PERFORM Z-980-ABNORMAL-TERM THRU
119800                 Z-980-ABNORMAL-TERM-RETURN
119900     END-IF.
120000 8000-EXIT.
120100     EXIT.
120200
120300*****************************************************************
120400*                8010-UPDATE-VWMPTCL                            *
120500*****************************************************************
120600
120700 8010-UPDATE-VWMPTCL.
120800     EXEC SQL
120900         UPDATE VWMPTCL
121000            SET CLASS_CODE       = :DCLVWMPTCL.PTCL-CLASS-CODE,
121100                CHARGE_TBL_ENTRY =
121200                             :DCLVWMPTCL.PTCL-CHARGE-TBL-ENTRY
121300          WHERE PAY_TYPE_CODE = :DCLVWMPTCL.PTCL-PAY-TYPE-CODE
121400     END-EXEC.
121500
121600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
121700             Z-970-SET-DA-STATUS-DB2-EXIT.
121800
121900     IF NOT DA-OK
122000         SET ABT-DO-ABEND     TO TRUE
122100         SET ABT-ERROR-IS-DB2 TO TRUE
122200         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
122300         MOVE '8010-UPDA'     TO ABT-ERROR-SECTION
122400         MOVE 3843            TO ABT-ERROR-ABEND-CODE
122500         MOVE 'VWMPTCL '      TO ABT-DA-ACCESS-NAME
122600         PERFORM Z-980-ABNORMAL-TERM THRU
122700                 Z-980-ABNORMAL-TERM-RETURN
122800     END-IF.
122900 8010-EXIT.
123000     EXIT.
123100
123200*****************************************************************
123300*                8020-DELETE-VWMPTCL                            *
123400*****************************************************************
123500
123600 8020-DELETE-VWMPTCL.
123700     EXEC SQL
123800         DELETE FROM VWMPTCL
123900          WHERE PAY_TYPE_CODE = :DCLVWMPTCL.PTCL-PAY-TYPE-CODE
124000     END-EXEC.
124100
124200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
124300             Z-970-SET-DA-STATUS-DB2-EXIT.
124400
124500     IF NOT DA-OK
124600         SET ABT-DO-ABEND     TO TRUE
124700         SET ABT-ERROR-IS-DB2 TO TRUE
124800         MOVE 'DELETE  '      TO ABT-DA-FUNCTION
124900         MOVE '8020-DELE'     TO ABT-ERROR-SECTION
125000         MOVE 3844            TO ABT-ERROR-ABEND-CODE
125100         MOVE 'VWMPTCL '      TO ABT-DA-ACCESS-NAME
125200         PERFORM Z-980-ABNORMAL-TERM THRU
125300                 Z-980-ABNORMAL-TERM-RETURN
125400     END-IF.
125500 8020-EXIT.
125600     EXIT.
125700
125800*****************************************************************
125900*                8100-INSERT-VWMPCAL                            *
126000*****************************************************************
126100
126200 8100-INSERT-VWMPCAL.
126300     EXEC SQL
126400         INSERT INTO VWMPCAL
126500             (CAL_DATE, COUNTRY_CODE, DAY_TYPE_CODE,
126600              DALY_CUTOFF, WKLY_CUTOFF, MTHY_CUTOFF, DAY_DESC)
126700             VALUES
126800             (:DCLVWMPCAL.PCAL-CAL-DATE,
126900              :DCLVWMPCAL.PCAL-COUNTRY-CODE,
127000              :DCLVWMPCAL.PCAL-DAY-TYPE-CODE,
127100              :DCLVWMPCAL.PCAL-DALY-CUTOFF,
127200              :DCLVWMPCAL.PCAL-WKLY-CUTOFF,
127300              :DCLVWMPCAL.PCAL-MTHY-CUTOFF,
127400              :DCLVWMPCAL.PCAL-DAY-DESC)
127500     END-EXEC.
127600
127700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
127800             Z-970-SET-DA-STATUS-DB2-EXIT.
127900
128000     IF NOT DA-OK
128100         SET ABT-DO-ABEND     TO TRUE
128200         SET ABT-ERROR-IS-DB2 TO TRUE
128300         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
128400         MOVE '8100-INSE'     TO ABT-ERROR-SECTION
128500         MOVE 3845            TO ABT-ERROR-ABEND-CODE
128600         MOVE 'VWMPCAL '      TO ABT-DA-ACCESS-NAME
128700         PERFORM Z-980-ABNORMAL-TERM THRU
128800                 Z-980-ABNORMAL-TERM-RETURN
128900     END-IF.
129000 8100-EXIT.
129100     EXIT.
129200
129300*****************************************************************
129400*                8110-UPDATE-VWMPCAL                            *
129500*****************************************************************
129600
129700 8110-UPDATE-VWMPCAL.
129800     EXEC SQL
129900         UPDATE VWMPCAL
130000            SET DAY_TYPE_CODE = :DCLVWMPCAL.PCAL-DAY-TYPE-CODE,
130100                DALY_CUTOFF   = :DCLVWMPCAL.PCAL-DALY-CUTOFF,
130200                WKLY_CUTOFF   = :DCLVWMPCAL.PCAL-WKLY-CUTOFF,
130300                MTHY_CUTOFF   = :DCLVWMPCAL.PCAL-MTHY-CUTOFF,
130400                DAY_DESC      = :DCLVWMPCAL.PCAL-DAY-DESC
130500          WHERE CAL_DATE     = :DCLVWMPCAL.PCAL-CAL-DATE
130600            AND COUNTRY_CODE = :DCLVWMPCAL.PCAL-COUNTRY-CODE
130700     END-EXEC.
130800
130900     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
131000             Z-970-SET-DA-STATUS-DB2-EXIT.
131100
131200     IF NOT DA-OK
131300         SET ABT-DO-ABEND     TO TRUE
131400         SET ABT-ERROR-IS-DB2 TO TRUE
131500         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
131600         MOVE '8110-UPDA'     TO ABT-ERROR-SECTION
131700         MOVE 3846            TO ABT-ERROR-ABEND-CODE
131800         MOVE 'VWMPCAL '      TO ABT-DA-ACCESS-NAME
131900         PERFORM Z-980-ABNORMAL-TERM THRU
132000                 Z-980-ABNORMAL-TERM-RETURN
132100     END-IF.
132200 8110-EXIT.
132300     EXIT.
132400
132500*****************************************************************
132600*                8120-DELETE-VWMPCAL                            *
132700*****************************************************************
132800
132900 8120-DELETE-VWMPCAL.
133000     EXEC SQL
133100         DELETE FROM VWMPCAL
133200          WHERE CAL_DATE     = :DCLVWMPCAL.PCAL-CAL-DATE
133300            AND COUNTRY_CODE = :DCLVWMPCAL.PCAL-COUNTRY-CODE
133400     END-EXEC.
133500
133600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
133700             Z-970-SET-DA-STATUS-DB2-EXIT.
133800
133900     IF NOT DA-OK
134000         SET ABT-DO-ABEND     TO TRUE
134100         SET ABT-ERROR-IS-DB2 TO TRUE
134200         MOVE 'DELETE  '      TO ABT-DA-FUNCTION
134300         MOVE '8120-DELE'     TO ABT-ERROR-SECTION
134400         MOVE 3847            TO ABT-ERROR-ABEND-CODE
134500         MOVE 'VWMPCAL '      TO ABT-DA-ACCESS-NAME
134600         PERFORM Z-980-ABNORMAL-TERM THRU
134700                 Z-980-ABNORMAL-TERM-RETURN
134800     END-IF.
134900 8120-EXIT.
135000     EXIT.
135100
135200*****************************************************************
135300*                8200-INSERT-VWMSMSG                            *
135400*****************************************************************
135500
135600 8200-INSERT-VWMSMSG.
135700     EXEC SQL
135800         INSERT INTO VWMSMSG
135900             (MSG_NBR, LANG_CLASS, SCOPE_CODE, CNTL_ENT_NO,
136000              DLR_NBR, EFF_DATE, EXPIRY_DATE, MSG_TEXT)
136100             VALUES
136200             (:DCLVWMSMSG.SMSG-MSG-NBR,
136300              :DCLVWMSMSG.SMSG-LANG-CLASS,
136400              :DCLVWMSMSG.SMSG-SCOPE-CODE,
136500              :DCLVWMSMSG.SMSG-CNTL-ENT-NO,
136600              :DCLVWMSMSG.SMSG-DLR-NBR,
136700              :DCLVWMSMSG.SMSG-EFF-DATE,
136800              :DCLVWMSMSG.SMSG-EXPIRY-DATE,
136900              :DCLVWMSMSG.SMSG-MSG-TEXT)
137000     END-EXEC.
137100
137200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
137300             Z-970-SET-DA-STATUS-DB2-EXIT.
137400
137500     IF NOT DA-OK
137600         SET ABT-DO-ABEND     TO TRUE
137700         SET ABT-ERROR-IS-DB2 TO TRUE
137800         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
137900         MOVE '8200-INSE'     TO ABT-ERROR-SECTION
138000         MOVE 3848            TO ABT-ERROR-ABEND-CODE
138100         MOVE 'VWMSMSG '      TO ABT-DA-ACCESS-NAME
138200         PERFORM Z-980-ABNORMAL-TERM THRU
138300                 Z-980-ABNORMAL-TERM-RETURN
138400     END-IF.
138500 8200-EXIT.
138600     EXIT.
138700
138800*****************************************************************
138900*                8210-UPDATE-VWMSMSG                            *
139000*****************************************************************
139100
139200 8210-UPDATE-VWMSMSG.
139300     EXEC SQL
139400         UPDATE VWMSMSG
139500            SET SCOPE_CODE  = :DCLVWMSMSG.SMSG-SCOPE-CODE,
139600                CNTL_ENT_NO = :DCLVWMSMSG.SMSG-CNTL-ENT-NO,
139700                DLR_NBR     = :DCLVWMSMSG.SMSG-DLR-NBR,
139800                EFF_DATE    = :DCLVWMSMSG.SMSG-EFF-DATE,
139900                EXPIRY_DATE = :DCLVWMSMSG.SMSG-EXPIRY-DATE,
140000                MSG_TEXT    = :DCLVWMSMSG.SMSG-MSG-TEXT
140100          WHERE MSG_NBR    = :DCLVWMSMSG.SMSG-MSG-NBR
140200            AND LANG_CLASS = :DCLVWMSMSG.SMSG-LANG-CLASS
140300     END-EXEC.
140400
140500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
140600             Z-970-SET-DA-STATUS-DB2-EXIT.
140700
140800     IF NOT DA-OK
140900         SET ABT-DO-ABEND     TO TRUE
141000         SET ABT-ERROR-IS-DB2 TO TRUE
141100         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
141200         MOVE '8210-UPDA'     TO ABT-ERROR-SECTION
141300         MOVE 3849            TO ABT-ERROR-ABEND-CODE
141400         MOVE 'VWMSMSG '      TO ABT-DA-ACCESS-NAME
141500         PERFORM Z-980-ABNORMAL-TERM THRU
141600                 Z-980-ABNORMAL-TERM-RETURN
141700     END-IF.
141800 8210-EXIT.
141900     EXIT.
142000
142100*****************************************************************
142200*                8220-DELETE-VWMSMSG                            *
142300*****************************************************************
142400
142500 8220-DELETE-VWMSMSG.
142600     EXEC SQL
142700         DELETE FROM VWMSMSG
142800          WHERE MSG_NBR    = :DCLVWMSMSG.SMSG-MSG-NBR
142900            AND LANG_CLASS = :DCLVWMSMSG.SMSG-LANG-CLASS
143000     END-EXEC.
143100
143200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
143300             Z-970-SET-DA-STATUS-DB2-EXIT.
143400
143500     IF NOT DA-OK
143600         SET ABT-DO-ABEND     TO TRUE
143700         SET ABT-ERROR-IS-DB2 TO TRUE
143800         MOVE 'DELETE  '      TO ABT-DA-FUNCTION
143900         MOVE '8220-DELE'     TO ABT-ERROR-SECTION
144000         MOVE 3850            TO ABT-ERROR-ABEND-CODE
144100         MOVE 'VWMSMSG '      TO ABT-DA-ACCESS-NAME
144200         PERFORM Z-980-ABNORMAL-TERM THRU
144300                 Z-980-ABNORMAL-TERM-RETURN
144400     END-IF.
144500 8220-EXIT.
144600     EXIT.
144700
144800*****************************************************************
144900*                8900-INSERT-VWMMNTA                            *
145000*****************************************************************
145100* THE BEFORE/AFTER AUDIT ROW FOR EVERY APPLIED CARD, AS MX56    *
145200* WRITES FOR ONLINE MAINTENANCE. THE TABLES ARE NOT DEALER-     *
145300* KEYED, SO THE KEY GOES IN ROW_KEY (CUST_NO IS THE DEALER OF A *
145400* DEALER-SCOPE MESSAGE). THE DATE AND TIME ARE LEFT TO DB2.     *
145500*****************************************************************
145600
145700 8900-INSERT-VWMMNTA.
145800     MOVE WS-MNTA-TABLE         TO MNTA-TABLE-NAME.
145900     MOVE WS-MNTA-ACTION        TO MNTA-ACTION-CODE.
146000     MOVE WS-MNTA-CUST-NO       TO MNTA-CUST-NO.
146100     MOVE WS-ROW-KEY            TO MNTA-ROW-KEY.
146200     MOVE WS-BEFORE-IMAGE       TO MNTA-BEFORE-IMAGE.
146300     MOVE WS-AFTER-IMAGE        TO MNTA-AFTER-IMAGE.
146400     MOVE WS-CHANGED-BY         TO MNTA-CHANGED-BY.
146500     MOVE WS-APPROVED-BY        TO MNTA-APPROVED-BY.
146600     MOVE 'MXBPA082'            TO MNTA-CHANGE-SOURCE.
146700
146800     EXEC SQL
146900         INSERT INTO VWMMNTA
147000             (TABLE_NAME, ACTION_CODE, CUST_NO, ROW_KEY,
147100              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
147200              APPROVED_BY, CHANGE_SOURCE,
147300              CHANGE_DATE, CHANGE_TIME)
147400             VALUES
147500             (:DCLVWMMNTA.MNTA-TABLE-NAME,
147600              :DCLVWMMNTA.MNTA-ACTION-CODE,
147700              :DCLVWMMNTA.MNTA-CUST-NO,
147800              :DCLVWMMNTA.MNTA-ROW-KEY,
147900              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
148000              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
148100              :DCLVWMMNTA.MNTA-CHANGED-BY,
148200              :DCLVWMMNTA.MNTA-APPROVED-BY,
148300              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
148400              CURRENT DATE,
148500              CURRENT TIME)
148600     END-EXEC.
148700
148800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
148900             Z-970-SET-DA-STATUS-DB2-EXIT.
149000
149100     IF NOT DA-OK
149200         SET ABT-DO-ABEND     TO TRUE
149300         SET ABT-ERROR-IS-DB2 TO TRUE
149400         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
149500         MOVE '8900-INSE'     TO ABT-ERROR-SECTION
149600         MOVE 3851            TO ABT-ERROR-ABEND-CODE
149700         MOVE 'VWMMNTA '      TO ABT-DA-ACCESS-NAME
149800         PERFORM Z-980-ABNORMAL-TERM THRU
149900                 Z-980-ABNORMAL-TERM-RETURN
150000     END-IF.
150100
150200     ADD +1 TO WS-AUDIT-ROWS.
150300 8900-EXIT.
150400     EXIT.
150500
150600*****************************************************************
150700*                   9900-TERMINATION                            *
150800*****************************************************************
150900
151000 9900-TERMINATION.
151100     EXEC SQL
151200         COMMIT
151300     END-EXEC.
151400
151500     MOVE SPACES TO WS-AUDIT-LINE.
151600     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
151700
151800     MOVE WS-ROWS-ADDED TO WS-AUDIT-ED-COUNT.
151900     MOVE SPACES TO WS-AUDIT-LINE.
152000     STRING 'ROWS ADDED................... ' DELIMITED BY SIZE
152100            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
152200            INTO WS-AUDIT-LINE.
152300     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
152400
152500     MOVE WS-ROWS-CHANGED TO WS-AUDIT-ED-COUNT.
152600     MOVE SPACES TO WS-AUDIT-LINE.
152700     STRING 'ROWS CHANGED................. ' DELIMITED BY SIZE
152800            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
152900            INTO WS-AUDIT-LINE.
153000     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
153100
153200     MOVE WS-ROWS-DELETED TO WS-AUDIT-ED-COUNT.
153300     MOVE SPACES TO WS-AUDIT-LINE.
153400     STRING 'ROWS DELETED................. ' DELIMITED BY SIZE
153500            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
153600            INTO WS-AUDIT-LINE.
153700     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
153800
153900     MOVE WS-TRANS-REJECTED TO WS-AUDIT-ED-COUNT.
154000     MOVE SPACES TO WS-AUDIT-LINE.
154100     STRING 'CARDS REJECTED............... ' DELIMITED BY SIZE
154200            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
154300            INTO WS-AUDIT-LINE.
154400     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
154500
154600     MOVE WS-AUDIT-ROWS TO WS-AUDIT-ED-COUNT.
154700     MOVE SPACES TO WS-AUDIT-LINE.
154800     STRING 'VWMMNTA AUDIT ROWS WRITTEN... ' DELIMITED BY SIZE
154900            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
155000            INTO WS-AUDIT-LINE.
155100     WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE.
155200
155300     IF WS-TRANS-REJECTED > 0
155400         MOVE 4 TO RETURN-CODE
155500     END-IF.
155600
155700     CLOSE MAINT-TRAN-FILE
155800           MAINT-AUDIT-REPORT.
155900
156000     DISPLAY ' '.
156100     DISPLAY 'PROGRAM MXBPA082 SUCCESSFULLY COMPLETED'.
156200 9900-EXIT.
156300     EXIT.
156400
156500     EXEC SQL
156600          INCLUDE MXWP02
156700     END-EXEC.
