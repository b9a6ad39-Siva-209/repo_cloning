000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA083.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA083 - QUARTERLY CONTROL-TABLE CHANGE REVIEW.              |
001000* LISTS EVERY VWMMNTA AUDIT ROW IN THE REVIEW PERIOD FOR         |
001100* INTERNAL AUDIT: SECTION 1 BY TABLE (EVERY CHANGE WITH ITS KEY, |
001200* BEFORE AND AFTER IMAGE, WHO MADE IT, WHO APPROVED IT AND WHICH |
001300* PROGRAM APPLIED IT), SECTION 2 BY USER AND TABLE, THEN THE     |
001400* TOTALS AND A REVIEWER SIGN-OFF SECTION. TWO FLAGS:             |
001500*  H - AN ONLINE CHANGE MADE OUTSIDE BUSINESS HOURS OR ON A DAY  |
001600*      THE VWMPCAL USA CALENDAR DOES NOT SHOW AS A BUSINESS DAY  |
001700*      (BATCH DECKS RUN WHEN THEY ARE SCHEDULED AND ARE NOT      |
001800*      FLAGGED)                                                  |
001900*  U - A CHANGE BY A USER NOT ON THE AUTHORIZED LIST FOR THE     |
002000*      TABLE (A CHANGE A PROGRAM MADE BY ITSELF IS NOT FLAGGED)  |
002100* MXPA083I CONTROL CARDS, ALL OPTIONAL:                          |
002200*    PERIOD  COLS 8-17 FROM, 19-28 TO (YYYY-MM-DD) - DEFAULT IS  |
002300*            THE CALENDAR QUARTER BEFORE THE PROCESSING DATE     |
002400*    HOURS   COLS 8-15 START, 17-24 END (HH.MM.SS) - DEFAULT     |
002500*            07.00.00 TO 18.00.00                                |
002600*    USER    COLS 8-15 TABLE (BLANK FOR EVERY TABLE), 17-24 USER |
002700*            ID - ONE CARD PER AUTHORIZED USER; WITH NO USER     |
002800*            CARDS THE USER CHECK IS NOT MADE                    |
002900* RETURN CODE 4 WHEN ANY CHANGE IS FLAGGED.                      |
003000*================================================================*
003100*  TABLE   |   VIEW   |     DESCRIPTION                          |
003200*----------+-----------------------------------------------------*
003300* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
003400* TBMPCAL  | VWMPCAL  |  PROCESSING CALENDAR                     |
003500* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003600*================================================================*
003700*   PLAN   | BIND INCLUDE MEMBERS                                |
003800*----------+-----------------------------------------------------*
003900* PBMPA083 | PBMPA083                                            |
004000*================================================================*
004100*-----------------------------------------------------------------
004200
004300 ENVIRONMENT DIVISION.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT REVIEW-PARM-FILE
004800         ASSIGN TO MXPA083I.
004900
005000     SELECT CHANGE-REVIEW-REPORT
005100         ASSIGN TO MXPA083R.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  REVIEW-PARM-FILE
005600     RECORDING MODE IS F.
005700 01  REVIEW-PARM-REC                     PIC X(80).
005800
005900 FD  CHANGE-REVIEW-REPORT
006000     RECORDING MODE IS F.
006100 01  CHANGE-REVIEW-REC                   PIC X(132).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITHCES.
006500     05  WS-NO-MORE-PARMS-SW             PIC X(01) VALUE 'N'.
006600         88 NO-MORE-PARMS                          VALUE 'Y'.
006700     05  WS-NO-MORE-ROWS-SW              PIC X(01) VALUE 'N'.
006800         88 NO-MORE-ROWS                           VALUE 'Y'.
006900     05  WS-FIRST-ROW-SW                 PIC X(01) VALUE 'Y'.
007000         88 WS-FIRST-ROW                           VALUE 'Y'.
007100     05  WS-FLAG-HOURS-SW                PIC X(01) VALUE 'N'.
007200         88 WS-FLAG-HOURS                          VALUE 'Y'.
007300     05  WS-FLAG-USER-SW                 PIC X(01) VALUE 'N'.
007400         88 WS-FLAG-USER                           VALUE 'Y'.
007500     05  WS-AUTH-USER-FOUND-SW           PIC X(01) VALUE 'N'.
007600         88 WS-AUTH-USER-FOUND                     VALUE 'Y'.
007700
007800 01  WS-COUNTERS COMP-3.
007900     05  WS-ROWS-REVIEWED                PIC S9(07) VALUE 0.
008000     05  WS-ROWS-FLAGGED                 PIC S9(07) VALUE 0.
008100     05  WS-ROWS-HOURS-FLAGGED           PIC S9(07) VALUE 0.
008200     05  WS-ROWS-USER-FLAGGED            PIC S9(07) VALUE 0.
008300     05  WS-TBL-CHANGES                  PIC S9(07) VALUE 0.
008400     05  WS-TBL-HOURS                    PIC S9(07) VALUE 0.
008500     05  WS-TBL-USER                     PIC S9(07) VALUE 0.
008600     05  WS-UT-CHANGES                   PIC S9(07) VALUE 0.
008700     05  WS-UT-HOURS                     PIC S9(07) VALUE 0.
008800     05  WS-UT-USER                      PIC S9(07) VALUE 0.
008900     05  WS-USR-CHANGES                  PIC S9(07) VALUE 0.
009000     05  WS-USR-HOURS                    PIC S9(07) VALUE 0.
009100     05  WS-USR-USER                     PIC S9(07) VALUE 0.
009200
009300*  CONTROL CARD LAYOUT - SEE THE DESCRIPTION ABOVE.
009400 01  WS-REVIEW-PARM.
009500     05  WS-PARM-ID                      PIC X(06).
009600         88 WS-PARM-PERIOD                         VALUE 'PERIOD'.
009700         88 WS-PARM-HOURS                          VALUE 'HOURS '.
009800         88 WS-PARM-USER                           VALUE 'USER  '.
009900     05  FILLER                          PIC X(01).
010000     05  WS-PARM-DATA                    PIC X(73).
010100     05  WS-PARM-PERIOD-DATA REDEFINES WS-PARM-DATA.
010200         10  WS-PARM-FROM-DATE           PIC X(10).
010300         10  FILLER                      PIC X(01).
010400         10  WS-PARM-TO-DATE             PIC X(10).
010500         10  FILLER                      PIC X(52).
010600     05  WS-PARM-HOURS-DATA REDEFINES WS-PARM-DATA.
010700         10  WS-PARM-START-TIME          PIC X(08).
010800         10  FILLER                      PIC X(01).
010900         10  WS-PARM-END-TIME            PIC X(08).
011000         10  FILLER                      PIC X(56).
011100     05  WS-PARM-USER-DATA REDEFINES WS-PARM-DATA.
011200         10  WS-PARM-TABLE-NAME          PIC X(08).
011300         10  FILLER                      PIC X(01).
011400         10  WS-PARM-USER-ID             PIC X(08).
011500         10  FILLER                      PIC X(56).
011600
011700*  AUTHORIZED USERS FROM THE USER CARDS. A BLANK TABLE NAME
011800*  AUTHORIZES THE USER FOR EVERY TABLE.
011900 01  WS-AUTH-TABLE.
012000     05  WS-AUTH-COUNT                   PIC S9(04) COMP VALUE 0.
012100     05  WS-AUTH-IX                      PIC S9(04) COMP VALUE 0.
012200     05  WS-AUTH-ENTRY OCCURS 200 TIMES.
012300         10  WS-AUTH-ENT-TABLE           PIC X(08).
012400         10  WS-AUTH-ENT-USER            PIC X(08).
012500
012600 01  WS-PROCESSING-DATE                  PIC X(10).
012700 01  WS-PROC-DATE-PARTS REDEFINES WS-PROCESSING-DATE.
012800     05  WS-PROC-YYYY                    PIC 9(04).
012900     05  FILLER                          PIC X(01).
013000     05  WS-PROC-MM                      PIC 9(02).
013100     05  FILLER                          PIC X(01).
013200     05  WS-PROC-DD                      PIC 9(02).
013300 01  WS-REVIEW-YEAR                      PIC 9(04).
013400
013500 01  WS-REVIEW-PERIOD.
013600     05  WS-PERIOD-FROM                  PIC X(10).
013700     05  WS-PERIOD-TO                    PIC X(10).
013800     05  WS-HOURS-START          PIC X(08) VALUE '07.00.00'.
013900     05  WS-HOURS-END            PIC X(08) VALUE '18.00.00'.
014000
014100 01  WS-EDIT-DATE                        PIC X(10).
014200 01  WS-EDIT-TIME                        PIC X(08).
014300
014400*  THE LAST CALENDAR DAY LOOKED UP ON VWMPCAL.
014500 01  WS-CAL-COUNTRY                      PIC X(03) VALUE 'USA'.
014600 01  WS-CAL-LAST-DATE                    PIC X(10) VALUE SPACES.
014700 01  WS-CAL-LAST-DAY-TYPE                PIC X(01) VALUE SPACES.
014800
014900 01  WS-PREV-TABLE                       PIC X(08).
015000 01  WS-PREV-USER                        PIC X(08).
015100 01  WS-ED-CUST-NO                       PIC ZZZZZZZZ9.
015200
015300 01  RVW-HEAD-1.
015400     05  FILLER                  PIC X(08) VALUE 'MXBPA083'.
015500     05  FILLER                  PIC X(10) VALUE SPACES.
015600     05  FILLER                  PIC X(42) VALUE
015700         'STATEMENT CONTROL-TABLE CHANGE REVIEW     '.
015800     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
015900     05  RH1-PERIOD-FROM         PIC X(10).
016000     05  FILLER                  PIC X(04) VALUE ' TO '.
016100     05  RH1-PERIOD-TO           PIC X(10).
016200     05  FILLER                  PIC X(13) VALUE
016300         '  PROC DATE: '.
016400     05  RH1-PROC-DATE           PIC X(10).
016500     05  FILLER                  PIC X(17) VALUE SPACES.
016600
016700 01  RVW-HEAD-2.
016800     05  FILLER                  PIC X(16) VALUE
016900         'BUSINESS HOURS: '.
017000     05  RH2-HOURS-START         PIC X(08).
017100     05  FILLER                  PIC X(04) VALUE ' TO '.
017200     05  RH2-HOURS-END           PIC X(08).
017300     05  FILLER                  PIC X(48) VALUE
017400         ' ON VWMPCAL USA BUSINESS DAYS (ONLINE CHANGES)  '.
017500     05  FILLER                  PIC X(48) VALUE SPACES.
017600
017700 01  RVW-COLUMN-HEAD-1.
017800     05  FILLER                  PIC X(09) VALUE 'TABLE'.
017900     05  FILLER                  PIC X(11) VALUE 'DATE'.
018000     05  FILLER                  PIC X(09) VALUE 'TIME'.
018100     05  FILLER                  PIC X(09) VALUE 'CHANGED'.
018200     05  FILLER                  PIC X(09) VALUE 'APPROVED'.
018300     05  FILLER                  PIC X(09) VALUE 'SOURCE'.
018400     05  FILLER                  PIC X(07) VALUE 'ACTION'.
018500     05  FILLER                  PIC X(21) VALUE
018600         'ROW KEY / DEALER'.
018700     05  FILLER                  PIC X(45) VALUE
018800         'BEFORE (WAS) / AFTER (NOW) IMAGE'.
018900     05  FILLER                  PIC X(03) VALUE 'FLG'.
019000
019100 01  RVW-DETAIL-LINE.
019200     05  RDL-TABLE-NAME          PIC X(08).
019300     05  FILLER                  PIC X(01) VALUE SPACES.
019400     05  RDL-CHANGE-DATE         PIC X(10).
019500     05  FILLER                  PIC X(01) VALUE SPACES.
019600     05  RDL-CHANGE-TIME         PIC X(08).
019700     05  FILLER                  PIC X(01) VALUE SPACES.
019800     05  RDL-CHANGED-BY          PIC X(08).
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  RDL-APPROVED-BY         PIC X(08).
020100     05  FILLER                  PIC X(01) VALUE SPACES.
020200     05  RDL-CHANGE-SOURCE       PIC X(08).
020300     05  FILLER                  PIC X(01) VALUE SPACES.
020400     05  RDL-ACTION-CODE         PIC X(06).
020500     05  FILLER                  PIC X(01) VALUE SPACES.
020600     05  RDL-ROW-KEY             PIC X(20).
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  RDL-IMAGE-TAG           PIC X(04).
020900     05  RDL-IMAGE               PIC X(40).
021000     05  FILLER                  PIC X(01) VALUE SPACES.
021100     05  RDL-FLAGS.
021200         10  RDL-FLAG-HOURS      PIC X(01).
021300         10  FILLER              PIC X(01).
021400         10  RDL-FLAG-USER       PIC X(01).
021500
021600 01  RVW-COLUMN-HEAD-2.
021700     05  FILLER                  PIC X(10) VALUE 'USER'.
021800     05  FILLER                  PIC X(10) VALUE 'TABLE'.
021900     05  FILLER                  PIC X(11) VALUE '    CHANGES'.
022000     05  FILLER                  PIC X(16) VALUE
022100         '   OUTSIDE HOURS'.
022200     05  FILLER                  PIC X(16) VALUE
022300         '    UNAUTHORIZED'.
022400     05  FILLER                  PIC X(69) VALUE SPACES.
022500
022600 01  RVW-USER-LINE.
022700     05  RUL-USER-ID             PIC X(08).
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  RUL-TABLE-NAME          PIC X(08).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  RUL-CHANGES             PIC ZZZ,ZZZ,ZZ9.
023200     05  FILLER                  PIC X(05) VALUE SPACES.
023300     05  RUL-HOURS               PIC ZZZ,ZZZ,ZZ9.
023400     05  FILLER                  PIC X(05) VALUE SPACES.
023500     05  RUL-USER                PIC ZZZ,ZZZ,ZZ9.
023600     05  FILLER                  PIC X(69) VALUE SPACES.
023700
023800 01  WS-REPORT-LINE                      PIC X(132).
023900 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
024000 01  WS-RPT-ED-HOURS                     PIC ZZZ,ZZZ,ZZ9.
024100 01  WS-RPT-ED-USER                      PIC ZZZ,ZZZ,ZZ9.
024200 01  WS-RPT-ED-AUTH                      PIC ZZ9.
024300
024400     EXEC SQL
024500          INCLUDE MXWW03
024600     END-EXEC.
024700
024800******************************************************************
024900*  DB2 table includes
025000******************************************************************
025100
025200     EXEC SQL
025300         INCLUDE VWMMNTA
025400     END-EXEC.
025500
025600     EXEC SQL
025700         INCLUDE VWMPCAL
025800     END-EXEC.
025900
026000     EXEC SQL
026100         INCLUDE VWMCTUPD
026200     END-EXEC.
026300
026400     EXEC SQL
026500         INCLUDE SQLCA
026600     END-EXEC.
026700
026800*****************************************************************
026900*  THE AUDIT ROWS IN THE REVIEW PERIOD, BY TABLE FOR SECTION 1  *
027000*  AND BY USER FOR SECTION 2.                                   *
027100*****************************************************************
027200
027300     EXEC SQL
027400        DECLARE VWMMNTAT CURSOR FOR
027500         SELECT TABLE_NAME
027600               ,ACTION_CODE
027700               ,CUST_NO
027800               ,ROW_KEY
027900               ,BEFORE_IMAGE
028000               ,AFTER_IMAGE
028100               ,CHANGED_BY
028200               ,APPROVED_BY
028300               ,CHANGE_SOURCE
028400               ,CHANGE_DATE
028500               ,CHANGE_TIME
028600           FROM VWMMNTA
028700          WHERE CHANGE_DATE BETWEEN :WS-PERIOD-FROM
028800                                AND :WS-PERIOD-TO
028900          ORDER BY TABLE_NAME, CHANGE_DATE, CHANGE_TIME
029000     END-EXEC.
029100
029200     EXEC SQL
029300        DECLARE VWMMNTAU CURSOR FOR
029400         SELECT TABLE_NAME
029500               ,ACTION_CODE
029600               ,CUST_NO
029700               ,ROW_KEY
029800               ,BEFORE_IMAGE
029900               ,AFTER_IMAGE
030000               ,CHANGED_BY
030100               ,APPROVED_BY
030200               ,CHANGE_SOURCE
030300               ,CHANGE_DATE
030400               ,CHANGE_TIME
030500           FROM VWMMNTA
030600          WHERE CHANGE_DATE BETWEEN :WS-PERIOD-FROM
030700                                AND :WS-PERIOD-TO
030800          ORDER BY CHANGED_BY, TABLE_NAME
030900     END-EXEC.
031000
031100 PROCEDURE DIVISION.
031200
031300*****************************************************************
031400*                     0000-MAINLINE                             *
031500*****************************************************************
031600
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
031900     PERFORM 2000-REVIEW-BY-TABLE THRU 2000-EXIT.
032000     PERFORM 3000-REVIEW-BY-USER THRU 3000-EXIT.
032100     PERFORM 9900-TERMINATION THRU 9900-EXIT.
032200     GOBACK.
032300 0000-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*                      1000-INITIALIZATION                      *
032800*****************************************************************
032900
033000 1000-INITIALIZATION.
033100     DISPLAY ' '.
033200     DISPLAY 'PROGRAM MXBPA083 BEGINNING EXECUTION'.
033300     DISPLAY ' '.
033400     MOVE 'MXBPA083' TO ABT-PGM-NAME.
033500
033600     OPEN INPUT  REVIEW-PARM-FILE
033700          OUTPUT CHANGE-REVIEW-REPORT.
033800
033900     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
034000     PERFORM 1050-DEFAULT-PERIOD THRU 1050-EXIT.
034100
034200     PERFORM 1100-READ-PARM THRU 1100-EXIT
034300         UNTIL NO-MORE-PARMS.
034400     CLOSE REVIEW-PARM-FILE.
034500
034600     DISPLAY 'REVIEW PERIOD ' WS-PERIOD-FROM ' TO ' WS-PERIOD-TO.
034700
034800     MOVE WS-PERIOD-FROM     TO RH1-PERIOD-FROM.
034900     MOVE WS-PERIOD-TO       TO RH1-PERIOD-TO.
035000     MOVE WS-PROCESSING-DATE TO RH1-PROC-DATE.
035100     WRITE CHANGE-REVIEW-REC FROM RVW-HEAD-1.
035200     MOVE WS-HOURS-START     TO RH2-HOURS-START.
035300     MOVE WS-HOURS-END       TO RH2-HOURS-END.
035400     WRITE CHANGE-REVIEW-REC FROM RVW-HEAD-2.
035500
035600     MOVE SPACES TO WS-REPORT-LINE.
035700     IF WS-AUTH-COUNT > 0
035800         MOVE WS-AUTH-COUNT TO WS-RPT-ED-AUTH
035900         STRING 'AUTHORIZED USER LIST: '  DELIMITED BY SIZE
036000                WS-RPT-ED-AUTH            DELIMITED BY SIZE
036100                ' ENTRIES'                DELIMITED BY SIZE
036200                INTO WS-REPORT-LINE
036300     ELSE
036400         MOVE 'AUTHORIZED USER LIST: NONE SUPPLIED - USER CHECK N
036500-             'OT MADE' TO WS-REPORT-LINE
036600     END-IF.
036700     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
036800
036900     MOVE SPACES TO WS-REPORT-LINE.
037000     MOVE 'FLAGS: H = OUTSIDE BUSINESS HOURS   U = USER NOT ON THE
037100-         ' AUTHORIZED LIST FOR THE TABLE' TO WS-REPORT-LINE.
037200     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
037300 1000-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700*                1050-DEFAULT-PERIOD                            *
037800*****************************************************************
037900* THE REVIEW RUNS EARLY IN A QUARTER FOR THE QUARTER BEFORE IT. *
038000*****************************************************************
038100
038200 1050-DEFAULT-PERIOD.
038300     MOVE SPACES        TO WS-PERIOD-FROM
038400                           WS-PERIOD-TO.
038500     MOVE WS-PROC-YYYY  TO WS-REVIEW-YEAR.
038600
038700     EVALUATE WS-PROC-MM
038800         WHEN 1 THRU 3
038900             SUBTRACT 1 FROM WS-REVIEW-YEAR
039000             STRING WS-REVIEW-YEAR '-10-01' DELIMITED BY SIZE
039100                    INTO WS-PERIOD-FROM
039200             STRING WS-REVIEW-YEAR '-12-31' DELIMITED BY SIZE
039300                    INTO WS-PERIOD-TO
039400         WHEN 4 THRU 6
039500             STRING WS-REVIEW-YEAR '-01-01' DELIMITED BY SIZE
039600                    INTO WS-PERIOD-FROM
039700             STRING WS-REVIEW-YEAR '-03-31' DELIMITED BY SIZE
039800                    INTO WS-PERIOD-TO
039900         WHEN 7 THRU 9
040000             STRING WS-REVIEW-YEAR '-04-01' DELIMITED BY SIZE
040100                    INTO WS-PERIOD-FROM
040200             STRING WS-REVIEW-YEAR '-06-30' DELIMITED BY SIZE
040300                    INTO WS-PERIOD-TO
040400         WHEN OTHER
040500             STRING WS-REVIEW-YEAR '-07-01' DELIMITED BY SIZE
040600                    INTO WS-PERIOD-FROM
040700             STRING WS-REVIEW-YEAR '-09-30' DELIMITED BY SIZE
040800                    INTO WS-PERIOD-TO
040900     END-EVALUATE.
041000 1050-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*                1100-READ-PARM                                 *
041500*****************************************************************
041600* ONE CONTROL CARD. A CARD THAT DOES NOT EDIT STOPS THE RUN     *
041700* RATHER THAN REVIEW THE WRONG PERIOD OR AGAINST THE WRONG LIST.*
041800*****************************************************************
041900
042000 1100-READ-PARM.
042100     MOVE SPACES TO WS-REVIEW-PARM.
042200     READ REVIEW-PARM-FILE INTO WS-REVIEW-PARM
042300         AT END SET NO-MORE-PARMS TO TRUE.
042400     IF NO-MORE-PARMS
042500         GO TO 1100-EXIT
042600     END-IF.
042700
042800     EVALUATE TRUE
042900         WHEN WS-PARM-PERIOD
043000             MOVE WS-PARM-FROM-DATE TO WS-EDIT-DATE
043100             PERFORM 1150-EDIT-DATE THRU 1150-EXIT
043200             MOVE WS-PARM-TO-DATE TO WS-EDIT-DATE
043300             PERFORM 1150-EDIT-DATE THRU 1150-EXIT
043400             IF WS-PARM-TO-DATE < WS-PARM-FROM-DATE
043500                 PERFORM 1900-BAD-PARM THRU 1900-EXIT
043600             END-IF
043700             MOVE WS-PARM-FROM-DATE TO WS-PERIOD-FROM
043800             MOVE WS-PARM-TO-DATE   TO WS-PERIOD-TO
043900
044000         WHEN WS-PARM-HOURS
044100             MOVE WS-PARM-START-TIME TO WS-EDIT-TIME
044200             PERFORM 1160-EDIT-TIME THRU 1160-EXIT
044300             MOVE WS-PARM-END-TIME TO WS-EDIT-TIME
044400             PERFORM 1160-EDIT-TIME THRU 1160-EXIT
044500             IF WS-PARM-END-TIME NOT > WS-PARM-START-TIME
044600                 PERFORM 1900-BAD-PARM THRU 1900-EXIT
044700             END-IF
044800             MOVE WS-PARM-START-TIME TO WS-HOURS-START
044900             MOVE WS-PARM-END-TIME   TO WS-HOURS-END
045000
045100         WHEN WS-PARM-USER
045200             IF WS-PARM-USER-ID = SPACES
045300                 PERFORM 1900-BAD-PARM THRU 1900-EXIT
045400             END-IF
045500             IF WS-AUTH-COUNT >= 200
045600                 DISPLAY 'WS-AUTH-TABLE FULL - RAISE OCCURS'
045700                 PERFORM 1900-BAD-PARM THRU 1900-EXIT
045800             END-IF
045900             ADD +1 TO WS-AUTH-COUNT
046000             MOVE WS-PARM-TABLE-NAME TO
046100                 WS-AUTH-ENT-TABLE (WS-AUTH-COUNT)
046200             MOVE WS-PARM-USER-ID TO
046300                 WS-AUTH-ENT-USER (WS-AUTH-COUNT)
046400
046500         WHEN OTHER
046600             PERFORM 1900-BAD-PARM THRU 1900-EXIT
046700     END-EVALUATE.
046800 1100-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*                1150-EDIT-DATE                                 *
047300*****************************************************************
047400* BASIC YYYY-MM-DD SHAPE EDIT - DIGITS IN THE DATE POSITIONS    *
047500* AND DASHES IN POSITIONS 5 AND 8.                              *
047600*****************************************************************
047700
047800 1150-EDIT-DATE.
047900     IF WS-EDIT-DATE(1:4) IS NUMERIC AND
048000        WS-EDIT-DATE(5:1) = '-'      AND
048100        WS-EDIT-DATE(6:2) IS NUMERIC AND
048200        WS-EDIT-DATE(8:1) = '-'      AND
048300        WS-EDIT-DATE(9:2) IS NUMERIC
048400         CONTINUE
048500     ELSE
048600         PERFORM 1900-BAD-PARM THRU 1900-EXIT
048700     END-IF.
048800 1150-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*                1160-EDIT-TIME                                 *
049300*****************************************************************
049400* HH.MM.SS, AS DB2 GIVES CHANGE_TIME.                           *
049500*****************************************************************
049600
049700 1160-EDIT-TIME.
049800     IF WS-EDIT-TIME(1:2) IS NUMERIC AND
049900        WS-EDIT-TIME(3:1) = '.'      AND
050000        WS-EDIT-TIME(4:2) IS NUMERIC AND
050100        WS-EDIT-TIME(6:1) = '.'      AND
050200        WS-EDIT-TIME(7:2) IS NUMERIC
050300         CONTINUE
050400     ELSE
050500         PERFORM 1900-BAD-PARM THRU 1900-EXIT
050600     END-IF.
050700 1160-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*                1900-BAD-PARM                                  *
051200*****************************************************************
051300
051400 1900-BAD-PARM.
051500     DISPLAY 'INVALID CONTROL CARD: ' WS-REVIEW-PARM.
051600     SET ABT-DO-ABEND     TO TRUE
051700     SET ABT-ERROR-IS-SEQ TO TRUE
051800     MOVE 'SEQ     '      TO ABT-DA-FUNCTION
051900     MOVE '1900-PARM'     TO ABT-ERROR-SECTION
052000     MOVE 3853            TO ABT-ERROR-ABEND-CODE
052100     MOVE 'MXPA083I'      TO ABT-DA-ACCESS-NAME
052200     PERFORM Z-980-ABNORMAL-TERM THRU
052300             Z-980-ABNORMAL-TERM-RETURN.
052400 1900-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*                2000-REVIEW-BY-TABLE                           *
052900*****************************************************************
053000* SECTION 1 - EVERY CHANGE IN THE PERIOD, TABLE BY TABLE, WITH  *
053100* A SUBTOTAL PER TABLE. THE GRAND TOTALS ARE COUNTED HERE.      *
053200*****************************************************************
053300
053400 2000-REVIEW-BY-TABLE.
053500     MOVE SPACES TO WS-REPORT-LINE.
053600     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
053700     MOVE 'SECTION 1 - CHANGES BY TABLE' TO WS-REPORT-LINE.
053800     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
053900
054000     EXEC SQL
054100         OPEN VWMMNTAT
054200     END-EXEC.
054300
054400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
054500             Z-970-SET-DA-STATUS-DB2-EXIT.
054600
054700     IF NOT DA-OK
054800         SET ABT-DO-ABEND     TO TRUE
054900         SET ABT-ERROR-IS-DB2 TO TRUE
055000         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
055100         MOVE '2000-REVI'     TO ABT-ERROR-SECTION
055200         MOVE 3854            TO ABT-ERROR-ABEND-CODE
055300         MOVE 'VWMMNTAT'      TO ABT-DA-ACCESS-NAME
055400         PERFORM Z-980-ABNORMAL-TERM THRU
055500                 Z-980-ABNORMAL-TERM-RETURN
055600     END-IF.
055700
055800     MOVE 'N'    TO WS-NO-MORE-ROWS-SW.
055900     MOVE 'Y'    TO WS-FIRST-ROW-SW.
056000     MOVE SPACES TO WS-PREV-TABLE.
056100     PERFORM 2100-FETCH-VWMMNTAT THRU 2100-EXIT.
056200     PERFORM 2200-LIST-CHANGE THRU 2200-EXIT
056300         UNTIL NO-MORE-ROWS.
056400
056500     IF WS-FIRST-ROW
056600         MOVE SPACES TO WS-REPORT-LINE
056700         MOVE '  NO CHANGES RECORDED IN THE PERIOD'
056800                                TO WS-REPORT-LINE
056900         WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE
057000     ELSE
057100         PERFORM 2300-TABLE-TOTAL THRU 2300-EXIT
057200     END-IF.
057300
057400     EXEC SQL
057500         CLOSE VWMMNTAT
057600     END-EXEC.
057700 2000-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100*                2100-FETCH-VWMMNTAT                            *
058200*****************************************************************
058300
058400 2100-FETCH-VWMMNTAT.
058500     EXEC SQL
058600       FETCH VWMMNTAT
058700         INTO :DCLVWMMNTA.MNTA-TABLE-NAME,
058800              :DCLVWMMNTA.MNTA-ACTION-CODE,
058900              :DCLVWMMNTA.MNTA-CUST-NO,
059000              :DCLVWMMNTA.MNTA-ROW-KEY,
059100              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
059200              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
059300              :DCLVWMMNTA.MNTA-CHANGED-BY,
059400              :DCLVWMMNTA.MNTA-APPROVED-BY,
059500              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
059600              :DCLVWMMNTA.MNTA-CHANGE-DATE,
059700              :DCLVWMMNTA.MNTA-CHANGE-TIME
059800     END-EXEC.
059900
060000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
060100             Z-970-SET-DA-STATUS-DB2-EXIT.
060200
060300     EVALUATE TRUE
060400         WHEN DA-OK
060500             CONTINUE
060600
060700         WHEN DA-NOTFOUND
060800             SET NO-MORE-ROWS TO TRUE
060900
061000         WHEN OTHER
061100             SET ABT-DO-ABEND     TO TRUE
061200             SET ABT-ERROR-IS-DB2 TO TRUE
061300             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
061400             MOVE '2100-FETC'     TO ABT-ERROR-SECTION
061500             MOVE 3855            TO ABT-ERROR-ABEND-CODE
061600             MOVE 'VWMMNTAT'      TO ABT-DA-ACCESS-NAME
061700             PERFORM Z-980-ABNORMAL-TERM THRU
061800                     Z-980-ABNORMAL-TERM-RETURN
061900     END-EVALUATE.
062000 2100-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*                2200-LIST-CHANGE                               *
062500*****************************************************************
062600* ONE AUDIT ROW: THE TABLE BREAK, THE FLAGS, AND TWO DETAIL     *
062700* LINES - THE ROW AS IT WAS AND AS IT IS NOW.                   *
062800*****************************************************************
062900
063000 2200-LIST-CHANGE.
063100     IF MNTA-TABLE-NAME NOT = WS-PREV-TABLE
063200         IF WS-FIRST-ROW
063300             CONTINUE
063400         ELSE
063500             PERFORM 2300-TABLE-TOTAL THRU 2300-EXIT
063600         END-IF
063700         MOVE MNTA-TABLE-NAME TO WS-PREV-TABLE
063800         MOVE SPACES TO WS-REPORT-LINE
063900         WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE
064000         WRITE CHANGE-REVIEW-REC FROM RVW-COLUMN-HEAD-1
064100     END-IF.
064200     MOVE 'N' TO WS-FIRST-ROW-SW.
064300
064400     PERFORM 4000-EVALUATE-FLAGS THRU 4000-EXIT.
064500
064600     ADD +1 TO WS-ROWS-REVIEWED
064700               WS-TBL-CHANGES.
064800     IF WS-FLAG-HOURS
064900         ADD +1 TO WS-ROWS-HOURS-FLAGGED
065000                   WS-TBL-HOURS
065100     END-IF.
065200     IF WS-FLAG-USER
065300         ADD +1 TO WS-ROWS-USER-FLAGGED
065400                   WS-TBL-USER
065500     END-IF.
065600     IF WS-FLAG-HOURS OR WS-FLAG-USER
065700         ADD +1 TO WS-ROWS-FLAGGED
065800     END-IF.
065900
066000     MOVE SPACES             TO RVW-DETAIL-LINE.
066100     MOVE MNTA-TABLE-NAME    TO RDL-TABLE-NAME.
066200     MOVE MNTA-CHANGE-DATE   TO RDL-CHANGE-DATE.
066300     MOVE MNTA-CHANGE-TIME   TO RDL-CHANGE-TIME.
066400     MOVE MNTA-CHANGED-BY    TO RDL-CHANGED-BY.
066500     MOVE MNTA-APPROVED-BY   TO RDL-APPROVED-BY.
066600     MOVE MNTA-CHANGE-SOURCE TO RDL-CHANGE-SOURCE.
066700     MOVE MNTA-ACTION-CODE   TO RDL-ACTION-CODE.
066800     IF MNTA-ROW-KEY = SPACES
066900         MOVE MNTA-CUST-NO   TO WS-ED-CUST-NO
067000         MOVE WS-ED-CUST-NO  TO RDL-ROW-KEY
067100     ELSE
067200         MOVE MNTA-ROW-KEY   TO RDL-ROW-KEY
067300     END-IF.
067400     MOVE 'WAS '             TO RDL-IMAGE-TAG.
067500     MOVE MNTA-BEFORE-IMAGE  TO RDL-IMAGE.
067600     IF WS-FLAG-HOURS
067700         MOVE 'H'            TO RDL-FLAG-HOURS
067800     END-IF.
067900     IF WS-FLAG-USER
068000         MOVE 'U'            TO RDL-FLAG-USER
068100     END-IF.
068200     WRITE CHANGE-REVIEW-REC FROM RVW-DETAIL-LINE.
068300
068400     MOVE SPACES             TO RVW-DETAIL-LINE.
068500     MOVE 'NOW '             TO RDL-IMAGE-TAG.
068600     MOVE MNTA-AFTER-IMAGE   TO RDL-IMAGE.
068700     WRITE CHANGE-REVIEW-REC FROM RVW-DETAIL-LINE.
068800
068900     PERFORM 2100-FETCH-VWMMNTAT THRU 2100-EXIT.
069000 2200-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*                2300-TABLE-TOTAL                               *
069500*****************************************************************
069600
069700 2300-TABLE-TOTAL.
069800     MOVE WS-TBL-CHANGES TO WS-RPT-ED-COUNT.
069900     MOVE WS-TBL-HOURS   TO WS-RPT-ED-HOURS.
070000     MOVE WS-TBL-USER    TO WS-RPT-ED-USER.
070100     MOVE SPACES TO WS-REPORT-LINE.
070200     STRING '  TOTAL '             DELIMITED BY SIZE
070300            WS-PREV-TABLE          DELIMITED BY SIZE
070400            '  CHANGES '           DELIMITED BY SIZE
070500            WS-RPT-ED-COUNT        DELIMITED BY SIZE
070600            '   OUTSIDE HOURS '    DELIMITED BY SIZE
070700            WS-RPT-ED-HOURS        DELIMITED BY SIZE
070800            '   UNAUTHORIZED USER ' DELIMITED BY SIZE
070900            WS-RPT-ED-USER         DELIMITED BY SIZE
071000            INTO WS-REPORT-LINE.
071100     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
071200
071300     MOVE 0 TO WS-TBL-CHANGES
071400               WS-TBL-HOURS
071500               WS-TBL-USER.
071600 2300-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000*                3000-REVIEW-BY-USER                            *
072100*****************************************************************
072200* SECTION 2 - THE SAME ROWS COUNTED BY USER AND TABLE, WITH A   *
072300* TOTAL PER USER.                                               *
072400*****************************************************************
072500
072600 3000-REVIEW-BY-USER.
072700     MOVE SPACES TO WS-REPORT-LINE.
072800     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
072900     MOVE 'SECTION 2 - CHANGES BY USER' TO WS-REPORT-LINE.
073000     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
073100     WRITE CHANGE-REVIEW-REC FROM RVW-COLUMN-HEAD-2.
073200
073300     EXEC SQL
073400         OPEN VWMMNTAU
073500     END-EXEC.
073600
073700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
073800             Z-970-SET-DA-STATUS-DB2-EXIT.
073900
074000     IF NOT DA-OK
074100         SET ABT-DO-ABEND     TO TRUE
074200         SET ABT-ERROR-IS-DB2 TO TRUE
074300         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
074400         MOVE '3000-REVI'     TO ABT-ERROR-SECTION
074500         MOVE 3856            TO ABT-ERROR-ABEND-CODE
074600         MOVE 'VWMMNTAU'      TO ABT-DA-ACCESS-NAME
074700         PERFORM Z-980-ABNORMAL-TERM THRU
074800                 Z-980-ABNORMAL-TERM-RETURN
074900     END-IF.
075000
075100     MOVE 'N'    TO WS-NO-MORE-ROWS-SW.
075200     MOVE 'Y'    TO WS-FIRST-ROW-SW.
075300     MOVE SPACES TO WS-PREV-USER
075400                    WS-PREV-TABLE.
075500     PERFORM 3100-FETCH-VWMMNTAU THRU 3100-EXIT.
075600     PERFORM 3200-COUNT-CHANGE THRU 3200-EXIT
075700         UNTIL NO-MORE-ROWS.
075800
075900     IF WS-FIRST-ROW
076000         CONTINUE
076100     ELSE
076200         PERFORM 3300-USER-TABLE-TOTAL THRU 3300-EXIT
076300         PERFORM 3400-USER-TOTAL THRU 3400-EXIT
076400     END-IF.
076500
076600     EXEC SQL
076700         CLOSE VWMMNTAU
076800     END-EXEC.
076900 3000-EXIT.
077000     EXIT.
077100
077200*****************************************************************
077300*                3100-FETCH-VWMMNTAU                            *
077400*****************************************************************
077500
077600 3100-FETCH-VWMMNTAU.
077700     EXEC SQL
077800       FETCH VWMMNTAU
077900         INTO :DCLVWMMNTA.MNTA-TABLE-NAME,
078000              :DCLVWMMNTA.MNTA-ACTION-CODE,
078100              :DCLVWMMNTA.MNTA-CUST-NO,
078200              :DCLVWMMNTA.MNTA-ROW-KEY,
078300              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
078400              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
078500              :DCLVWMMNTA.MNTA-CHANGED-BY,
078600              :DCLVWMMNTA.MNTA-APPROVED-BY,
078700              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
078800              :DCLVWMMNTA.MNTA-CHANGE-DATE,
078900              :DCLVWMMNTA.MNTA-CHANGE-TIME
079000     END-EXEC.
079100
079200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
079300             Z-970-SET-DA-STATUS-DB2-EXIT.
079400
079500     EVALUATE TRUE
079600         WHEN DA-OK
079700             CONTINUE
079800
079900         WHEN DA-NOTFOUND
080000             SET NO-MORE-ROWS TO TRUE
080100
080200         WHEN OTHER
080300             SET ABT-DO-ABEND     TO TRUE
080400             SET ABT-ERROR-IS-DB2 TO TRUE
080500             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
080600             MOVE '3100-FETC'     TO ABT-ERROR-SECTION
080700             MOVE 3857            TO ABT-ERROR-ABEND-CODE
080800             MOVE 'VWMMNTAU'      TO ABT-DA-ACCESS-NAME
080900             PERFORM Z-980-ABNORMAL-TERM THRU
081000                     Z-980-ABNORMAL-TERM-RETURN
081100     END-EVALUATE.
081200 3100-EXIT.
081300     EXIT.
081400
081500*****************************************************************
081600*                3200-COUNT-CHANGE                              *
081700*****************************************************************
081800
081900 3200-COUNT-CHANGE.
082000     IF WS-FIRST-ROW
082100         MOVE MNTA-CHANGED-BY TO WS-PREV-USER
082200         MOVE MNTA-TABLE-NAME TO WS-PREV-TABLE
082300         MOVE 'N' TO WS-FIRST-ROW-SW
082400     END-IF.
082500
082600     IF MNTA-CHANGED-BY NOT = WS-PREV-USER
082700         PERFORM 3300-USER-TABLE-TOTAL THRU 3300-EXIT
082800         PERFORM 3400-USER-TOTAL THRU 3400-EXIT
082900         MOVE MNTA-CHANGED-BY TO WS-PREV-USER
083000         MOVE MNTA-TABLE-NAME TO WS-PREV-TABLE
083100     ELSE
083200         IF MNTA-TABLE-NAME NOT = WS-PREV-TABLE
083300             PERFORM 3300-USER-TABLE-TOTAL THRU 3300-EXIT
083400             MOVE MNTA-TABLE-NAME TO WS-PREV-TABLE
083500         END-IF
083600     END-IF.
083700
083800     PERFORM 4000-EVALUATE-FLAGS THRU 4000-EXIT.
083900
084000     ADD +1 TO WS-UT-CHANGES.
084100     IF WS-FLAG-HOURS
084200         ADD +1 TO WS-UT-HOURS
084300     END-IF.
084400     IF WS-FLAG-USER
084500         ADD +1 TO WS-UT-USER
084600     END-IF.
084700
084800     PERFORM 3100-FETCH-VWMMNTAU THRU 3100-EXIT.
084900 3200-EXIT.
085000     EXIT.
085100
085200*****************************************************************
085300*                3300-USER-TABLE-TOTAL                          *
085400*****************************************************************
085500
085600 3300-USER-TABLE-TOTAL.
085700     MOVE SPACES        TO RVW-USER-LINE.
085800     MOVE WS-PREV-USER  TO RUL-USER-ID.
085900     MOVE WS-PREV-TABLE TO RUL-TABLE-NAME.
086000     MOVE WS-UT-CHANGES TO RUL-CHANGES.
086100     MOVE WS-UT-HOURS   TO RUL-HOURS.
086200     MOVE WS-UT-USER    TO RUL-USER.
086300     WRITE CHANGE-REVIEW-REC FROM RVW-USER-LINE.
086400
086500     ADD WS-UT-CHANGES TO WS-USR-CHANGES.
086600     ADD WS-UT-HOURS   TO WS-USR-HOURS.
086700     ADD WS-UT-USER    TO WS-USR-USER.
086800     MOVE 0 TO WS-UT-CHANGES
086900               WS-UT-HOURS
087000               WS-UT-USER.
087100 3300-EXIT.
087200     EXIT.
087300
087400*****************************************************************
087500*                3400-USER-TOTAL                                *
087600*****************************************************************
087700
087800 3400-USER-TOTAL.
087900     MOVE SPACES         TO RVW-USER-LINE.
088000     MOVE WS-PREV-USER   TO RUL-USER-ID.
088100     MOVE '*TOTAL*'      TO RUL-TABLE-NAME.
088200     MOVE WS-USR-CHANGES TO RUL-CHANGES.
088300     MOVE WS-USR-HOURS   TO RUL-HOURS.
088400     MOVE WS-USR-USER    TO RUL-USER.
088500     WRITE CHANGE-REVIEW-REC FROM RVW-USER-LINE.
088600     MOVE SPACES TO WS-REPORT-LINE.
088700     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
088800
088900     MOVE 0 TO WS-USR-CHANGES
089000               WS-USR-HOURS
089100               WS-USR-USER.
089200 3400-EXIT.
089300     EXIT.
089400
089500*****************************************************************
089600*                4000-EVALUATE-FLAGS                            *
089700*****************************************************************
089800* H - AN ONLINE CHANGE (SOURCE MXOP..., OR BLANK ON A ROW       *
089900*     WRITTEN BEFORE THE SOURCE WAS CARRIED) OUTSIDE THE HOURS  *
090000*     WINDOW OR ON A NON-BUSINESS DAY.                          *
090100* U - A USER NOT ON THE AUTHORIZED LIST FOR THE TABLE. A ROW    *
090200*     WHOSE CHANGED_BY IS ITS OWN SOURCE PROGRAM WAS MADE BY    *
090300*     THE PROGRAM ITSELF AND IS NOT FLAGGED.                    *
090400*****************************************************************
090500
090600 4000-EVALUATE-FLAGS.
090700     MOVE 'N' TO WS-FLAG-HOURS-SW
090800                 WS-FLAG-USER-SW.
090900
091000     IF MNTA-CHANGE-SOURCE(1:4) = 'MXOP' OR
091100        MNTA-CHANGE-SOURCE = SPACES
091200         IF MNTA-CHANGE-TIME < WS-HOURS-START OR
091300            MNTA-CHANGE-TIME > WS-HOURS-END
091400             SET WS-FLAG-HOURS TO TRUE
091500         ELSE
091600             PERFORM 4100-CHECK-CALENDAR THRU 4100-EXIT
091700             IF WS-CAL-LAST-DAY-TYPE NOT = 'B'
091800                 SET WS-FLAG-HOURS TO TRUE
091900             END-IF
092000         END-IF
092100     END-IF.
092200
092300     IF WS-AUTH-COUNT = 0 OR
092400        MNTA-CHANGED-BY = MNTA-CHANGE-SOURCE
092500         GO TO 4000-EXIT
092600     END-IF.
092700
092800     MOVE 'N' TO WS-AUTH-USER-FOUND-SW.
092900     MOVE 1   TO WS-AUTH-IX.
093000     PERFORM 4200-SEARCH-AUTH-ENTRY THRU 4200-EXIT
093100         UNTIL WS-AUTH-USER-FOUND OR
093200               WS-AUTH-IX > WS-AUTH-COUNT.
093300     IF WS-AUTH-USER-FOUND
093400         CONTINUE
093500     ELSE
093600         SET WS-FLAG-USER TO TRUE
093700     END-IF.
093800 4000-EXIT.
093900     EXIT.
094000
094100*****************************************************************
094200*                4100-CHECK-CALENDAR                            *
094300*****************************************************************
094400* THE DAY TYPE OF THE CHANGE DATE ON THE VWMPCAL USA CALENDAR.  *
094500* A DATE WITH NO CALENDAR ROW IS TAKEN AS A BUSINESS DAY, SO    *
094600* ONLY THE HOURS WINDOW APPLIES.                                *
094700*****************************************************************
094800
094900 4100-CHECK-CALENDAR.
095000     IF MNTA-CHANGE-DATE = WS-CAL-LAST-DATE
095100         GO TO 4100-EXIT
095200     END-IF.
095300
095400     MOVE MNTA-CHANGE-DATE TO PCAL-CAL-DATE
095500                              WS-CAL-LAST-DATE.
095600
095700     EXEC SQL
095800       SELECT DAY_TYPE_CODE
095900        INTO :DCLVWMPCAL.PCAL-DAY-TYPE-CODE
096000         FROM VWMPCAL
096100         WHERE CAL_DATE     = :DCLVWMPCAL.PCAL-CAL-DATE
096200           AND COUNTRY_CODE = :WS-CAL-COUNTRY
096300     END-EXEC.
096400
096500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
096600             Z-970-SET-DA-STATUS-DB2-EXIT.
096700
096800     EVALUATE TRUE
096900         WHEN DA-OK
097000             MOVE PCAL-DAY-TYPE-CODE TO WS-CAL-LAST-DAY-TYPE
097100
097200         WHEN DA-NOTFOUND
097300             MOVE 'B' TO WS-CAL-LAST-DAY-TYPE
097400
097500         WHEN OTHER
097600             SET ABT-DO-ABEND     TO TRUE
097700             SET ABT-ERROR-IS-DB2 TO TRUE
097800             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
097900             MOVE '4100-CHEC'     TO ABT-ERROR-SECTION
098000             MOVE 3858            TO ABT-ERROR-ABEND-CODE
098100             MOVE 'VWMPCAL '      TO ABT-DA-ACCESS-NAME
098200             PERFORM Z-980-ABNORMAL-TERM THRU
098300                     Z-980-ABNORMAL-TERM-RETURN
098400     END-EVALUATE.
098500 4100-EXIT.
098600     EXIT.
098700
098800*****************************************************************
098900*                4200-SEARCH-AUTH-ENTRY                         *
099000*****************************************************************
099100
099200 4200-SEARCH-AUTH-ENTRY.
099300     IF WS-AUTH-ENT-USER (WS-AUTH-IX) = MNTA-CHANGED-BY AND
099400        (WS-AUTH-ENT-TABLE (WS-AUTH-IX) = SPACES OR
099500         WS-AUTH-ENT-TABLE (WS-AUTH-IX) = MNTA-TABLE-NAME)
099600         SET WS-AUTH-USER-FOUND TO TRUE
099700     ELSE
099800         ADD +1 TO WS-AUTH-IX
099900     END-IF.
100000 4200-EXIT.
100100     EXIT.
100200
100300*****************************************************************
100400*                7000-SELECT-VWMCTUPD                           *
100500*****************************************************************
100600* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
100700* SUBFUNCTION ROW) FOR THE DEFAULT PERIOD AND THE HEADING.      *
100800*****************************************************************
100900
101000 7000-SELECT-VWMCTUPD.
101100     MOVE SPACES TO SUBSYSTEM-ID-IND
101200                    SUBFUNCTION-CODE.
101300
101400     EXEC SQL
101500       SELECT PROC_DATE
101600         INTO :DCLVWMCTUPD.PROC-DATE
101700         FROM VWMCTUPD
101800         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
101900           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
102000     END-EXEC.
102100
102200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
102300             Z-970-SET-DA-STATUS-DB2-EXIT.
102400
102500     IF DA-OK
102600         MOVE PROC-DATE TO WS-PROCESSING-DATE
102700     ELSE
102800         SET ABT-DO-ABEND     TO TRUE
102900         SET ABT-ERROR-IS-DB2 TO TRUE
103000         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
103100         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
103200         MOVE 3852            TO ABT-ERROR-ABEND-CODE
103300         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
103400         PERFORM Z-980-ABNORMAL-TERM THRU
103500                 Z-980-ABNORMAL-TERM-RETURN
103600     END-IF.
103700 7000-EXIT.
103800     EXIT.
103900
104000*****************************************************************
104100*                   9900-TERMINATION                            *
104200*****************************************************************
104300* THE PERIOD TOTALS AND THE SIGN-OFF SECTION THE REVIEWER       *
104400* COMPLETES AND RETURNS TO INTERNAL AUDIT WITH THE REPORT.      *
104500*****************************************************************
104600
104700 9900-TERMINATION.
104800     MOVE SPACES TO WS-REPORT-LINE.
104900     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
105000     MOVE 'PERIOD TOTALS' TO WS-REPORT-LINE.
105100     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
105200
105300     MOVE WS-ROWS-REVIEWED TO WS-RPT-ED-COUNT.
105400     MOVE SPACES TO WS-REPORT-LINE.
105500     STRING '  CHANGES REVIEWED............. ' DELIMITED BY SIZE
105600            WS-RPT-ED-COUNT                    DELIMITED BY SIZE
105700            INTO WS-REPORT-LINE.
105800     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
105900
106000     MOVE WS-ROWS-HOURS-FLAGGED TO WS-RPT-ED-COUNT.
106100     MOVE SPACES TO WS-REPORT-LINE.
106200     STRING '  OUTSIDE BUSINESS HOURS (H)... ' DELIMITED BY SIZE
106300            WS-RPT-ED-COUNT                    DELIMITED BY SIZE
106400            INTO WS-REPORT-LINE.
106500     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
106600
106700     MOVE WS-ROWS-USER-FLAGGED TO WS-RPT-ED-COUNT.
106800     MOVE SPACES TO WS-REPORT-LINE.
106900     STRING '  USER NOT AUTHORIZED (U)...... ' DELIMITED BY SIZE
107000            WS-RPT-ED-COUNT                    DELIMITED BY SIZE
107100            INTO WS-REPORT-LINE.
107200     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
107300
107400     MOVE WS-ROWS-FLAGGED TO WS-RPT-ED-COUNT.
107500     MOVE SPACES TO WS-REPORT-LINE.
107600     STRING '  CHANGES FLAGGED FOR REVIEW... ' DELIMITED BY SIZE
107700            WS-RPT-ED-COUNT                    DELIMITED BY SIZE
107800            INTO WS-REPORT-LINE.
107900     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
108000
108100     MOVE SPACES TO WS-REPORT-LINE.
108200     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
108300     MOVE 'REVIEWER SIGN-OFF' TO WS-REPORT-LINE.
108400     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
108500     MOVE SPACES TO WS-REPORT-LINE.
108600     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
108700     MOVE '  REVIEWED BY ______________________________   DATE ___
108800-         '_________   SIGNATURE ______________________________'
108900                                TO WS-REPORT-LINE.
109000     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
109100     MOVE SPACES TO WS-REPORT-LINE.
109200     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
109300     MOVE '  FLAGGED CHANGES EXPLAINED / FOLLOW-UP REQUIRED:'
109400                                TO WS-REPORT-LINE.
109500     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
109600     MOVE SPACES TO WS-REPORT-LINE.
109700     MOVE ALL '_' TO WS-REPORT-LINE(3:120).
109800     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
109900     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
110000     WRITE CHANGE-REVIEW-REC FROM WS-REPORT-LINE.
110100
110200     IF WS-ROWS-FLAGGED > 0
110300         MOVE 4 TO RETURN-CODE
110400     END-IF.
110500
110600     CLOSE CHANGE-REVIEW-REPORT.
110700
110800     MOVE WS-ROWS-REVIEWED TO WS-RPT-ED-COUNT.
110900     DISPLAY 'CHANGES REVIEWED  ' WS-RPT-ED-COUNT.
111000     MOVE WS-ROWS-FLAGGED TO WS-RPT-ED-COUNT.
111100     DISPLAY 'CHANGES FLAGGED   ' WS-RPT-ED-COUNT.
111200     DISPLAY ' '.
111300     DISPLAY 'PROGRAM MXBPA083 SUCCESSFULLY COMPLETED'.
111400 9900-EXIT.
111500     EXIT.
111600
111700     EXEC SQL
111800          INCLUDE MXWP02
111900     END-EXEC.
