000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA086.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA086 - WEEKLY CSR CONTACT VOLUME REPORT.                   |
001000* SUMMARIZES THE DEALER CALLS LOGGED ON VWMCNTC FROM THE MX55    |
001100* INQUIRY (MXOPA055) IN THE SEVEN DAYS TO THE PROCESSING DATE:   |
001200*  1. BY CONTACT REASON (DECODED FROM MXAW86), WITH THE DEALERS  |
001300*     CALLING AND HOW MANY CALLS WERE RESOLVED ON THE CALL.      |
001400*  2. BY DEALER REP (VWMCU00 DLR_REP_CODE, NAME FROM VWMRP00).   |
001500*  3. BY STATEMENT CYCLE - THE CYCLE DATE AND BAND OF THE        |
001600*     STATEMENT NUMBER THE CSR HAD ON SCREEN, SO A BAD CYCLE     |
001700*     SHOWS UP AS A SPIKE. CALLS WITH NO STATEMENT VIEWED ARE    |
001800*     COUNTED ON THEIR OWN LINE.                                 |
001900*  4. REPEAT CALLERS - DEALERS WITH MORE CONTACTS IN THE LAST    |
002000*     30 DAYS THAN THE CONTROL CARD LIMIT.                       |
002100* READ ONLY.                                                     |
002200* MXPA086I CONTROL CARD (OPTIONAL, LAYOUT IN MXAW86):            |
002300*    COLS 1-3  REPEAT-CALLER LIMIT (BLANK = 003)                 |
002400*================================================================*
002500*  TABLE   |   VIEW   |     DESCRIPTION                          |
002600*----------+-----------------------------------------------------*
002700* TBMCNTC  | VWMCNTC  |  CSR CONTACT LOG                         |
002800* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
002900* TBMRP00  | VWMRP00  |  REP MASTER                              |
003000* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
003100*================================================================*
003200*   PLAN   | BIND INCLUDE MEMBERS                                |
003300*----------+-----------------------------------------------------*
003400* PBMPA086 | PBMPA086                                            |
003500*================================================================*
003600*-----------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CONTACT-PARM-FILE
004300         ASSIGN TO MXPA086I.
004400
004500     SELECT CONTACT-VOLUME-REPORT
004600         ASSIGN TO MXPA086R.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CONTACT-PARM-FILE
005100     RECORDING MODE IS F.
005200 01  CONTACT-PARM-REC                    PIC X(80).
005300
005400 FD  CONTACT-VOLUME-REPORT
005500     RECORDING MODE IS F.
005600 01  CONTACT-VOLUME-REC                  PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-SWITHCES.
006000     05  WS-NO-MORE-REASONS-SW           PIC X(01) VALUE 'N'.
006100         88 NO-MORE-REASONS                        VALUE 'Y'.
006200     05  WS-NO-MORE-REPS-SW              PIC X(01) VALUE 'N'.
006300         88 NO-MORE-REPS                           VALUE 'Y'.
006400     05  WS-NO-MORE-CYCLES-SW            PIC X(01) VALUE 'N'.
006500         88 NO-MORE-CYCLES                         VALUE 'Y'.
006600     05  WS-NO-MORE-REPEATS-SW           PIC X(01) VALUE 'N'.
006700         88 NO-MORE-REPEATS                        VALUE 'Y'.
006800     05  WS-REASON-FOUND-SW              PIC X(01) VALUE 'N'.
006900         88 WS-REASON-FOUND                        VALUE 'Y'.
007000
007100 01  WS-COUNTERS COMP-3.
007200     05  WS-CONTACTS-THIS-WEEK           PIC S9(09) VALUE 0.
007300     05  WS-RESOLVED-THIS-WEEK           PIC S9(09) VALUE 0.
007400     05  WS-NO-STMT-THIS-WEEK            PIC S9(09) VALUE 0.
007500     05  WS-REPEAT-CALLERS-LISTED        PIC S9(09) VALUE 0.
007600
007700     COPY MXAW86.
007800
007900 01  WS-REASON-IX                        PIC S9(04) COMP VALUE 0.
008000 01  WS-REPEAT-LIMIT                     PIC S9(09) COMP VALUE 3.
008100 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
008200
008300*  ONE FETCHED SUMMARY ROW - THE GROUP KEY AND ITS COUNTS.
008400 01  WS-CONTACT-ROW.
008500     05  WS-CR-REASON-CODE               PIC X(02).
008600     05  WS-CR-REP-CODE                  PIC X(04).
008700     05  WS-CR-REP-NAME                  PIC X(30).
008800     05  WS-CR-REP-ON-FILE               PIC X(01).
008900     05  WS-CR-CYCLE-KEY                 PIC X(08).
009000     05  WS-CR-CYCLE-PARTS REDEFINES WS-CR-CYCLE-KEY.
009100         10  WS-CR-CYCLE-YY              PIC X(02).
009200         10  WS-CR-CYCLE-MM              PIC X(02).
009300         10  WS-CR-CYCLE-DD              PIC X(02).
009400         10  WS-CR-CYCLE-BAND-X          PIC X(02).
009500         10  WS-CR-CYCLE-BAND-9 REDEFINES WS-CR-CYCLE-BAND-X
009600                                         PIC 9(02).
009700     05  WS-CR-DLR-NBR                   PIC S9(09) COMP.
009800     05  WS-CR-CONTACTS                  PIC S9(09) COMP.
009900     05  WS-CR-DEALERS                   PIC S9(09) COMP.
010000     05  WS-CR-RESOLVED                  PIC S9(09) COMP.
010100     05  WS-CR-STATEMENTS                PIC S9(09) COMP.
010200     05  WS-CR-LAST-CONTACT-DATE         PIC X(10).
010300
010400 01  CNTV-HEAD-1.
010500     05  FILLER                  PIC X(08) VALUE 'MXBPA086'.
010600     05  FILLER                  PIC X(10) VALUE SPACES.
010700     05  FILLER                  PIC X(42) VALUE
010800         'CSR CONTACT VOLUME - MX55 CALLS LOGGED    '.
010900     05  FILLER                  PIC X(10) VALUE SPACES.
011000     05  FILLER                  PIC X(13) VALUE 'WEEK ENDING: '.
011100     05  CH1-PROC-DATE           PIC X(10).
011200     05  FILLER                  PIC X(39) VALUE SPACES.
011300
011400 01  REASON-HEAD-1.
011500     05  FILLER                  PIC X(36) VALUE
011600         'CONTACTS BY REASON - LAST SEVEN DAYS'.
011700     05  FILLER                  PIC X(96) VALUE SPACES.
011800
011900 01  REASON-HEAD-2.
012000     05  FILLER                  PIC X(03) VALUE 'RSN'.
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  FILLER                  PIC X(30) VALUE
012300         'CONTACT REASON'.
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  FILLER                  PIC X(11) VALUE
012600         '   CONTACTS'.
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  FILLER                  PIC X(11) VALUE
012900         '    DEALERS'.
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  FILLER                  PIC X(11) VALUE
013200         '   RESOLVED'.
013300     05  FILLER                  PIC X(58) VALUE SPACES.
013400
013500 01  REASON-DETAIL-LINE.
013600     05  RDL-REASON-CODE                 PIC X(02).
013700     05  FILLER                          PIC X(03) VALUE SPACES.
013800     05  RDL-REASON-DESC                 PIC X(30).
013900     05  FILLER                          PIC X(02) VALUE SPACES.
014000     05  RDL-CONTACTS                    PIC ZZZ,ZZZ,ZZ9.
014100     05  FILLER                          PIC X(02) VALUE SPACES.
014200     05  RDL-DEALERS                     PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER                          PIC X(02) VALUE SPACES.
014400     05  RDL-RESOLVED                    PIC ZZZ,ZZZ,ZZ9.
014500     05  FILLER                          PIC X(58) VALUE SPACES.
014600
014700 01  REP-HEAD-1.
014800     05  FILLER                  PIC X(40) VALUE
014900         'CONTACTS BY DEALER REP - LAST SEVEN DAYS'.
015000     05  FILLER                  PIC X(92) VALUE SPACES.
015100
015200 01  REP-HEAD-2.
015300     05  FILLER                  PIC X(04) VALUE 'REP '.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  FILLER                  PIC X(30) VALUE 'REP NAME'.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  FILLER                  PIC X(11) VALUE
015800         '   CONTACTS'.
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  FILLER                  PIC X(11) VALUE
016100         '    DEALERS'.
016200     05  FILLER                  PIC X(70) VALUE SPACES.
016300
016400 01  REP-DETAIL-LINE.
016500     05  PDL-REP-CODE                    PIC X(04).
016600     05  FILLER                          PIC X(02) VALUE SPACES.
016700     05  PDL-REP-NAME                    PIC X(30).
016800     05  FILLER                          PIC X(02) VALUE SPACES.
016900     05  PDL-CONTACTS                    PIC ZZZ,ZZZ,ZZ9.
017000     05  FILLER                          PIC X(02) VALUE SPACES.
017100     05  PDL-DEALERS                     PIC ZZZ,ZZZ,ZZ9.
017200     05  FILLER                          PIC X(70) VALUE SPACES.
017300
017400 01  CYCLE-HEAD-1.
017500     05  FILLER                  PIC X(45) VALUE
017600         'CONTACTS BY STATEMENT CYCLE - LAST SEVEN DAYS'.
017700     05  FILLER                  PIC X(87) VALUE SPACES.
017800
017900 01  CYCLE-HEAD-2.
018000     05  FILLER                  PIC X(10) VALUE 'CYCLE DATE'.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  FILLER                  PIC X(04) VALUE 'BAND'.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  FILLER                  PIC X(20) VALUE
018500         'STATEMENT CYCLE'.
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  FILLER                  PIC X(11) VALUE
018800         '   CONTACTS'.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  FILLER                  PIC X(11) VALUE
019100         '    DEALERS'.
019200     05  FILLER                  PIC X(68) VALUE SPACES.
019300
019400 01  CYCLE-DETAIL-LINE.
019500     05  YDL-CYCLE-DATE                  PIC X(10).
019600     05  FILLER                          PIC X(03) VALUE SPACES.
019700     05  YDL-BAND                        PIC X(02).
019800     05  FILLER                          PIC X(03) VALUE SPACES.
019900     05  YDL-CYCLE-DESC                  PIC X(20).
020000     05  FILLER                          PIC X(02) VALUE SPACES.
020100     05  YDL-CONTACTS                    PIC ZZZ,ZZZ,ZZ9.
020200     05  FILLER                          PIC X(02) VALUE SPACES.
020300     05  YDL-DEALERS                     PIC ZZZ,ZZZ,ZZ9.
020400     05  FILLER                          PIC X(68) VALUE SPACES.
020500
020600 01  REPEAT-HEAD-1.
020700     05  FILLER                  PIC X(43) VALUE
020800         'REPEAT CALLERS - CONTACTS IN LAST 30 DAYS >'.
020900     05  RH1-REPEAT-LIMIT        PIC ZZ9.
021000     05  FILLER                  PIC X(86) VALUE SPACES.
021100
021200 01  REPEAT-HEAD-2.
021300     05  FILLER                  PIC X(09) VALUE '   DEALER'.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  FILLER                  PIC X(30) VALUE 'DEALER NAME'.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  FILLER                  PIC X(04) VALUE 'REP '.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  FILLER                  PIC X(08) VALUE 'CONTACTS'.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  FILLER                  PIC X(10) VALUE 'LAST CALL'.
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  FILLER                  PIC X(10) VALUE 'STATEMENTS'.
022400     05  FILLER                  PIC X(51) VALUE SPACES.
022500
022600 01  REPEAT-DETAIL-LINE.
022700     05  TDL-DLR-NBR                     PIC ZZZZZZZZ9.
022800     05  FILLER                          PIC X(02) VALUE SPACES.
022900     05  TDL-DLR-NAME                    PIC X(30).
023000     05  FILLER                          PIC X(02) VALUE SPACES.
023100     05  TDL-REP-CODE                    PIC X(04).
023200     05  FILLER                          PIC X(02) VALUE SPACES.
023300     05  FILLER                          PIC X(03) VALUE SPACES.
023400     05  TDL-CONTACTS                    PIC ZZZZ9.
023500     05  FILLER                          PIC X(02) VALUE SPACES.
023600     05  TDL-LAST-CONTACT-DATE           PIC X(10).
023700     05  FILLER                          PIC X(02) VALUE SPACES.
023800     05  FILLER                          PIC X(07) VALUE SPACES.
023900     05  TDL-STATEMENTS                  PIC ZZ9.
024000     05  FILLER                          PIC X(51) VALUE SPACES.
024100
024200 01  WS-REPORT-LINE                      PIC X(132).
024300 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
024400
024500     EXEC SQL
024600          INCLUDE MXWW03
024700     END-EXEC.
024800
024900******************************************************************
025000*  DB2 table includes
025100******************************************************************
025200
025300     EXEC SQL
025400         INCLUDE VWMCNTC
025500     END-EXEC.
025600
025700     EXEC SQL
025800         INCLUDE VWMCU00
025900     END-EXEC.
026000
026100     EXEC SQL
026200         INCLUDE VWMCTUPD
026300     END-EXEC.
026400
026500     EXEC SQL
026600         INCLUDE SQLCA
026700     END-EXEC.
026800
026900*****************************************************************
027000*  CURSOR DEFINITION FOR THE WEEK'S CONTACTS BY REASON, BUSIEST *
027100*  FIRST. THE WINDOW IS THE SEVEN DAYS TO THE PROCESSING DATE.  *
027200*****************************************************************
027300
027400     EXEC SQL
027500        DECLARE VWMCNTCA CURSOR FOR
027600         SELECT REASON_CODE
027700               ,COUNT(*)
027800               ,COUNT(DISTINCT DLR_NBR)
027900               ,SUM(CASE WHEN OUTCOME_CODE = 'R'
028000                         THEN 1 ELSE 0 END)
028100           FROM VWMCNTC
028200          WHERE CONTACT_DATE >
028300                CHAR(DATE(:WS-PROCESSING-DATE) - 7 DAYS, ISO)
028400            AND CONTACT_DATE <= :WS-PROCESSING-DATE
028500          GROUP BY REASON_CODE
028600          ORDER BY 2 DESC, 1
028700     END-EXEC.
028800
028900*****************************************************************
029000*  CURSOR DEFINITION FOR THE WEEK'S CONTACTS BY DEALER REP. A   *
029100*  DEALER NO LONGER ON VWMCU00, OR WITH NO REP, GROUPS UNDER A  *
029200*  BLANK REP CODE.                                              *
029300*****************************************************************
029400
029500     EXEC SQL
029600        DECLARE VWMCNTCB CURSOR FOR
029700         SELECT COALESCE(C.DLR_REP_CODE, ' ')
029800               ,COALESCE(MAX(R.DLR_REP_NAME), ' ')
029900               ,CASE WHEN MAX(R.DLR_REP_CODE) IS NULL
030000                     THEN 'N' ELSE 'Y' END
030100               ,COUNT(*)
030200               ,COUNT(DISTINCT N.DLR_NBR)
030300           FROM VWMCNTC N
030400                LEFT OUTER JOIN VWMCU00 C
030500                   ON C.CUST_NO = N.DLR_NBR
030600                LEFT OUTER JOIN VWMRP00 R
030700                   ON R.DLR_REP_CODE = C.DLR_REP_CODE
030800          WHERE N.CONTACT_DATE >
030900                CHAR(DATE(:WS-PROCESSING-DATE) - 7 DAYS, ISO)
031000            AND N.CONTACT_DATE <= :WS-PROCESSING-DATE
031100          GROUP BY C.DLR_REP_CODE
031200          ORDER BY 4 DESC, 1
031300     END-EXEC.
031400
031500*****************************************************************
031600*  CURSOR DEFINITION FOR THE WEEK'S CONTACTS BY STATEMENT       *
031700*  CYCLE - THE YYMMDD AND FREQUENCY/PARTITION BAND AT THE FRONT *
031800*  OF THE STATEMENT NUMBER (SEE VWMSTLG). NEWEST CYCLE FIRST.   *
031900*****************************************************************
032000
032100     EXEC SQL
032200        DECLARE VWMCNTCC CURSOR FOR
032300         SELECT SUBSTR(STMT_NBR, 1, 8)
032400               ,COUNT(*)
032500               ,COUNT(DISTINCT DLR_NBR)
032600           FROM VWMCNTC
032700          WHERE CONTACT_DATE >
032800                CHAR(DATE(:WS-PROCESSING-DATE) - 7 DAYS, ISO)
032900            AND CONTACT_DATE <= :WS-PROCESSING-DATE
033000          GROUP BY SUBSTR(STMT_NBR, 1, 8)
033100          ORDER BY 1 DESC
033200     END-EXEC.
033300
033400*****************************************************************
033500*  CURSOR DEFINITION FOR THE REPEAT CALLERS - DEALERS WITH MORE *
033600*  CONTACTS IN THE 30 DAYS TO THE PROCESSING DATE THAN THE      *
033700*  CONTROL CARD LIMIT, MOST CALLS FIRST.                        *
033800*****************************************************************
033900
034000     EXEC SQL
034100        DECLARE VWMCNTCD CURSOR FOR
034200         SELECT N.DLR_NBR
034300               ,COALESCE(MAX(C.LEGAL_NAME), ' ')
034400               ,COALESCE(MAX(C.DLR_REP_CODE), ' ')
034500               ,COUNT(*)
034600               ,MAX(N.CONTACT_DATE)
034700               ,COUNT(DISTINCT N.STMT_NBR)
034800           FROM VWMCNTC N
034900                LEFT OUTER JOIN VWMCU00 C
035000                   ON C.CUST_NO = N.DLR_NBR
035100          WHERE N.CONTACT_DATE >
035200                CHAR(DATE(:WS-PROCESSING-DATE) - 30 DAYS, ISO)
035300            AND N.CONTACT_DATE <= :WS-PROCESSING-DATE
035400          GROUP BY N.DLR_NBR
035500         HAVING COUNT(*) > :WS-REPEAT-LIMIT
035600          ORDER BY 4 DESC, 1
035700     END-EXEC.
035800
035900 PROCEDURE DIVISION.
036000
036100*****************************************************************
036200*                     0000-MAINLINE                             *
036300*****************************************************************
036400
036500 0000-MAINLINE.
036600     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
036700     PERFORM 2000-START-REASONS THRU 2000-EXIT.
036800     PERFORM 2100-LIST-REASON THRU 2100-EXIT
036900         UNTIL NO-MORE-REASONS.
037000     PERFORM 3000-START-REPS THRU 3000-EXIT.
037100     PERFORM 3100-LIST-REP THRU 3100-EXIT
037200         UNTIL NO-MORE-REPS.
037300     PERFORM 4000-START-CYCLES THRU 4000-EXIT.
037400     PERFORM 4100-LIST-CYCLE THRU 4100-EXIT
037500         UNTIL NO-MORE-CYCLES.
037600     PERFORM 5000-START-REPEATS THRU 5000-EXIT.
037700     PERFORM 5100-LIST-REPEAT-CALLER THRU 5100-EXIT
037800         UNTIL NO-MORE-REPEATS.
037900     PERFORM 9900-TERMINATION THRU 9900-EXIT.
038000     GOBACK.
038100 0000-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500*                      1000-INITIALIZATION                      *
038600*****************************************************************
038700
038800 1000-INITIALIZATION.
038900     DISPLAY ' '.
039000     DISPLAY 'PROGRAM MXBPA086 BEGINNING EXECUTION'.
039100     DISPLAY ' '.
039200     MOVE 'MXBPA086' TO ABT-PGM-NAME.
039300
039400     OPEN INPUT  CONTACT-PARM-FILE
039500          OUTPUT CONTACT-VOLUME-REPORT.
039600
039700     MOVE SPACES TO MXAW86-CONTROL-CARD.
039800     READ CONTACT-PARM-FILE INTO MXAW86-CONTROL-CARD
039900         AT END CONTINUE.
040000
040100     IF MXAW86-REPEAT-LIMIT-X = SPACES
040200         CONTINUE
040300     ELSE
040400         IF MXAW86-REPEAT-LIMIT-9 IS NUMERIC AND
040500            MXAW86-REPEAT-LIMIT-9 > 0
040600             MOVE MXAW86-REPEAT-LIMIT-9 TO WS-REPEAT-LIMIT
040700         ELSE
040800             PERFORM 1900-BAD-PARM THRU 1900-EXIT
040900         END-IF
041000     END-IF.
041100     CLOSE CONTACT-PARM-FILE.
041200
041300     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
041400
041500     MOVE WS-PROCESSING-DATE TO CH1-PROC-DATE.
041600     WRITE CONTACT-VOLUME-REC FROM CNTV-HEAD-1.
041700 1000-EXIT.
041800     EXIT.
041900
042000 1900-BAD-PARM.
042100     DISPLAY 'INVALID CONTROL CARD: ' MXAW86-CONTROL-CARD.
042200     SET ABT-DO-ABEND     TO TRUE
042300     SET ABT-ERROR-IS-SEQ TO TRUE
042400     MOVE 'SEQ     '      TO ABT-DA-FUNCTION
042500     MOVE '1900-PARM'     TO ABT-ERROR-SECTION
042600     MOVE 3890            TO ABT-ERROR-ABEND-CODE
042700     MOVE 'MXPA086I'      TO ABT-DA-ACCESS-NAME
042800     PERFORM Z-980-ABNORMAL-TERM THRU
042900             Z-980-ABNORMAL-TERM-RETURN.
043000 1900-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*                2000-START-REASONS                             *
043500*****************************************************************
043600
043700 2000-START-REASONS.
043800     MOVE SPACES TO WS-REPORT-LINE.
043900     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
044000     WRITE CONTACT-VOLUME-REC FROM REASON-HEAD-1.
044100     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
044200     WRITE CONTACT-VOLUME-REC FROM REASON-HEAD-2.
044300     MOVE ALL '-' TO WS-REPORT-LINE.
044400     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
044500
044600     EXEC SQL
044700         OPEN VWMCNTCA
044800     END-EXEC.
044900
045000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
045100             Z-970-SET-DA-STATUS-DB2-EXIT.
045200
045300     IF DA-OK
045400         PERFORM 2200-FETCH-VWMCNTCA THRU 2200-EXIT
045500     ELSE
045600         SET ABT-DO-ABEND     TO TRUE
045700         SET ABT-ERROR-IS-DB2 TO TRUE
045800         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
045900         MOVE '2000-STAR'     TO ABT-ERROR-SECTION
046000         MOVE 3881            TO ABT-ERROR-ABEND-CODE
046100         MOVE 'VWMCNTCA'      TO ABT-DA-ACCESS-NAME
046200         PERFORM Z-980-ABNORMAL-TERM THRU
046300                 Z-980-ABNORMAL-TERM-RETURN
046400     END-IF.
046500 2000-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900*                2100-LIST-REASON                               *
047000*****************************************************************
047100
047200 2100-LIST-REASON.
047300     MOVE WS-CR-REASON-CODE TO RDL-REASON-CODE.
047400     MOVE 'N' TO WS-REASON-FOUND-SW.
047500     MOVE 1   TO WS-REASON-IX.
047600     PERFORM 2150-FIND-REASON THRU 2150-EXIT
047700         UNTIL WS-REASON-FOUND OR
047800               WS-REASON-IX > MXAW86-REASON-COUNT.
047900     IF WS-REASON-FOUND
048000         MOVE MXAW86-TBL-REASON-DESC (WS-REASON-IX)
048100                                        TO RDL-REASON-DESC
048200     ELSE
048300         MOVE 'UNKNOWN REASON CODE'     TO RDL-REASON-DESC
048400     END-IF.
048500     MOVE WS-CR-CONTACTS TO RDL-CONTACTS.
048600     MOVE WS-CR-DEALERS  TO RDL-DEALERS.
048700     MOVE WS-CR-RESOLVED TO RDL-RESOLVED.
048800     WRITE CONTACT-VOLUME-REC FROM REASON-DETAIL-LINE.
048900
049000     ADD WS-CR-CONTACTS TO WS-CONTACTS-THIS-WEEK.
049100     ADD WS-CR-RESOLVED TO WS-RESOLVED-THIS-WEEK.
049200
049300     PERFORM 2200-FETCH-VWMCNTCA THRU 2200-EXIT.
049400 2100-EXIT.
049500     EXIT.
049600
049700 2150-FIND-REASON.
049800     IF MXAW86-TBL-REASON-CODE (WS-REASON-IX) =
049900        WS-CR-REASON-CODE
050000         SET WS-REASON-FOUND TO TRUE
050100     ELSE
050200         ADD +1 TO WS-REASON-IX
050300     END-IF.
050400 2150-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*                2200-FETCH-VWMCNTCA                            *
050900*****************************************************************
051000
051100 2200-FETCH-VWMCNTCA.
051200     EXEC SQL
051300       FETCH VWMCNTCA
051400         INTO :WS-CR-REASON-CODE,
051500              :WS-CR-CONTACTS,
051600              :WS-CR-DEALERS,
051700              :WS-CR-RESOLVED
051800     END-EXEC.
051900
052000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
052100             Z-970-SET-DA-STATUS-DB2-EXIT.
052200
052300     EVALUATE TRUE
052400         WHEN DA-OK
052500             CONTINUE
052600
052700         WHEN DA-NOTFOUND
052800             SET NO-MORE-REASONS TO TRUE
052900
053000         WHEN OTHER
053100             SET ABT-DO-ABEND     TO TRUE
053200             SET ABT-ERROR-IS-DB2 TO TRUE
053300             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
053400             MOVE '2200-FETC'     TO ABT-ERROR-SECTION
053500             MOVE 3882            TO ABT-ERROR-ABEND-CODE
053600             MOVE 'VWMCNTCA'      TO ABT-DA-ACCESS-NAME
053700             PERFORM Z-980-ABNORMAL-TERM THRU
053800                     Z-980-ABNORMAL-TERM-RETURN
053900     END-EVALUATE.
054000 2200-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400*                3000-START-REPS                                *
054500*****************************************************************
054600
054700 3000-START-REPS.
054800     EXEC SQL
054900         CLOSE VWMCNTCA
055000     END-EXEC.
055100
055200     IF WS-CONTACTS-THIS-WEEK = 0
055300         MOVE SPACES TO WS-REPORT-LINE
055400         MOVE 'NO CONTACTS LOGGED THIS WEEK' TO WS-REPORT-LINE
055500         WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE
055600     END-IF.
055700
055800     MOVE SPACES TO WS-REPORT-LINE.
055900     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
056000     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
056100     WRITE CONTACT-VOLUME-REC FROM REP-HEAD-1.
056200     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
056300     WRITE CONTACT-VOLUME-REC FROM REP-HEAD-2.
056400     MOVE ALL '-' TO WS-REPORT-LINE.
056500     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
056600
056700     EXEC SQL
056800         OPEN VWMCNTCB
056900     END-EXEC.
057000
057100     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
057200             Z-970-SET-DA-STATUS-DB2-EXIT.
057300
057400     IF DA-OK
057500         PERFORM 3200-FETCH-VWMCNTCB THRU 3200-EXIT
057600     ELSE
057700         SET ABT-DO-ABEND     TO TRUE
057800         SET ABT-ERROR-IS-DB2 TO TRUE
057900         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
058000         MOVE '3000-STAR'     TO ABT-ERROR-SECTION
058100         MOVE 3883            TO ABT-ERROR-ABEND-CODE
058200         MOVE 'VWMCNTCB'      TO ABT-DA-ACCESS-NAME
058300         PERFORM Z-980-ABNORMAL-TERM THRU
058400                 Z-980-ABNORMAL-TERM-RETURN
058500     END-IF.
058600 3000-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*                3100-LIST-REP                                  *
059100*****************************************************************
059200
059300 3100-LIST-REP.
059400     MOVE WS-CR-REP-CODE TO PDL-REP-CODE.
059500     EVALUATE TRUE
059600         WHEN WS-CR-REP-CODE = SPACES
059700             MOVE 'NO REP / DEALER NOT ON FILE' TO PDL-REP-NAME
059800         WHEN WS-CR-REP-ON-FILE NOT = 'Y'
059900             MOVE 'REP NOT ON VWMRP00'          TO PDL-REP-NAME
060000         WHEN OTHER
060100             MOVE WS-CR-REP-NAME                TO PDL-REP-NAME
060200     END-EVALUATE.
060300     MOVE WS-CR-CONTACTS TO PDL-CONTACTS.
060400     MOVE WS-CR-DEALERS  TO PDL-DEALERS.
060500     WRITE CONTACT-VOLUME-REC FROM REP-DETAIL-LINE.
060600
060700     PERFORM 3200-FETCH-VWMCNTCB THRU 3200-EXIT.
060800 3100-EXIT.
060900     EXIT.
061000
061100*****************************************************************
061200*                3200-FETCH-VWMCNTCB                            *
061300*****************************************************************
061400
061500 3200-FETCH-VWMCNTCB.
061600     EXEC SQL
061700       FETCH VWMCNTCB
061800         INTO :WS-CR-REP-CODE,
061900              :WS-CR-REP-NAME,
062000              :WS-CR-REP-ON-FILE,
062100              :WS-CR-CONTACTS,
062200              :WS-CR-DEALERS
062300     END-EXEC.
062400
062500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
062600             Z-970-SET-DA-STATUS-DB2-EXIT.
062700
062800     EVALUATE TRUE
062900         WHEN DA-OK
063000             CONTINUE
063100
063200         WHEN DA-NOTFOUND
063300             SET NO-MORE-REPS TO TRUE
063400
063500         WHEN OTHER
063600             SET ABT-DO-ABEND     TO TRUE
063700             SET ABT-ERROR-IS-DB2 TO TRUE
063800             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
063900             MOVE '3200-FETC'     TO ABT-ERROR-SECTION
064000             MOVE 3884            TO ABT-ERROR-ABEND-CODE
064100             MOVE 'VWMCNTCB'      TO ABT-DA-ACCESS-NAME
064200             PERFORM Z-980-ABNORMAL-TERM THRU
064300                     Z-980-ABNORMAL-TERM-RETURN
064400     END-EVALUATE.
064500 3200-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900*                4000-START-CYCLES                              *
065000*****************************************************************
065100
065200 4000-START-CYCLES.
065300     EXEC SQL
065400         CLOSE VWMCNTCB
065500     END-EXEC.
065600
065700     MOVE SPACES TO WS-REPORT-LINE.
065800     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
065900     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
066000     WRITE CONTACT-VOLUME-REC FROM CYCLE-HEAD-1.
066100     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
066200     WRITE CONTACT-VOLUME-REC FROM CYCLE-HEAD-2.
066300     MOVE ALL '-' TO WS-REPORT-LINE.
066400     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
066500
066600     EXEC SQL
066700         OPEN VWMCNTCC
066800     END-EXEC.
066900
067000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
067100             Z-970-SET-DA-STATUS-DB2-EXIT.
067200
067300     IF DA-OK
067400         PERFORM 4200-FETCH-VWMCNTCC THRU 4200-EXIT
067500     ELSE
067600         SET ABT-DO-ABEND     TO TRUE
067700         SET ABT-ERROR-IS-DB2 TO TRUE
067800         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
067900         MOVE '4000-STAR'     TO ABT-ERROR-SECTION
068000         MOVE 3885            TO ABT-ERROR-ABEND-CODE
068100         MOVE 'VWMCNTCC'      TO ABT-DA-ACCESS-NAME
068200         PERFORM Z-980-ABNORMAL-TERM THRU
068300                 Z-980-ABNORMAL-TERM-RETURN
068400     END-IF.
068500 4000-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900*                4100-LIST-CYCLE                                *
069000*****************************************************************
069100* THE BAND SAYS WHICH RUN ISSUED THE STATEMENT - DAILY 00-16,   *
069200* WEEKLY 40-56, MONTHLY 60-76, FINAL 90 (MXBPA085).             *
069300*****************************************************************
069400
069500 4100-LIST-CYCLE.
069600     MOVE SPACES TO YDL-CYCLE-DATE
069700                    YDL-BAND
069800                    YDL-CYCLE-DESC.
069900     IF WS-CR-CYCLE-KEY = SPACES
070000         MOVE 'NO STATEMENT VIEWED' TO YDL-CYCLE-DESC
070100         ADD WS-CR-CONTACTS TO WS-NO-STMT-THIS-WEEK
070200     ELSE
070300         STRING '20'             DELIMITED BY SIZE
070400                WS-CR-CYCLE-YY   DELIMITED BY SIZE
070500                '-'              DELIMITED BY SIZE
070600                WS-CR-CYCLE-MM   DELIMITED BY SIZE
070700                '-'              DELIMITED BY SIZE
070800                WS-CR-CYCLE-DD   DELIMITED BY SIZE
070900                INTO YDL-CYCLE-DATE
071000         MOVE WS-CR-CYCLE-BAND-X TO YDL-BAND
071100         IF WS-CR-CYCLE-BAND-X IS NUMERIC
071200             EVALUATE WS-CR-CYCLE-BAND-9
071300                 WHEN 00 THRU 16
071400                     MOVE 'DAILY'           TO YDL-CYCLE-DESC
071500                 WHEN 40 THRU 56
071600                     MOVE 'WEEKLY'          TO YDL-CYCLE-DESC
071700                 WHEN 60 THRU 76
071800                     MOVE 'MONTHLY'         TO YDL-CYCLE-DESC
071900                 WHEN 90
072000                     MOVE 'FINAL STATEMENT' TO YDL-CYCLE-DESC
072100                 WHEN OTHER
072200                     MOVE 'UNKNOWN BAND'    TO YDL-CYCLE-DESC
072300             END-EVALUATE
072400         ELSE
072500             MOVE 'UNKNOWN BAND'            TO YDL-CYCLE-DESC
072600         END-IF
072700     END-IF.
072800     MOVE WS-CR-CONTACTS TO YDL-CONTACTS.
072900     MOVE WS-CR-DEALERS  TO YDL-DEALERS.
073000     WRITE CONTACT-VOLUME-REC FROM CYCLE-DETAIL-LINE.
073100
073200     PERFORM 4200-FETCH-VWMCNTCC THRU 4200-EXIT.
073300 4100-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*                4200-FETCH-VWMCNTCC                            *
073800*****************************************************************
073900
074000 4200-FETCH-VWMCNTCC.
074100     EXEC SQL
074200       FETCH VWMCNTCC
074300         INTO :WS-CR-CYCLE-KEY,
074400              :WS-CR-CONTACTS,
074500              :WS-CR-DEALERS
074600     END-EXEC.
074700
074800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
074900             Z-970-SET-DA-STATUS-DB2-EXIT.
075000
075100     EVALUATE TRUE
075200         WHEN DA-OK
075300             CONTINUE
075400
075500         WHEN DA-NOTFOUND
075600             SET NO-MORE-CYCLES TO TRUE
075700
075800         WHEN OTHER
075900             SET ABT-DO-ABEND     TO TRUE
076000             SET ABT-ERROR-IS-DB2 TO TRUE
076100             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
076200             MOVE '4200-FETC'     TO ABT-ERROR-SECTION
076300             MOVE 3886            TO ABT-ERROR-ABEND-CODE
076400             MOVE 'VWMCNTCC'      TO ABT-DA-ACCESS-NAME
076500             PERFORM Z-980-ABNORMAL-TERM THRU
076600                     Z-980-ABNORMAL-TERM-RETURN
076700     END-EVALUATE.
076800 4200-EXIT.
076900     EXIT.
077000
077100*****************************************************************
077200*                5000-START-REPEATS                             *
077300*****************************************************************
077400
077500 5000-START-REPEATS.
077600     EXEC SQL
077700         CLOSE VWMCNTCC
077800     END-EXEC.
077900
078000     MOVE SPACES TO WS-REPORT-LINE.
078100     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
078200     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
078300     MOVE WS-REPEAT-LIMIT TO RH1-REPEAT-LIMIT.
078400     WRITE CONTACT-VOLUME-REC FROM REPEAT-HEAD-1.
078500     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
078600     WRITE CONTACT-VOLUME-REC FROM REPEAT-HEAD-2.
078700     MOVE ALL '-' TO WS-REPORT-LINE.
078800     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
078900
079000     EXEC SQL
079100         OPEN VWMCNTCD
079200     END-EXEC.
079300
079400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
079500             Z-970-SET-DA-STATUS-DB2-EXIT.
079600
079700     IF DA-OK
079800         PERFORM 5200-FETCH-VWMCNTCD THRU 5200-EXIT
079900     ELSE
080000         SET ABT-DO-ABEND     TO TRUE
080100         SET ABT-ERROR-IS-DB2 TO TRUE
080200         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
080300         MOVE '5000-STAR'     TO ABT-ERROR-SECTION
080400         MOVE 3887            TO ABT-ERROR-ABEND-CODE
080500         MOVE 'VWMCNTCD'      TO ABT-DA-ACCESS-NAME
080600         PERFORM Z-980-ABNORMAL-TERM THRU
080700                 Z-980-ABNORMAL-TERM-RETURN
080800     END-IF.
080900 5000-EXIT.
081000     EXIT.
081100
081200*****************************************************************
081300*                5100-LIST-REPEAT-CALLER                        *
081400*****************************************************************
081500* 'STATEMENTS' IS HOW MANY DIFFERENT STATEMENT NUMBERS THE      *
081600* DEALER'S CALLS WERE ABOUT (A CALL WITH NONE VIEWED COUNTS AS  *
081700* ONE) - MANY CALLS ON ONE STATEMENT POINT AT THAT STATEMENT.   *
081800*****************************************************************
081900
082000 5100-LIST-REPEAT-CALLER.
082100     MOVE WS-CR-DLR-NBR                 TO TDL-DLR-NBR.
082200     MOVE LEGAL-NAME-TEXT OF DCLVWMCU00 TO TDL-DLR-NAME.
082300     MOVE WS-CR-REP-CODE                TO TDL-REP-CODE.
082400     MOVE WS-CR-CONTACTS                TO TDL-CONTACTS.
082500     MOVE WS-CR-LAST-CONTACT-DATE       TO TDL-LAST-CONTACT-DATE.
082600     MOVE WS-CR-STATEMENTS              TO TDL-STATEMENTS.
082700     WRITE CONTACT-VOLUME-REC FROM REPEAT-DETAIL-LINE.
082800
082900     ADD +1 TO WS-REPEAT-CALLERS-LISTED.
083000
083100     PERFORM 5200-FETCH-VWMCNTCD THRU 5200-EXIT.
083200 5100-EXIT.
083300     EXIT.
083400
083500*****************************************************************
083600*                5200-FETCH-VWMCNTCD                            *
083700*****************************************************************
083800
083900 5200-FETCH-VWMCNTCD.
084000     MOVE SPACES TO LEGAL-NAME-TEXT OF DCLVWMCU00.
084100
084200     EXEC SQL
084300       FETCH VWMCNTCD
084400         INTO :WS-CR-DLR-NBR,
084500              :DCLVWMCU00.LEGAL-NAME,
084600              :WS-CR-REP-CODE,
084700              :WS-CR-CONTACTS,
084800              :WS-CR-LAST-CONTACT-DATE,
084900              :WS-CR-STATEMENTS
085000     END-EXEC.
085100
085200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
085300             Z-970-SET-DA-STATUS-DB2-EXIT.
085400
085500     EVALUATE TRUE
085600         WHEN DA-OK
085700             CONTINUE
085800
085900         WHEN DA-NOTFOUND
086000             SET NO-MORE-REPEATS TO TRUE
086100
086200         WHEN OTHER
086300             SET ABT-DO-ABEND     TO TRUE
086400             SET ABT-ERROR-IS-DB2 TO TRUE
086500             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
086600             MOVE '5200-FETC'     TO ABT-ERROR-SECTION
086700             MOVE 3888            TO ABT-ERROR-ABEND-CODE
086800             MOVE 'VWMCNTCD'      TO ABT-DA-ACCESS-NAME
086900             PERFORM Z-980-ABNORMAL-TERM THRU
087000                     Z-980-ABNORMAL-TERM-RETURN
087100     END-EVALUATE.
087200 5200-EXIT.
087300     EXIT.
087400
087500*****************************************************************
087600*                7000-SELECT-VWMCTUPD                           *
087700*****************************************************************
087800* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
087900* SUBFUNCTION ROW) - THE END OF THE SEVEN-DAY AND 30-DAY        *
088000* WINDOWS.                                                      *
088100*****************************************************************
088200
088300 7000-SELECT-VWMCTUPD.
088400     MOVE SPACES TO SUBSYSTEM-ID-IND
088500                    SUBFUNCTION-CODE.
088600
088700     EXEC SQL
088800       SELECT PROC_DATE
088900         INTO :DCLVWMCTUPD.PROC-DATE
089000         FROM VWMCTUPD
089100         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
089200           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
089300     END-EXEC.
089400
089500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
089600             Z-970-SET-DA-STATUS-DB2-EXIT.
089700
089800     IF DA-OK
089900         MOVE PROC-DATE TO WS-PROCESSING-DATE
090000     ELSE
090100         SET ABT-DO-ABEND     TO TRUE
090200         SET ABT-ERROR-IS-DB2 TO TRUE
090300         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
090400         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
090500         MOVE 3889            TO ABT-ERROR-ABEND-CODE
090600         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
090700         PERFORM Z-980-ABNORMAL-TERM THRU
090800                 Z-980-ABNORMAL-TERM-RETURN
090900     END-IF.
091000 7000-EXIT.
091100     EXIT.
091200
091300*****************************************************************
091400*                   9900-TERMINATION                            *
091500*****************************************************************
091600
091700 9900-TERMINATION.
091800     EXEC SQL
091900         CLOSE VWMCNTCD
092000     END-EXEC.
092100
092200     IF WS-REPEAT-CALLERS-LISTED = 0
092300         MOVE SPACES TO WS-REPORT-LINE
092400         MOVE 'NO REPEAT CALLERS' TO WS-REPORT-LINE
092500         WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE
092600     END-IF.
092700
092800     MOVE ALL '-' TO WS-REPORT-LINE.
092900     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
093000
093100     MOVE WS-CONTACTS-THIS-WEEK TO WS-RPT-ED-COUNT.
093200     MOVE SPACES TO WS-REPORT-LINE.
093300     STRING 'CONTACTS THIS WEEK........... ' DELIMITED BY SIZE
093400            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
093500            INTO WS-REPORT-LINE.
093600     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
093700
093800     MOVE WS-RESOLVED-THIS-WEEK TO WS-RPT-ED-COUNT.
093900     MOVE SPACES TO WS-REPORT-LINE.
094000     STRING '  RESOLVED ON THE CALL....... ' DELIMITED BY SIZE
094100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
094200            INTO WS-REPORT-LINE.
094300     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
094400
094500     MOVE WS-NO-STMT-THIS-WEEK TO WS-RPT-ED-COUNT.
094600     MOVE SPACES TO WS-REPORT-LINE.
094700     STRING '  NO STATEMENT VIEWED........ ' DELIMITED BY SIZE
094800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
094900            INTO WS-REPORT-LINE.
095000     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
095100
095200     MOVE WS-REPEAT-CALLERS-LISTED TO WS-RPT-ED-COUNT.
095300     MOVE SPACES TO WS-REPORT-LINE.
095400     STRING 'REPEAT CALLERS LISTED........ ' DELIMITED BY SIZE
095500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
095600            INTO WS-REPORT-LINE.
095700     WRITE CONTACT-VOLUME-REC FROM WS-REPORT-LINE.
095800
095900     CLOSE CONTACT-VOLUME-REPORT.
096000
096100     MOVE WS-CONTACTS-THIS-WEEK TO WS-RPT-ED-COUNT.
096200     DISPLAY ' '.
096300     DISPLAY 'CONTACTS LOGGED THIS WEEK   ' WS-RPT-ED-COUNT.
096400     MOVE WS-REPEAT-CALLERS-LISTED TO WS-RPT-ED-COUNT.
096500     DISPLAY 'REPEAT CALLERS LISTED       ' WS-RPT-ED-COUNT.
096600     DISPLAY ' '.
096700     DISPLAY 'PROGRAM MXBPA086 SUCCESSFULLY COMPLETED'.
096800 9900-EXIT.
096900     EXIT.
097000
097100     EXEC SQL
097200          INCLUDE MXWP02
097300     END-EXEC.
