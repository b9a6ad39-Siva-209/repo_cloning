000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA076.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA076 - WEEKLY BAD-ADDRESS HOLD REPORT.                     |
001000* LISTS EVERY DEALER ON AN ACTIVE VWMBADH HOLD (PLACED BY        |
001100* MXBPA075 WHEN A STATEMENT CAME BACK AS RETURNED MAIL) BY       |
001200* CONTROL ENTITY, SO THE CSR TEAM CAN CHASE A CORRECTED ADDRESS  |
001300* AND HAVE IT KEYED ON VWMCU00. EACH DEALER SHOWS THE DATE AND   |
001400* DAYS ON HOLD, THE NUMBER OF RETURNS, THE LAST RETURN REASON    |
001500* AND STATEMENT, WHERE STATEMENTS ARE GOING WHILE HELD, AND THE  |
001600* ADDRESS STILL ON FILE (THE ONE THE MAIL CAME BACK FROM).       |
001700* A SECOND SECTION LISTS THE HOLDS LIFTED IN THE LAST SEVEN DAYS |
001800* WITH THE NEW ADDRESS, SO THE TEAM CAN CLOSE THEIR FOLLOW-UPS.  |
001900* READ ONLY - THE HOLD IS LIFTED BY THE NIGHTLY MXBPA075 RUN.    |
002000*================================================================*
002100*  TABLE   |   VIEW   |     DESCRIPTION                          |
002200*----------+-----------------------------------------------------*
002300* TBMBADH  | VWMBADH  |  DEALER BAD-ADDRESS HOLD                 |
002400* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
002500* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
002600*================================================================*
002700*   PLAN   | BIND INCLUDE MEMBERS                                |
002800*----------+-----------------------------------------------------*
002900* PBMPA076 | PBMPA076                                            |
003000*================================================================*
003100*-----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BAD-ADDRESS-REPORT
003800         ASSIGN TO MXPA076R.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BAD-ADDRESS-REPORT
004300     RECORDING MODE IS F.
004400 01  BAD-ADDRESS-REC                     PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITHCES.
004800     05  WS-NO-MORE-ACTIVE-SW            PIC X(01) VALUE 'N'.
004900         88 NO-MORE-ACTIVE                         VALUE 'Y'.
005000     05  WS-NO-MORE-LIFTED-SW            PIC X(01) VALUE 'N'.
005100         88 NO-MORE-LIFTED                         VALUE 'Y'.
005200     05  WS-REASON-FOUND-SW              PIC X(01) VALUE 'N'.
005300         88 WS-REASON-FOUND                        VALUE 'Y'.
005400
005500 01  WS-COUNTERS COMP-3.
005600     05  WS-ACTIVE-LISTED                PIC S9(09) VALUE 0.
005700     05  WS-ACTIVE-OVER-30               PIC S9(09) VALUE 0.
005800     05  WS-ACTIVE-ON-MAIL-ALREADY       PIC S9(09) VALUE 0.
005900     05  WS-LIFTED-LISTED                PIC S9(09) VALUE 0.
006000
006100     COPY MXAW75.
006200
006300 01  WS-REASON-IX                        PIC S9(04) COMP VALUE 0.
006400 01  WS-DAYS-ON-HOLD                     PIC S9(05) COMP VALUE 0.
006500 01  WS-PROCESSING-DATE                  PIC X(10) VALUE SPACES.
006600
006700 01  HOLD-HEAD-1.
006800     05  FILLER                  PIC X(08) VALUE 'MXBPA076'.
006900     05  FILLER                  PIC X(10) VALUE SPACES.
007000     05  FILLER                  PIC X(42) VALUE
007100         'DEALERS ON BAD-ADDRESS HOLD               '.
007200     05  FILLER                  PIC X(10) VALUE SPACES.
007300     05  FILLER                  PIC X(07) VALUE 'AS OF: '.
007400     05  HH1-PROC-DATE           PIC X(10).
007500     05  FILLER                  PIC X(45) VALUE SPACES.
007600
007700 01  HOLD-HEAD-2.
007800     05  FILLER                  PIC X(04) VALUE 'BRCH'.
007900     05  FILLER                  PIC X(02) VALUE SPACES.
008000     05  FILLER                  PIC X(09) VALUE '   DEALER'.
008100     05  FILLER                  PIC X(02) VALUE SPACES.
008200     05  FILLER                  PIC X(30) VALUE 'DEALER NAME'.
008300     05  FILLER                  PIC X(02) VALUE SPACES.
008400     05  FILLER                  PIC X(10) VALUE 'HELD SINCE'.
008500     05  FILLER                  PIC X(02) VALUE SPACES.
008600     05  FILLER                  PIC X(05) VALUE ' DAYS'.
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008800     05  FILLER                  PIC X(03) VALUE 'RET'.
008900     05  FILLER                  PIC X(02) VALUE SPACES.
009000     05  FILLER                  PIC X(33) VALUE
009100         'LAST RETURN REASON'.
009200     05  FILLER                  PIC X(02) VALUE SPACES.
009300     05  FILLER                  PIC X(12) VALUE 'LAST STMT NO'.
009400     05  FILLER                  PIC X(02) VALUE SPACES.
009500     05  FILLER                  PIC X(10) VALUE 'HELD TO'.
009600
009700 01  HOLD-DETAIL-LINE.
009800     05  HDL-CNTL-ENT-NO                 PIC ZZZ9.
009900     05  FILLER                          PIC X(02) VALUE SPACES.
010000     05  HDL-CUST-NO                     PIC ZZZZZZZZ9.
010100     05  FILLER                          PIC X(02) VALUE SPACES.
010200     05  HDL-DLR-NAME                    PIC X(30).
010300     05  FILLER                          PIC X(02) VALUE SPACES.
010400     05  HDL-HOLD-DATE                   PIC X(10).
010500     05  FILLER                          PIC X(02) VALUE SPACES.
010600     05  HDL-DAYS-ON-HOLD                PIC ZZZZ9.
010700     05  FILLER                          PIC X(02) VALUE SPACES.
010800     05  HDL-RETURN-COUNT                PIC ZZ9.
010900     05  FILLER                          PIC X(02) VALUE SPACES.
011000     05  HDL-REASON-CODE                 PIC X(02).
011100     05  FILLER                          PIC X(01) VALUE SPACES.
011200     05  HDL-REASON-DESC                 PIC X(30).
011300     05  FILLER                          PIC X(02) VALUE SPACES.
011400     05  HDL-STMT-NBR                    PIC X(12).
011500     05  FILLER                          PIC X(02) VALUE SPACES.
011600     05  HDL-HELD-TO                     PIC X(10).
011700
011800*  THE SECOND LINE OF EACH HOLD - THE ADDRESS THE MAIL CAME BACK
011900*  FROM, STILL ON VWMCU00.
012000 01  HOLD-ADDRESS-LINE.
012100     05  FILLER                          PIC X(06) VALUE SPACES.
012200     05  FILLER                          PIC X(11) VALUE
012300         'ON FILE:   '.
012400     05  HAL-ADDR1                       PIC X(35).
012500     05  FILLER                          PIC X(02) VALUE SPACES.
012600     05  HAL-ADDR2                       PIC X(35).
012700     05  FILLER                          PIC X(02) VALUE SPACES.
012800     05  HAL-CITY                        PIC X(25).
012900     05  FILLER                          PIC X(02) VALUE SPACES.
013000     05  HAL-ST-PROV                     PIC X(02).
013100     05  FILLER                          PIC X(02) VALUE SPACES.
013200     05  HAL-ZIP                         PIC X(10).
013300
013400 01  LIFT-HEAD-1.
013500     05  FILLER                  PIC X(51) VALUE
013600         'HOLDS LIFTED IN THE LAST SEVEN DAYS - ADDRESS FIXED'.
013700     05  FILLER                  PIC X(81) VALUE SPACES.
013800
013900 01  LIFT-HEAD-2.
014000     05  FILLER                  PIC X(04) VALUE 'BRCH'.
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  FILLER                  PIC X(09) VALUE '   DEALER'.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  FILLER                  PIC X(30) VALUE 'DEALER NAME'.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  FILLER                  PIC X(10) VALUE 'HELD SINCE'.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  FILLER                  PIC X(10) VALUE 'LIFTED ON'.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  FILLER                  PIC X(03) VALUE 'RET'.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  FILLER                  PIC X(35) VALUE 'NEW ADDRESS'.
015300     05  FILLER                  PIC X(19) VALUE SPACES.
015400
015500 01  LIFT-DETAIL-LINE.
015600     05  LDL-CNTL-ENT-NO                 PIC ZZZ9.
015700     05  FILLER                          PIC X(02) VALUE SPACES.
015800     05  LDL-CUST-NO                     PIC ZZZZZZZZ9.
015900     05  FILLER                          PIC X(02) VALUE SPACES.
016000     05  LDL-DLR-NAME                    PIC X(30).
016100     05  FILLER                          PIC X(02) VALUE SPACES.
016200     05  LDL-HOLD-DATE                   PIC X(10).
016300     05  FILLER                          PIC X(02) VALUE SPACES.
016400     05  LDL-LIFT-DATE                   PIC X(10).
016500     05  FILLER                          PIC X(02) VALUE SPACES.
016600     05  LDL-RETURN-COUNT                PIC ZZ9.
016700     05  FILLER                          PIC X(02) VALUE SPACES.
016800     05  LDL-ADDR1                       PIC X(30).
016900     05  FILLER                          PIC X(02) VALUE SPACES.
017000     05  LDL-CITY                        PIC X(20).
017100     05  FILLER                          PIC X(02) VALUE SPACES.
017200
017300 01  WS-REPORT-LINE                      PIC X(132).
017400 01  WS-RPT-ED-COUNT                     PIC ZZZ,ZZZ,ZZ9.
017500 01  WS-ED-BRANCH                        PIC ZZZ9.
017600
017700     EXEC SQL
017800          INCLUDE MXWW03
017900     END-EXEC.
018000
018100******************************************************************
018200*  DB2 table includes
018300******************************************************************
018400
018500     EXEC SQL
018600         INCLUDE VWMBADH
018700     END-EXEC.
018800
018900     EXEC SQL
019000         INCLUDE VWMCU00
019100     END-EXEC.
019200
019300     EXEC SQL
019400         INCLUDE VWMCTUPD
019500     END-EXEC.
019600
019700     EXEC SQL
019800         INCLUDE SQLCA
019900     END-EXEC.
020000
020100*****************************************************************
020200*  CURSOR DEFINITION FOR THE ACTIVE HOLDS, BY CONTROL ENTITY.   *
020300*  THE DAY ARITHMETIC IS LEFT TO DB2, AS MXBPA069 DOES.         *
020400*****************************************************************
020500
020600     EXEC SQL
020700        DECLARE VWMBADHA CURSOR FOR
020800         SELECT C.CNTL_ENT_NO
020900               ,H.CUST_NO
021000               ,C.LEGAL_NAME
021100               ,H.HOLD_DATE
021200               ,DAYS(:WS-PROCESSING-DATE) - DAYS(H.HOLD_DATE)
021300               ,H.RETURN_COUNT
021400               ,H.LAST_REASON_CODE
021500               ,H.LAST_STMT_NBR
021600               ,H.HOLD_PREF_CODE
021700               ,H.HOLD_BRANCH_NO
021800               ,H.HOLD_APPLIED_IND
021900               ,C.ADDR1_NAME
022000               ,C.ADDR2_NAME
022100               ,C.CITY_NAME
022200               ,C.ST_PROV_CODE
022300               ,C.ZIP_POSTAL_CODE
022400           FROM VWMBADH H
022500                INNER JOIN VWMCU00 C
022600                   ON C.CUST_NO = H.CUST_NO
022700          WHERE H.HOLD_STATUS = 'A'
022800          ORDER BY 1, 2
022900     END-EXEC.
023000
023100*****************************************************************
023200*  CURSOR DEFINITION FOR THE HOLDS LIFTED IN THE LAST SEVEN     *
023300*  DAYS, WITH THE ADDRESS NOW ON FILE.                          *
023400*****************************************************************
023500
023600     EXEC SQL
023700        DECLARE VWMBADHW CURSOR FOR
023800         SELECT C.CNTL_ENT_NO
023900               ,H.CUST_NO
024000               ,C.LEGAL_NAME
024100               ,H.HOLD_DATE
024200               ,H.LIFT_DATE
024300               ,H.RETURN_COUNT
024400               ,C.ADDR1_NAME
024500               ,C.CITY_NAME
024600           FROM VWMBADH H
024700                INNER JOIN VWMCU00 C
024800                   ON C.CUST_NO = H.CUST_NO
024900          WHERE H.HOLD_STATUS = 'L'
025000            AND H.LIFT_DATE  >
025100                CHAR(DATE(:WS-PROCESSING-DATE) - 7 DAYS, ISO)
025200          ORDER BY 1, 2
025300     END-EXEC.
025400
025500 PROCEDURE DIVISION.
025600
025700*****************************************************************
025800*                     0000-MAINLINE                             *
025900*****************************************************************
026000
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
026300     PERFORM 2000-LIST-ACTIVE-HOLD THRU 2000-EXIT
026400         UNTIL NO-MORE-ACTIVE.
026500     PERFORM 3000-START-LIFTED THRU 3000-EXIT.
026600     PERFORM 3100-LIST-LIFTED-HOLD THRU 3100-EXIT
026700         UNTIL NO-MORE-LIFTED.
026800     PERFORM 9900-TERMINATION THRU 9900-EXIT.
026900     GOBACK.
027000 0000-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400*                      1000-INITIALIZATION                      *
027500*****************************************************************
027600
027700 1000-INITIALIZATION.
027800     DISPLAY ' '.
027900     DISPLAY 'PROGRAM MXBPA076 BEGINNING EXECUTION'.
028000     DISPLAY ' '.
028100     MOVE 'MXBPA076' TO ABT-PGM-NAME.
028200
028300     OPEN OUTPUT BAD-ADDRESS-REPORT.
028400
028500     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
028600
028700     MOVE WS-PROCESSING-DATE TO HH1-PROC-DATE.
028800     WRITE BAD-ADDRESS-REC FROM HOLD-HEAD-1.
028900     MOVE SPACES TO WS-REPORT-LINE.
029000     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
029100     WRITE BAD-ADDRESS-REC FROM HOLD-HEAD-2.
029200     MOVE ALL '-' TO WS-REPORT-LINE.
029300     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
029400
029500     EXEC SQL
029600         OPEN VWMBADHA
029700     END-EXEC.
029800
029900     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
030000             Z-970-SET-DA-STATUS-DB2-EXIT.
030100
030200     IF DA-OK
030300         PERFORM 5000-FETCH-VWMBADHA THRU 5000-EXIT
030400     ELSE
030500         SET ABT-DO-ABEND     TO TRUE
030600         SET ABT-ERROR-IS-DB2 TO TRUE
030700         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
030800         MOVE '1000-INIT'     TO ABT-ERROR-SECTION
030900         MOVE 3788            TO ABT-ERROR-ABEND-CODE
031000         MOVE 'VWMBADHA'      TO ABT-DA-ACCESS-NAME
031100         PERFORM Z-980-ABNORMAL-TERM THRU
031200                 Z-980-ABNORMAL-TERM-RETURN
031300     END-IF.
031400 1000-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*                2000-LIST-ACTIVE-HOLD                          *
031900*****************************************************************
032000* TWO LINES PER DEALER. 'HELD TO' IS WHERE STATEMENTS ARE GOING *
032100* WHILE THE HOLD STANDS; A DEALER WHO WAS ALREADY OFF THE MAIL  *
032200* WHEN THE STATEMENT CAME BACK SHOWS 'OWN PREF'.                *
032300*****************************************************************
032400
032500 2000-LIST-ACTIVE-HOLD.
032600     MOVE CNTL-ENT-NO OF DCLVWMCU00     TO HDL-CNTL-ENT-NO.
032700     MOVE BADH-CUST-NO                  TO HDL-CUST-NO.
032800     MOVE LEGAL-NAME-TEXT OF DCLVWMCU00 TO HDL-DLR-NAME.
032900     MOVE BADH-HOLD-DATE                TO HDL-HOLD-DATE.
033000     MOVE WS-DAYS-ON-HOLD               TO HDL-DAYS-ON-HOLD.
033100     MOVE BADH-RETURN-COUNT             TO HDL-RETURN-COUNT.
033200     MOVE BADH-LAST-REASON-CODE         TO HDL-REASON-CODE.
033300     MOVE BADH-LAST-STMT-NBR            TO HDL-STMT-NBR.
033400
033500     MOVE 'N' TO WS-REASON-FOUND-SW.
033600     MOVE 1   TO WS-REASON-IX.
033700     PERFORM 2100-FIND-REASON THRU 2100-EXIT
033800         UNTIL WS-REASON-FOUND OR
033900               WS-REASON-IX > MXAW75-REASON-COUNT.
034000     IF WS-REASON-FOUND
034100         MOVE MXAW75-TBL-REASON-DESC (WS-REASON-IX)
034200                                        TO HDL-REASON-DESC
034300     ELSE
034400         MOVE 'UNKNOWN REASON CODE'     TO HDL-REASON-DESC
034500     END-IF.
034600
034700     MOVE SPACES TO HDL-HELD-TO.
034800     EVALUATE TRUE
034900         WHEN BADH-HOLD-APPLIED-IND NOT = 'Y'
035000             MOVE 'OWN PREF'            TO HDL-HELD-TO
035100             ADD +1 TO WS-ACTIVE-ON-MAIL-ALREADY
035200         WHEN BADH-HOLD-PREF-CODE = 'E'
035300             MOVE 'E-DELIVERY'          TO HDL-HELD-TO
035400         WHEN OTHER
035500             MOVE BADH-HOLD-BRANCH-NO   TO WS-ED-BRANCH
035600             STRING 'BRANCH '           DELIMITED BY SIZE
035700                    WS-ED-BRANCH        DELIMITED BY SIZE
035800                    INTO HDL-HELD-TO
035900     END-EVALUATE.
036000     WRITE BAD-ADDRESS-REC FROM HOLD-DETAIL-LINE.
036100
036200     MOVE ADDR1-NAME-TEXT OF DCLVWMCU00 TO HAL-ADDR1.
036300     MOVE ADDR2-NAME-TEXT OF DCLVWMCU00 TO HAL-ADDR2.
036400     MOVE CITY-NAME-TEXT OF DCLVWMCU00  TO HAL-CITY.
036500     MOVE ST-PROV-CODE OF DCLVWMCU00    TO HAL-ST-PROV.
036600     MOVE ZIP-POSTAL-CODE OF DCLVWMCU00 TO HAL-ZIP.
036700     WRITE BAD-ADDRESS-REC FROM HOLD-ADDRESS-LINE.
036800
036900     ADD +1 TO WS-ACTIVE-LISTED.
037000     IF WS-DAYS-ON-HOLD > 30
037100         ADD +1 TO WS-ACTIVE-OVER-30
037200     END-IF.
037300
037400     PERFORM 5000-FETCH-VWMBADHA THRU 5000-EXIT.
037500 2000-EXIT.
037600     EXIT.
037700
037800 2100-FIND-REASON.
037900     IF MXAW75-TBL-REASON-CODE (WS-REASON-IX) =
038000        BADH-LAST-REASON-CODE
038100         SET WS-REASON-FOUND TO TRUE
038200     ELSE
038300         ADD +1 TO WS-REASON-IX
038400     END-IF.
038500 2100-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*                3000-START-LIFTED                              *
039000*****************************************************************
039100
039200 3000-START-LIFTED.
039300     EXEC SQL
039400         CLOSE VWMBADHA
039500     END-EXEC.
039600
039700     IF WS-ACTIVE-LISTED = 0
039800         MOVE SPACES TO WS-REPORT-LINE
039900         MOVE 'NO DEALERS ON BAD-ADDRESS HOLD' TO WS-REPORT-LINE
040000         WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE
040100     END-IF.
040200
040300     MOVE SPACES TO WS-REPORT-LINE.
040400     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
040500     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
040600     WRITE BAD-ADDRESS-REC FROM LIFT-HEAD-1.
040700     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
040800     WRITE BAD-ADDRESS-REC FROM LIFT-HEAD-2.
040900     MOVE ALL '-' TO WS-REPORT-LINE.
041000     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
041100
041200     EXEC SQL
041300         OPEN VWMBADHW
041400     END-EXEC.
041500
041600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
041700             Z-970-SET-DA-STATUS-DB2-EXIT.
041800
041900     IF DA-OK
042000         PERFORM 5100-FETCH-VWMBADHW THRU 5100-EXIT
042100     ELSE
042200         SET ABT-DO-ABEND     TO TRUE
042300         SET ABT-ERROR-IS-DB2 TO TRUE
042400         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
042500         MOVE '3000-STAR'     TO ABT-ERROR-SECTION
042600         MOVE 3790            TO ABT-ERROR-ABEND-CODE
042700         MOVE 'VWMBADHW'      TO ABT-DA-ACCESS-NAME
042800         PERFORM Z-980-ABNORMAL-TERM THRU
042900                 Z-980-ABNORMAL-TERM-RETURN
043000     END-IF.
043100 3000-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500*                3100-LIST-LIFTED-HOLD                          *
043600*****************************************************************
043700
043800 3100-LIST-LIFTED-HOLD.
043900     MOVE CNTL-ENT-NO OF DCLVWMCU00     TO LDL-CNTL-ENT-NO.
044000     MOVE BADH-CUST-NO                  TO LDL-CUST-NO.
044100     MOVE LEGAL-NAME-TEXT OF DCLVWMCU00 TO LDL-DLR-NAME.
044200     MOVE BADH-HOLD-DATE                TO LDL-HOLD-DATE.
044300     MOVE BADH-LIFT-DATE                TO LDL-LIFT-DATE.
044400     MOVE BADH-RETURN-COUNT             TO LDL-RETURN-COUNT.
044500     MOVE ADDR1-NAME-TEXT OF DCLVWMCU00 TO LDL-ADDR1.
044600     MOVE CITY-NAME-TEXT OF DCLVWMCU00  TO LDL-CITY.
044700     WRITE BAD-ADDRESS-REC FROM LIFT-DETAIL-LINE.
044800
044900     ADD +1 TO WS-LIFTED-LISTED.
045000
045100     PERFORM 5100-FETCH-VWMBADHW THRU 5100-EXIT.
045200 3100-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*                5000-FETCH-VWMBADHA                            *
045700*****************************************************************
045800
045900 5000-FETCH-VWMBADHA.
046000     MOVE SPACES TO LEGAL-NAME-TEXT OF DCLVWMCU00
046100                    ADDR1-NAME-TEXT OF DCLVWMCU00
046200                    ADDR2-NAME-TEXT OF DCLVWMCU00
046300                    CITY-NAME-TEXT OF DCLVWMCU00.
046400
046500     EXEC SQL
046600       FETCH VWMBADHA
046700         INTO :DCLVWMCU00.CNTL-ENT-NO,
046800              :DCLVWMBADH.BADH-CUST-NO,
046900              :DCLVWMCU00.LEGAL-NAME,
047000              :DCLVWMBADH.BADH-HOLD-DATE,
047100              :WS-DAYS-ON-HOLD,
047200              :DCLVWMBADH.BADH-RETURN-COUNT,
047300              :DCLVWMBADH.BADH-LAST-REASON-CODE,
047400              :DCLVWMBADH.BADH-LAST-STMT-NBR,
047500              :DCLVWMBADH.BADH-HOLD-PREF-CODE,
047600              :DCLVWMBADH.BADH-HOLD-BRANCH-NO,
047700              :DCLVWMBADH.BADH-HOLD-APPLIED-IND,
047800              :DCLVWMCU00.ADDR1-NAME,
047900              :DCLVWMCU00.ADDR2-NAME,
048000              :DCLVWMCU00.CITY-NAME,
048100              :DCLVWMCU00.ST-PROV-CODE,
048200              :DCLVWMCU00.ZIP-POSTAL-CODE
048300     END-EXEC.
048400
048500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
048600             Z-970-SET-DA-STATUS-DB2-EXIT.
048700
048800     EVALUATE TRUE
048900         WHEN DA-OK
049000             CONTINUE
049100
049200         WHEN DA-NOTFOUND
049300             SET NO-MORE-ACTIVE TO TRUE
049400
049500         WHEN OTHER
049600             SET ABT-DO-ABEND     TO TRUE
049700             SET ABT-ERROR-IS-DB2 TO TRUE
049800             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
049900             MOVE '5000-FETC'     TO ABT-ERROR-SECTION
050000             MOVE 3789            TO ABT-ERROR-ABEND-CODE
050100             MOVE 'VWMBADHA'      TO ABT-DA-ACCESS-NAME
050200             PERFORM Z-980-ABNORMAL-TERM THRU
050300                     Z-980-ABNORMAL-TERM-RETURN
050400     END-EVALUATE.
050500 5000-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*                5100-FETCH-VWMBADHW                            *
051000*****************************************************************
051100
051200 5100-FETCH-VWMBADHW.
051300     MOVE SPACES TO LEGAL-NAME-TEXT OF DCLVWMCU00
051400                    ADDR1-NAME-TEXT OF DCLVWMCU00
051500                    CITY-NAME-TEXT OF DCLVWMCU00.
051600
051700     EXEC SQL
051800       FETCH VWMBADHW
051900         INTO :DCLVWMCU00.CNTL-ENT-NO,
052000              :DCLVWMBADH.BADH-CUST-NO,
052100              :DCLVWMCU00.LEGAL-NAME,
052200              :DCLVWMBADH.BADH-HOLD-DATE,
052300              :DCLVWMBADH.BADH-LIFT-DATE,
052400              :DCLVWMBADH.BADH-RETURN-COUNT,
052500              :DCLVWMCU00.ADDR1-NAME,
052600              :DCLVWMCU00.CITY-NAME
052700     END-EXEC.
052800
052900     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
053000             Z-970-SET-DA-STATUS-DB2-EXIT.
053100
053200     EVALUATE TRUE
053300         WHEN DA-OK
053400             CONTINUE
053500
053600         WHEN DA-NOTFOUND
053700             SET NO-MORE-LIFTED TO TRUE
053800
053900         WHEN OTHER
054000             SET ABT-DO-ABEND     TO TRUE
054100             SET ABT-ERROR-IS-DB2 TO TRUE
054200             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
054300             MOVE '5100-FETC'     TO ABT-ERROR-SECTION
054400             MOVE 3791            TO ABT-ERROR-ABEND-CODE
054500             MOVE 'VWMBADHW'      TO ABT-DA-ACCESS-NAME
054600             PERFORM Z-980-ABNORMAL-TERM THRU
054700                     Z-980-ABNORMAL-TERM-RETURN
054800     END-EVALUATE.
054900 5100-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300*                7000-SELECT-VWMCTUPD                           *
055400*****************************************************************
055500* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
055600* SUBFUNCTION ROW) - THE AS-OF DATE FOR DAYS ON HOLD AND THE    *
055700* END OF THE SEVEN-DAY LIFTED WINDOW.                           *
055800*****************************************************************
055900
056000 7000-SELECT-VWMCTUPD.
056100     MOVE SPACES TO SUBSYSTEM-ID-IND
056200                    SUBFUNCTION-CODE.
056300
056400     EXEC SQL
056500       SELECT PROC_DATE
056600         INTO :DCLVWMCTUPD.PROC-DATE
056700         FROM VWMCTUPD
056800         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
056900           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
057000     END-EXEC.
057100
057200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
057300             Z-970-SET-DA-STATUS-DB2-EXIT.
057400
057500     IF DA-OK
057600         MOVE PROC-DATE TO WS-PROCESSING-DATE
057700     ELSE
057800         SET ABT-DO-ABEND     TO TRUE
057900         SET ABT-ERROR-IS-DB2 TO TRUE
058000         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
058100         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
058200         MOVE 3792            TO ABT-ERROR-ABEND-CODE
058300         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
058400         PERFORM Z-980-ABNORMAL-TERM THRU
058500                 Z-980-ABNORMAL-TERM-RETURN
058600     END-IF.
058700 7000-EXIT.
058800     EXIT.
058900
059000*****************************************************************
059100*                   9900-TERMINATION                            *
059200*****************************************************************
059300
059400 9900-TERMINATION.
059500     EXEC SQL
059600         CLOSE VWMBADHW
059700     END-EXEC.
059800
059900     IF WS-LIFTED-LISTED = 0
060000         MOVE SPACES TO WS-REPORT-LINE
060100         MOVE 'NO HOLDS LIFTED THIS WEEK' TO WS-REPORT-LINE
060200         WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE
060300     END-IF.
060400
060500     MOVE ALL '-' TO WS-REPORT-LINE.
060600     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
060700
060800     MOVE WS-ACTIVE-LISTED TO WS-RPT-ED-COUNT.
060900     MOVE SPACES TO WS-REPORT-LINE.
061000     STRING 'DEALERS ON HOLD.............. ' DELIMITED BY SIZE
061100            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
061200            INTO WS-REPORT-LINE.
061300     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
061400
061500     MOVE WS-ACTIVE-OVER-30 TO WS-RPT-ED-COUNT.
061600     MOVE SPACES TO WS-REPORT-LINE.
061700     STRING '  ON HOLD OVER 30 DAYS....... ' DELIMITED BY SIZE
061800            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
061900            INTO WS-REPORT-LINE.
062000     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
062100
062200     MOVE WS-ACTIVE-ON-MAIL-ALREADY TO WS-RPT-ED-COUNT.
062300     MOVE SPACES TO WS-REPORT-LINE.
062400     STRING '  ALREADY OFF THE MAIL....... ' DELIMITED BY SIZE
062500            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
062600            INTO WS-REPORT-LINE.
062700     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
062800
062900     MOVE WS-LIFTED-LISTED TO WS-RPT-ED-COUNT.
063000     MOVE SPACES TO WS-REPORT-LINE.
063100     STRING 'HOLDS LIFTED THIS WEEK....... ' DELIMITED BY SIZE
063200            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
063300            INTO WS-REPORT-LINE.
063400     WRITE BAD-ADDRESS-REC FROM WS-REPORT-LINE.
063500
063600     CLOSE BAD-ADDRESS-REPORT.
063700
063800     MOVE WS-ACTIVE-LISTED TO WS-RPT-ED-COUNT.
063900     DISPLAY ' '.
064000     DISPLAY 'DEALERS ON BAD-ADDRESS HOLD ' WS-RPT-ED-COUNT.
064100     DISPLAY ' '.
064200     DISPLAY 'PROGRAM MXBPA076 SUCCESSFULLY COMPLETED'.
064300 9900-EXIT.
064400     EXIT.
064500
064600     EXEC SQL
064700          INCLUDE MXWP02
064800     END-EXEC.
