000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MXBPA075.
000300*AUTHOR.        TEST.
000400*DATE-WRITTEN.  OCTOBER 2026.
000500*REMARKS.
000600*================================================================*
000700* DESCRIPTION:                                                   |
000800*                                                                |
000900* MXBPA075 - RETURNED-MAIL INTAKE AND BAD-ADDRESS HOLD.          |
001000* RUNS EACH NIGHT AHEAD OF THE STATEMENT CYCLE (AN EMPTY         |
001100* MXPA075I IS NORMAL). TWO PASSES:                               |
001200*  1. LIFT - EVERY ACTIVE VWMBADH HOLD WHOSE DEALER ADDRESS ON   |
001300*     VWMCU00 NO LONGER MATCHES THE ADDRESS THE MAIL CAME BACK   |
001400*     FROM IS LIFTED, AND THE DEALER'S VWMDLVP PREFERENCE GOES   |
001500*     BACK TO WHAT IT WAS BEFORE THE HOLD (UNLESS SOMEONE HAS    |
001600*     CHANGED IT SINCE, IN WHICH CASE IT IS LEFT ALONE).         |
001700*  2. INTAKE - ONE MXAW75 CARD PER RETURNED STATEMENT. THE       |
001800*     STATEMENT NUMBER IS FOUND ON ITS VWMSTLG 'I' ROW AND AN    |
001900*     'M' (RETURNED MAIL) ROW IS LOGGED AGAINST IT. THE DEALER   |
002000*     THE STATEMENT PRINTED FOR (THE VWMCGRP PARENT FOR A        |
002100*     CONSOLIDATED MEMBER) IS PLACED ON BAD-ADDRESS HOLD: A      |
002200*     CENTRAL-PRINT DEALER GETS A VWMDLVP ROW FOR BRANCH PICKUP  |
002300*     (OR E-DELIVERY WHEN THE CARD SAYS SO), SO MXBPA047 STOPS   |
002400*     MAILING TO THE BAD ADDRESS FROM THE NEXT CYCLE ON.         |
002500*     A TERMINATED DEALER'S FINAL STATEMENT CARRIES A 'T' ROW IN |
002600*     PLACE OF THE 'I' ROW.                                      |
002700* EVERY VWMDLVP CHANGE WRITES A VWMMNTA BEFORE/AFTER ROW AS THE  |
002800* MX56 MAINTENANCE TRANSACTION DOES. THE AUDIT REPORT LISTS      |
002900* EVERY HOLD PLACED, RETURN LOGGED, HOLD LIFTED AND CARD         |
003000* REJECTED. RETURN CODE 4 WHEN ANY CARD IS REJECTED.             |
003100*================================================================*
003200*  TABLE   |   VIEW   |     DESCRIPTION                          |
003300*----------+-----------------------------------------------------*
003400* TBMBADH  | VWMBADH  |  DEALER BAD-ADDRESS HOLD                 |
003500* TBMSTLG  | VWMSTLG  |  STATEMENT ISSUANCE/REPRINT LOG          |
003600* TBMDLVP  | VWMDLVP  |  DEALER DELIVERY PREFERENCE              |
003700* TBMCGRP  | VWMCGRP  |  DEALER GROUP CONSOLIDATION              |
003800* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
003900* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
004000* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
004100*================================================================*
004200*   PLAN   | BIND INCLUDE MEMBERS                                |
004300*----------+-----------------------------------------------------*
004400* PBMPA075 | PBMPA075                                            |
004500*================================================================*
004600*-----------------------------------------------------------------
004700
004800 ENVIRONMENT DIVISION.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RETURNED-MAIL-FILE
005300         ASSIGN TO MXPA075I.
005400
005500     SELECT RETURNED-MAIL-AUDIT-REPORT
005600         ASSIGN TO MXPA075A.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RETURNED-MAIL-FILE
006100     RECORDING MODE IS F.
006200 01  RETURNED-MAIL-REC                   PIC X(80).
006300
006400 FD  RETURNED-MAIL-AUDIT-REPORT
006500     RECORDING MODE IS F.
006600 01  RETURNED-MAIL-AUDIT-REC             PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITHCES.
007000     05  WS-NO-MORE-TRANS-SW             PIC X(01) VALUE 'N'.
007100         88 NO-MORE-TRANS                          VALUE 'Y'.
007200     05  WS-NO-MORE-HOLDS-SW             PIC X(01) VALUE 'N'.
007300         88 NO-MORE-HOLDS                          VALUE 'Y'.
007400     05  WS-TRAN-VALID-SW                PIC X(01) VALUE 'Y'.
007500         88 WS-TRAN-VALID                          VALUE 'Y'.
007600     05  WS-DATE-VALID-SW                PIC X(01) VALUE 'Y'.
007700         88 WS-DATE-VALID                          VALUE 'Y'.
007800     05  WS-REASON-FOUND-SW              PIC X(01) VALUE 'N'.
007900         88 WS-REASON-FOUND                        VALUE 'Y'.
008000     05  WS-HOLD-ROW-FOUND-SW            PIC X(01) VALUE 'N'.
008100         88 WS-HOLD-ROW-FOUND                      VALUE 'Y'.
008200     05  WS-DLVP-ROW-FOUND-SW            PIC X(01) VALUE 'N'.
008300         88 WS-DLVP-ROW-FOUND                      VALUE 'Y'.
008400
008500 01  WS-COUNTERS COMP-3.
008600     05  WS-TRANS-READ                   PIC S9(05) VALUE 0.
008700     05  WS-RETURNS-LOGGED               PIC S9(05) VALUE 0.
008800     05  WS-HOLDS-PLACED                 PIC S9(05) VALUE 0.
008900     05  WS-HOLDS-ADDED-TO               PIC S9(05) VALUE 0.
009000     05  WS-RETURNS-AFTER-LIFT           PIC S9(05) VALUE 0.
009100     05  WS-HOLDS-LIFTED                 PIC S9(05) VALUE 0.
009200     05  WS-LIFTS-PREF-KEPT              PIC S9(05) VALUE 0.
009300     05  WS-TRANS-REJECTED               PIC S9(05) VALUE 0.
009400
009500     COPY MXAW75.
009600
009700 01  WS-REASON-IX                        PIC S9(04) COMP VALUE 0.
009800 01  WS-EDIT-DATE                        PIC X(10).
009900 01  WS-REJECT-REASON                    PIC X(40).
010000 01  WS-PROCESSING-DATE                  PIC X(10).
010100 01  WS-RETURN-DATE                      PIC X(10).
010200 01  WS-CHANGED-BY                       PIC X(08).
010300 01  WS-HOLD-ROUTE                       PIC X(01).
010400 01  WS-HOLD-BRANCH-NO                   PIC S9(04) COMP.
010500
010600*  THE STATEMENT THE CARD NAMES, AS ISSUED, AND THE DEALER IT
010700*  PRINTED FOR.
010800 01  WS-STMT-FIELDS.
010900     05  WS-STMT-I-COUNT                 PIC S9(09) COMP.
011000     05  WS-STMT-M-COUNT                 PIC S9(09) COMP.
011100     05  WS-STMT-DLR-NBR                 PIC S9(09) COMP.
011200     05  WS-STMT-CYCLE-DATE              PIC X(10).
011300     05  WS-PRINT-DLR-NBR                PIC S9(09) COMP.
011400
011500*  THE VWMDLVP ROW IMAGES THE AUDIT TRAIL CARRIES, FORMATTED THE
011600*  WAY MX56 FORMATS THEM.
011700 01  WS-AUDIT-FIELDS.
011800     05  WS-BEFORE-IMAGE                 PIC X(40).
011900     05  WS-AFTER-IMAGE                  PIC X(40).
012000     05  WS-IMAGE-WORK                   PIC X(40).
012100     05  WS-MNTA-ACTION                  PIC X(06).
012200     05  WS-ED-BRANCH                    PIC ZZZ9.
012300
012400 01  WS-AUDIT-LINE.
012500     05  WS-AUD-ACTION                   PIC X(09).
012600     05  FILLER                          PIC X(01).
012700     05  WS-AUD-STMT-NBR                 PIC X(12).
012800     05  FILLER                          PIC X(01).
012900     05  WS-AUD-DLR-NBR                  PIC ZZZZZZZZ9.
013000     05  FILLER                          PIC X(01).
013100     05  WS-AUD-REASON-CODE              PIC X(02).
013200     05  FILLER                          PIC X(01).
013300     05  WS-AUD-DETAIL                   PIC X(44).
013400 01  WS-AUDIT-TEXT-LINE                  PIC X(80).
013500 01  WS-AUDIT-ED-COUNT                   PIC ZZZZ9.
013600 01  WS-AUDIT-ED-RETURNS                 PIC ZZ9.
013700
013800     EXEC SQL
013900          INCLUDE MXWW03
014000     END-EXEC.
014100
014200******************************************************************
014300*  DB2 table includes
014400******************************************************************
014500
014600     EXEC SQL
014700         INCLUDE VWMBADH
014800     END-EXEC.
014900
015000     EXEC SQL
015100         INCLUDE VWMSTLG
015200     END-EXEC.
015300
015400     EXEC SQL
015500         INCLUDE VWMDLVP
015600     END-EXEC.
015700
015800     EXEC SQL
015900         INCLUDE VWMCGRP
016000     END-EXEC.
016100
016200     EXEC SQL
016300         INCLUDE VWMCU00
016400     END-EXEC.
016500
016600     EXEC SQL
016700         INCLUDE VWMMNTA
016800     END-EXEC.
016900
017000     EXEC SQL
017100         INCLUDE VWMCTUPD
017200     END-EXEC.
017300
017400     EXEC SQL
017500         INCLUDE SQLCA
017600     END-EXEC.
017700
017800*****************************************************************
017900*  CURSOR DEFINITION FOR THE ACTIVE HOLDS WHOSE CUSTOMER-MASTER *
018000*  ADDRESS HAS CHANGED SINCE THE MAIL CAME BACK.                *
018100*****************************************************************
018200
018300     EXEC SQL
018400        DECLARE VWMBADHL CURSOR FOR
018500         SELECT H.CUST_NO
018600               ,H.PRIOR_PREF_CODE
018700               ,H.PRIOR_BRANCH_NO
018800               ,H.HOLD_PREF_CODE
018900               ,H.HOLD_BRANCH_NO
019000               ,H.HOLD_APPLIED_IND
019100               ,H.LAST_STMT_NBR
019200           FROM VWMBADH H
019300          WHERE H.HOLD_STATUS = 'A'
019400            AND EXISTS
019500               (SELECT 1
019600                  FROM VWMCU00 C
019700                 WHERE C.CUST_NO = H.CUST_NO
019800                   AND (C.ADDR1_NAME      <> H.ADDR1_NAME      OR
019900                        C.ADDR2_NAME      <> H.ADDR2_NAME      OR
020000                        C.CITY_NAME       <> H.CITY_NAME       OR
020100                        C.ST_PROV_CODE    <> H.ST_PROV_CODE    OR
020200                        C.ZIP_POSTAL_CODE <> H.ZIP_POSTAL_CODE))
020300          FOR UPDATE OF HOLD_STATUS, LIFT_DATE
020400     END-EXEC.
020500
020600 PROCEDURE DIVISION.
020700
020800*****************************************************************
020900*                     0000-MAINLINE                             *
021000*****************************************************************
021100
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZATION THRU 1000-EXIT.
021400     PERFORM 2000-LIFT-HOLDS THRU 2000-EXIT.
021500     PERFORM 3000-PROCESS-RETURN THRU 3000-EXIT
021600         UNTIL NO-MORE-TRANS.
021700     PERFORM 9900-TERMINATION THRU 9900-EXIT.
021800     GOBACK.
021900 0000-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300*                      1000-INITIALIZATION                      *
022400*****************************************************************
022500
022600 1000-INITIALIZATION.
022700     DISPLAY ' '.
022800     DISPLAY 'PROGRAM MXBPA075 BEGINNING EXECUTION'.
022900     DISPLAY ' '.
023000     MOVE 'MXBPA075' TO ABT-PGM-NAME.
023100
023200     OPEN INPUT  RETURNED-MAIL-FILE
023300          OUTPUT RETURNED-MAIL-AUDIT-REPORT.
023400
023500     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
023600     MOVE 'MXBPA075 RETURNED-MAIL INTAKE / BAD-ADDRESS HOLD AUDIT'
023700                                TO WS-AUDIT-TEXT-LINE.
023800     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
023900     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
024000     MOVE 'ACTION    STATEMENT NO    DEALER RS DETAIL'
024100                                TO WS-AUDIT-TEXT-LINE.
024200     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
024300
024400     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
024500
024600     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*                     2000-LIFT-HOLDS                           *
025200*****************************************************************
025300* THE LIFT PASS RUNS FIRST, SO A DEALER WHOSE ADDRESS WAS FIXED *
025400* TODAY IS BACK ON THEIR OWN PREFERENCE BEFORE TONIGHT'S CYCLE. *
025500*****************************************************************
025600
025700 2000-LIFT-HOLDS.
025800     EXEC SQL
025900         OPEN VWMBADHL
026000     END-EXEC.
026100
026200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
026300             Z-970-SET-DA-STATUS-DB2-EXIT.
026400
026500     IF NOT DA-OK
026600         SET ABT-DO-ABEND     TO TRUE
026700         SET ABT-ERROR-IS-DB2 TO TRUE
026800         MOVE 'OPEN    '      TO ABT-DA-FUNCTION
026900         MOVE '2000-LIFT'     TO ABT-ERROR-SECTION
027000         MOVE 3771            TO ABT-ERROR-ABEND-CODE
027100         MOVE 'VWMBADHL'      TO ABT-DA-ACCESS-NAME
027200         PERFORM Z-980-ABNORMAL-TERM THRU
027300                 Z-980-ABNORMAL-TERM-RETURN
027400     END-IF.
027500
027600     PERFORM 2050-FETCH-VWMBADHL THRU 2050-EXIT.
027700     PERFORM 2100-LIFT-ONE-HOLD THRU 2100-EXIT
027800         UNTIL NO-MORE-HOLDS.
027900
028000     EXEC SQL
028100         CLOSE VWMBADHL
028200     END-EXEC.
028300 2000-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*                   2050-FETCH-VWMBADHL                         *
028800*****************************************************************
028900
029000 2050-FETCH-VWMBADHL.
029100     EXEC SQL
029200       FETCH VWMBADHL
029300         INTO :DCLVWMBADH.BADH-CUST-NO,
029400              :DCLVWMBADH.BADH-PRIOR-PREF-CODE,
029500              :DCLVWMBADH.BADH-PRIOR-BRANCH-NO,
029600              :DCLVWMBADH.BADH-HOLD-PREF-CODE,
029700              :DCLVWMBADH.BADH-HOLD-BRANCH-NO,
029800              :DCLVWMBADH.BADH-HOLD-APPLIED-IND,
029900              :DCLVWMBADH.BADH-LAST-STMT-NBR
030000     END-EXEC.
030100
030200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
030300             Z-970-SET-DA-STATUS-DB2-EXIT.
030400
030500     EVALUATE TRUE
030600         WHEN DA-OK
030700             CONTINUE
030800
030900         WHEN DA-NOTFOUND
031000             SET NO-MORE-HOLDS TO TRUE
031100
031200         WHEN OTHER
031300             SET ABT-DO-ABEND     TO TRUE
031400             SET ABT-ERROR-IS-DB2 TO TRUE
031500             MOVE 'FETCH   '      TO ABT-DA-FUNCTION
031600             MOVE '2050-FETC'     TO ABT-ERROR-SECTION
031700             MOVE 3772            TO ABT-ERROR-ABEND-CODE
031800             MOVE 'VWMBADHL'      TO ABT-DA-ACCESS-NAME
031900             PERFORM Z-980-ABNORMAL-TERM THRU
032000                     Z-980-ABNORMAL-TERM-RETURN
032100     END-EVALUATE.
032200 2050-EXIT.
032300     EXIT.
032400
032500*****************************************************************
032600*                   2100-LIFT-ONE-HOLD                          *
032700*****************************************************************
032800* THE PREFERENCE IS PUT BACK ONLY WHEN THE HOLD SET IT AND THE  *
032900* ROW STILL SAYS WHAT THE HOLD SET - A CHANGE KEYED SINCE (MX56 *
033000* OR THE DEALER'S OWN) STANDS.                                  *
033100*****************************************************************
033200
033300 2100-LIFT-ONE-HOLD.
033400     MOVE SPACES TO WS-AUDIT-LINE.
033500     MOVE 'LIFTED'            TO WS-AUD-ACTION.
033600     MOVE BADH-LAST-STMT-NBR  TO WS-AUD-STMT-NBR.
033700     MOVE BADH-CUST-NO        TO WS-AUD-DLR-NBR.
033800
033900     MOVE BADH-CUST-NO TO CUST-NO OF DCLVWMDLVP.
034000     PERFORM 6100-SELECT-VWMDLVP THRU 6100-EXIT.
034100
034200     IF BADH-HOLD-APPLIED-IND NOT = 'Y'
034300         MOVE 'ADDRESS CHANGED - WAS ALREADY OFF THE MAIL'
034400                                  TO WS-AUD-DETAIL
034500     ELSE
034600         IF WS-DLVP-ROW-FOUND AND
034700            DLVRY-PREF-CODE OF DCLVWMDLVP = BADH-HOLD-PREF-CODE
034800            AND
034900            DLVRY-BRANCH-NO OF DCLVWMDLVP = BADH-HOLD-BRANCH-NO
035000             PERFORM 2150-RESTORE-PREFERENCE THRU 2150-EXIT
035100             MOVE 'ADDRESS CHANGED - PREFERENCE RESTORED'
035200                                  TO WS-AUD-DETAIL
035300         ELSE
035400             ADD +1 TO WS-LIFTS-PREF-KEPT
035500             MOVE 'ADDRESS CHANGED - PREF CHANGED SINCE, KEPT'
035600                                  TO WS-AUD-DETAIL
035700         END-IF
035800     END-IF.
035900
036000     EXEC SQL
036100         UPDATE VWMBADH
036200            SET HOLD_STATUS = 'L',
036300                LIFT_DATE   = :WS-PROCESSING-DATE
036400          WHERE CURRENT OF VWMBADHL
036500     END-EXEC.
036600
036700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
036800             Z-970-SET-DA-STATUS-DB2-EXIT.
036900
037000     IF NOT DA-OK
037100         SET ABT-DO-ABEND     TO TRUE
037200         SET ABT-ERROR-IS-DB2 TO TRUE
037300         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
037400         MOVE '2100-LIFT'     TO ABT-ERROR-SECTION
037500         MOVE 3773            TO ABT-ERROR-ABEND-CODE
037600         MOVE 'VWMBADH '      TO ABT-DA-ACCESS-NAME
037700         PERFORM Z-980-ABNORMAL-TERM THRU
037800                 Z-980-ABNORMAL-TERM-RETURN
037900     END-IF.
038000
038100     ADD +1 TO WS-HOLDS-LIFTED.
038200     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-LINE.
038300
038400     PERFORM 2050-FETCH-VWMBADHL THRU 2050-EXIT.
038500 2100-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900*                 2150-RESTORE-PREFERENCE                       *
039000*****************************************************************
039100* A BLANK PRIOR PREFERENCE MEANS THE DEALER HAD NO VWMDLVP ROW  *
039200* (CENTRAL PRINT) - THE HOLD'S ROW IS DELETED.                  *
039300*****************************************************************
039400
039500 2150-RESTORE-PREFERENCE.
039600     PERFORM 3800-FORMAT-DLVP-IMAGE THRU 3800-EXIT.
039700     MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE.
039800
039900     IF BADH-PRIOR-PREF-CODE = SPACE
040000         PERFORM 8320-DELETE-VWMDLVP THRU 8320-EXIT
040100         MOVE 'N' TO WS-DLVP-ROW-FOUND-SW
040200     ELSE
040300         MOVE BADH-PRIOR-PREF-CODE TO
040400                           DLVRY-PREF-CODE OF DCLVWMDLVP
040500         MOVE BADH-PRIOR-BRANCH-NO TO
040600                           DLVRY-BRANCH-NO OF DCLVWMDLVP
040700         PERFORM 8310-UPDATE-VWMDLVP THRU 8310-EXIT
040800     END-IF.
040900
041000     PERFORM 3800-FORMAT-DLVP-IMAGE THRU 3800-EXIT.
041100     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
041200     MOVE 'LIFT  '      TO WS-MNTA-ACTION.
041300     MOVE 'MXBPA075'    TO WS-CHANGED-BY.
041400     PERFORM 8400-INSERT-VWMMNTA THRU 8400-EXIT.
041500 2150-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*                   3000-PROCESS-RETURN                         *
042000*****************************************************************
042100
042200 3000-PROCESS-RETURN.
042300     MOVE 'Y'    TO WS-TRAN-VALID-SW.
042400     MOVE SPACES TO WS-REJECT-REASON.
042500
042600     PERFORM 3100-VALIDATE-TRANSACTION THRU 3100-EXIT.
042700
042800     IF WS-TRAN-VALID
042900         PERFORM 3200-LOCATE-STATEMENT THRU 3200-EXIT
043000     END-IF.
043100
043200     IF WS-TRAN-VALID
043300         PERFORM 3300-APPLY-RETURN THRU 3300-EXIT
043400     ELSE
043500         PERFORM 4000-AUDIT-REJECT THRU 4000-EXIT
043600     END-IF.
043700
043800     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
043900 3000-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300*                3100-VALIDATE-TRANSACTION                      *
044400*****************************************************************
044500
044600 3100-VALIDATE-TRANSACTION.
044700     IF MXAW75-STMT-NBR = SPACES
044800         MOVE 'N' TO WS-TRAN-VALID-SW
044900         MOVE 'STATEMENT NUMBER MISSING' TO WS-REJECT-REASON
045000         GO TO 3100-EXIT
045100     END-IF.
045200
045300     MOVE 'N' TO WS-REASON-FOUND-SW.
045400     MOVE 1   TO WS-REASON-IX.
045500     PERFORM 3150-FIND-REASON THRU 3150-EXIT
045600         UNTIL WS-REASON-FOUND OR
045700               WS-REASON-IX > MXAW75-REASON-COUNT.
045800     IF WS-REASON-FOUND
045900         CONTINUE
046000     ELSE
046100         MOVE 'N' TO WS-TRAN-VALID-SW
046200         MOVE 'INVALID RETURN REASON CODE' TO WS-REJECT-REASON
046300         GO TO 3100-EXIT
046400     END-IF.
046500
046600     IF MXAW75-RETURN-DATE = SPACES
046700         MOVE WS-PROCESSING-DATE TO WS-RETURN-DATE
046800     ELSE
046900         MOVE MXAW75-RETURN-DATE TO WS-EDIT-DATE
047000         PERFORM 3180-EDIT-DATE THRU 3180-EXIT
047100         IF WS-DATE-VALID AND
047200            MXAW75-RETURN-DATE NOT > WS-PROCESSING-DATE
047300             MOVE MXAW75-RETURN-DATE TO WS-RETURN-DATE
047400         ELSE
047500             MOVE 'N' TO WS-TRAN-VALID-SW
047600             MOVE 'RETURN DATE INVALID OR AFTER PROC DATE'
047700                                    TO WS-REJECT-REASON
047800             GO TO 3100-EXIT
047900         END-IF
048000     END-IF.
048100
048200     EVALUATE MXAW75-HOLD-ROUTE
048300         WHEN SPACE
048400         WHEN 'B'
048500             MOVE 'B' TO WS-HOLD-ROUTE
048600         WHEN 'E'
048700             MOVE 'E' TO WS-HOLD-ROUTE
048800         WHEN OTHER
048900             MOVE 'N' TO WS-TRAN-VALID-SW
049000             MOVE 'HOLD ROUTE MUST BE B, E OR BLANK'
049100                                    TO WS-REJECT-REASON
049200             GO TO 3100-EXIT
049300     END-EVALUATE.
049400
049500     IF MXAW75-BRANCH-X = SPACES
049600         MOVE 0 TO WS-HOLD-BRANCH-NO
049700     ELSE
049800         IF MXAW75-BRANCH-X IS NUMERIC AND
049900            MXAW75-BRANCH-9 > 0 AND
050000            WS-HOLD-ROUTE = 'B'
050100             MOVE MXAW75-BRANCH-9 TO WS-HOLD-BRANCH-NO
050200         ELSE
050300             MOVE 'N' TO WS-TRAN-VALID-SW
050400             MOVE 'BRANCH INVALID OR GIVEN FOR E-DELIVERY'
050500                                    TO WS-REJECT-REASON
050600             GO TO 3100-EXIT
050700         END-IF
050800     END-IF.
050900
051000     IF MXAW75-KEYED-BY = SPACES
051100         MOVE 'MXBPA075'      TO WS-CHANGED-BY
051200     ELSE
051300         MOVE MXAW75-KEYED-BY TO WS-CHANGED-BY
051400     END-IF.
051500 3100-EXIT.
051600     EXIT.
051700
051800 3150-FIND-REASON.
051900     IF MXAW75-TBL-REASON-CODE (WS-REASON-IX) =
052000        MXAW75-REASON-CODE
052100         SET WS-REASON-FOUND TO TRUE
052200     ELSE
052300         ADD +1 TO WS-REASON-IX
052400     END-IF.
052500 3150-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*                3180-EDIT-DATE                                 *
053000*****************************************************************
053100* BASIC YYYY-MM-DD SHAPE EDIT - DIGITS IN THE DATE POSITIONS    *
053200* AND DASHES IN POSITIONS 5 AND 8.                              *
053300*****************************************************************
053400
053500 3180-EDIT-DATE.
053600     MOVE 'Y' TO WS-DATE-VALID-SW.
053700     IF WS-EDIT-DATE(1:4) IS NUMERIC AND
053800        WS-EDIT-DATE(5:1) = '-'      AND
053900        WS-EDIT-DATE(6:2) IS NUMERIC AND
054000        WS-EDIT-DATE(8:1) = '-'      AND
054100        WS-EDIT-DATE(9:2) IS NUMERIC
054200         CONTINUE
054300     ELSE
054400         MOVE 'N' TO WS-DATE-VALID-SW
054500     END-IF.
054600 3180-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000*                3200-LOCATE-STATEMENT                          *
055100*****************************************************************
055200* THE STATEMENT MUST HAVE BEEN ISSUED AND NOT ALREADY RETURNED. *
055300* THE HOLD GOES ON THE DEALER THE STATEMENT PRINTED FOR, WHICH  *
055400* MUST BE ON THE CUSTOMER MASTER; A PICKUP HOLD WITH NO BRANCH  *
055500* ON THE CARD GOES TO THE DEALER'S CONTROL ENTITY.              *
055600*****************************************************************
055700
055800 3200-LOCATE-STATEMENT.
055900     PERFORM 8000-SELECT-ISSUED-ROW THRU 8000-EXIT.
056000     IF WS-STMT-I-COUNT = 0
056100         MOVE 'N' TO WS-TRAN-VALID-SW
056200         MOVE 'STATEMENT NOT ISSUED ON VWMSTLG'
056300                                TO WS-REJECT-REASON
056400         GO TO 3200-EXIT
056500     END-IF.
056600
056700     PERFORM 8010-COUNT-RETURN-ROWS THRU 8010-EXIT.
056800     IF WS-STMT-M-COUNT > 0
056900         MOVE 'N' TO WS-TRAN-VALID-SW
057000         MOVE 'RETURN ALREADY LOGGED FOR STATEMENT'
057100                                TO WS-REJECT-REASON
057200         GO TO 3200-EXIT
057300     END-IF.
057400
057500     MOVE WS-STMT-DLR-NBR TO MEMBER-CUST-NO OF DCLVWMCGRP.
057600     PERFORM 6000-SELECT-VWMCGRP THRU 6000-EXIT.
057700
057800     MOVE WS-PRINT-DLR-NBR TO CUST-NO OF DCLVWMCU00.
057900     PERFORM 6200-SELECT-VWMCU00 THRU 6200-EXIT.
058000     IF WS-TRAN-VALID
058100         CONTINUE
058200     ELSE
058300         GO TO 3200-EXIT
058400     END-IF.
058500
058600     IF WS-HOLD-ROUTE = 'B' AND WS-HOLD-BRANCH-NO = 0
058700         MOVE CNTL-ENT-NO OF DCLVWMCU00 TO WS-HOLD-BRANCH-NO
058800         IF WS-HOLD-BRANCH-NO NOT > 0
058900             MOVE 'N' TO WS-TRAN-VALID-SW
059000             MOVE 'NO PICKUP BRANCH - KEY ONE ON THE CARD'
059100                                TO WS-REJECT-REASON
059200         END-IF
059300     END-IF.
059400 3200-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*                3300-APPLY-RETURN                              *
059900*****************************************************************
060000* LOGS THE 'M' ROW, THEN HOLDS THE DEALER. A DEALER ALREADY ON  *
060100* HOLD JUST COUNTS ANOTHER RETURN. A LIFTED DEALER IS HELD      *
060200* AGAIN UNLESS THE STATEMENT WAS ISSUED BEFORE THE ADDRESS WAS  *
060300* FIXED - THAT ENVELOPE WENT TO THE OLD ADDRESS.                *
060400*****************************************************************
060500
060600 3300-APPLY-RETURN.
060700     PERFORM 8100-INSERT-RETURN-ROW THRU 8100-EXIT.
060800     ADD +1 TO WS-RETURNS-LOGGED.
060900
061000     MOVE SPACES                TO WS-AUDIT-LINE.
061100     MOVE MXAW75-STMT-NBR       TO WS-AUD-STMT-NBR.
061200     MOVE WS-PRINT-DLR-NBR      TO WS-AUD-DLR-NBR.
061300     MOVE MXAW75-REASON-CODE    TO WS-AUD-REASON-CODE.
061400
061500     MOVE WS-PRINT-DLR-NBR TO BADH-CUST-NO.
061600     PERFORM 6300-SELECT-VWMBADH THRU 6300-EXIT.
061700
061800     IF WS-HOLD-ROW-FOUND
061900         CONTINUE
062000     ELSE
062100         PERFORM 3400-PLACE-HOLD THRU 3400-EXIT
062200         GO TO 3300-EXIT
062300     END-IF.
062400
062500     IF BADH-HOLD-STATUS = 'A'
062600         PERFORM 8220-COUNT-RETURN-ON-HOLD THRU 8220-EXIT
062700         ADD +1 TO WS-HOLDS-ADDED-TO
062800         ADD +1 BADH-RETURN-COUNT GIVING WS-AUDIT-ED-RETURNS
062900         MOVE 'RETURN'            TO WS-AUD-ACTION
063000         MOVE SPACES              TO WS-AUD-DETAIL
063100         STRING 'ALREADY ON HOLD - RETURN NUMBER '
063200                                  DELIMITED BY SIZE
063300                WS-AUDIT-ED-RETURNS
063400                                  DELIMITED BY SIZE
063500                INTO WS-AUD-DETAIL
063600         WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-LINE
063700         GO TO 3300-EXIT
063800     END-IF.
063900
064000     IF WS-STMT-CYCLE-DATE NOT > BADH-LIFT-DATE
064100         PERFORM 8220-COUNT-RETURN-ON-HOLD THRU 8220-EXIT
064200         ADD +1 TO WS-RETURNS-AFTER-LIFT
064300         MOVE 'RETURN'            TO WS-AUD-ACTION
064400         MOVE 'ISSUED BEFORE ADDRESS FIX - NOT HELD AGAIN'
064500                                  TO WS-AUD-DETAIL
064600         WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-LINE
064700     ELSE
064800         PERFORM 3400-PLACE-HOLD THRU 3400-EXIT
064900     END-IF.
065000 3300-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400*                3400-PLACE-HOLD                                *
065500*****************************************************************
065600* A DEALER ALREADY ON E-DELIVERY, BRANCH PICKUP OR EDI IS HELD  *
065700* FOR THE ADDRESS CHASE ONLY - THEIR VWMDLVP ROW IS NOT         *
065800* TOUCHED. ANY OTHER DEALER IS TAKEN OFF THE MAIL.              *
065900*****************************************************************
066000
066100 3400-PLACE-HOLD.
066200     MOVE WS-PRINT-DLR-NBR TO CUST-NO OF DCLVWMDLVP.
066300     PERFORM 6100-SELECT-VWMDLVP THRU 6100-EXIT.
066400
066500     MOVE 'HELD'                TO WS-AUD-ACTION.
066600
066700     IF WS-DLVP-ROW-FOUND AND
066800        (DLVRY-PREF-CODE OF DCLVWMDLVP = 'E' OR 'B' OR 'X')
066900         MOVE DLVRY-PREF-CODE OF DCLVWMDLVP
067000                                TO BADH-PRIOR-PREF-CODE
067100                                   BADH-HOLD-PREF-CODE
067200         MOVE DLVRY-BRANCH-NO OF DCLVWMDLVP
067300                                TO BADH-PRIOR-BRANCH-NO
067400                                   BADH-HOLD-BRANCH-NO
067500         MOVE 'N'               TO BADH-HOLD-APPLIED-IND
067600         MOVE SPACES            TO WS-AUD-DETAIL
067700         STRING 'ALREADY OFF THE MAIL - PREFERENCE '
067800                                DELIMITED BY SIZE
067900                BADH-HOLD-PREF-CODE
068000                                DELIMITED BY SIZE
068100                INTO WS-AUD-DETAIL
068200     ELSE
068300         PERFORM 3450-ROUTE-OFF-MAIL THRU 3450-EXIT
068400     END-IF.
068500
068600     MOVE WS-PROCESSING-DATE    TO BADH-HOLD-DATE.
068700     MOVE MXAW75-STMT-NBR       TO BADH-LAST-STMT-NBR.
068800     MOVE MXAW75-REASON-CODE    TO BADH-LAST-REASON-CODE.
068900     MOVE WS-RETURN-DATE        TO BADH-LAST-RETURN-DATE.
069000
069100     IF WS-HOLD-ROW-FOUND
069200         PERFORM 8210-RENEW-VWMBADH THRU 8210-EXIT
069300     ELSE
069400         PERFORM 8200-INSERT-VWMBADH THRU 8200-EXIT
069500     END-IF.
069600
069700     ADD +1 TO WS-HOLDS-PLACED.
069800     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-LINE.
069900 3400-EXIT.
070000     EXIT.
070100
070200*****************************************************************
070300*                3450-ROUTE-OFF-MAIL                            *
070400*****************************************************************
070500
070600 3450-ROUTE-OFF-MAIL.
070700     PERFORM 3800-FORMAT-DLVP-IMAGE THRU 3800-EXIT.
070800     MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE.
070900
071000     IF WS-DLVP-ROW-FOUND
071100         MOVE DLVRY-PREF-CODE OF DCLVWMDLVP
071200                                TO BADH-PRIOR-PREF-CODE
071300         MOVE DLVRY-BRANCH-NO OF DCLVWMDLVP
071400                                TO BADH-PRIOR-BRANCH-NO
071500     ELSE
071600         MOVE SPACE             TO BADH-PRIOR-PREF-CODE
071700         MOVE 0                 TO BADH-PRIOR-BRANCH-NO
071800     END-IF.
071900
072000     MOVE WS-HOLD-ROUTE         TO BADH-HOLD-PREF-CODE
072100                                   DLVRY-PREF-CODE OF DCLVWMDLVP.
072200     MOVE WS-HOLD-BRANCH-NO     TO BADH-HOLD-BRANCH-NO
072300                                   DLVRY-BRANCH-NO OF DCLVWMDLVP.
072400     MOVE 'Y'                   TO BADH-HOLD-APPLIED-IND.
072500
072600     IF WS-DLVP-ROW-FOUND
072700         PERFORM 8310-UPDATE-VWMDLVP THRU 8310-EXIT
072800     ELSE
072900         PERFORM 8300-INSERT-VWMDLVP THRU 8300-EXIT
073000         SET WS-DLVP-ROW-FOUND TO TRUE
073100     END-IF.
073200
073300     PERFORM 3800-FORMAT-DLVP-IMAGE THRU 3800-EXIT.
073400     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
073500     MOVE 'HOLD  '      TO WS-MNTA-ACTION.
073600     PERFORM 8400-INSERT-VWMMNTA THRU 8400-EXIT.
073700
073800     MOVE SPACES TO WS-AUD-DETAIL.
073900     IF WS-HOLD-ROUTE = 'E'
074000         MOVE 'ON HOLD - STATEMENTS TO E-DELIVERY'
074100                                TO WS-AUD-DETAIL
074200     ELSE
074300         MOVE WS-HOLD-BRANCH-NO TO WS-ED-BRANCH
074400         STRING 'ON HOLD - STATEMENTS TO PICKUP AT BRANCH '
074500                                DELIMITED BY SIZE
074600                WS-ED-BRANCH    DELIMITED BY SIZE
074700                INTO WS-AUD-DETAIL
074800     END-IF.
074900 3450-EXIT.
075000     EXIT.
075100
075200*****************************************************************
075300*                3800-FORMAT-DLVP-IMAGE                         *
075400*****************************************************************
075500* FORMATS THE CURRENT DCLVWMDLVP ROW FOR THE AUDIT TRAIL THE    *
075600* WAY MX56 DOES - 'NO ROW' WHEN THE DEALER HAS NONE.            *
075700*****************************************************************
075800
075900 3800-FORMAT-DLVP-IMAGE.
076000     IF WS-DLVP-ROW-FOUND
076100         MOVE DLVRY-BRANCH-NO OF DCLVWMDLVP TO WS-ED-BRANCH
076200         MOVE SPACES TO WS-IMAGE-WORK
076300         STRING 'PREF '                  DELIMITED BY SIZE
076400                DLVRY-PREF-CODE OF DCLVWMDLVP
076500                                         DELIMITED BY SIZE
076600                ' BRANCH '               DELIMITED BY SIZE
076700                WS-ED-BRANCH             DELIMITED BY SIZE
076800                INTO WS-IMAGE-WORK
076900     ELSE
077000         MOVE 'NO ROW' TO WS-IMAGE-WORK
077100     END-IF.
077200 3800-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600*                4000-AUDIT-REJECT                              *
077700*****************************************************************
077800
077900 4000-AUDIT-REJECT.
078000     ADD +1 TO WS-TRANS-REJECTED.
078100     MOVE SPACES             TO WS-AUDIT-LINE.
078200     MOVE 'REJECTED'         TO WS-AUD-ACTION.
078300     MOVE MXAW75-STMT-NBR    TO WS-AUD-STMT-NBR.
078400     MOVE ZERO               TO WS-AUD-DLR-NBR.
078500     MOVE MXAW75-REASON-CODE TO WS-AUD-REASON-CODE.
078600     MOVE WS-REJECT-REASON   TO WS-AUD-DETAIL.
078700     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-LINE.
078800 4000-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*                5000-READ-TRANSACTION                          *
079300*****************************************************************
079400
079500 5000-READ-TRANSACTION.
079600     READ RETURNED-MAIL-FILE INTO MXAW75-RETURNED-MAIL-CARD
079700         AT END SET NO-MORE-TRANS TO TRUE.
079800
079900     IF NO-MORE-TRANS
080000         CONTINUE
080100     ELSE
080200         ADD +1 TO WS-TRANS-READ
080300     END-IF.
080400 5000-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*                6000-SELECT-VWMCGRP                            *
080900*****************************************************************
081000* A CONSOLIDATED MEMBER'S STATEMENT PRINTS UNDER THE PARENT AND *
081100* IS MAILED TO THE PARENT'S ADDRESS - THE PARENT IS HELD.       *
081200*****************************************************************
081300
081400 6000-SELECT-VWMCGRP.
081500     MOVE WS-STMT-DLR-NBR TO WS-PRINT-DLR-NBR.
081600
081700     EXEC SQL
081800       SELECT PARENT_CUST_NO
081900        INTO :DCLVWMCGRP.PARENT-CUST-NO
082000         FROM VWMCGRP
082100         WHERE MEMBER_CUST_NO = :DCLVWMCGRP.MEMBER-CUST-NO
082200     END-EXEC.
082300
082400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
082500             Z-970-SET-DA-STATUS-DB2-EXIT.
082600
082700     EVALUATE TRUE
082800         WHEN DA-OK
082900             MOVE PARENT-CUST-NO OF DCLVWMCGRP TO WS-PRINT-DLR-NBR
083000
083100         WHEN DA-NOTFOUND
083200             CONTINUE
083300
083400         WHEN OTHER
083500             SET ABT-DO-ABEND     TO TRUE
083600             SET ABT-ERROR-IS-DB2 TO TRUE
083700             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
083800             MOVE '6000-SELE'     TO ABT-ERROR-SECTION
083900             MOVE 3776            TO ABT-ERROR-ABEND-CODE
084000             MOVE 'VWMCGRP '      TO ABT-DA-ACCESS-NAME
084100             PERFORM Z-980-ABNORMAL-TERM THRU
084200                     Z-980-ABNORMAL-TERM-RETURN
084300     END-EVALUATE.
084400 6000-EXIT.
084500     EXIT.
084600
084700*****************************************************************
084800*                6100-SELECT-VWMDLVP                            *
084900*****************************************************************
085000
085100 6100-SELECT-VWMDLVP.
085200     MOVE 'N'    TO WS-DLVP-ROW-FOUND-SW.
085300     MOVE SPACES TO DLVRY-PREF-CODE OF DCLVWMDLVP.
085400     MOVE 0      TO DLVRY-BRANCH-NO OF DCLVWMDLVP.
085500
085600     EXEC SQL
085700       SELECT DLVRY_PREF_CODE
085800             ,DLVRY_BRANCH_NO
085900        INTO :DCLVWMDLVP.DLVRY-PREF-CODE,
086000             :DCLVWMDLVP.DLVRY-BRANCH-NO
086100         FROM VWMDLVP
086200         WHERE CUST_NO = :DCLVWMDLVP.CUST-NO
086300     END-EXEC.
086400
086500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
086600             Z-970-SET-DA-STATUS-DB2-EXIT.
086700
086800     EVALUATE TRUE
086900         WHEN DA-OK
087000             SET WS-DLVP-ROW-FOUND TO TRUE
087100
087200         WHEN DA-NOTFOUND
087300             CONTINUE
087400
087500         WHEN OTHER
087600             SET ABT-DO-ABEND     TO TRUE
087700             SET ABT-ERROR-IS-DB2 TO TRUE
087800             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
087900             MOVE '6100-SELE'     TO ABT-ERROR-SECTION
088000             MOVE 3778            TO ABT-ERROR-ABEND-CODE
088100             MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
088200             PERFORM Z-980-ABNORMAL-TERM THRU
088300                     Z-980-ABNORMAL-TERM-RETURN
088400     END-EVALUATE.
088500 6100-EXIT.
088600     EXIT.
088700
088800*****************************************************************
088900*                6200-SELECT-VWMCU00                            *
089000*****************************************************************
089100
089200 6200-SELECT-VWMCU00.
089300     EXEC SQL
089400       SELECT CNTL_ENT_NO
089500        INTO :DCLVWMCU00.CNTL-ENT-NO
089600         FROM VWMCU00
089700         WHERE CUST_NO = :DCLVWMCU00.CUST-NO
089800     END-EXEC.
089900
090000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
090100             Z-970-SET-DA-STATUS-DB2-EXIT.
090200
090300     EVALUATE TRUE
090400         WHEN DA-OK
090500             CONTINUE
090600
090700         WHEN DA-NOTFOUND
090800             MOVE 'N' TO WS-TRAN-VALID-SW
090900             MOVE 'PRINT DEALER NOT ON VWMCU00'
091000                                  TO WS-REJECT-REASON
091100
091200         WHEN OTHER
091300             SET ABT-DO-ABEND     TO TRUE
091400             SET ABT-ERROR-IS-DB2 TO TRUE
091500             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
091600             MOVE '6200-SELE'     TO ABT-ERROR-SECTION
091700             MOVE 3777            TO ABT-ERROR-ABEND-CODE
091800             MOVE 'VWMCU00 '      TO ABT-DA-ACCESS-NAME
091900             PERFORM Z-980-ABNORMAL-TERM THRU
092000                     Z-980-ABNORMAL-TERM-RETURN
092100     END-EVALUATE.
092200 6200-EXIT.
092300     EXIT.
092400
092500*****************************************************************
092600*                6300-SELECT-VWMBADH                            *
092700*****************************************************************
092800
092900 6300-SELECT-VWMBADH.
093000     MOVE 'N' TO WS-HOLD-ROW-FOUND-SW.
093100
093200     EXEC SQL
093300       SELECT HOLD_STATUS
093400             ,RETURN_COUNT
093500             ,LIFT_DATE
093600        INTO :DCLVWMBADH.BADH-HOLD-STATUS,
093700             :DCLVWMBADH.BADH-RETURN-COUNT,
093800             :DCLVWMBADH.BADH-LIFT-DATE
093900         FROM VWMBADH
094000         WHERE CUST_NO = :DCLVWMBADH.BADH-CUST-NO
094100     END-EXEC.
094200
094300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
094400             Z-970-SET-DA-STATUS-DB2-EXIT.
094500
094600     EVALUATE TRUE
094700         WHEN DA-OK
094800             SET WS-HOLD-ROW-FOUND TO TRUE
094900
095000         WHEN DA-NOTFOUND
095100             CONTINUE
095200
095300         WHEN OTHER
095400             SET ABT-DO-ABEND     TO TRUE
095500             SET ABT-ERROR-IS-DB2 TO TRUE
095600             MOVE 'SELECT  '      TO ABT-DA-FUNCTION
095700             MOVE '6300-SELE'     TO ABT-ERROR-SECTION
095800             MOVE 3783            TO ABT-ERROR-ABEND-CODE
095900             MOVE 'VWMBADH '      TO ABT-DA-ACCESS-NAME
096000             PERFORM Z-980-ABNORMAL-TERM THRU
096100                     Z-980-ABNORMAL-TERM-RETURN
096200     END-EVALUATE.
096300 6300-EXIT.
096400     EXIT.
096500
096600*****************************************************************
096700*                7000-SELECT-VWMCTUPD                           *
096800*****************************************************************
096900* RETRIEVES THE CURRENT PROCESSING DATE (THE BLANK SUBSYSTEM/   *
097000* SUBFUNCTION ROW) - THE HOLD AND LIFT DATE, AND THE DEFAULT    *
097100* DATE RETURNED.                                                *
097200*****************************************************************
097300
097400 7000-SELECT-VWMCTUPD.
097500     MOVE SPACES TO SUBSYSTEM-ID-IND
097600                    SUBFUNCTION-CODE.
097700
097800     EXEC SQL
097900       SELECT PROC_DATE
098000         INTO :DCLVWMCTUPD.PROC-DATE
098100         FROM VWMCTUPD
098200         WHERE SUBSYSTEM_ID_IND = :SUBSYSTEM-ID-IND
098300           AND SUBFUNCTION_CODE = :SUBFUNCTION-CODE
098400     END-EXEC.
098500
098600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
098700             Z-970-SET-DA-STATUS-DB2-EXIT.
098800
098900     IF DA-OK
099000         MOVE PROC-DATE TO WS-PROCESSING-DATE
099100     ELSE
099200         SET ABT-DO-ABEND     TO TRUE
099300         SET ABT-ERROR-IS-DB2 TO TRUE
099400         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
099500         MOVE '7000-SELE'     TO ABT-ERROR-SECTION
099600         MOVE 3787            TO ABT-ERROR-ABEND-CODE
099700         MOVE 'VWMCTUPD'      TO ABT-DA-ACCESS-NAME
099800         PERFORM Z-980-ABNORMAL-TERM THRU
099900                 Z-980-ABNORMAL-TERM-RETURN
100000     END-IF.
100100 7000-EXIT.
100200     EXIT.
100300
100400*****************************************************************
100500*                8000-SELECT-ISSUED-ROW                         *
100600*****************************************************************
100700* THE DEALER AND CYCLE THE STATEMENT NUMBER WAS ISSUED UNDER -  *
100800* A ZERO COUNT WHEN THE NUMBER WAS NEVER ISSUED.                *
100900*****************************************************************
101000
101100 8000-SELECT-ISSUED-ROW.
101200     MOVE MXAW75-STMT-NBR TO STLG-STMT-NBR.
101300
101400     EXEC SQL
101500       SELECT COUNT(*)
101600             ,COALESCE(MIN(DLR_NBR), 0)
101700             ,COALESCE(MIN(CYCLE_DATE), ' ')
101800        INTO :WS-STMT-I-COUNT,
101900             :WS-STMT-DLR-NBR,
102000             :WS-STMT-CYCLE-DATE
102100         FROM VWMSTLG
102200         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
102300           AND ACTION_CODE IN ('I','T')
102400     END-EXEC.
102500
102600     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
102700             Z-970-SET-DA-STATUS-DB2-EXIT.
102800
102900     IF NOT DA-OK
103000         SET ABT-DO-ABEND     TO TRUE
103100         SET ABT-ERROR-IS-DB2 TO TRUE
103200         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
103300         MOVE '8000-SELE'     TO ABT-ERROR-SECTION
103400         MOVE 3774            TO ABT-ERROR-ABEND-CODE
103500         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
103600         PERFORM Z-980-ABNORMAL-TERM THRU
103700                 Z-980-ABNORMAL-TERM-RETURN
103800     END-IF.
103900 8000-EXIT.
104000     EXIT.
104100
104200*****************************************************************
104300*                8010-COUNT-RETURN-ROWS                         *
104400*****************************************************************
104500
104600 8010-COUNT-RETURN-ROWS.
104700     EXEC SQL
104800       SELECT COUNT(*)
104900        INTO :WS-STMT-M-COUNT
105000         FROM VWMSTLG
105100         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
105200           AND ACTION_CODE = 'M'
105300     END-EXEC.
105400
105500     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
105600             Z-970-SET-DA-STATUS-DB2-EXIT.
105700
105800     IF NOT DA-OK
105900         SET ABT-DO-ABEND     TO TRUE
106000         SET ABT-ERROR-IS-DB2 TO TRUE
106100         MOVE 'SELECT  '      TO ABT-DA-FUNCTION
106200         MOVE '8010-COUN'     TO ABT-ERROR-SECTION
106300         MOVE 3775            TO ABT-ERROR-ABEND-CODE
106400         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
106500         PERFORM Z-980-ABNORMAL-TERM THRU
106600                 Z-980-ABNORMAL-TERM-RETURN
106700     END-IF.
106800 8010-EXIT.
106900     EXIT.
107000
107100*****************************************************************
107200*                8100-INSERT-RETURN-ROW                         *
107300*****************************************************************
107400* THE 'M' ROW CARRIES THE STATEMENT'S OWN DEALER AND CYCLE, THE *
107500* SAME AS ITS 'I' ROW, AND THE DATE THE MAIL CAME BACK.         *
107600*****************************************************************
107700
107800 8100-INSERT-RETURN-ROW.
107900     MOVE MXAW75-STMT-NBR    TO STLG-STMT-NBR.
108000     MOVE WS-STMT-DLR-NBR    TO STLG-DLR-NBR.
108100     MOVE WS-STMT-CYCLE-DATE TO STLG-CYCLE-DATE.
108200     MOVE 'M'                TO STLG-ACTION-CODE.
108300     MOVE WS-RETURN-DATE     TO STLG-ACTION-DATE.
108400
108500     EXEC SQL
108600         INSERT INTO VWMSTLG
108700             (STMT_NBR, DLR_NBR, CYCLE_DATE,
108800              ACTION_CODE, ACTION_DATE)
108900             VALUES
109000             (:DCLVWMSTLG.STLG-STMT-NBR,
109100              :DCLVWMSTLG.STLG-DLR-NBR,
109200              :DCLVWMSTLG.STLG-CYCLE-DATE,
109300              :DCLVWMSTLG.STLG-ACTION-CODE,
109400              :DCLVWMSTLG.STLG-ACTION-DATE)
109500     END-EXEC.
109600
109700     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
109800             Z-970-SET-DA-STATUS-DB2-EXIT.
109900
110000     IF NOT DA-OK
110100         SET ABT-DO-ABEND     TO TRUE
110200         SET ABT-ERROR-IS-DB2 TO TRUE
110300         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
110400         MOVE '8100-INSE'     TO ABT-ERROR-SECTION
110500         MOVE 3782            TO ABT-ERROR-ABEND-CODE
110600         MOVE 'VWMSTLG '      TO ABT-DA-ACCESS-NAME
110700         PERFORM Z-980-ABNORMAL-TERM THRU
110800                 Z-980-ABNORMAL-TERM-RETURN
110900     END-IF.
111000 8100-EXIT.
111100     EXIT.
111200
111300*****************************************************************
111400*                8200-INSERT-VWMBADH                            *
111500*****************************************************************
111600* THE ADDRESS IS TAKEN STRAIGHT OFF VWMCU00 AS IT STANDS NOW -  *
111700* THE ADDRESS THE RETURNED STATEMENT WAS MAILED TO.             *
111800*****************************************************************
111900
112000 8200-INSERT-VWMBADH.
112100     EXEC SQL
112200         INSERT INTO VWMBADH
112300             (CUST_NO, HOLD_STATUS, HOLD_DATE, RETURN_COUNT,
112400              LAST_STMT_NBR, LAST_REASON_CODE, LAST_RETURN_DATE,
112500              PRIOR_PREF_CODE, PRIOR_BRANCH_NO,
112600              HOLD_PREF_CODE, HOLD_BRANCH_NO, HOLD_APPLIED_IND,
112700              ADDR1_NAME, ADDR2_NAME, CITY_NAME,
112800              ST_PROV_CODE, ZIP_POSTAL_CODE, LIFT_DATE)
112900         SELECT :DCLVWMBADH.BADH-CUST-NO,
113000                'A',
113100                :DCLVWMBADH.BADH-HOLD-DATE,
113200                1,
113300                :DCLVWMBADH.BADH-LAST-STMT-NBR,
113400                :DCLVWMBADH.BADH-LAST-REASON-CODE,
113500                :DCLVWMBADH.BADH-LAST-RETURN-DATE,
113600                :DCLVWMBADH.BADH-PRIOR-PREF-CODE,
113700                :DCLVWMBADH.BADH-PRIOR-BRANCH-NO,
113800                :DCLVWMBADH.BADH-HOLD-PREF-CODE,
113900                :DCLVWMBADH.BADH-HOLD-BRANCH-NO,
114000                :DCLVWMBADH.BADH-HOLD-APPLIED-IND,
114100                C.ADDR1_NAME, C.ADDR2_NAME, C.CITY_NAME,
114200                C.ST_PROV_CODE, C.ZIP_POSTAL_CODE,
114300                ' '
114400           FROM VWMCU00 C
114500          WHERE C.CUST_NO = :DCLVWMBADH.BADH-CUST-NO
114600     END-EXEC.
114700
114800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
114900             Z-970-SET-DA-STATUS-DB2-EXIT.
115000
115100     IF NOT DA-OK
115200         SET ABT-DO-ABEND     TO TRUE
115300         SET ABT-ERROR-IS-DB2 TO TRUE
115400         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
115500         MOVE '8200-INSE'     TO ABT-ERROR-SECTION
115600         MOVE 3784            TO ABT-ERROR-ABEND-CODE
115700         MOVE 'VWMBADH '      TO ABT-DA-ACCESS-NAME
115800         PERFORM Z-980-ABNORMAL-TERM THRU
115900                 Z-980-ABNORMAL-TERM-RETURN
116000     END-IF.
116100 8200-EXIT.
116200     EXIT.
116300
116400*****************************************************************
116500*                8210-RENEW-VWMBADH                             *
116600*****************************************************************
116700* A LIFTED HOLD PUT BACK IN FORCE - THE NEW ADDRESS HAS FAILED  *
116800* TOO, SO IT BECOMES THE ADDRESS THE NEXT LIFT IS MEASURED BY.  *
116900*****************************************************************
117000
117100 8210-RENEW-VWMBADH.
117200     EXEC SQL
117300         UPDATE VWMBADH
117400            SET HOLD_STATUS      = 'A',
117500                HOLD_DATE        = :DCLVWMBADH.BADH-HOLD-DATE,
117600                RETURN_COUNT     = RETURN_COUNT + 1,
117700                LAST_STMT_NBR    =
117800                           :DCLVWMBADH.BADH-LAST-STMT-NBR,
117900                LAST_REASON_CODE =
118000                           :DCLVWMBADH.BADH-LAST-REASON-CODE,
118100                LAST_RETURN_DATE =
118200                           :DCLVWMBADH.BADH-LAST-RETURN-DATE,
118300                PRIOR_PREF_CODE  =
118400                           :DCLVWMBADH.BADH-PRIOR-PREF-CODE,
118500                PRIOR_BRANCH_NO  =
118600                           :DCLVWMBADH.BADH-PRIOR-BRANCH-NO,
118700                HOLD_PREF_CODE   =
118800                           :DCLVWMBADH.BADH-HOLD-PREF-CODE,
118900                HOLD_BRANCH_NO   =
119000                           :DCLVWMBADH.BADH-HOLD-BRANCH-NO,
119100                HOLD_APPLIED_IND =
119200                           :DCLVWMBADH.BADH-HOLD-APPLIED-IND,
119300                (ADDR1_NAME, ADDR2_NAME, CITY_NAME,
119400                 ST_PROV_CODE, ZIP_POSTAL_CODE) =
119500                (SELECT C.ADDR1_NAME, C.ADDR2_NAME, C.CITY_NAME,
119600                        C.ST_PROV_CODE, C.ZIP_POSTAL_CODE
119700                   FROM VWMCU00 C
119800                  WHERE C.CUST_NO = :DCLVWMBADH.BADH-CUST-NO),
119900                LIFT_DATE        = ' '
120000          WHERE CUST_NO = :DCLVWMBADH.BADH-CUST-NO
120100     END-EXEC.
120200
120300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
120400             Z-970-SET-DA-STATUS-DB2-EXIT.
120500
120600     IF NOT DA-OK
120700         SET ABT-DO-ABEND     TO TRUE
120800         SET ABT-ERROR-IS-DB2 TO TRUE
120900         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
121000         MOVE '8210-RENE'     TO ABT-ERROR-SECTION
121100         MOVE 3785            TO ABT-ERROR-ABEND-CODE
121200         MOVE 'VWMBADH '      TO ABT-DA-ACCESS-NAME
121300         PERFORM Z-980-ABNORMAL-TERM THRU
121400                 Z-980-ABNORMAL-TERM-RETURN
121500     END-IF.
121600 8210-EXIT.
121700     EXIT.
121800
121900*****************************************************************
122000*                8220-COUNT-RETURN-ON-HOLD                      *
122100*****************************************************************
122200
122300 8220-COUNT-RETURN-ON-HOLD.
122400     MOVE MXAW75-STMT-NBR    TO BADH-LAST-STMT-NBR.
122500     MOVE MXAW75-REASON-CODE TO BADH-LAST-REASON-CODE.
122600     MOVE WS-RETURN-DATE     TO BADH-LAST-RETURN-DATE.
122700
122800     EXEC SQL
122900         UPDATE VWMBADH
123000            SET RETURN_COUNT     = RETURN_COUNT + 1,
123100                LAST_STMT_NBR    =
123200                           :DCLVWMBADH.BADH-LAST-STMT-NBR,
123300                LAST_REASON_CODE =
123400                           :DCLVWMBADH.BADH-LAST-REASON-CODE,
123500                LAST_RETURN_DATE =
123600                           :DCLVWMBADH.BADH-LAST-RETURN-DATE
123700          WHERE CUST_NO = :DCLVWMBADH.BADH-CUST-NO
123800     END-EXEC.
123900
124000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
124100             Z-970-SET-DA-STATUS-DB2-EXIT.
124200
124300     IF NOT DA-OK
124400         SET ABT-DO-ABEND     TO TRUE
124500         SET ABT-ERROR-IS-DB2 TO TRUE
124600         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
124700         MOVE '8220-COUN'     TO ABT-ERROR-SECTION
124800         MOVE 3785            TO ABT-ERROR-ABEND-CODE
124900         MOVE 'VWMBADH '      TO ABT-DA-ACCESS-NAME
125000         PERFORM Z-980-ABNORMAL-TERM THRU
125100                 Z-980-ABNORMAL-TERM-RETURN
125200     END-IF.
125300 8220-EXIT.
125400     EXIT.
125500
125600*****************************************************************
125700*                8300-INSERT-VWMDLVP                            *
125800*****************************************************************
125900
126000 8300-INSERT-VWMDLVP.
126100     EXEC SQL
126200         INSERT INTO VWMDLVP
126300             (CUST_NO, DLVRY_PREF_CODE, DLVRY_BRANCH_NO)
126400             VALUES
126500             (:DCLVWMDLVP.CUST-NO,
126600              :DCLVWMDLVP.DLVRY-PREF-CODE,
126700              :DCLVWMDLVP.DLVRY-BRANCH-NO)
126800     END-EXEC.
126900
127000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
127100             Z-970-SET-DA-STATUS-DB2-EXIT.
127200
127300     IF NOT DA-OK
127400         SET ABT-DO-ABEND     TO TRUE
127500         SET ABT-ERROR-IS-DB2 TO TRUE
127600         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
127700         MOVE '8300-INSE'     TO ABT-ERROR-SECTION
127800         MOVE 3779            TO ABT-ERROR-ABEND-CODE
127900         MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
128000         PERFORM Z-980-ABNORMAL-TERM THRU
128100                 Z-980-ABNORMAL-TERM-RETURN
128200     END-IF.
128300 8300-EXIT.
128400     EXIT.
128500
128600*****************************************************************
128700*                8310-UPDATE-VWMDLVP                            *
128800*****************************************************************
128900
129000 8310-UPDATE-VWMDLVP.
129100     EXEC SQL
129200         UPDATE VWMDLVP
129300            SET DLVRY_PREF_CODE = :DCLVWMDLVP.DLVRY-PREF-CODE,
129400                DLVRY_BRANCH_NO = :DCLVWMDLVP.DLVRY-BRANCH-NO
129500          WHERE CUST_NO = :DCLVWMDLVP.CUST-NO
129600     END-EXEC.
129700
129800     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
129900             Z-970-SET-DA-STATUS-DB2-EXIT.
130000
130100     IF NOT DA-OK
130200         SET ABT-DO-ABEND     TO TRUE
130300         SET ABT-ERROR-IS-DB2 TO TRUE
130400         MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
130500         MOVE '8310-UPDA'     TO ABT-ERROR-SECTION
130600         MOVE 3780            TO ABT-ERROR-ABEND-CODE
130700         MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
130800         PERFORM Z-980-ABNORMAL-TERM THRU
130900                 Z-980-ABNORMAL-TERM-RETURN
131000     END-IF.
131100 8310-EXIT.
131200     EXIT.
131300
131400*****************************************************************
131500*                8320-DELETE-VWMDLVP                            *
131600*****************************************************************
131700
131800 8320-DELETE-VWMDLVP.
131900     EXEC SQL
132000         DELETE FROM VWMDLVP
132100          WHERE CUST_NO = :DCLVWMDLVP.CUST-NO
132200     END-EXEC.
132300
132400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
132500             Z-970-SET-DA-STATUS-DB2-EXIT.
132600
132700     IF NOT DA-OK
132800         SET ABT-DO-ABEND     TO TRUE
132900         SET ABT-ERROR-IS-DB2 TO TRUE
133000         MOVE 'DELETE  '      TO ABT-DA-FUNCTION
133100         MOVE '8320-DELE'     TO ABT-ERROR-SECTION
133200         MOVE 3781            TO ABT-ERROR-ABEND-CODE
133300         MOVE 'VWMDLVP '      TO ABT-DA-ACCESS-NAME
133400         PERFORM Z-980-ABNORMAL-TERM THRU
133500                 Z-980-ABNORMAL-TERM-RETURN
133600     END-IF.
133700 8320-EXIT.
133800     EXIT.
133900
134000*****************************************************************
134100*                8400-INSERT-VWMMNTA                            *
134200*****************************************************************
134300* THE BEFORE/AFTER AUDIT ROW FOR EVERY VWMDLVP CHANGE, AS MX56  *
134400* WRITES FOR ONLINE MAINTENANCE - ACTION 'HOLD' WHEN A DEALER   *
134500* IS TAKEN OFF THE MAIL, 'LIFT' WHEN THE PREFERENCE IS PUT      *
134600* BACK. THE DATE AND TIME ARE LEFT TO DB2.                      *
134700*****************************************************************
134800
134900 8400-INSERT-VWMMNTA.
135000     MOVE 'VWMDLVP '              TO MNTA-TABLE-NAME.
135100     MOVE WS-MNTA-ACTION          TO MNTA-ACTION-CODE.
135200     MOVE CUST-NO OF DCLVWMDLVP   TO MNTA-CUST-NO.
135300     MOVE WS-BEFORE-IMAGE         TO MNTA-BEFORE-IMAGE.
135400     MOVE WS-AFTER-IMAGE          TO MNTA-AFTER-IMAGE.
135500     MOVE WS-CHANGED-BY           TO MNTA-CHANGED-BY.
135600     MOVE SPACES                  TO MNTA-ROW-KEY.
135700     MOVE SPACES                  TO MNTA-APPROVED-BY.
135800     MOVE 'MXBPA075'              TO MNTA-CHANGE-SOURCE.
135900
136000     EXEC SQL
136100         INSERT INTO VWMMNTA
136200             (TABLE_NAME, ACTION_CODE, CUST_NO,
136300              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
136400              ROW_KEY, APPROVED_BY, CHANGE_SOURCE,
136500              CHANGE_DATE, CHANGE_TIME)
136600             VALUES
136700             (:DCLVWMMNTA.MNTA-TABLE-NAME,
136800              :DCLVWMMNTA.MNTA-ACTION-CODE,
136900              :DCLVWMMNTA.MNTA-CUST-NO,
137000              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
137100              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
137200              :DCLVWMMNTA.MNTA-CHANGED-BY,
137300              :DCLVWMMNTA.MNTA-ROW-KEY,
137400              :DCLVWMMNTA.MNTA-APPROVED-BY,
137500              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
137600              CURRENT DATE,
137700              CURRENT TIME)
137800     END-EXEC.
137900
138000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
138100             Z-970-SET-DA-STATUS-DB2-EXIT.
138200
138300     IF NOT DA-OK
138400         SET ABT-DO-ABEND     TO TRUE
138500         SET ABT-ERROR-IS-DB2 TO TRUE
138600         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
138700         MOVE '8400-INSE'     TO ABT-ERROR-SECTION
138800         MOVE 3786            TO ABT-ERROR-ABEND-CODE
138900         MOVE 'VWMMNTA '      TO ABT-DA-ACCESS-NAME
139000         PERFORM Z-980-ABNORMAL-TERM THRU
139100                 Z-980-ABNORMAL-TERM-RETURN
139200     END-IF.
139300 8400-EXIT.
139400     EXIT.
139500
139600*****************************************************************
139700*                   9900-TERMINATION                            *
139800*****************************************************************
139900
140000 9900-TERMINATION.
140100     EXEC SQL
140200         COMMIT
140300     END-EXEC.
140400
140500     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
140600     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
140700
140800     MOVE WS-HOLDS-LIFTED TO WS-AUDIT-ED-COUNT.
140900     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
141000     STRING 'HOLDS LIFTED - ADDRESS FIXED. ' DELIMITED BY SIZE
141100            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
141200            INTO WS-AUDIT-TEXT-LINE.
141300     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
141400
141500     MOVE WS-LIFTS-PREF-KEPT TO WS-AUDIT-ED-COUNT.
141600     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
141700     STRING '  PREFERENCE CHANGED, KEPT... ' DELIMITED BY SIZE
141800            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
141900            INTO WS-AUDIT-TEXT-LINE.
142000     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
142100
142200     MOVE WS-TRANS-READ TO WS-AUDIT-ED-COUNT.
142300     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
142400     STRING 'RETURNED-MAIL CARDS READ..... ' DELIMITED BY SIZE
142500            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
142600            INTO WS-AUDIT-TEXT-LINE.
142700     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
142800
142900     MOVE WS-RETURNS-LOGGED TO WS-AUDIT-ED-COUNT.
143000     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
143100     STRING 'RETURNS LOGGED ON VWMSTLG.... ' DELIMITED BY SIZE
143200            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
143300            INTO WS-AUDIT-TEXT-LINE.
143400     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
143500
143600     MOVE WS-HOLDS-PLACED TO WS-AUDIT-ED-COUNT.
143700     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
143800     STRING '  DEALERS PLACED ON HOLD..... ' DELIMITED BY SIZE
143900            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
144000            INTO WS-AUDIT-TEXT-LINE.
144100     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
144200
144300     MOVE WS-HOLDS-ADDED-TO TO WS-AUDIT-ED-COUNT.
144400     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
144500     STRING '  ALREADY ON HOLD............ ' DELIMITED BY SIZE
144600            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
144700            INTO WS-AUDIT-TEXT-LINE.
144800     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
144900
145000     MOVE WS-RETURNS-AFTER-LIFT TO WS-AUDIT-ED-COUNT.
145100     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
145200     STRING '  MAILED BEFORE ADDRESS FIX.. ' DELIMITED BY SIZE
145300            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
145400            INTO WS-AUDIT-TEXT-LINE.
145500     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
145600
145700     MOVE WS-TRANS-REJECTED TO WS-AUDIT-ED-COUNT.
145800     MOVE SPACES TO WS-AUDIT-TEXT-LINE.
145900     STRING 'CARDS REJECTED............... ' DELIMITED BY SIZE
146000            WS-AUDIT-ED-COUNT                DELIMITED BY SIZE
146100            INTO WS-AUDIT-TEXT-LINE.
146200     WRITE RETURNED-MAIL-AUDIT-REC FROM WS-AUDIT-TEXT-LINE.
146300
146400     IF WS-TRANS-REJECTED > 0
146500         MOVE 4 TO RETURN-CODE
146600     END-IF.
146700
146800     CLOSE RETURNED-MAIL-FILE
146900           RETURNED-MAIL-AUDIT-REPORT.
147000
147100     DISPLAY ' '.
147200     DISPLAY 'PROGRAM MXBPA075 SUCCESSFULLY COMPLETED'.
147300 9900-EXIT.
147400     EXIT.
147500
147600     EXEC SQL
147700          INCLUDE MXWP02
147800     END-EXEC.
