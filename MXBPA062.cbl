001400* NEW ROW WITH A NEW EFFECTIVE DATE, SO EVERY CYCLE CONVERTS AT  |
001500* THE RATES THAT WERE IN EFFECT ON ITS CYCLE DATE AND A RERUN    |
001600* REPRODUCES THE ORIGINAL FIGURES.                               |
001610* EVERY ADD AND DELETE IS ALSO WRITTEN TO THE VWMMNTA AUDIT      |
001620* TRAIL. THE DECK MUST START WITH AN MXAW82 AUTHORIZATION CARD   |
001630* NAMING ITS PREPARER AND APPROVER (NOT THE SAME USER), WHO ARE  |
001640* RECORDED ON EVERY VWMMNTA ROW; WITHOUT ONE EVERY CARD IS       |
001650* REJECTED.                                                      |
001700*================================================================*
001800*  TABLE   |   VIEW   |     DESCRIPTION                          |
001900*----------+-----------------------------------------------------*
002000* TBMXRTE  | VWMXRTE  |  EXCHANGE-RATE REFERENCE TABLE           |
002050* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
002100*================================================================*
002200*   PLAN   | BIND INCLUDE MEMBERS                                |
002300*----------+-----------------------------------------------------*
005500         88 WS-DATE-VALID                          VALUE 'Y'.
005600     05  WS-RATE-ROW-FOUND-SW            PIC X(01) VALUE 'N'.
005700         88 WS-RATE-ROW-FOUND                      VALUE 'Y'.
005720* TRACKER 10046 S
005740     05  WS-AUTH-VALID-SW                PIC X(01) VALUE 'N'.
005760         88 WS-AUTH-VALID                          VALUE 'Y'.
005780* TRACKER 10046 E
005800
005900 01  WS-COUNTERS COMP-3.
006000     05  WS-TRANS-READ                   PIC S9(04) VALUE 0.
008400
008500 01  WS-EDIT-DATE                        PIC X(10).
008600 01  WS-REJECT-REASON                    PIC X(40).
008605* TRACKER 10046 S
008610
008615     COPY MXAW82.
008620
008625 01  WS-AUTH-REJECT-REASON               PIC X(40).
008630
008635*  THE VWMMNTA ROW BEING WRITTEN - THE DCLVWMXRTE RATE BEFORE
008640*  AND AFTER THE CHANGE, AND WHO MADE AND APPROVED IT.
008645 01  WS-MNTA-FIELDS.
008650     05  WS-MNTA-ACTION                  PIC X(06).
008655     05  WS-CHANGED-BY                   PIC X(08).
008660     05  WS-APPROVED-BY                  PIC X(08).
008665     05  WS-BEFORE-IMAGE                 PIC X(40).
008670     05  WS-AFTER-IMAGE                  PIC X(40).
008675     05  WS-IMAGE-WORK                   PIC X(40).
008680* TRACKER 10046 E
008700
008800 01  WS-AUDIT-LINE                       PIC X(80).
008900 01  WS-AUDIT-ED-RATE                    PIC ZZ9.9(06).
010000     EXEC SQL
010100         INCLUDE VWMXRTE
010200     END-EXEC.
010210* TRACKER 10046 S
010220
010230     EXEC SQL
010240         INCLUDE VWMMNTA
010250     END-EXEC.
010260* TRACKER 10046 E
010300
010400     EXEC SQL
010500         INCLUDE SQLCA
013900     WRITE RATE-AUDIT-REC FROM WS-AUDIT-LINE.
014000
014100     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
014120* TRACKER 10046 S
014140     PERFORM 1100-READ-AUTH-CARD THRU 1100-EXIT.
014160* TRACKER 10046 E
014200 1000-EXIT.
014300     EXIT.
014400
014401* TRACKER 10046 S
014402*****************************************************************
014403*                1100-READ-AUTH-CARD                            *
014404*****************************************************************
014405* THE DECK'S MXAW82 AUTHORIZATION CARD COMES FIRST. A DECK      *
014406* WITHOUT ONE, WITHOUT A PREPARER OR APPROVER, OR APPROVED BY   *
014407* ITS OWN PREPARER HAS EVERY CARD REJECTED.                     *
014408*****************************************************************
014409
014410 1100-READ-AUTH-CARD.
014411     MOVE 'N' TO WS-AUTH-VALID-SW.
014412     IF NO-MORE-TRANS
014413         GO TO 1100-EXIT
014414     END-IF.
014415
014416     MOVE RATE-TRAN-REC TO MXAW82-AUTH-CARD.
014417     EVALUATE TRUE
014418         WHEN NOT MXAW82-IS-AUTH-CARD
014419             MOVE 'NO AUTH CARD AHEAD OF THE DECK'
014420                                TO WS-AUTH-REJECT-REASON
014421         WHEN MXAW82-PREPARED-BY = SPACES
014422             MOVE 'AUTH CARD HAS NO PREPARER'
014423                                TO WS-AUTH-REJECT-REASON
014424         WHEN MXAW82-APPROVED-BY = SPACES
014425             MOVE 'AUTH CARD HAS NO APPROVER'
014426                                TO WS-AUTH-REJECT-REASON
014427         WHEN MXAW82-APPROVED-BY = MXAW82-PREPARED-BY
014428             MOVE 'APPROVER MUST NOT BE THE PREPARER'
014429                                TO WS-AUTH-REJECT-REASON
014430         WHEN OTHER
014431             SET WS-AUTH-VALID TO TRUE
014432     END-EVALUATE.
014433
014434     MOVE SPACES TO WS-AUDIT-LINE.
014435     IF WS-AUTH-VALID
014436         STRING 'DECK PREPARED BY '   DELIMITED BY SIZE
014437                MXAW82-PREPARED-BY    DELIMITED BY SIZE
014438                '  APPROVED BY '      DELIMITED BY SIZE
014439                MXAW82-APPROVED-BY    DELIMITED BY SIZE
014440                INTO WS-AUDIT-LINE
014441     ELSE
014442         STRING 'DECK NOT AUTHORIZED - ' DELIMITED BY SIZE
014443                WS-AUTH-REJECT-REASON    DELIMITED BY SIZE
014444                INTO WS-AUDIT-LINE
014445     END-IF.
014446     WRITE RATE-AUDIT-REC FROM WS-AUDIT-LINE.
014447
014448     IF MXAW82-IS-AUTH-CARD
014449         PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT
014450     END-IF.
014451 1100-EXIT.
014452     EXIT.
014453* TRACKER 10046 E
014454
014500*****************************************************************
014600*                2000-PROCESS-TRANSACTION                       *
014700*****************************************************************
017900*****************************************************************
018000
018100 2100-VALIDATE-TRANSACTION.
018109* TRACKER 10046 S
018118     IF WS-AUTH-VALID
018127         MOVE MXAW82-PREPARED-BY TO WS-CHANGED-BY
018136         MOVE MXAW82-APPROVED-BY TO WS-APPROVED-BY
018145     ELSE
018154         MOVE 'N' TO WS-TRAN-VALID-SW
018163         MOVE WS-AUTH-REJECT-REASON TO WS-REJECT-REASON
018172         GO TO 2100-EXIT
018181     END-IF.
018190* TRACKER 10046 E
018200     IF WS-TRAN-ADD OR WS-TRAN-DELETE
018300         CONTINUE
018400     ELSE
025700     MOVE WS-TRAN-RATE-9 TO XRTE-EXCH-RATE.
025800     PERFORM 8000-INSERT-VWMXRTE THRU 8000-EXIT.
025900     ADD +1 TO WS-ROWS-ADDED.
025910* TRACKER 10046 S
025920
025930     MOVE 'ADD   '      TO WS-MNTA-ACTION.
025940     MOVE 'NO ROW'      TO WS-BEFORE-IMAGE.
025950     PERFORM 4150-FORMAT-RATE-IMAGE THRU 4150-EXIT.
025960     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
025970     PERFORM 8200-INSERT-VWMMNTA THRU 8200-EXIT.
025980* TRACKER 10046 E
026000
026100     PERFORM 4100-AUDIT-ROW-IMAGE THRU 4100-EXIT.
026200     MOVE 'ADDED    ' TO WS-AUDIT-LINE(1:9).
028700
028800     PERFORM 8100-DELETE-VWMXRTE THRU 8100-EXIT.
028900     ADD +1 TO WS-ROWS-DELETED.
028910* TRACKER 10046 S
028920
028930     MOVE 'DELETE'      TO WS-MNTA-ACTION.
028940     PERFORM 4150-FORMAT-RATE-IMAGE THRU 4150-EXIT.
028950     MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE.
028960     MOVE 'NO ROW'      TO WS-AFTER-IMAGE.
028970     PERFORM 8200-INSERT-VWMMNTA THRU 8200-EXIT.
028980* TRACKER 10046 E
029000 2300-EXIT.
029100     EXIT.
029200
036900 4100-EXIT.
037000     EXIT.
037100
037105* TRACKER 10046 S
037110*****************************************************************
037115*                4150-FORMAT-RATE-IMAGE                         *
037120*****************************************************************
037125* THE DCLVWMXRTE RATE AS THE VWMMNTA BEFORE/AFTER IMAGE - THE   *
037130* CURRENCY AND DATE ARE THE ROW KEY.                            *
037135*****************************************************************
037140
037145 4150-FORMAT-RATE-IMAGE.
037150     MOVE XRTE-EXCH-RATE TO WS-AUDIT-ED-RATE.
037155     MOVE SPACES TO WS-IMAGE-WORK.
037160     STRING 'RATE '               DELIMITED BY SIZE
037165            WS-AUDIT-ED-RATE      DELIMITED BY SIZE
037170            INTO WS-IMAGE-WORK.
037175 4150-EXIT.
037180     EXIT.
037185* TRACKER 10046 E
037190
037200*****************************************************************
037300*                5000-READ-TRANSACTION                          *
037400*****************************************************************
044200 8100-EXIT.
044300     EXIT.
044400
044401* TRACKER 10046 S
044402*****************************************************************
044403*                8200-INSERT-VWMMNTA                            *
044404*****************************************************************
044405* THE BEFORE/AFTER AUDIT ROW FOR EVERY VWMXRTE CHANGE. THE RATE *
044406* TABLE IS NOT DEALER-KEYED - THE CURRENCY AND EFFECTIVE DATE   *
044407* GO IN ROW_KEY. THE DATE AND TIME ARE LEFT TO DB2.             *
044408*****************************************************************
044409
044410 8200-INSERT-VWMMNTA.
044411     MOVE 'VWMXRTE '            TO MNTA-TABLE-NAME.
044412     MOVE WS-MNTA-ACTION        TO MNTA-ACTION-CODE.
044413     MOVE 0                     TO MNTA-CUST-NO.
044414     MOVE SPACES                TO MNTA-ROW-KEY.
044415     STRING XRTE-CURRENCY-CODE  DELIMITED BY SIZE
044416            ' '                 DELIMITED BY SIZE
044417            XRTE-EFF-DATE       DELIMITED BY SIZE
044418            INTO MNTA-ROW-KEY.
044419     MOVE WS-BEFORE-IMAGE       TO MNTA-BEFORE-IMAGE.
044420     MOVE WS-AFTER-IMAGE        TO MNTA-AFTER-IMAGE.
044421     MOVE WS-CHANGED-BY         TO MNTA-CHANGED-BY.
044422     MOVE WS-APPROVED-BY        TO MNTA-APPROVED-BY.
044423     MOVE 'MXBPA062'            TO MNTA-CHANGE-SOURCE.
044424
044425     EXEC SQL
044426         INSERT INTO VWMMNTA
044427             (TABLE_NAME, ACTION_CODE, CUST_NO, ROW_KEY,
044428              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
044429              APPROVED_BY, CHANGE_SOURCE,
044430              CHANGE_DATE, CHANGE_TIME)
044431             VALUES
044432             (:DCLVWMMNTA.MNTA-TABLE-NAME,
044433              :DCLVWMMNTA.MNTA-ACTION-CODE,
044434              :DCLVWMMNTA.MNTA-CUST-NO,
044435              :DCLVWMMNTA.MNTA-ROW-KEY,
044436              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
044437              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
044438              :DCLVWMMNTA.MNTA-CHANGED-BY,
044439              :DCLVWMMNTA.MNTA-APPROVED-BY,
044440              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
044441              CURRENT DATE,
044442              CURRENT TIME)
044443     END-EXEC.
044444
044445     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
044446             Z-970-SET-DA-STATUS-DB2-EXIT.
044447
044448     IF NOT DA-OK
044449         SET ABT-DO-ABEND     TO TRUE
044450         SET ABT-ERROR-IS-DB2 TO TRUE
044451         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
044452         MOVE '8200-INSE'     TO ABT-ERROR-SECTION
044453         MOVE 3835            TO ABT-ERROR-ABEND-CODE
044454         MOVE 'VWMMNTA '      TO ABT-DA-ACCESS-NAME
044455         PERFORM Z-980-ABNORMAL-TERM THRU
044456                 Z-980-ABNORMAL-TERM-RETURN
044457     END-IF.
044458 8200-EXIT.
044459     EXIT.
044460* TRACKER 10046 E
044461
044500*****************************************************************
044600*                   9900-TERMINATION                            *
044700*****************************************************************
