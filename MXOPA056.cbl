001800* CONSOLIDATED INTO ANOTHER GROUP, AND EVERY CHANGE WRITES A     |
001900* BEFORE/AFTER AUDIT ROW ON VWMMNTA WITH WHO MADE IT AND WHEN.   |
002000* PF3 ENDS THE SESSION, CLEAR RESTARTS IT.                       |
002020* AN EDI ('X') PREFERENCE IS TAKEN ONLY FOR A DEALER WITH AN     |
002040* ACTIVE TRADING PARTNER ON VWMEDTD/VWMEDTP, SO MXBPA079 HAS     |
002060* SOMEWHERE TO SEND THE 812.                                     |
002100*================================================================*
002200*  TABLE   |   VIEW   |     DESCRIPTION                          |
002300*----------+-----------------------------------------------------*
002600* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
002700* TBMCN00  | VWMCN00  |  CONTROL ENTITY                          |
002800* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
002830* TBMEDTD  | VWMEDTD  |  EDI TRADING PARTNER DEALER              |
002860* TBMEDTP  | VWMEDTP  |  EDI TRADING PARTNER                     |
002900*================================================================*
003000*   PLAN   | BIND INCLUDE MEMBERS                                |
003100*----------+-----------------------------------------------------*
007000     05  WS-MEMBER-COUNT                 PIC S9(04) COMP VALUE 0.
007100     05  WS-ED-BRANCH                    PIC ZZZ9.
007200     05  WS-ED-PARENT                    PIC ZZZZZZZZ9.
007220* TRACKER 10039 S
007240     05  WS-PARTNER-COUNT                PIC S9(04) COMP VALUE 0.
007260* TRACKER 10039 E
007300
007400*  THE ROW IMAGES THE AUDIT TRAIL CARRIES - FORMATTED BEFORE
007500*  THE CHANGE IS APPLIED AND AGAIN AFTER.
010800     EXEC SQL
010900         INCLUDE VWMMNTA
011000     END-EXEC.
011010* TRACKER 10039 S
011020
011030     EXEC SQL
011040         INCLUDE VWMEDTD
011050     END-EXEC.
011060* TRACKER 10039 E
011100
011200     EXEC SQL
011300         INCLUDE SQLCA
046800*****************************************************************
046900
047000 3600-EDIT-DLVP-VALUES.
047040* TRACKER 10039 S
047080*    IF M56-PREF-IO = 'C' OR 'E' OR 'B'
047120     IF M56-PREF-IO = 'C' OR 'E' OR 'B' OR 'X'
047160* TRACKER 10039 E
047200         CONTINUE
047300     ELSE
047400         MOVE 'N' TO WS-TRAN-VALID-SW
047440* TRACKER 10039 S
047480*        MOVE 'PREFERENCE MUST BE C, E OR B' TO M56-MSG-IO
047520         MOVE 'PREFERENCE MUST BE C, E, B OR X' TO M56-MSG-IO
047560* TRACKER 10039 E
047600         GO TO 3600-EXIT
047700     END-IF.
047800
050000     ELSE
050100         MOVE 0 TO WS-BRANCH-9
050200     END-IF.
050207* TRACKER 10039 S
050214
050221     IF M56-PREF-IO = 'X'
050228         MOVE WS-DLR-NBR-9 TO EDTD-CUST-NO
050235         PERFORM 6300-COUNT-EDI-PARTNER THRU 6300-EXIT
050242         IF WS-PARTNER-COUNT = 0
050249             MOVE 'N' TO WS-TRAN-VALID-SW
050256             MOVE 'NO ACTIVE EDI TRADING PARTNER FOR DEALER'
050263                 TO M56-MSG-IO
050270             GO TO 3600-EXIT
050277         END-IF
050284     END-IF.
050291* TRACKER 10039 E
050300 3600-EXIT.
050400     EXIT.
050500
081200     END-IF.
081300 6200-EXIT.
081400     EXIT.
081402* TRACKER 10039 S
081404
081406*****************************************************************
081408*                6300-COUNT-EDI-PARTNER                         *
081410*****************************************************************
081412* THE DEALER'S VWMEDTD ROW MUST NAME AN ACTIVE VWMEDTP PARTNER. *
081414*****************************************************************
081416
081418 6300-COUNT-EDI-PARTNER.
081420     MOVE 0 TO WS-PARTNER-COUNT.
081422
081424     EXEC SQL
081426       SELECT COUNT(*)
081428        INTO :WS-PARTNER-COUNT
081430         FROM VWMEDTD D
081432             ,VWMEDTP P
081434         WHERE D.CUST_NO    = :DCLVWMEDTD.EDTD-CUST-NO
081436           AND P.PARTNER_ID = D.PARTNER_ID
081438           AND P.ACTIVE_IND = 'Y'
081440     END-EXEC.
081442
081444     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
081446             Z-970-SET-DA-STATUS-DB2-EXIT.
081448
081450     IF DA-OK OR
081452        DA-NOTFOUND
081454         CONTINUE
081456     ELSE
081458         PERFORM 9900-DB2-ERROR THRU 9900-EXIT
081460     END-IF.
081462 6300-EXIT.
081464     EXIT.
081466* TRACKER 10039 E
081500
081600*****************************************************************
081700*                7000-INSERT-AUDIT                              *
083000     MOVE WS-BEFORE-IMAGE TO MNTA-BEFORE-IMAGE.
083100     MOVE WS-AFTER-IMAGE  TO MNTA-AFTER-IMAGE.
083200     MOVE WS-USER-ID      TO MNTA-CHANGED-BY.
083210* TRACKER 10046 S
083220     MOVE SPACES          TO MNTA-ROW-KEY.
083230     MOVE SPACES          TO MNTA-APPROVED-BY.
083240     MOVE 'MXOPA056'      TO MNTA-CHANGE-SOURCE.
083250* TRACKER 10046 E
083300
083400     EXEC SQL
083500         INSERT INTO VWMMNTA
083600             (TABLE_NAME, ACTION_CODE, CUST_NO,
083700              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
083720* TRACKER 10046 S
083740              ROW_KEY, APPROVED_BY, CHANGE_SOURCE,
083760* TRACKER 10046 E
083800              CHANGE_DATE, CHANGE_TIME)
083900             VALUES
084000             (:DCLVWMMNTA.MNTA-TABLE-NAME,
084300              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
084400              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
084500              :DCLVWMMNTA.MNTA-CHANGED-BY,
084510* TRACKER 10046 S
084520              :DCLVWMMNTA.MNTA-ROW-KEY,
084530              :DCLVWMMNTA.MNTA-APPROVED-BY,
084540              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
084550* TRACKER 10046 E
084600              CURRENT DATE,
084700              CURRENT TIME)
084800     END-EXEC.
