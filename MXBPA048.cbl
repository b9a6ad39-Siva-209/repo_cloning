001300* EXPIRY DATE ON EVERY HOLD SO IT LAPSES BY ITSELF, PURGES       |
001400* LAPSED ROWS AHEAD OF THE CARDS, AND WRITES A BEFORE/AFTER      |
001500* AUDIT REPORT OF EVERY CHANGE IT MAKES.                         |
001510* EVERY CHANGE, THE PURGE INCLUDED, IS ALSO WRITTEN TO THE       |
001520* VWMMNTA AUDIT TRAIL. THE DECK MUST START WITH AN MXAW82        |
001530* AUTHORIZATION CARD NAMING ITS PREPARER AND APPROVER (NOT THE   |
001540* SAME USER), WHO ARE RECORDED ON EVERY VWMMNTA ROW; WITHOUT ONE |
001550* EVERY CARD IS REJECTED.                                        |
001600*================================================================*
001700*  TABLE   |   VIEW   |     DESCRIPTION                          |
001800*----------+-----------------------------------------------------*
001900* TBMSUPP  | VWMSUPP  |  STATEMENT SUPPRESSION LIST              |
002000* TBMCU00  | VWMCU00  |  CUSTOMER MASTER                         |
002050* TBMMNTA  | VWMMNTA  |  MAINTENANCE AUDIT TRAIL                 |
002100* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
002200*================================================================*
002300*   PLAN   | BIND INCLUDE MEMBERS                                |
005800         88 WS-DATE-VALID                          VALUE 'Y'.
005900     05  WS-SUPP-ROW-FOUND-SW            PIC X(01) VALUE 'N'.
006000         88 WS-SUPP-ROW-FOUND                      VALUE 'Y'.
006020* TRACKER 10046 S
006040     05  WS-AUTH-VALID-SW                PIC X(01) VALUE 'N'.
006060         88 WS-AUTH-VALID                          VALUE 'Y'.
006080* TRACKER 10046 E
006100
006200 01  WS-COUNTERS COMP-3.
006300     05  WS-TRANS-READ                   PIC S9(04) VALUE 0.
009300 01  WS-EDIT-DATE                        PIC X(10).
009400 01  WS-REJECT-REASON                    PIC X(40).
009500 01  WS-PROCESSING-DATE                  PIC X(10).
009505* TRACKER 10046 S
009510
009515     COPY MXAW82.
009520
009525 01  WS-AUTH-REJECT-REASON               PIC X(40).
009530
009535*  THE VWMMNTA ROW BEING WRITTEN - THE DCLVWMSUPP ROW IMAGE
009540*  BEFORE AND AFTER THE CHANGE, AND WHO MADE AND APPROVED IT.
009545 01  WS-MNTA-FIELDS.
009550     05  WS-MNTA-ACTION                  PIC X(06).
009555     05  WS-CHANGED-BY                   PIC X(08).
009560     05  WS-APPROVED-BY                  PIC X(08).
009565     05  WS-BEFORE-IMAGE                 PIC X(40).
009570     05  WS-AFTER-IMAGE                  PIC X(40).
009575     05  WS-IMAGE-WORK                   PIC X(40).
009580* TRACKER 10046 E
009600
009700 01  WS-AUDIT-LINE                       PIC X(80).
009800 01  WS-AUDIT-ED-CUST-NO                 PIC ZZZZZZZZ9.
011300     EXEC SQL
011400         INCLUDE VWMCU00
011500     END-EXEC.
011510* TRACKER 10046 S
011520
011530     EXEC SQL
011540         INCLUDE VWMMNTA
011550     END-EXEC.
011560* TRACKER 10046 E
011600
011700     EXEC SQL
011800         INCLUDE VWMCTUPD
017400     PERFORM 7000-SELECT-VWMCTUPD THRU 7000-EXIT.
017500
017600     PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT.
017620* TRACKER 10046 S
017640     PERFORM 1100-READ-AUTH-CARD THRU 1100-EXIT.
017660* TRACKER 10046 E
017700 1000-EXIT.
017800     EXIT.
017900
017901* TRACKER 10046 S
017902*****************************************************************
017903*                1100-READ-AUTH-CARD                            *
017904*****************************************************************
017905* THE DECK'S MXAW82 AUTHORIZATION CARD COMES FIRST. A DECK      *
017906* WITHOUT ONE, WITHOUT A PREPARER OR APPROVER, OR APPROVED BY   *
017907* ITS OWN PREPARER HAS EVERY CARD REJECTED - THE LAPSED-HOLD    *
017908* PURGE STILL RUNS.                                             *
017909*****************************************************************
017910
017911 1100-READ-AUTH-CARD.
017912     MOVE 'N' TO WS-AUTH-VALID-SW.
017913     IF NO-MORE-TRANS
017914         GO TO 1100-EXIT
017915     END-IF.
017916
017917     MOVE SUPPRESSION-TRAN-REC TO MXAW82-AUTH-CARD.
017918     EVALUATE TRUE
017919         WHEN NOT MXAW82-IS-AUTH-CARD
017920             MOVE 'NO AUTH CARD AHEAD OF THE DECK'
017921                                TO WS-AUTH-REJECT-REASON
017922         WHEN MXAW82-PREPARED-BY = SPACES
017923             MOVE 'AUTH CARD HAS NO PREPARER'
017924                                TO WS-AUTH-REJECT-REASON
017925         WHEN MXAW82-APPROVED-BY = SPACES
017926             MOVE 'AUTH CARD HAS NO APPROVER'
017927                                TO WS-AUTH-REJECT-REASON
017928         WHEN MXAW82-APPROVED-BY = MXAW82-PREPARED-BY
017929             MOVE 'APPROVER MUST NOT BE THE PREPARER'
017930                                TO WS-AUTH-REJECT-REASON
017931         WHEN OTHER
017932             SET WS-AUTH-VALID TO TRUE
017933     END-EVALUATE.
017934
017935     MOVE SPACES TO WS-AUDIT-LINE.
017936     IF WS-AUTH-VALID
017937         STRING 'DECK PREPARED BY '   DELIMITED BY SIZE
017938                MXAW82-PREPARED-BY    DELIMITED BY SIZE
017939                '  APPROVED BY '      DELIMITED BY SIZE
017940                MXAW82-APPROVED-BY    DELIMITED BY SIZE
017941                INTO WS-AUDIT-LINE
017942     ELSE
017943         STRING 'DECK NOT AUTHORIZED - ' DELIMITED BY SIZE
017944                WS-AUTH-REJECT-REASON    DELIMITED BY SIZE
017945                INTO WS-AUDIT-LINE
017946     END-IF.
017947     WRITE MAINTENANCE-AUDIT-REC FROM WS-AUDIT-LINE.
017948
017949     IF MXAW82-IS-AUTH-CARD
017950         PERFORM 5000-READ-TRANSACTION THRU 5000-EXIT
017951     END-IF.
017952 1100-EXIT.
017953     EXIT.
017954* TRACKER 10046 E
017974
018000*****************************************************************
018100*                1500-PURGE-LAPSED-HOLDS                        *
018200*****************************************************************
023600         WHEN DA-OK
023700             PERFORM 8100-DELETE-VWMSUPP THRU 8100-EXIT
023800             ADD +1 TO WS-ROWS-PURGED
023810* TRACKER 10046 S
023820             MOVE 'PURGE '   TO WS-MNTA-ACTION
023830             PERFORM 4150-FORMAT-SUPP-IMAGE THRU 4150-EXIT
023840             MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
023850             MOVE 'NO ROW'   TO WS-AFTER-IMAGE
023860             MOVE 'MXBPA048' TO WS-CHANGED-BY
023870             MOVE SPACES     TO WS-APPROVED-BY
023880             PERFORM 8300-INSERT-VWMMNTA THRU 8300-EXIT
023890* TRACKER 10046 E
023900             PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT
024000             MOVE 'PURGED   ' TO WS-AUDIT-LINE(1:9)
024100             WRITE MAINTENANCE-AUDIT-REC FROM WS-AUDIT-LINE
029700*****************************************************************
029800
029900 2100-VALIDATE-TRANSACTION.
029909* TRACKER 10046 S
029918     IF WS-AUTH-VALID
029927         MOVE MXAW82-PREPARED-BY TO WS-CHANGED-BY
029936         MOVE MXAW82-APPROVED-BY TO WS-APPROVED-BY
029945     ELSE
029954         MOVE 'N' TO WS-TRAN-VALID-SW
029963         MOVE WS-AUTH-REJECT-REASON TO WS-REJECT-REASON
029972         GO TO 2100-EXIT
029981     END-IF.
029990* TRACKER 10046 E
030000     IF WS-TRAN-ADD OR WS-TRAN-DELETE OR WS-TRAN-EXTEND
030100         CONTINUE
030200     ELSE
039900     MOVE WS-TRAN-EXPIRY-DATE TO SUPP-EXPIRY-DATE OF DCLVWMSUPP.
040000     PERFORM 8000-INSERT-VWMSUPP THRU 8000-EXIT.
040100     ADD +1 TO WS-ROWS-ADDED.
040110* TRACKER 10046 S
040120
040130     MOVE 'ADD   '      TO WS-MNTA-ACTION.
040140     MOVE 'NO ROW'      TO WS-BEFORE-IMAGE.
040150     PERFORM 4150-FORMAT-SUPP-IMAGE THRU 4150-EXIT.
040160     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
040170     PERFORM 8300-INSERT-VWMMNTA THRU 8300-EXIT.
040180* TRACKER 10046 E
040200
040300     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
040400     MOVE 'ADDED    ' TO WS-AUDIT-LINE(1:9).
042700
042800     PERFORM 8100-DELETE-VWMSUPP THRU 8100-EXIT.
042900     ADD +1 TO WS-ROWS-DELETED.
042910* TRACKER 10046 S
042920
042930     MOVE 'DELETE'      TO WS-MNTA-ACTION.
042940     PERFORM 4150-FORMAT-SUPP-IMAGE THRU 4150-EXIT.
042950     MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE.
042960     MOVE 'NO ROW'      TO WS-AFTER-IMAGE.
042970     PERFORM 8300-INSERT-VWMMNTA THRU 8300-EXIT.
042980* TRACKER 10046 E
043000 2300-EXIT.
043100     EXIT.
043200
046000     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
046100     MOVE 'BEFORE   ' TO WS-AUDIT-LINE(1:9).
046200     WRITE MAINTENANCE-AUDIT-REC FROM WS-AUDIT-LINE.
046210* TRACKER 10046 S
046220
046230     PERFORM 4150-FORMAT-SUPP-IMAGE THRU 4150-EXIT.
046240     MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE.
046250* TRACKER 10046 E
046300
046400     MOVE WS-TRAN-EXPIRY-DATE TO SUPP-EXPIRY-DATE OF DCLVWMSUPP.
046500     PERFORM 8200-UPDATE-VWMSUPP THRU 8200-EXIT.
046600     ADD +1 TO WS-ROWS-EXTENDED.
046610* TRACKER 10046 S
046620
046630     MOVE 'EXTEND'      TO WS-MNTA-ACTION.
046640     PERFORM 4150-FORMAT-SUPP-IMAGE THRU 4150-EXIT.
046650     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
046660     PERFORM 8300-INSERT-VWMMNTA THRU 8300-EXIT.
046670* TRACKER 10046 E
046700
046800     PERFORM 4100-AUDIT-BEFORE-IMAGE THRU 4100-EXIT.
046900     MOVE 'EXTENDED ' TO WS-AUDIT-LINE(1:9).
055700 4100-EXIT.
055800     EXIT.
055900
055905* TRACKER 10046 S
055910*****************************************************************
055915*                4150-FORMAT-SUPP-IMAGE                         *
055920*****************************************************************
055925* THE DCLVWMSUPP ROW AS THE VWMMNTA BEFORE/AFTER IMAGE - THE    *
055930* DATES IN FULL, THE REASON AS FAR AS IT FITS.                  *
055935*****************************************************************
055940
055945 4150-FORMAT-SUPP-IMAGE.
055950     MOVE SPACES TO WS-IMAGE-WORK.
055955     STRING SUPP-EFF-DATE    OF DCLVWMSUPP  DELIMITED BY SIZE
055960            ' '                             DELIMITED BY SIZE
055965            SUPP-EXPIRY-DATE OF DCLVWMSUPP  DELIMITED BY SIZE
055970            ' '                             DELIMITED BY SIZE
055975            SUPP-REASON      OF DCLVWMSUPP  DELIMITED BY SIZE
055980            INTO WS-IMAGE-WORK.
055985 4150-EXIT.
055990     EXIT.
055995* TRACKER 10046 E
055997
056000*****************************************************************
056100*                5000-READ-TRANSACTION                          *
056200*****************************************************************
072700 8200-EXIT.
072800     EXIT.
072900
072901* TRACKER 10046 S
072902*****************************************************************
072903*                8300-INSERT-VWMMNTA                            *
072904*****************************************************************
072905* THE BEFORE/AFTER AUDIT ROW FOR EVERY VWMSUPP CHANGE, AS MX56  *
072906* WRITES FOR ONLINE MAINTENANCE. THE DATE AND TIME ARE LEFT TO  *
072907* DB2.                                                          *
072908*****************************************************************
072909
072910 8300-INSERT-VWMMNTA.
072911     MOVE 'VWMSUPP '            TO MNTA-TABLE-NAME.
072912     MOVE WS-MNTA-ACTION        TO MNTA-ACTION-CODE.
072913     MOVE CUST-NO OF DCLVWMSUPP TO MNTA-CUST-NO.
072914     MOVE SPACES                TO MNTA-ROW-KEY.
072915     MOVE WS-BEFORE-IMAGE       TO MNTA-BEFORE-IMAGE.
072916     MOVE WS-AFTER-IMAGE        TO MNTA-AFTER-IMAGE.
072917     MOVE WS-CHANGED-BY         TO MNTA-CHANGED-BY.
072918     MOVE WS-APPROVED-BY        TO MNTA-APPROVED-BY.
072919     MOVE 'MXBPA048'            TO MNTA-CHANGE-SOURCE.
072920
072921     EXEC SQL
072922         INSERT INTO VWMMNTA
072923             (TABLE_NAME, ACTION_CODE, CUST_NO, ROW_KEY,
072924              BEFORE_IMAGE, AFTER_IMAGE, CHANGED_BY,
072925              APPROVED_BY, CHANGE_SOURCE,
072926              CHANGE_DATE, CHANGE_TIME)
072927             VALUES
072928             (:DCLVWMMNTA.MNTA-TABLE-NAME,
072929              :DCLVWMMNTA.MNTA-ACTION-CODE,
072930              :DCLVWMMNTA.MNTA-CUST-NO,
072931              :DCLVWMMNTA.MNTA-ROW-KEY,
072932              :DCLVWMMNTA.MNTA-BEFORE-IMAGE,
072933              :DCLVWMMNTA.MNTA-AFTER-IMAGE,
072934              :DCLVWMMNTA.MNTA-CHANGED-BY,
072935              :DCLVWMMNTA.MNTA-APPROVED-BY,
072936              :DCLVWMMNTA.MNTA-CHANGE-SOURCE,
072937              CURRENT DATE,
072938              CURRENT TIME)
072939     END-EXEC.
072940
072941     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
072942             Z-970-SET-DA-STATUS-DB2-EXIT.
072943
072944     IF NOT DA-OK
072945         SET ABT-DO-ABEND     TO TRUE
072946         SET ABT-ERROR-IS-DB2 TO TRUE
072947         MOVE 'INSERT  '      TO ABT-DA-FUNCTION
072948         MOVE '8300-INSE'     TO ABT-ERROR-SECTION
072949         MOVE 3834            TO ABT-ERROR-ABEND-CODE
072950         MOVE 'VWMMNTA '      TO ABT-DA-ACCESS-NAME
072951         PERFORM Z-980-ABNORMAL-TERM THRU
072952                 Z-980-ABNORMAL-TERM-RETURN
072953     END-IF.
072954 8300-EXIT.
072955     EXIT.
072956* TRACKER 10046 E
072976
073000*****************************************************************
073100*                   9900-TERMINATION                            *
073200*****************************************************************
