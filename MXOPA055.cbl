001880* THE DISPLAYED MEMO'S STATEMENT FROM HISTORY - THE NIGHTLY      |
001890* MXBPA064 JOB REGENERATES THE DOCUMENT AND DELIVERS IT          |
001891* THROUGH THE NORMAL MXBPA047 ROUTING.                           |
001892* THE MX73 CREDIT LOOKUP (MXOPA073) FINDS A MEMO BY INVOICE, MEMO|
001893* OR SERIAL NUMBER ACROSS ALL DEALERS AND TRANSFERS HERE WITH THE|
001894* DEALER AND MEMO KEY ALREADY CHOSEN - THE TASK OPENS STRAIGHT ON|
001895* THAT MEMO'S DETAIL VIEW.                                       |
001896* PF4 LOGS THE CALL ON VWMCNTC - DEALER, LAST STATEMENT VIEWED,  |
001897* CONTACT REASON AND OUTCOME (MXAW86) AND CSR - AND THE DEALER'S |
001898* LATEST CONTACTS SHOW ON EVERY VIEW. PF3 OR A NEW DEALER WARNS  |
001899* ONCE IF THE CALL IS NOT LOGGED. MXBPA086 REPORTS THE VOLUME.   |
001900*================================================================*
002000*  TABLE   |   VIEW   |     DESCRIPTION                          |
002100*----------+-----------------------------------------------------*
002200* TBMSCHS  | VWMSCHS  |  STATEMENT OF CREDIT HISTORY             |
002210* TBMDSPT  | VWMDSPT  |  STATEMENT CREDIT DISPUTES               |
002220* TBMRBLD  | VWMRBLD  |  STATEMENT REBUILD REQUESTS              |
002230* TBMCNTC  | VWMCNTC  |  CSR CONTACT LOG                         |
002300*================================================================*
002400*   PLAN   | BIND INCLUDE MEMBERS                                |
002500*----------+-----------------------------------------------------*
003700         88 NO-MORE-MEMOS                          VALUE 'Y'.
003800     05  WS-NO-MORE-DETAILS-SW           PIC X(01) VALUE 'N'.
003900         88 NO-MORE-DETAILS                        VALUE 'Y'.
003910* TRACKER 10064 S
003920     05  WS-NO-MORE-CONTACTS-SW          PIC X(01) VALUE 'N'.
003930         88 NO-MORE-CONTACTS                       VALUE 'Y'.
003940* TRACKER 10064 E
004000
004100 01  WS-CONSTANTS.
004200     05  WS-TRANS-ID             PIC X(04) VALUE 'MX55'.
006292     05  WS-REBUILD-COUNT                PIC S9(04) COMP VALUE 0.
006293* TRACKER 9990 E
006300
006307* TRACKER 10064 S
006314 01  WS-CONTACT-FIELDS.
006321     05  WS-CNT-IX                       PIC S9(04) COMP VALUE 0.
006328     05  WS-CNT-LINE-IX                  PIC S9(04) COMP VALUE 0.
006335     05  WS-CNT-30DAY-COUNT              PIC S9(04) COMP VALUE 0.
006342     05  WS-CNT-FOUND-SW                 PIC X(01) VALUE 'N'.
006349         88 CNT-CODE-FOUND                         VALUE 'Y'.
006356     05  WS-CNT-HOLD-SW                  PIC X(01) VALUE 'N'.
006363         88 CNT-SESSION-HELD                       VALUE 'Y'.
006370     05  WS-ED-CNT-COUNT                 PIC ZZZ9.
006377     05  WS-CNT-REASON-DESC              PIC X(30) VALUE SPACES.
006384* TRACKER 10064 E
006391
006400*  PSEUDO-CONVERSATIONAL STATE CARRIED BETWEEN TASKS. THE MEMO
006500*  KEY TABLE MAPS THE LIST LINE A CSR SELECTS BACK TO ITS
006600*  CREDIT MEMO, AND THE PAGING KEY RESTARTS THE LIST CURSOR
007110* TRACKER 9989 S
007120         88  CA-STATE-DETAIL                       VALUE 'D'.
007130* TRACKER 9989 E
007138* TRACKER 10016 S
007146*  JUMP-IN FROM THE MX73 LOOKUP - THE DEALER AND THE MEMO KEY
007154*  ARRIVE IN CA-DLR-NBR, CA-PAGE-APPLIED-DATE AND
007162*  CA-PAGE-MEMO-NBR; MXOPA073 BUILDS THIS FRONT OF THE
007170*  COMMAREA AND MUST STAY IN STEP WITH IT.
007178         88  CA-STATE-JUMP-IN                      VALUE 'J'.
007186* TRACKER 10016 E
007200     05  CA-DLR-NBR                      PIC 9(09).
007300     05  CA-PAGE-APPLIED-DATE            PIC X(10).
007400     05  CA-PAGE-MEMO-NBR                PIC X(11).
007887*  QUEUES ITS REBUILD.
007888     05  CA-DET-STMT-NBR                 PIC X(12).
007889* TRACKER 9990 E
007890* TRACKER 10064 S
007891*  CONTACT-LOG STATE OF THE CALL - LAST STATEMENT VIEWED, AND
007892*  WHETHER THE CALL IS LOGGED OR THE CSR HAS BEEN WARNED.
007893     05  CA-CNT-STMT-NBR                 PIC X(12).
007894     05  CA-CNT-LOGGED-SW                PIC X(01).
007895         88  CA-CNT-LOGGED                         VALUE 'Y'.
007896     05  CA-CNT-WARNED-SW                PIC X(01).
007897         88  CA-CNT-WARNED                         VALUE 'Y'.
007898* TRACKER 10064 E
007900
008000     EXEC SQL
008100          INCLUDE MXWW03
009064         INCLUDE VWMRBLD
009065     END-EXEC.
009066* TRACKER 9990 E
009070
009074* TRACKER 10064 S
009078     EXEC SQL
009082         INCLUDE VWMCNTC
009086     END-EXEC.
009090* TRACKER 10064 E
009100
009200     EXEC SQL
009300         INCLUDE SQLCA
009500
009600     COPY MXMSA55.
009700
009710* TRACKER 10064 S
009720     COPY MXAW86.
009730* TRACKER 10064 E
009740
009800     COPY DFHAID.
009900
010000*****************************************************************
013700          ORDER BY RECORD_TYPE, RECORD_TYPE_SEQ, INVOICE_NBR
013800     END-EXEC.
013900
013904* TRACKER 10064 S
013908*****************************************************************
013912*  CURSOR - THE DEALER'S LATEST LOGGED CONTACTS, NEWEST FIRST.  *
013916*****************************************************************
013920
013924     EXEC SQL
013928        DECLARE VWMCNTCR CURSOR FOR
013932         SELECT CONTACT_DATE
013936               ,STMT_NBR
013940               ,REASON_CODE
013944               ,OUTCOME_CODE
013948               ,CSR_ID
013952           FROM VWMCNTC
013956          WHERE DLR_NBR = :DCLVWMCNTC.CNTC-DLR-NBR
013960          ORDER BY CONTACT_TS DESC
013964          FETCH FIRST 3 ROWS ONLY
013968     END-EXEC.
013972* TRACKER 10064 E
013976
014000 LINKAGE SECTION.
014100* TRACKER 9989 S
014110 01  DFHCOMMAREA                         PIC X(600).
015200         GO TO 0000-RETURN
015300     END-IF.
015400
015450* TRACKER 10016 S
015500*    MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA) TO WS-COMMAREA.
015512*  A TRANSFER FROM MX73 PASSES ONLY THE FRONT OF THE COMMAREA.
015518     IF EIBCALEN < LENGTH OF WS-COMMAREA
015524         MOVE SPACES TO WS-COMMAREA
015530         MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
015536     ELSE
015542         MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA) TO WS-COMMAREA
015548     END-IF.
015554
015560     IF CA-STATE-JUMP-IN
015566         PERFORM 7000-JUMP-IN-FROM-LOOKUP THRU 7000-EXIT
015572         GO TO 0000-RETURN
015578     END-IF.
015584* TRACKER 10016 E
015600
015700     EVALUATE EIBAID
015800         WHEN DFHPF3
015850* TRACKER 10064 S
015900*            PERFORM 9000-END-SESSION THRU 9000-EXIT
015920             PERFORM 2050-CHECK-CONTACT-LOGGED THRU 2050-EXIT
015930             IF CNT-SESSION-HELD
015940                 CONTINUE
015950             ELSE
015960                 PERFORM 9000-END-SESSION THRU 9000-EXIT
015970             END-IF
015980* TRACKER 10064 E
016000
016100         WHEN DFHCLEAR
016200             PERFORM 1000-FIRST-TIME THRU 1000-EXIT
016580         WHEN DFHPF6
016590             PERFORM 6000-QUEUE-REBUILD THRU 6000-EXIT
016591* TRACKER 9990 E
016592
016593* TRACKER 10064 S
016594         WHEN DFHPF4
016595             PERFORM 6500-LOG-CONTACT THRU 6500-EXIT
016596* TRACKER 10064 E
016600
016700         WHEN OTHER
016800             PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
023400
023500     IF WS-DLR-NBR-X IS NUMERIC AND
023600        WS-DLR-NBR-9 > 0
023608* TRACKER 10064 S
023616         IF WS-DLR-NBR-9 NOT = CA-DLR-NBR
023624             PERFORM 2050-CHECK-CONTACT-LOGGED THRU 2050-EXIT
023632             IF CNT-SESSION-HELD
023640                 GO TO 2000-EXIT
023648             END-IF
023656             MOVE SPACES TO CA-CNT-STMT-NBR
023664                            CA-CNT-LOGGED-SW
023672                            CA-CNT-WARNED-SW
023680         END-IF
023688* TRACKER 10064 E
023700         MOVE WS-DLR-NBR-9 TO CA-DLR-NBR
023800         MOVE HIGH-VALUES  TO CA-PAGE-APPLIED-DATE
023900                              CA-PAGE-MEMO-NBR
024500     END-IF.
024600 2000-EXIT.
024700     EXIT.
024701
024702* TRACKER 10064 S
024703*****************************************************************
024704*                2050-CHECK-CONTACT-LOGGED                      *
024705*****************************************************************
024706* PF3 OR A NEW DEALER NUMBER LEAVES THE DEALER ON SCREEN. IF    *
024707* THE CALL HAS NOT BEEN LOGGED WITH PF4 THE CSR IS WARNED ONCE  *
024708* AND THE CURRENT VIEW IS SHOWN AGAIN - THE SAME KEY A SECOND   *
024709* TIME GOES THROUGH.                                            *
024710*****************************************************************
024711
024712 2050-CHECK-CONTACT-LOGGED.
024713     MOVE 'N' TO WS-CNT-HOLD-SW.
024714     IF CA-DLR-NBR > 0 AND
024715        NOT CA-CNT-LOGGED AND
024716        NOT CA-CNT-WARNED
024717         CONTINUE
024718     ELSE
024719         GO TO 2050-EXIT
024720     END-IF.
024721
024722     SET CA-CNT-WARNED    TO TRUE.
024723     SET CNT-SESSION-HELD TO TRUE.
024724     MOVE 'CALL NOT LOGGED - REASON/OUTCOME + PF4, OR KEY AGAIN'
024725         TO WS-DSP-MSG.
024726     PERFORM 2060-REDISPLAY-CURRENT THRU 2060-EXIT.
024727 2050-EXIT.
024728     EXIT.
024729
024730*****************************************************************
024731*                2060-REDISPLAY-CURRENT                         *
024732*****************************************************************
024733* SHOWS AGAIN WHATEVER THE CSR WAS LOOKING AT - THE MEMO        *
024734* DETAIL, OR THE MEMO LIST FROM THE TOP - WITH WS-DSP-MSG.      *
024735*****************************************************************
024736
024737 2060-REDISPLAY-CURRENT.
024738     IF CA-STATE-DETAIL
024739         PERFORM 3050-DISPLAY-MEMO-DETAIL THRU 3050-EXIT
024740     ELSE
024741         MOVE HIGH-VALUES TO CA-PAGE-APPLIED-DATE
024742                             CA-PAGE-MEMO-NBR
024743         PERFORM 2100-BUILD-MEMO-LIST THRU 2100-EXIT
024744     END-IF.
024745 2060-EXIT.
024746     EXIT.
024747
024748*****************************************************************
024749*                2070-FIND-REASON                               *
024750*****************************************************************
024751* LOOKS UP CNTC-REASON-CODE IN THE MXAW86 REASON TABLE.         *
024752*****************************************************************
024753
024754 2070-FIND-REASON.
024755     IF MXAW86-TBL-REASON-CODE (WS-CNT-IX) = CNTC-REASON-CODE
024756         SET CNT-CODE-FOUND TO TRUE
024757     ELSE
024758         ADD +1 TO WS-CNT-IX
024759     END-IF.
024760 2070-EXIT.
024761     EXIT.
024762
024763*****************************************************************
024764*                2080-FIND-OUTCOME                              *
024765*****************************************************************
024766* LOOKS UP CNTC-OUTCOME-CODE IN THE MXAW86 OUTCOME TABLE.       *
024767*****************************************************************
024768
024769 2080-FIND-OUTCOME.
024770     IF MXAW86-TBL-OUTCOME-CODE (WS-CNT-IX) = CNTC-OUTCOME-CODE
024771         SET CNT-CODE-FOUND TO TRUE
024772     ELSE
024773         ADD +1 TO WS-CNT-IX
024774     END-IF.
024775 2080-EXIT.
024776     EXIT.
024777* TRACKER 10064 E
024800
024900*****************************************************************
025000*                2100-BUILD-MEMO-LIST                           *
029700         END-IF
029800         SET CA-STATE-LIST TO TRUE
029900     END-IF.
029910* TRACKER 10064 S
029920     IF WS-DSP-MSG NOT = SPACES
029930         MOVE WS-DSP-MSG TO M55-MSG-IO
029940         MOVE SPACES TO WS-DSP-MSG
029950     END-IF.
029960     PERFORM 2150-SHOW-RECENT-CONTACTS THRU 2150-EXIT.
029970* TRACKER 10064 E
030000
030100     PERFORM 8100-SEND-MAP THRU 8100-EXIT.
030200 2100-EXIT.
030300     EXIT.
030301
030302* TRACKER 10064 S
030303*****************************************************************
030304*                2150-SHOW-RECENT-CONTACTS                      *
030305*****************************************************************
030306* FILLS THE CONTACT AREA OF THE SCREEN FOR THE DEALER ON        *
030307* DISPLAY - HOW MANY CALLS IN THE LAST 30 DAYS AND THE LATEST   *
030308* THREE VWMCNTC ROWS - SO A REPEAT CALLER IS SEEN AT ONCE.      *
030309*****************************************************************
030310
030311 2150-SHOW-RECENT-CONTACTS.
030312     MOVE CA-DLR-NBR TO CNTC-DLR-NBR.
030313     MOVE 0 TO WS-CNT-30DAY-COUNT.
030314     EXEC SQL
030315       SELECT COUNT(*)
030316        INTO :WS-CNT-30DAY-COUNT
030317         FROM VWMCNTC
030318         WHERE DLR_NBR      = :DCLVWMCNTC.CNTC-DLR-NBR
030319           AND CONTACT_DATE > CURRENT DATE - 30 DAYS
030320     END-EXEC.
030321
030322     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
030323             Z-970-SET-DA-STATUS-DB2-EXIT.
030324
030325     IF DA-OK OR
030326        DA-NOTFOUND
030327         CONTINUE
030328     ELSE
030329         PERFORM 9900-DB2-ERROR THRU 9900-EXIT
030330     END-IF.
030331
030332     MOVE WS-CNT-30DAY-COUNT TO WS-ED-CNT-COUNT.
030333     MOVE SPACES TO M55-CNTHDG-IO.
030334     STRING ' CALLS IN LAST 30 DAYS:'   DELIMITED BY SIZE
030335            WS-ED-CNT-COUNT             DELIMITED BY SIZE
030336            '     TO LOG THIS CALL KEY REASON + OUTCOME, PF4'
030337                                        DELIMITED BY SIZE
030338            INTO M55-CNTHDG-IO.
030339
030340     EXEC SQL
030341         OPEN VWMCNTCR
030342     END-EXEC.
030343
030344     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
030345             Z-970-SET-DA-STATUS-DB2-EXIT.
030346
030347     IF DA-OK
030348         CONTINUE
030349     ELSE
030350         PERFORM 9900-DB2-ERROR THRU 9900-EXIT
030351     END-IF.
030352
030353     MOVE 0 TO WS-CNT-LINE-IX.
030354     MOVE 'N' TO WS-NO-MORE-CONTACTS-SW.
030355     PERFORM 2250-FETCH-CONTACT-LINE THRU 2250-EXIT
030356         UNTIL NO-MORE-CONTACTS OR WS-CNT-LINE-IX >= 3.
030357
030358     EXEC SQL
030359         CLOSE VWMCNTCR
030360     END-EXEC.
030361 2150-EXIT.
030362     EXIT.
030363* TRACKER 10064 E
030400
030500*****************************************************************
030600*                2200-FETCH-MEMO-LINE                           *
035300     END-EVALUATE.
035400 2200-EXIT.
035500     EXIT.
035501
035502* TRACKER 10064 S
035503*****************************************************************
035504*                2250-FETCH-CONTACT-LINE                        *
035505*****************************************************************
035506
035507 2250-FETCH-CONTACT-LINE.
035508     EXEC SQL
035509       FETCH VWMCNTCR
035510         INTO :DCLVWMCNTC.CNTC-CONTACT-DATE,
035511              :DCLVWMCNTC.CNTC-STMT-NBR,
035512              :DCLVWMCNTC.CNTC-REASON-CODE,
035513              :DCLVWMCNTC.CNTC-OUTCOME-CODE,
035514              :DCLVWMCNTC.CNTC-CSR-ID
035515     END-EXEC.
035516
035517     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
035518             Z-970-SET-DA-STATUS-DB2-EXIT.
035519
035520     EVALUATE TRUE
035521         WHEN DA-OK
035522             ADD +1 TO WS-CNT-LINE-IX
035523             MOVE 'N' TO WS-CNT-FOUND-SW
035524             MOVE 1   TO WS-CNT-IX
035525             PERFORM 2070-FIND-REASON THRU 2070-EXIT
035526                 UNTIL CNT-CODE-FOUND OR
035527                       WS-CNT-IX > MXAW86-REASON-COUNT
035528             IF CNT-CODE-FOUND
035529                 MOVE MXAW86-TBL-REASON-DESC (WS-CNT-IX)
035530                     TO WS-CNT-REASON-DESC
035531             ELSE
035532                 MOVE SPACES TO WS-CNT-REASON-DESC
035533             END-IF
035534             STRING ' '                DELIMITED BY SIZE
035535                    CNTC-CONTACT-DATE  DELIMITED BY SIZE
035536                    ' '                DELIMITED BY SIZE
035537                    CNTC-STMT-NBR      DELIMITED BY SIZE
035538                    '  '               DELIMITED BY SIZE
035539                    CNTC-REASON-CODE   DELIMITED BY SIZE
035540                    ' '                DELIMITED BY SIZE
035541                    WS-CNT-REASON-DESC DELIMITED BY SIZE
035542                    ' '                DELIMITED BY SIZE
035543                    CNTC-OUTCOME-CODE  DELIMITED BY SIZE
035544                    ' '                DELIMITED BY SIZE
035545                    CNTC-CSR-ID        DELIMITED BY SIZE
035546                    INTO M55-CNT-IO (WS-CNT-LINE-IX)
035547
035548         WHEN DA-NOTFOUND
035549             SET NO-MORE-CONTACTS TO TRUE
035550
035551         WHEN OTHER
035552             PERFORM 9900-DB2-ERROR THRU 9900-EXIT
035553     END-EVALUATE.
035554 2250-EXIT.
035555     EXIT.
035556
035557*****************************************************************
035558*                2280-EDIT-CONTACT-CODES                        *
035559*****************************************************************
035560* PF4 INPUT - THE REASON AND OUTCOME MUST BE ON THE MXAW86      *
035561* TABLES. A BAD CODE LEAVES ITS MESSAGE IN WS-DSP-MSG.          *
035562*****************************************************************
035563
035564 2280-EDIT-CONTACT-CODES.
035565     MOVE SPACES TO WS-DSP-MSG.
035566     MOVE M55-CNTRSN-IO TO CNTC-REASON-CODE.
035567     MOVE M55-CNTOUT-IO TO CNTC-OUTCOME-CODE.
035568     MOVE 'N' TO WS-CNT-FOUND-SW.
035569     MOVE 1   TO WS-CNT-IX.
035570     PERFORM 2070-FIND-REASON THRU 2070-EXIT
035571         UNTIL CNT-CODE-FOUND OR
035572               WS-CNT-IX > MXAW86-REASON-COUNT.
035573     IF CNT-CODE-FOUND
035574         CONTINUE
035575     ELSE
035576         MOVE 'CONTACT REASON CODE NOT VALID' TO WS-DSP-MSG
035577         GO TO 2280-EXIT
035578     END-IF.
035579
035580     MOVE 'N' TO WS-CNT-FOUND-SW.
035581     MOVE 1   TO WS-CNT-IX.
035582     PERFORM 2080-FIND-OUTCOME THRU 2080-EXIT
035583         UNTIL CNT-CODE-FOUND OR
035584               WS-CNT-IX > MXAW86-OUTCOME-COUNT.
035585     IF CNT-CODE-FOUND
035586         CONTINUE
035587     ELSE
035588         MOVE 'CONTACT OUTCOME CODE NOT VALID' TO WS-DSP-MSG
035589         GO TO 2280-EXIT
035590     END-IF.
035591 2280-EXIT.
035592     EXIT.
035593* TRACKER 10064 E
035600
035700*****************************************************************
035800*                3000-SHOW-MEMO-DETAIL                          *
042513         MOVE SPACES TO WS-DSP-MSG
042514     END-IF.
042800     SET CA-STATE-DETAIL TO TRUE.
042810* TRACKER 10064 S
042820     IF CA-DET-STMT-NBR NOT = SPACES
042830         MOVE CA-DET-STMT-NBR TO CA-CNT-STMT-NBR
042840     END-IF.
042850     PERFORM 2150-SHOW-RECENT-CONTACTS THRU 2150-EXIT.
042860* TRACKER 10064 E
042900     PERFORM 8100-SEND-MAP THRU 8100-EXIT.
043000 3050-EXIT.
043100     EXIT.
053600 8100-EXIT.
053700     EXIT.
053800
053801* TRACKER 10064 S
053802*****************************************************************
053803*                6500-LOG-CONTACT                               *
053804*****************************************************************
053805* PF4 WITH A DEALER ON SCREEN. THE REASON AND OUTCOME KEYED ARE *
053806* CHECKED AGAINST THE MXAW86 TABLES AND ONE VWMCNTC ROW IS      *
053807* WRITTEN WITH THE LAST STATEMENT VIEWED AND THE CSR'S USER ID. *
053808* ONE CONTACT PER CALL - CLEAR STARTS THE NEXT CALL.            *
053809*****************************************************************
053810
053811 6500-LOG-CONTACT.
053812     IF CA-DLR-NBR > 0
053813         CONTINUE
053814     ELSE
053815         MOVE LOW-VALUES TO MXM55M-MAP-AREA
053816         MOVE 'ENTER A DEALER NUMBER FIRST' TO M55-MSG-IO
053817         PERFORM 8100-SEND-MAP THRU 8100-EXIT
053818         GO TO 6500-EXIT
053819     END-IF.
053820
053821     IF CA-CNT-LOGGED
053822         MOVE 'CALL ALREADY LOGGED - CLEAR STARTS THE NEXT CALL'
053823             TO WS-DSP-MSG
053824         PERFORM 2060-REDISPLAY-CURRENT THRU 2060-EXIT
053825         GO TO 6500-EXIT
053826     END-IF.
053827
053828     EXEC CICS RECEIVE
053829          MAP    (WS-MAP-NAME)
053830          MAPSET (WS-MAPSET-NAME)
053831          INTO   (MXM55M-MAP-AREA)
053832          RESP   (WS-RESP-CODE)
053833     END-EXEC.
053834
053835     IF WS-RESP-CODE NOT = DFHRESP(NORMAL) OR
053836        M55-CNTRSN-L = 0 OR M55-CNTOUT-L = 0
053837         MOVE 'KEY THE CONTACT REASON AND OUTCOME, THEN PF4'
053838             TO WS-DSP-MSG
053839         PERFORM 2060-REDISPLAY-CURRENT THRU 2060-EXIT
053840         GO TO 6500-EXIT
053841     END-IF.
053842
053843     PERFORM 2280-EDIT-CONTACT-CODES THRU 2280-EXIT.
053844     IF WS-DSP-MSG NOT = SPACES
053845         PERFORM 2060-REDISPLAY-CURRENT THRU 2060-EXIT
053846         GO TO 6500-EXIT
053847     END-IF.
053848
053849     PERFORM 6600-INSERT-VWMCNTC THRU 6600-EXIT.
053850     SET CA-CNT-LOGGED TO TRUE.
053851     MOVE 'CALL LOGGED' TO WS-DSP-MSG.
053852     PERFORM 2060-REDISPLAY-CURRENT THRU 2060-EXIT.
053853 6500-EXIT.
053854     EXIT.
053855
053856*****************************************************************
053857*                6600-INSERT-VWMCNTC                            *
053858*****************************************************************
053859* THE CONTACT ROW. A DB2 FAILURE GOES TO 9900-DB2-ERROR.        *
053860*****************************************************************
053861
053862 6600-INSERT-VWMCNTC.
053863     EXEC CICS ASSIGN
053864          USERID (WS-USER-ID)
053865     END-EXEC.
053866
053867     MOVE CA-DLR-NBR      TO CNTC-DLR-NBR.
053868     MOVE CA-CNT-STMT-NBR TO CNTC-STMT-NBR.
053869     MOVE WS-USER-ID      TO CNTC-CSR-ID.
053870
053871*  THE CONTACT TIME AND DATE ARE LEFT TO DB2.
053872     EXEC SQL
053873         INSERT INTO VWMCNTC
053874             (DLR_NBR, CONTACT_TS, CONTACT_DATE, STMT_NBR,
053875              REASON_CODE, OUTCOME_CODE, CSR_ID)
053876             VALUES
053877             (:DCLVWMCNTC.CNTC-DLR-NBR,
053878              CURRENT TIMESTAMP,
053879              CURRENT DATE,
053880              :DCLVWMCNTC.CNTC-STMT-NBR,
053881              :DCLVWMCNTC.CNTC-REASON-CODE,
053882              :DCLVWMCNTC.CNTC-OUTCOME-CODE,
053883              :DCLVWMCNTC.CNTC-CSR-ID)
053884     END-EXEC.
053885
053886     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
053887             Z-970-SET-DA-STATUS-DB2-EXIT.
053888
053889     IF DA-OK
053890         CONTINUE
053891     ELSE
053892         PERFORM 9900-DB2-ERROR THRU 9900-EXIT
053893     END-IF.
053894 6600-EXIT.
053895     EXIT.
053896* TRACKER 10064 E
053897
053900*****************************************************************
054000*                9000-END-SESSION                               *
054100*****************************************************************
055100 9000-EXIT.
055200     EXIT.
055300
055304* TRACKER 10016 S
055308*****************************************************************
055312*                7000-JUMP-IN-FROM-LOOKUP                       *
055316*****************************************************************
055320* THE MX73 LOOKUP TRANSFERRED IN WITH A MEMO THE CSR PICKED.    *
055324* THE MEMO KEY MOVES TO THE DETAIL-STATE FIELDS AND THE DETAIL  *
055328* VIEW IS BUILT AS IF THE MEMO HAD BEEN SELECTED OFF THE LIST - *
055332* PF5/PF6 WORK FROM HERE AS USUAL, AND KEYING A DEALER NUMBER   *
055336* STARTS A NORMAL MEMO LIST.                                    *
055340*****************************************************************
055344
055348 7000-JUMP-IN-FROM-LOOKUP.
055352     MOVE CA-PAGE-MEMO-NBR     TO CA-DET-MEMO-NBR.
055356     MOVE CA-PAGE-APPLIED-DATE TO CA-DET-APPLIED-DATE.
055360     MOVE HIGH-VALUES          TO CA-PAGE-APPLIED-DATE
055364                                  CA-PAGE-MEMO-NBR.
055368     MOVE 0                    TO CA-MEMO-COUNT
055372                                  CA-DET-COUNT.
055376     PERFORM 3050-DISPLAY-MEMO-DETAIL THRU 3050-EXIT.
055380 7000-EXIT.
055384     EXIT.
055388* TRACKER 10016 E
055392
055400*****************************************************************
055500*                9900-DB2-ERROR                                 *
055600*****************************************************************
