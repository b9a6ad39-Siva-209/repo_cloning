001500* FROM AN ARCHIVE GENERATION BACK INTO VWMSCHS WHEN AN OLD       |
001600* DISPUTE NEEDS THE HISTORY AGAIN - ROWS ALREADY PRESENT ARE     |
001700* SKIPPED, NOT DUPLICATED.                                       |
001710* THE ARCHIVE RECORD IS 116 BYTES SINCE THE UNIT MODEL AND       |
001720* SERIAL NUMBER WERE RETAINED (87 BYTES WITH THE GST/HST/PST     |
001730* TAX COMPONENTS, 72 BEFORE THAT); A GENERATION UNLOADED IN      |
001740* EITHER OLDER FORMAT MUST BE RUN THROUGH THE MXBPA068           |
001745* CONVERSION STEP BEFORE IT CAN BE RESTORED HERE.                |
001750* THE APPLIED AMOUNT ARCHIVED FOR EACH DEALER IS ADDED TO THE    |
001760* DEALER'S VWMDLRB ARCHIVED_AMT (AND A RESTORE TAKES IT BACK     |
001770* OFF), SO ARCHIVED_AMT PLUS WHAT IS STILL ON VWMSCHS ALWAYS     |
001780* ACCOUNTS FOR THE CARRIED BALANCE THE MXBPA070 PROOF CHECKS.    |
001800*================================================================*
001900*  TABLE   |   VIEW   |     DESCRIPTION                          |
002000*----------+-----------------------------------------------------*
002100* TBMSCHS  | VWMSCHS  |  STATEMENT OF CREDIT HISTORY             |
002150* TBMDLRB  | VWMDLRB  |  DEALER RUNNING CREDIT BALANCE           |
002200* TBMCTUPD | VWMCTUPD |  DATE TABLE                              |
002300*================================================================*
002400*   PLAN   | BIND INCLUDE MEMBERS                                |
005200 FD  HISTORY-ARCHIVE-OUTFILE
005300     RECORDING MODE IS F.
005310* TRACKER 9996 S
005400*01  HISTORY-ARCHIVE-OUT-REC             PIC X(87).
005410* TRACKER 9996 E
005430* TRACKER 10016 S
005450 01  HISTORY-ARCHIVE-OUT-REC             PIC X(116).
005470* TRACKER 10016 E
005500
005600 FD  HISTORY-ARCHIVE-INFILE
005700     RECORDING MODE IS F.
005710* TRACKER 9996 S
005800*01  HISTORY-ARCHIVE-IN-REC              PIC X(87).
005810* TRACKER 9996 E
005830* TRACKER 10016 S
005850 01  HISTORY-ARCHIVE-IN-REC              PIC X(116).
005870* TRACKER 10016 E
005900
006000 FD  ARCHIVE-ACTIVITY-REPORT
006100     RECORDING MODE IS F.
010000     05  WS-ARCH-RECS-READ               PIC S9(09) VALUE 0.
010100     05  WS-DLR-MONTH-COUNT              PIC S9(09) VALUE 0.
010200     05  WS-DLR-COUNT                    PIC S9(09) VALUE 0.
010220* TRACKER 10007 S
010240     05  WS-DLRB-ROWS-ADJUSTED           PIC S9(09) VALUE 0.
010260     05  WS-DLRB-ROWS-MISSING            PIC S9(09) VALUE 0.
010280* TRACKER 10007 E
010300
010400 01  WS-BREAK-FIELDS.
010500     05  WS-CURRENT-DLR-NBR              PIC S9(09) COMP VALUE 0.
010600     05  WS-CURRENT-MONTH                PIC X(07)  VALUE SPACES.
010610* TRACKER 10007 S
010620*  APPLIED AMOUNT ARCHIVED SO FAR FOR WS-CURRENT-DLR-NBR.
010630     05  WS-DLR-ARCHIVED-AMT             PIC S9(13)V99 COMP-3
010640                                                   VALUE 0.
010650* TRACKER 10007 E
010700
010800*  FLAT IMAGE OF ONE VWMSCHS ROW ON THE ARCHIVE FILE. THE SAME
010900*  LAYOUT IS WRITTEN BY ARCHIVE MODE AND READ BACK BY RESTORE
012030     05  WS-ARC-HST-AMT                  PIC S9(07)V99 COMP-3.
012040     05  WS-ARC-PST-AMT                  PIC S9(07)V99 COMP-3.
012050* TRACKER 9996 E
012060* TRACKER 10016 S
012070     05  WS-ARC-MODEL-NBR                PIC X(12).
012080     05  WS-ARC-SERIAL-NBR               PIC X(17).
012090* TRACKER 10016 E
012100     05  FILLER                          PIC X(01).
012200
012300 01  WS-REPORT-LINE                      PIC X(80).
013500     EXEC SQL
013600         INCLUDE VWMSCHS
013700     END-EXEC.
013710* TRACKER 10007 S
013720
013730     EXEC SQL
013740         INCLUDE VWMDLRB
013750     END-EXEC.
013760* TRACKER 10007 E
013800
013900     EXEC SQL
014000         INCLUDE VWMCTUPD
016130               ,HST_AMT
016140               ,PST_AMT
016150* TRACKER 9996 E
016160* TRACKER 10016 S
016170               ,MODEL_NBR
016180               ,SERIAL_NBR
016190* TRACKER 10016 E
016200           FROM VWMSCHS
016300          WHERE APPLIED_DATE < :WS-CUTOFF-DATE
016400          ORDER BY DLR_NBR, APPLIED_DATE
030100     IF WS-DLR-MONTH-COUNT > 0
030200         PERFORM 2300-DLR-MONTH-BREAK THRU 2300-EXIT
030300     END-IF.
030320* TRACKER 10007 S
030340     PERFORM 2500-ROLL-ARCHIVED-AMT THRU 2500-EXIT.
030360* TRACKER 10007 E
030400
030500     IF WS-ROWS-ARCHIVED > 0
030600         PERFORM 2400-PURGE-ARCHIVED-ROWS THRU 2400-EXIT
036100             PERFORM 2300-DLR-MONTH-BREAK THRU 2300-EXIT
036200         END-IF
036300         IF DLR-NBR OF DCLVWMSCHS NOT = WS-CURRENT-DLR-NBR
036320* TRACKER 10007 S
036340             PERFORM 2500-ROLL-ARCHIVED-AMT THRU 2500-EXIT
036360* TRACKER 10007 E
036400             ADD +1 TO WS-DLR-COUNT
036500         END-IF
036600         MOVE DLR-NBR OF DCLVWMSCHS TO WS-CURRENT-DLR-NBR
038120     MOVE SCHS-GST-AMT OF DCLVWMSCHS     TO WS-ARC-GST-AMT.
038130     MOVE SCHS-HST-AMT OF DCLVWMSCHS     TO WS-ARC-HST-AMT.
038140     MOVE SCHS-PST-AMT OF DCLVWMSCHS     TO WS-ARC-PST-AMT.
038150*    MOVE SPACES TO WS-ARCHIVE-RECORD(87:1).
038160* TRACKER 9996 E
038180* TRACKER 10016 S
038200     MOVE SCHS-MODEL-NBR OF DCLVWMSCHS   TO WS-ARC-MODEL-NBR.
038220     MOVE SCHS-SERIAL-NBR OF DCLVWMSCHS  TO WS-ARC-SERIAL-NBR.
038240     MOVE SPACES TO WS-ARCHIVE-RECORD(116:1).
038260* TRACKER 10016 E
038300
038400     WRITE HISTORY-ARCHIVE-OUT-REC FROM WS-ARCHIVE-RECORD.
038500
038600     ADD +1 TO WS-ROWS-ARCHIVED.
038700     ADD +1 TO WS-DLR-MONTH-COUNT.
038720* TRACKER 10007 S
038740     ADD APPLIED-AMT OF DCLVWMSCHS TO WS-DLR-ARCHIVED-AMT.
038760* TRACKER 10007 E
038800
038900     PERFORM 5000-FETCH-VWMSCHSA THRU 5000-EXIT.
039000 2200-EXIT.
044400     END-IF.
044500 2400-EXIT.
044600     EXIT.
044601* TRACKER 10007 S
044602
044603*****************************************************************
044604*                2500-ROLL-ARCHIVED-AMT                         *
044605*****************************************************************
044606* AT EACH DEALER CHANGE (AND AFTER THE LAST DEALER) THE APPLIED *
044607* AMOUNT JUST UNLOADED FOR THE DEALER IS ADDED TO ITS VWMDLRB   *
044608* ARCHIVED_AMT. THE UPDATE COMMITS WITH THE PURGE IN 2400, SO   *
044609* THE BALANCE PROOF NEVER SEES THE HISTORY GONE WITHOUT ITS     *
044610* AMOUNT CARRIED. A DEALER WITH HISTORY BUT NO VWMDLRB ROW IS   *
044611* ONLY COUNTED - THE PROOF REPORTS THAT DEALER ANYWAY.          *
044612*****************************************************************
044613
044614 2500-ROLL-ARCHIVED-AMT.
044615     IF WS-DLR-ARCHIVED-AMT = 0
044616         GO TO 2500-EXIT
044617     END-IF.
044618
044619     MOVE WS-CURRENT-DLR-NBR  TO DLRB-DLR-NBR.
044620     MOVE WS-DLR-ARCHIVED-AMT TO DLRB-ARCHIVED-AMT.
044621
044622     EXEC SQL
044623         UPDATE VWMDLRB
044624            SET ARCHIVED_AMT = ARCHIVED_AMT +
044625                               :DCLVWMDLRB.DLRB-ARCHIVED-AMT
044626          WHERE DLR_NBR = :DCLVWMDLRB.DLRB-DLR-NBR
044627     END-EXEC.
044628
044629     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
044630             Z-970-SET-DA-STATUS-DB2-EXIT.
044631
044632     EVALUATE TRUE
044633         WHEN DA-OK
044634             ADD +1 TO WS-DLRB-ROWS-ADJUSTED
044635
044636         WHEN DA-NOTFOUND
044637             ADD +1 TO WS-DLRB-ROWS-MISSING
044638             DISPLAY 'NO VWMDLRB ROW FOR ARCHIVED DEALER '
044639                     WS-CURRENT-DLR-NBR
044640
044641         WHEN OTHER
044642             SET ABT-DO-ABEND     TO TRUE
044643             SET ABT-ERROR-IS-DB2 TO TRUE
044644             MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
044645             MOVE '2500-ROLL'     TO ABT-ERROR-SECTION
044646             MOVE 3750            TO ABT-ERROR-ABEND-CODE
044647             MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
044648             PERFORM Z-980-ABNORMAL-TERM THRU
044649                     Z-980-ABNORMAL-TERM-RETURN
044650     END-EVALUATE.
044651
044652     MOVE 0 TO WS-DLR-ARCHIVED-AMT.
044653 2500-EXIT.
044654     EXIT.
044655* TRACKER 10007 E
044700
044800*****************************************************************
044900*                3000-RESTORE-FROM-ARCHIVE                      *
050408     MOVE WS-ARC-PST-AMT          TO
050409         SCHS-PST-AMT OF DCLVWMSCHS.
050410* TRACKER 9996 E
050420* TRACKER 10016 S
050430     MOVE WS-ARC-MODEL-NBR        TO
050440         SCHS-MODEL-NBR OF DCLVWMSCHS.
050450     MOVE WS-ARC-SERIAL-NBR       TO
050460         SCHS-SERIAL-NBR OF DCLVWMSCHS.
050470* TRACKER 10016 E
050500
050600     EXEC SQL
050700         INSERT INTO VWMSCHS
051000              INVOICE_NBR, APPLIED_AMT, CURRENCY_CODE,
051001              STMT_NBR,
051002* TRACKER 9996 S
051003              GST_AMT, HST_AMT, PST_AMT,
051004* TRACKER 9996 E
051024* TRACKER 10016 S
051044              MODEL_NBR, SERIAL_NBR)
051064* TRACKER 10016 E
051100             VALUES
051200             (:DCLVWMSCHS.DLR-NBR,
051300              :DCLVWMSCHS.CREDIT-MEMO-NBR,
052002* TRACKER 9996 S
052003              :DCLVWMSCHS.SCHS-GST-AMT,
052004              :DCLVWMSCHS.SCHS-HST-AMT,
052005              :DCLVWMSCHS.SCHS-PST-AMT,
052006* TRACKER 9996 E
052016* TRACKER 10016 S
052026              :DCLVWMSCHS.SCHS-MODEL-NBR,
052036              :DCLVWMSCHS.SCHS-SERIAL-NBR)
052046* TRACKER 10016 E
052100     END-EXEC.
052200
052300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
052600     EVALUATE TRUE
052700         WHEN DA-OK
052800             ADD +1 TO WS-ROWS-RESTORED
052820* TRACKER 10007 S
052840             PERFORM 3300-BACK-OUT-ARCHIVED-AMT THRU 3300-EXIT
052860* TRACKER 10007 E
052900
053000         WHEN SQLCODE = -803
053100             ADD +1 TO WS-ROWS-SKIPPED
054200     END-EVALUATE.
054300 3200-EXIT.
054400     EXIT.
054402* TRACKER 10007 S
054404
054406*****************************************************************
054408*                3300-BACK-OUT-ARCHIVED-AMT                     *
054410*****************************************************************
054412* A RESTORED ROW IS BACK ON VWMSCHS, SO ITS AMOUNT COMES OFF    *
054414* THE DEALER'S VWMDLRB ARCHIVED_AMT. A ROW SKIPPED AS ALREADY   *
054416* PRESENT NEVER REACHES HERE, SO A RERUN DOES NOT BACK IT OUT   *
054418* TWICE.                                                        *
054420*****************************************************************
054422
054424 3300-BACK-OUT-ARCHIVED-AMT.
054426     MOVE WS-ARC-DLR-NBR     TO DLRB-DLR-NBR.
054428     MOVE WS-ARC-APPLIED-AMT TO DLRB-ARCHIVED-AMT.
054430
054432     EXEC SQL
054434         UPDATE VWMDLRB
054436            SET ARCHIVED_AMT = ARCHIVED_AMT -
054438                               :DCLVWMDLRB.DLRB-ARCHIVED-AMT
054440          WHERE DLR_NBR = :DCLVWMDLRB.DLRB-DLR-NBR
054442     END-EXEC.
054444
054446     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
054448             Z-970-SET-DA-STATUS-DB2-EXIT.
054450
054452     EVALUATE TRUE
054454         WHEN DA-OK
054456             CONTINUE
054458
054460         WHEN DA-NOTFOUND
054462             ADD +1 TO WS-DLRB-ROWS-MISSING
054464
054466         WHEN OTHER
054468             SET ABT-DO-ABEND     TO TRUE
054470             SET ABT-ERROR-IS-DB2 TO TRUE
054472             MOVE 'UPDATE  '      TO ABT-DA-FUNCTION
054474             MOVE '3300-BACK'     TO ABT-ERROR-SECTION
054476             MOVE 3751            TO ABT-ERROR-ABEND-CODE
054478             MOVE 'VWMDLRB '      TO ABT-DA-ACCESS-NAME
054480             PERFORM Z-980-ABNORMAL-TERM THRU
054482                     Z-980-ABNORMAL-TERM-RETURN
054484     END-EVALUATE.
054486 3300-EXIT.
054488     EXIT.
054490* TRACKER 10007 E
054500
054600*****************************************************************
054700*                5000-FETCH-VWMSCHSA                            *
056102* TRACKER 9996 S
056103              :DCLVWMSCHS.SCHS-GST-AMT,
056104              :DCLVWMSCHS.SCHS-HST-AMT,
056105              :DCLVWMSCHS.SCHS-PST-AMT,
056106* TRACKER 9996 E
056116* TRACKER 10016 S
056126              :DCLVWMSCHS.SCHS-MODEL-NBR,
056136              :DCLVWMSCHS.SCHS-SERIAL-NBR
056146* TRACKER 10016 E
056200     END-EXEC.
056300
056400     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
062100                WS-RPT-ED-COUNT                  DELIMITED BY SIZE
062200                INTO WS-REPORT-LINE
062300         WRITE ARCHIVE-ACTIVITY-REC FROM WS-REPORT-LINE
062310* TRACKER 10007 S
062320         MOVE WS-DLRB-ROWS-ADJUSTED TO WS-RPT-ED-COUNT
062330         MOVE SPACES TO WS-REPORT-LINE
062340         STRING 'VWMDLRB ARCHIVED AMTS RAISED. ' DELIMITED BY SIZE
062350                WS-RPT-ED-COUNT                  DELIMITED BY SIZE
062360                INTO WS-REPORT-LINE
062370         WRITE ARCHIVE-ACTIVITY-REC FROM WS-REPORT-LINE
062380* TRACKER 10007 E
062400     ELSE
062500         MOVE WS-ARCH-RECS-READ TO WS-RPT-ED-COUNT
062600         MOVE SPACES TO WS-REPORT-LINE
064100                INTO WS-REPORT-LINE
064200         WRITE ARCHIVE-ACTIVITY-REC FROM WS-REPORT-LINE
064300     END-IF.
064310* TRACKER 10007 S
064320
064330     MOVE WS-DLRB-ROWS-MISSING TO WS-RPT-ED-COUNT.
064340     MOVE SPACES TO WS-REPORT-LINE.
064350     STRING 'DEALERS WITH NO VWMDLRB ROW.. ' DELIMITED BY SIZE
064360            WS-RPT-ED-COUNT                  DELIMITED BY SIZE
064370            INTO WS-REPORT-LINE.
064380     WRITE ARCHIVE-ACTIVITY-REC FROM WS-REPORT-LINE.
064390* TRACKER 10007 E
064400
064500     CLOSE ARCHIVE-ACTIVITY-REPORT.
064600
