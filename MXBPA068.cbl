000800*                                                                |
000900* MXBPA068 - VWMSCHS ARCHIVE FORMAT CONVERSION.                  |
001000* ONE-TIME (PER GENERATION) CONVERSION OF THE MXBPA050 HISTORY   |
001100* ARCHIVE FROM AN OLDER RECORD TO THE CURRENT 116-BYTE RECORD    |
001200* THAT CARRIES THE GST/HST/PST TAX COMPONENTS AND THE UNIT       |
001300* MODEL/SERIAL NUMBER. TWO OLDER FORMATS EXIST: THE ORIGINAL     |
001310* 72-BYTE RECORD (DD MXA068I1) AND THE 87-BYTE RECORD WITH THE   |
001320* TAX COMPONENTS (DD MXA068I2) - THE MXPA068I CARD NAMES WHICH   |
001330* ONE IS BEING CONVERTED.                                        |
001340* EVERY MXBPA068 STEP NEEDS THE MXPA068I DD - DD DUMMY FOR A     |
001350* 72-BYTE RUN.                                                   |
001400* OLDER GENERATIONS CANNOT BE OPENED BY MXBPA050 RESTORE MODE    |
001500* (FIXED RECORD LENGTH MISMATCH); RUN EACH ONE THROUGH THIS STEP |
001600* FIRST - FIELDS THE OLD FORMAT DID NOT HAVE DEFAULT TO ZERO OR  |
001700* SPACES, EXACTLY WHAT THE HISTORY ROWS OF THAT ERA CARRIED -    |
001710* AND RESTORE THE CONVERTED COPY.                                |
001800* EVERY OTHER FIELD IS CARRIED BYTE FOR BYTE.                    |
001900*================================================================*
002000*   PLAN   | BIND INCLUDE MEMBERS                                |
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
002910* TRACKER 10016 S
002920     SELECT CONVERSION-CONTROL-PARM
002930         ASSIGN TO MXPA068I.
002940
002950* TRACKER 10016 E
003000     SELECT OLD-ARCHIVE-INFILE
003100         ASSIGN TO UT-S-MXA068I1.
003110* TRACKER 10016 S
003120
003130     SELECT MID-ARCHIVE-INFILE
003140         ASSIGN TO UT-S-MXA068I2.
003150* TRACKER 10016 E
003200
003300     SELECT NEW-ARCHIVE-OUTFILE
003400         ASSIGN TO UT-S-MXA068O1.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003710* TRACKER 10016 S
003720 FD  CONVERSION-CONTROL-PARM
003730     RECORDING MODE IS F.
003740 01  CONVERSION-CONTROL-PARM-REC         PIC X(80).
003750
003760* TRACKER 10016 E
003800 FD  OLD-ARCHIVE-INFILE
003900     RECORDING MODE IS F.
004000 01  OLD-ARCHIVE-IN-REC                  PIC X(72).
004100
004110* TRACKER 10016 S
004120 FD  MID-ARCHIVE-INFILE
004130     RECORDING MODE IS F.
004140 01  MID-ARCHIVE-IN-REC                  PIC X(87).
004150
004160* TRACKER 10016 E
004200 FD  NEW-ARCHIVE-OUTFILE
004300     RECORDING MODE IS F.
004340* TRACKER 10016 S
004380*01  NEW-ARCHIVE-OUT-REC                 PIC X(87).
004420 01  NEW-ARCHIVE-OUT-REC                 PIC X(116).
004460* TRACKER 10016 E
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITHCES.
004800     05  WS-NO-MORE-RECS-SW              PIC X(01) VALUE 'N'.
004900         88 NO-MORE-RECS                           VALUE 'Y'.
004906* TRACKER 10016 S
004912     05  WS-BAD-PARM-SW                  PIC X(01) VALUE 'N'.
004918         88 WS-BAD-PARM                            VALUE 'Y'.
004924
004930*  CONTROL CARD LAYOUT:
004936*    COLS  1-3   RECORD LENGTH OF THE GENERATION BEING CONVERTED
004942*                072 (DD MXA068I1) OR 087 (DD MXA068I2),
004948*                BLANK OR NO CARD = 072 (THE DD IS STILL
004950*                REQUIRED - DD DUMMY FOR NO CARD)
004954 01  WS-CONVERSION-CONTROL-PARM.
004960     05  WS-PARM-IN-LENGTH               PIC X(03).
004966         88  WS-IN-IS-72-BYTE                      VALUE '072'.
004972         88  WS-IN-IS-87-BYTE                      VALUE '087'.
004978     05  FILLER                          PIC X(77).
004984* TRACKER 10016 E
005000
005100 01  WS-COUNTERS COMP-3.
005200     05  WS-RECS-READ                    PIC S9(09) VALUE 0.
006700     05  WS-OLD-STMT-NBR                 PIC X(12).
006800     05  FILLER                          PIC X(01).
006900
006909* TRACKER 10016 S
006918*  THE 87-BYTE ARCHIVE IMAGE - THE MXBPA050 LAYOUT AS IT STOOD
006927*  BEFORE THE UNIT MODEL/SERIAL NUMBER WERE RETAINED.
006936 01  WS-MID-ARCHIVE-RECORD.
006945     05  WS-MID-DLR-NBR                  PIC S9(09).
006954     05  WS-MID-CREDIT-MEMO-NBR          PIC X(11).
006963     05  WS-MID-APPLIED-DATE             PIC X(10).
006972     05  WS-MID-RECORD-TYPE              PIC X(02).
006981     05  WS-MID-RECORD-TYPE-SEQ          PIC 9(02).
006990     05  WS-MID-CHARGE-TYPE              PIC X(05).
006999     05  WS-MID-INVOICE-NBR              PIC X(11).
007008     05  WS-MID-APPLIED-AMT              PIC S9(09)V99 COMP-3.
007017     05  WS-MID-CURRENCY-CODE            PIC X(03).
007026     05  WS-MID-STMT-NBR                 PIC X(12).
007035     05  WS-MID-GST-AMT                  PIC S9(07)V99 COMP-3.
007044     05  WS-MID-HST-AMT                  PIC S9(07)V99 COMP-3.
007053     05  WS-MID-PST-AMT                  PIC S9(07)V99 COMP-3.
007062     05  FILLER                          PIC X(01).
007071
007080* TRACKER 10016 E
007089*  THE CURRENT 116-BYTE ARCHIVE IMAGE - MUST STAY BYTE FOR BYTE
007100*  WITH WS-ARCHIVE-RECORD IN MXBPA050.
007200 01  WS-NEW-ARCHIVE-RECORD.
007300     05  WS-NEW-DLR-NBR                  PIC S9(09).
008300     05  WS-NEW-GST-AMT                  PIC S9(07)V99 COMP-3.
008400     05  WS-NEW-HST-AMT                  PIC S9(07)V99 COMP-3.
008500     05  WS-NEW-PST-AMT                  PIC S9(07)V99 COMP-3.
008520* TRACKER 10016 S
008540     05  WS-NEW-MODEL-NBR                PIC X(12).
008560     05  WS-NEW-SERIAL-NBR               PIC X(17).
008580* TRACKER 10016 E
008600     05  FILLER                          PIC X(01).
008700
008800 01  WS-DISPLAY-COUNTER                  PIC ZZZ,ZZZ,ZZ9.
011100     DISPLAY 'PROGRAM MXBPA068 BEGINNING EXECUTION'.
011200     DISPLAY ' '.
011300
011308* TRACKER 10016 S
011316     PERFORM 1100-READ-CONTROL-PARM THRU 1100-EXIT.
011324     IF WS-BAD-PARM
011332         GO TO 1000-EXIT
011340     END-IF.
011348
011356     IF WS-IN-IS-87-BYTE
011364         OPEN INPUT  MID-ARCHIVE-INFILE
011372              OUTPUT NEW-ARCHIVE-OUTFILE
011380     ELSE
011388* TRACKER 10016 E
011400     OPEN INPUT  OLD-ARCHIVE-INFILE
011500          OUTPUT NEW-ARCHIVE-OUTFILE
011520* TRACKER 10016 S
011540     END-IF.
011560* TRACKER 10016 E
011600
011700     PERFORM 5000-READ-OLD-ARCHIVE THRU 5000-EXIT.
011800
012100     END-IF.
012200 1000-EXIT.
012300     EXIT.
012302* TRACKER 10016 S
012304
012306*****************************************************************
012308*                1100-READ-CONTROL-PARM                         *
012310*****************************************************************
012312* AN EMPTY FILE, OR A BLANK CARD, KEEPS THE ORIGINAL 72-BYTE    *
012314* RUN. THE MXPA068I DD ITSELF MUST BE PRESENT IN EVERY MXBPA068 *
012315* STEP - CODE DD DUMMY FOR A 72-BYTE RUN.                       *
012316*****************************************************************
012318
012320 1100-READ-CONTROL-PARM.
012322     MOVE SPACES TO WS-CONVERSION-CONTROL-PARM.
012324     OPEN INPUT CONVERSION-CONTROL-PARM.
012326     READ CONVERSION-CONTROL-PARM INTO WS-CONVERSION-CONTROL-PARM
012328         AT END MOVE SPACES TO WS-CONVERSION-CONTROL-PARM.
012330     CLOSE CONVERSION-CONTROL-PARM.
012332
012334     IF WS-PARM-IN-LENGTH = SPACES
012336         MOVE '072' TO WS-PARM-IN-LENGTH
012338     END-IF.
012340
012342     IF WS-IN-IS-72-BYTE OR WS-IN-IS-87-BYTE
012344         DISPLAY 'CONVERTING ' WS-PARM-IN-LENGTH
012346                 '-BYTE ARCHIVE GENERATION'
012348     ELSE
012350         DISPLAY 'INVALID CONTROL CARD: '
012352                 WS-CONVERSION-CONTROL-PARM
012354         SET WS-BAD-PARM  TO TRUE
012356         SET NO-MORE-RECS TO TRUE
012358         MOVE 12 TO RETURN-CODE
012360     END-IF.
012362 1100-EXIT.
012364     EXIT.
012366* TRACKER 10016 E
012400
012500*****************************************************************
012600*                2000-CONVERT-ONE-RECORD                        *
013200
013300 2000-CONVERT-ONE-RECORD.
013400     MOVE SPACES                   TO WS-NEW-ARCHIVE-RECORD.
013410* TRACKER 10016 S
013420     IF WS-IN-IS-87-BYTE
013430         PERFORM 2100-CONVERT-87-BYTE THRU 2100-EXIT
013440         GO TO 2000-WRITE
013450     END-IF.
013460* TRACKER 10016 E
013500     MOVE WS-OLD-DLR-NBR           TO WS-NEW-DLR-NBR.
013600     MOVE WS-OLD-CREDIT-MEMO-NBR   TO WS-NEW-CREDIT-MEMO-NBR.
013700     MOVE WS-OLD-APPLIED-DATE      TO WS-NEW-APPLIED-DATE.
014500     MOVE 0                        TO WS-NEW-GST-AMT
014600                                      WS-NEW-HST-AMT
014700                                      WS-NEW-PST-AMT.
014720* TRACKER 10016 S
014740     MOVE SPACES                   TO WS-NEW-MODEL-NBR
014760                                      WS-NEW-SERIAL-NBR.
014780
014800 2000-WRITE.
014820* TRACKER 10016 E
014900     WRITE NEW-ARCHIVE-OUT-REC FROM WS-NEW-ARCHIVE-RECORD.
015000     ADD +1 TO WS-RECS-WRITTEN.
015100
015200     PERFORM 5000-READ-OLD-ARCHIVE THRU 5000-EXIT.
015300 2000-EXIT.
015400     EXIT.
015403* TRACKER 10016 S
015406
015409*****************************************************************
015412*                2100-CONVERT-87-BYTE                           *
015415*****************************************************************
015418* THE 87-BYTE RECORD ALREADY CARRIES THE TAX COMPONENTS; ONLY   *
015421* THE MODEL/SERIAL NUMBER IS NEW AND DEFAULTS TO SPACES.        *
015424*****************************************************************
015427
015430 2100-CONVERT-87-BYTE.
015433     MOVE WS-MID-DLR-NBR           TO WS-NEW-DLR-NBR.
015436     MOVE WS-MID-CREDIT-MEMO-NBR   TO WS-NEW-CREDIT-MEMO-NBR.
015439     MOVE WS-MID-APPLIED-DATE      TO WS-NEW-APPLIED-DATE.
015442     MOVE WS-MID-RECORD-TYPE       TO WS-NEW-RECORD-TYPE.
015445     MOVE WS-MID-RECORD-TYPE-SEQ   TO WS-NEW-RECORD-TYPE-SEQ.
015448     MOVE WS-MID-CHARGE-TYPE       TO WS-NEW-CHARGE-TYPE.
015451     MOVE WS-MID-INVOICE-NBR       TO WS-NEW-INVOICE-NBR.
015454     MOVE WS-MID-APPLIED-AMT       TO WS-NEW-APPLIED-AMT.
015457     MOVE WS-MID-CURRENCY-CODE     TO WS-NEW-CURRENCY-CODE.
015460     MOVE WS-MID-STMT-NBR          TO WS-NEW-STMT-NBR.
015463     MOVE WS-MID-GST-AMT           TO WS-NEW-GST-AMT.
015466     MOVE WS-MID-HST-AMT           TO WS-NEW-HST-AMT.
015469     MOVE WS-MID-PST-AMT           TO WS-NEW-PST-AMT.
015472     MOVE SPACES                   TO WS-NEW-MODEL-NBR
015475                                      WS-NEW-SERIAL-NBR.
015478 2100-EXIT.
015481     EXIT.
015484* TRACKER 10016 E
015500
015600*****************************************************************
015700*                5000-READ-OLD-ARCHIVE                          *
015800*****************************************************************
015900
016000 5000-READ-OLD-ARCHIVE.
016010* TRACKER 10016 S
016020     IF WS-IN-IS-87-BYTE
016030         READ MID-ARCHIVE-INFILE INTO WS-MID-ARCHIVE-RECORD
016040             AT END SET NO-MORE-RECS TO TRUE
016050         END-READ
016060     ELSE
016070* TRACKER 10016 E
016100     READ OLD-ARCHIVE-INFILE INTO WS-OLD-ARCHIVE-RECORD
016200         AT END SET NO-MORE-RECS TO TRUE
016220* TRACKER 10016 S
016240         END-READ
016260     END-IF.
016280* TRACKER 10016 E
016300
016400     IF NO-MORE-RECS
016500         CONTINUE
017400*****************************************************************
017500
017600 9900-TERMINATION.
017610* TRACKER 10016 S
017620     IF WS-BAD-PARM
017630         GO TO 9900-EXIT
017640     END-IF.
017650     IF WS-IN-IS-87-BYTE
017660         CLOSE MID-ARCHIVE-INFILE
017670               NEW-ARCHIVE-OUTFILE
017680     ELSE
017690* TRACKER 10016 E
017700     CLOSE OLD-ARCHIVE-INFILE
017800           NEW-ARCHIVE-OUTFILE
017820* TRACKER 10016 S
017840     END-IF.
017860* TRACKER 10016 E
017900
018000     MOVE WS-RECS-READ TO WS-DISPLAY-COUNTER.
018100     DISPLAY 'OLD ARCHIVE RECORDS READ    ' WS-DISPLAY-COUNTER.
