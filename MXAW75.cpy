      ******************************************************************
      *
      * MXAW75 - RETURNED-MAIL INTAKE CARD AND RETURN REASON TABLE.
      * SHARED BY MXBPA075 (INTAKE, MXPA075I) AND MXBPA076 (WEEKLY
      * BAD-ADDRESS HOLD REPORT, WHICH DECODES THE REASON).
      *
      * ONE CARD PER UNDELIVERABLE STATEMENT, KEYED BY THE MAIL ROOM
      * FROM THE RETURNED ENVELOPE:
      *    COLS  1-12  STATEMENT NUMBER (FROM THE STATEMENT HEADER)
      *    COLS 14-15  RETURN REASON CODE - SEE MXAW75-REASON-TABLE
      *    COLS 17-26  DATE RETURNED YYYY-MM-DD (BLANK = PROC DATE)
      *    COL  28     HOLD ROUTE - 'B' BRANCH PICKUP (BLANK = 'B')
      *                             'E' E-DELIVERY
      *    COLS 30-33  PICKUP BRANCH (BLANK = DEALER'S CONTROL ENTITY)
      *    COLS 35-42  KEYED BY (USER ID)
      *
      ******************************************************************

       01  MXAW75-RETURNED-MAIL-CARD.
           05  MXAW75-STMT-NBR                PIC X(12).
           05  FILLER                         PIC X(01).
           05  MXAW75-REASON-CODE             PIC X(02).
           05  FILLER                         PIC X(01).
           05  MXAW75-RETURN-DATE             PIC X(10).
           05  FILLER                         PIC X(01).
           05  MXAW75-HOLD-ROUTE              PIC X(01).
           05  FILLER                         PIC X(01).
           05  MXAW75-BRANCH-X                PIC X(04).
           05  MXAW75-BRANCH-9 REDEFINES MXAW75-BRANCH-X
                                              PIC 9(04).
           05  FILLER                         PIC X(01).
           05  MXAW75-KEYED-BY                PIC X(08).
           05  FILLER                         PIC X(38).

       01  MXAW75-REASON-VALUES.
           05  FILLER                         PIC X(32) VALUE
               'NANOT AT THIS ADDRESS           '.
           05  FILLER                         PIC X(32) VALUE
               'MVMOVED - NO FORWARDING ADDRESS '.
           05  FILLER                         PIC X(32) VALUE
               'IAINSUFFICIENT ADDRESS          '.
           05  FILLER                         PIC X(32) VALUE
               'NSNO SUCH STREET OR NUMBER      '.
           05  FILLER                         PIC X(32) VALUE
               'RFREFUSED                       '.
           05  FILLER                         PIC X(32) VALUE
               'UCUNCLAIMED                     '.
           05  FILLER                         PIC X(32) VALUE
               'OTOTHER - SEE ENVELOPE          '.
       01  MXAW75-REASON-TABLE REDEFINES MXAW75-REASON-VALUES.
           05  MXAW75-REASON-ENTRY OCCURS 7 TIMES.
               10  MXAW75-TBL-REASON-CODE     PIC X(02).
               10  MXAW75-TBL-REASON-DESC     PIC X(30).
       01  MXAW75-REASON-COUNT                PIC S9(04) COMP VALUE 7.
