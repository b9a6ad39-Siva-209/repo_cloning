      ******************************************************************
      *
      * MXAW82 - CONTROL-TABLE MAINTENANCE AUTHORIZATION CARD AND THE
      * MXBPA082 TRANSACTION RECORD.
      *
      * EVERY CARD-DRIVEN CONTROL-TABLE MAINTENANCE DECK (MXBPA048
      * VWMSUPP, MXBPA062 VWMXRTE, MXBPA082 VWMPTCL/VWMPCAL/VWMSMSG,
      * MXBPA085 VWMDTRM DEALER TERMINATIONS)
      * STARTS WITH ONE AUTHORIZATION CARD NAMING WHO PREPARED THE
      * DECK AND WHO APPROVED IT. BOTH ARE RECORDED ON EVERY VWMMNTA
      * ROW THE DECK WRITES. WITHOUT IT - OR WITH NO APPROVER, OR AN
      * APPROVER WHO IS ALSO THE PREPARER - EVERY CARD IN THE
      * DECK IS REJECTED:
      *    COLS  1-6   'AUTH'
      *    COLS  8-15  PREPARED BY (USER ID)
      *    COLS 17-24  APPROVED BY (USER ID)
      *
      * MXBPA082 TRANSACTION (MXPA082I, 150 BYTES), ONE PER ROW:
      *    COLS  1-6   ACTION - ADD / CHANGE / DELETE (CHANGE
      *                REPLACES EVERY NON-KEY COLUMN WITH THE CARD)
      *    COLS  8-11  TABLE  - PTCL / PCAL / SMSG
      *  PTCL (VWMPTCL PAY-TYPE CLASSIFICATION):
      *    COLS 13-16  PAY TYPE CODE                         (KEY)
      *    COL  18     CLASS CODE T / C / P / U / M
      *    COLS 20-23  CHARGE TABLE ENTRY (CLASS 'C' ONLY)
      *  PCAL (VWMPCAL PROCESSING CALENDAR):
      *    COLS 13-22  CALENDAR DATE YYYY-MM-DD              (KEY)
      *    COLS 24-26  COUNTRY CODE                          (KEY)
      *    COL  28     DAY TYPE B / H / W
      *    COL  30     DAILY CUT-OFF   Y / N
      *    COL  32     WEEKLY CUT-OFF  Y / N
      *    COL  34     MONTHLY CUT-OFF Y / N
      *    COLS 36-65  DAY DESCRIPTION
      *  SMSG (VWMSMSG STATEMENT MESSAGE):
      *    COLS 13-16  MESSAGE NUMBER                        (KEY)
      *    COL  18     LANGUAGE CLASS E / F / S              (KEY)
      *    COL  20     SCOPE A (ALL) / C (CONTROL ENTITY) / D (DEALER)
      *    COLS 22-25  CONTROL ENTITY (SCOPE 'C' ONLY)
      *    COLS 27-35  DEALER NUMBER  (SCOPE 'D' ONLY)
      *    COLS 37-46  EFFECTIVE DATE YYYY-MM-DD
      *    COLS 48-57  EXPIRY DATE    YYYY-MM-DD
      *    COLS 59-128 MESSAGE TEXT
      *
      ******************************************************************

       01  MXAW82-AUTH-CARD.
           05  MXAW82-AUTH-ID                 PIC X(06).
               88 MXAW82-IS-AUTH-CARD                   VALUE 'AUTH  '.
           05  FILLER                         PIC X(01).
           05  MXAW82-PREPARED-BY             PIC X(08).
           05  FILLER                         PIC X(01).
           05  MXAW82-APPROVED-BY             PIC X(08).
           05  FILLER                         PIC X(56).

       01  MXAW82-MAINT-TRAN.
           05  MXAW82-ACTION                  PIC X(06).
               88 MXAW82-ADD                            VALUE 'ADD   '.
               88 MXAW82-CHANGE                         VALUE 'CHANGE'.
               88 MXAW82-DELETE                         VALUE 'DELETE'.
           05  FILLER                         PIC X(01).
           05  MXAW82-TABLE                   PIC X(04).
               88 MXAW82-TABLE-PTCL                     VALUE 'PTCL'.
               88 MXAW82-TABLE-PCAL                     VALUE 'PCAL'.
               88 MXAW82-TABLE-SMSG                     VALUE 'SMSG'.
           05  FILLER                         PIC X(01).
           05  MXAW82-DATA                    PIC X(138).
           05  MXAW82-PTCL-DATA REDEFINES MXAW82-DATA.
               10  MXAW82-PTCL-PAY-TYPE       PIC X(04).
               10  FILLER                     PIC X(01).
               10  MXAW82-PTCL-CLASS          PIC X(01).
               10  FILLER                     PIC X(01).
               10  MXAW82-PTCL-ENTRY-X        PIC X(04).
               10  MXAW82-PTCL-ENTRY-9 REDEFINES MXAW82-PTCL-ENTRY-X
                                              PIC 9(04).
               10  FILLER                     PIC X(127).
           05  MXAW82-PCAL-DATA REDEFINES MXAW82-DATA.
               10  MXAW82-PCAL-CAL-DATE       PIC X(10).
               10  FILLER                     PIC X(01).
               10  MXAW82-PCAL-COUNTRY        PIC X(03).
               10  FILLER                     PIC X(01).
               10  MXAW82-PCAL-DAY-TYPE       PIC X(01).
               10  FILLER                     PIC X(01).
               10  MXAW82-PCAL-DALY-CUTOFF    PIC X(01).
               10  FILLER                     PIC X(01).
               10  MXAW82-PCAL-WKLY-CUTOFF    PIC X(01).
               10  FILLER                     PIC X(01).
               10  MXAW82-PCAL-MTHY-CUTOFF    PIC X(01).
               10  FILLER                     PIC X(01).
               10  MXAW82-PCAL-DAY-DESC       PIC X(30).
               10  FILLER                     PIC X(85).
           05  MXAW82-SMSG-DATA REDEFINES MXAW82-DATA.
               10  MXAW82-SMSG-MSG-NBR-X      PIC X(04).
               10  MXAW82-SMSG-MSG-NBR-9 REDEFINES MXAW82-SMSG-MSG-NBR-X
                                              PIC 9(04).
               10  FILLER                     PIC X(01).
               10  MXAW82-SMSG-LANG           PIC X(01).
               10  FILLER                     PIC X(01).
               10  MXAW82-SMSG-SCOPE          PIC X(01).
               10  FILLER                     PIC X(01).
               10  MXAW82-SMSG-CNTL-ENT-X     PIC X(04).
               10  MXAW82-SMSG-CNTL-ENT-9 REDEFINES
                   MXAW82-SMSG-CNTL-ENT-X     PIC 9(04).
               10  FILLER                     PIC X(01).
               10  MXAW82-SMSG-DLR-NBR-X      PIC X(09).
               10  MXAW82-SMSG-DLR-NBR-9 REDEFINES MXAW82-SMSG-DLR-NBR-X
                                              PIC 9(09).
               10  FILLER                     PIC X(01).
               10  MXAW82-SMSG-EFF-DATE       PIC X(10).
               10  FILLER                     PIC X(01).
               10  MXAW82-SMSG-EXPIRY-DATE    PIC X(10).
               10  FILLER                     PIC X(01).
               10  MXAW82-SMSG-TEXT           PIC X(70).
               10  FILLER                     PIC X(22).
