      ******************************************************************
      *
      * MXAW78 - DISTRIBUTOR RECOVERY CLAIM FILE RECORD LAYOUT.
      * WRITTEN BY MXBPA078 (MXPA078C) FOR TRANSMISSION TO THE
      * DISTRIBUTORS. 150 BYTES, ALL DISPLAY, SIGNED AMOUNTS WITH A
      * LEADING SEPARATE SIGN.
      *
      * ONE CLAIM PER DISTRIBUTOR AND CURRENCY PER RUN:
      *   'H'  HEADER   - CLAIM NUMBER, DISTRIBUTOR, CLAIM DATE
      *   'D'  DETAIL   - ONE PER CREDIT CLAIMED
      *   'T'  TRAILER  - DETAIL COUNT AND CONTROL TOTALS, WHICH
      *                   MUST EQUAL THE SUM OF THE CLAIM'S DETAILS
      *
      ******************************************************************

       01  MXAW78-CLAIM-RECORD.
           05  MXAW78-REC-TYPE                PIC X(01).
               88  MXAW78-HEADER                        VALUE 'H'.
               88  MXAW78-DETAIL                        VALUE 'D'.
               88  MXAW78-TRAILER                       VALUE 'T'.
           05  MXAW78-CLAIM-NBR               PIC X(12).
           05  MXAW78-DIST-CUST-NO            PIC 9(09).
           05  MXAW78-DATA                    PIC X(128).

      *---------------------------------------------------------------*
      *  'H' - CLAIM HEADER                                           *
      *---------------------------------------------------------------*
           05  MXAW78-HEADER-DATA REDEFINES MXAW78-DATA.
               10  MXAW78-H-DIST-NAME         PIC X(35).
               10  MXAW78-H-CLAIM-DATE        PIC X(10).
               10  MXAW78-H-CURRENCY-CODE     PIC X(03).
               10  FILLER                     PIC X(80).

      *---------------------------------------------------------------*
      *  'D' - CLAIM DETAIL                                           *
      *  CREDIT-AMT IS THE CREDIT APPLIED TO THE DEALER; CLAIM-AMT IS *
      *  THE DISTRIBUTOR'S FUND-PCT SHARE OF IT, ROUNDED.             *
      *---------------------------------------------------------------*
           05  MXAW78-DETAIL-DATA REDEFINES MXAW78-DATA.
               10  MXAW78-D-DLR-NBR           PIC 9(09).
               10  MXAW78-D-CREDIT-MEMO-NBR   PIC X(11).
               10  MXAW78-D-APPLIED-DATE      PIC X(10).
               10  MXAW78-D-INVOICE-NBR       PIC X(11).
               10  MXAW78-D-MODEL-NBR         PIC X(12).
               10  MXAW78-D-SERIAL-NBR        PIC X(17).
               10  MXAW78-D-PAY-TYPE-CODE     PIC X(04).
               10  MXAW78-D-CREDIT-AMT        PIC S9(09)V99
                                              SIGN LEADING SEPARATE.
               10  MXAW78-D-FUND-PCT          PIC 9(03)V99.
               10  MXAW78-D-CLAIM-AMT         PIC S9(09)V99
                                              SIGN LEADING SEPARATE.
               10  FILLER                     PIC X(25).

      *---------------------------------------------------------------*
      *  'T' - CLAIM TRAILER                                          *
      *---------------------------------------------------------------*
           05  MXAW78-TRAILER-DATA REDEFINES MXAW78-DATA.
               10  MXAW78-T-DETAIL-COUNT      PIC 9(07).
               10  MXAW78-T-CREDIT-TOTAL      PIC S9(11)V99
                                              SIGN LEADING SEPARATE.
               10  MXAW78-T-CLAIM-TOTAL       PIC S9(11)V99
                                              SIGN LEADING SEPARATE.
               10  FILLER                     PIC X(93).
