      ******************************************************************
      *
      * VWMDSCL - DISTRIBUTOR RECOVERY CLAIM LINE.
      * ONE ROW PER VWMJ280 CREDIT ROW CLAIMED FROM A DISTRIBUTOR,
      * WRITTEN BY MXBPA078 IN THE SAME UNIT OF WORK THAT PUTS THE
      * LINE ON THE CLAIM FILE. THE FIRST FIVE COLUMNS ARE THE VWMJ280
      * ROW KEY (SAME NAMES AND TYPES), SO A CREDIT WITH A ROW HERE IS
      * NEVER CLAIMED AGAIN. CLAIM_NBR IS 'DR' + THE PROCESSING DATE
      * YYMMDD + A FOUR-DIGIT SEQUENCE, ONE PER DISTRIBUTOR AND
      * CURRENCY PER RUN, AND IS THE NUMBER ON THE CLAIM FILE HEADER.
      *
      ******************************************************************

       01  DCLVWMDSCL.
           10  DSCL-PAYEE-NO           PIC S9(09)   COMP.
           10  DSCL-PAYEE-SUFF-NO      PIC S9(04)   COMP.
           10  DSCL-SEQ-NO             PIC S9(04)   COMP.
           10  DSCL-PBL-DTL-NO         PIC X(11).
           10  DSCL-DTL-SEQ-NO         PIC S9(04)   COMP.
           10  DSCL-CLAIM-NBR          PIC X(12).
           10  DSCL-CLAIM-DATE         PIC X(10).
           10  DSCL-DLR-NBR            PIC S9(09)   COMP.
           10  DSCL-PAY-TYPE-CODE      PIC X(04).
           10  DSCL-CREDIT-AMT         PIC S9(09)V99 COMP-3.
           10  DSCL-FUND-PCT           PIC S9(03)V99 COMP-3.
           10  DSCL-CLAIM-AMT          PIC S9(09)V99 COMP-3.
           10  DSCL-CURRENCY-CODE      PIC X(03).
