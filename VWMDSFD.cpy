      ******************************************************************
      *
      * VWMDSFD - DISTRIBUTOR-FUNDED CREDIT TABLE.
      * ONE ROW PER DISTRIBUTOR AND PAY_TYPE_CODE THE DISTRIBUTOR
      * FUNDS (PRICE PROTECTION, PROGRAM CREDITS ...), MAINTAINED BY
      * FINANCE. DIST_CUST_NO IS THE DISTRIBUTOR'S CUSTOMER NUMBER AS
      * IT IS CARRIED IN VWMJ280 PAYEE_NO - THE SAME CUSTOMER WHOSE
      * LEGAL NAME PRINTS AS THE DISTRIBUTOR ON THE STATEMENT (MXAW21
      * DIST NAME). FUND_PCT IS THE SHARE OF THE APPLIED CREDIT THE
      * DISTRIBUTOR REIMBURSES (100.00 = ALL OF IT). A CREDIT IS
      * RECOVERABLE WHEN ITS APPLIED DATE FALLS BETWEEN EFF_DATE AND
      * EXP_DATE ('9999-12-31' = OPEN). MXBPA078 CLAIMS FROM IT.
      *
      ******************************************************************

       01  DCLVWMDSFD.
           10  DSFD-DIST-CUST-NO       PIC S9(09)   COMP.
           10  DSFD-PAY-TYPE-CODE      PIC X(04).
           10  DSFD-FUND-PCT           PIC S9(03)V99 COMP-3.
           10  DSFD-EFF-DATE           PIC X(10).
           10  DSFD-EXP-DATE           PIC X(10).
