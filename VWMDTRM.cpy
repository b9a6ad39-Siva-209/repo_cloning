      ******************************************************************
      *
      * VWMDTRM - DEALER TERMINATION / FINAL STATEMENT REGISTER.
      * ONE ROW PER DEALER WHOSE RELATIONSHIP HAS ENDED, WRITTEN BY
      * MXBPA085 WHEN IT ISSUES THE DEALER'S FINAL STATEMENT OF
      * CREDITS: THE EFFECTIVE DATE OF THE TERMINATION, THE FINAL
      * STATEMENT NUMBER (ALSO LOGGED ON VWMSTLG AS A 'T' ROW), THE
      * OPENING CARRIED BALANCE, THE CREDITS ON THE FINAL STATEMENT
      * AND THE CLOSING BALANCE LEFT FOR THE CREDIT DEPARTMENT TO
      * SETTLE, WITH WHO REQUESTED AND WHO APPROVED THE TERMINATION.
      * A DEALER WITH A ROW HERE IS NEVER PICKED UP AGAIN BY THE
      * MXBPA045 EXTRACT, WHATEVER ITS CRED_PRT_FLAG SAYS. THE ROW IS
      * THE DEALER'S ONLY ONE - A SECOND TERMINATION IS REJECTED.
      *
      ******************************************************************

       01  DCLVWMDTRM.
           10  DTRM-DLR-NBR            PIC S9(09)     COMP.
           10  DTRM-EFF-DATE           PIC X(10).
           10  DTRM-FINAL-STMT-NBR     PIC X(12).
           10  DTRM-ISSUE-DATE         PIC X(10).
           10  DTRM-OPENING-BAL-AMT    PIC S9(13)V99  COMP-3.
           10  DTRM-CREDIT-AMT         PIC S9(13)V99  COMP-3.
           10  DTRM-CLOSING-BAL-AMT    PIC S9(13)V99  COMP-3.
           10  DTRM-CURRENCY-CODE      PIC X(03).
           10  DTRM-REASON-TEXT        PIC X(30).
           10  DTRM-REQUESTED-BY       PIC X(08).
           10  DTRM-APPROVED-BY        PIC X(08).
