      * CENTRAL PRINT, WHICH IS TODAY'S BEHAVIOR. DLVRY_BRANCH_NO IS
      * ONLY MEANINGFUL FOR BRANCH PICKUP ('B') ROWS - IT NAMES THE
      * BRANCH WHERE THE DEALER COLLECTS THE STATEMENT.
      * AN 'X' (EDI) ROW SENDS THE STATEMENT AS AN ANSI X12 812
      * CREDIT/DEBIT ADJUSTMENT TO THE DEALER'S VWMEDTD TRADING
      * PARTNER (MXBPA079); THE PRINTED IMAGE IS KEPT, NOT MAILED.
      * DLVRY_EMAIL_ADDR AND DLVRY_CONTACT_NAME ARE THE ADDRESS AND
      * PERSON THE DEALER GAVE WHEN ELECTING THROUGH THE DEALER PORTAL
      * (MXBPA081); AN 'E' ROW FROM THE PORTAL ALWAYS CARRIES AN
      * ADDRESS. MX56 MAINTENANCE LEAVES BOTH COLUMNS AS THEY ARE.
      *
      ******************************************************************

           10  CUST-NO                 PIC S9(09)   COMP.
           10  DLVRY-PREF-CODE         PIC X(01).
           10  DLVRY-BRANCH-NO         PIC S9(04)   COMP.
           10  DLVRY-EMAIL-ADDR        PIC X(60).
           10  DLVRY-CONTACT-NAME      PIC X(35).
