      ******************************************************************
      *
      * VWMCNTC - CSR CONTACT LOG.
      * ONE ROW PER DEALER CALL HANDLED ON THE MX55 INQUIRY
      * (MXOPA055): THE DEALER, WHEN THE CALL WAS LOGGED, THE LAST
      * STATEMENT NUMBER THE CSR HAD ON SCREEN (BLANK WHEN NO MEMO
      * DETAIL WAS VIEWED), THE CONTACT REASON AND OUTCOME CODES
      * (DECODED BY THE MXAW86 TABLES) AND THE CSR'S USER ID.
      * CONTACT_TS AND CONTACT_DATE ARE SET BY DB2 ON INSERT. MX55
      * SHOWS THE DEALER'S LATEST CONTACTS WHENEVER THE DEALER IS
      * KEYED, AND MXBPA086 REPORTS THE WEEKLY CONTACT VOLUME AND
      * THE REPEAT CALLERS.
      *
      ******************************************************************

       01  DCLVWMCNTC.
           10  CNTC-DLR-NBR            PIC S9(09)   COMP.
           10  CNTC-CONTACT-TS         PIC X(26).
           10  CNTC-CONTACT-DATE       PIC X(10).
           10  CNTC-STMT-NBR           PIC X(12).
           10  CNTC-REASON-CODE        PIC X(02).
           10  CNTC-OUTCOME-CODE       PIC X(01).
           10  CNTC-CSR-ID             PIC X(08).
