      ******************************************************************
      *
      * VWMEDIX - EDI 812 TRANSACTION SET LOG.
      * ONE ROW PER 812 TRANSACTION SET (ONE CREDIT MEMO) MXBPA079
      * SENDS, KEYED BY PARTNER, GROUP (GS06) AND SET (ST02) CONTROL
      * NUMBER - THE NUMBERS THE PARTNER'S 997 ACKNOWLEDGES BY. ONE
      * FUNCTIONAL GROUP CARRIES ONE DEALER STATEMENT, SO EVERY SET IN
      * A GROUP HAS THE SAME STMT_NBR. ACK_CODE IS BLANK UNTIL MXBPA080
      * POSTS THE 997: THE AK5 SET RESPONSE ('A' ACCEPTED, 'E'
      * ACCEPTED WITH ERRORS, 'R' REJECTED ...) OR, FOR A SET NOT
      * LISTED, THE AK9 GROUP RESPONSE. ACK_DATE IS THE DATE POSTED.
      *
      ******************************************************************

       01  DCLVWMEDIX.
           10  EDIX-PARTNER-ID         PIC X(15).
           10  EDIX-GROUP-CTL-NBR      PIC S9(09)   COMP.
           10  EDIX-SET-CTL-NBR        PIC S9(09)   COMP.
           10  EDIX-ISA-CTL-NBR        PIC S9(09)   COMP.
           10  EDIX-STMT-NBR           PIC X(12).
           10  EDIX-DLR-NBR            PIC S9(09)   COMP.
           10  EDIX-CREDIT-MEMO-NBR    PIC X(11).
           10  EDIX-ADJ-AMT            PIC S9(11)V99 COMP-3.
           10  EDIX-CREDIT-DEBIT-FLAG  PIC X(01).
           10  EDIX-CURRENCY-CODE      PIC X(03).
           10  EDIX-SENT-DATE          PIC X(10).
           10  EDIX-ACK-CODE           PIC X(01).
           10  EDIX-ACK-DATE           PIC X(10).
