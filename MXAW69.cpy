      ******************************************************************
      *
      * MXAW69 - PENDING CREDIT MEMO WORK RECORD LAYOUT.
      * SHARED BY MXBPA069 (WRITER) AND MXBPA046 (READER, MXA046I2).
      *
      * ONE RECORD PER CM% CREDIT MEMO POSTED ON OR BEFORE THE
      * CYCLE TO-DATE BUT NOT YET APPLIED. SORTED BY STATEMENT
      * DEALER, CURRENCY, POST DATE, CREDIT MEMO. A CONSOLIDATED
      * MEMBER'S MEMOS CARRY ITS VWMCGRP PARENT IN
      * MXAW69-STMT-DLR-NBR (THE NUMBER ITS STATEMENT PRINTS UNDER)
      * AND THE MEMBER ITSELF IN MXAW69-CUST-NO.
      *
      * MXAW69-AGE-BUCKET:  1 = 0-30 DAYS     2 = 31-60 DAYS
      *                     3 = 61-90 DAYS    4 = OVER 90 DAYS
      *
      ******************************************************************

       01  MXAW69-PENDING-CREDIT-RECORD.
           05  MXAW69-STMT-DLR-NBR            PIC 9(09).
           05  MXAW69-CUST-NO                 PIC 9(09).
           05  MXAW69-CNTL-ENT-NO             PIC 9(04).
           05  MXAW69-CREDIT-MEMO-NBR         PIC X(11).
      *  VWMJ280 PAY_POST_DATE, ISO FORMAT YYYY-MM-DD.
           05  MXAW69-POST-DATE               PIC X(10).
           05  MXAW69-PENDING-AMT             PIC S9(11)V99  COMP-3.
           05  MXAW69-CURRENCY-CODE           PIC X(03).
           05  MXAW69-DAYS-OUT                PIC 9(05).
           05  MXAW69-AGE-BUCKET              PIC 9(01).
           05  FILLER                         PIC X(21).
