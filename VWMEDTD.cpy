      ******************************************************************
      *
      * VWMEDTD - EDI TRADING PARTNER DEALER TABLE.
      * ONE ROW PER DEALER WHOSE STATEMENT OF CREDITS GOES OUT AS AN
      * X12 812, NAMING THE VWMEDTP TRADING PARTNER IT IS SENT TO. A
      * DEALER GROUP THAT RECEIVES ITS DOCUMENTS THROUGH ONE EDI
      * MAILBOX HAS ALL ITS DEALERS ON THE SAME PARTNER_ID. THE ROW
      * MUST BE ON FILE BEFORE MX56 WILL PUT A DEALER ON THE 'X'
      * (EDI) DELIVERY PREFERENCE.
      *
      ******************************************************************

       01  DCLVWMEDTD.
           10  EDTD-CUST-NO            PIC S9(09)   COMP.
           10  EDTD-PARTNER-ID         PIC X(15).
