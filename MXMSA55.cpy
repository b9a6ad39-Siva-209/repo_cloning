      * LIST FOR A DEALER, AND THE DETAIL LINES OF A SELECTED MEMO.
      * THE DISPUTE LINE/REASON FIELDS LET A CSR FLAG A DISPLAYED
      * DETAIL LINE AS DISPUTED WITH PF5 (VWMDSPT).
      * THE CONTACT REASON/OUTCOME FIELDS LOG THE CALL WITH PF4
      * (VWMCNTC), AND THE CONTACT HEADING AND LINES SHOW THE
      * DEALER'S LATEST LOGGED CONTACTS.
      * THE LENGTH/ATTRIBUTE/DATA TRIPLETS MIRROR WHAT BMS GENERATES.
      *
      ******************************************************************
           05  M55-DSPRSN-L            PIC S9(04)   COMP.
           05  M55-DSPRSN-A            PIC X(01).
           05  M55-DSPRSN-IO           PIC X(30).
           05  M55-CNTRSN-L            PIC S9(04)   COMP.
           05  M55-CNTRSN-A            PIC X(01).
           05  M55-CNTRSN-IO           PIC X(02).
           05  M55-CNTOUT-L            PIC S9(04)   COMP.
           05  M55-CNTOUT-A            PIC X(01).
           05  M55-CNTOUT-IO           PIC X(01).
           05  M55-CNTHDG-L            PIC S9(04)   COMP.
           05  M55-CNTHDG-A            PIC X(01).
           05  M55-CNTHDG-IO           PIC X(75).
           05  M55-CNT-GRP OCCURS 3 TIMES.
               10  M55-CNT-L           PIC S9(04)   COMP.
               10  M55-CNT-A           PIC X(01).
               10  M55-CNT-IO          PIC X(75).
