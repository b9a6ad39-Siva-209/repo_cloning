      ******************************************************************
      *
      * MXMSA73 - SYMBOLIC MAP FOR THE MXOPA073 CREDIT LOOKUP SCREEN
      * (MAPSET MXMSA73, MAP MXM73M, TRANS MX73). THE CSR KEYS ONE OF
      * INVOICE NUMBER, CREDIT MEMO NUMBER OR UNIT SERIAL NUMBER; THE
      * HITS ACROSS ALL DEALERS LIST BELOW, AND A SELECTION NUMBER
      * TRANSFERS TO THE MX55 DETAIL VIEW OF THAT MEMO.
      * THE LENGTH/ATTRIBUTE/DATA TRIPLETS MIRROR WHAT BMS GENERATES.
      *
      ******************************************************************

       01  MXM73M-MAP-AREA.
           05  FILLER                  PIC X(12).
           05  M73-INVNO-L             PIC S9(04)   COMP.
           05  M73-INVNO-A             PIC X(01).
           05  M73-INVNO-IO            PIC X(11).
           05  M73-MEMONO-L            PIC S9(04)   COMP.
           05  M73-MEMONO-A            PIC X(01).
           05  M73-MEMONO-IO           PIC X(11).
           05  M73-SERNO-L             PIC S9(04)   COMP.
           05  M73-SERNO-A             PIC X(01).
           05  M73-SERNO-IO            PIC X(17).
           05  M73-SELNO-L             PIC S9(04)   COMP.
           05  M73-SELNO-A             PIC X(01).
           05  M73-SELNO-IO            PIC X(02).
           05  M73-MSG-L               PIC S9(04)   COMP.
           05  M73-MSG-A               PIC X(01).
           05  M73-MSG-IO              PIC X(60).
           05  M73-HDG-L               PIC S9(04)   COMP.
           05  M73-HDG-A               PIC X(01).
           05  M73-HDG-IO              PIC X(75).
           05  M73-LINE-GRP OCCURS 13 TIMES.
               10  M73-LINE-L          PIC S9(04)   COMP.
               10  M73-LINE-A          PIC X(01).
               10  M73-LINE-IO         PIC X(75).
