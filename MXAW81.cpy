      ******************************************************************
      *
      * MXAW81 - DEALER PORTAL DELIVERY-PREFERENCE CHANGE RECORD.
      * THE PORTAL SENDS ONE RECORD (MXPA081I) PER PREFERENCE CHANGE
      * A DEALER MAKES ONLINE; MXBPA081 APPLIES THEM TO VWMDLVP EACH
      * NIGHT. A CHANGE THAT FAILS THE EDITS IS WRITTEN BACK TO THE
      * PORTAL (MXPA081X) IN THE SAME LAYOUT WITH THE REJECT CODE
      * AND REASON FILLED IN - THEY ARE BLANK ON THE INBOUND FILE.
      *    COLS   1-9   DEALER NUMBER
      *    COL   11     PREFERENCE - 'C' CENTRAL PRINT
      *                              'E' E-DELIVERY
      *                              'B' BRANCH PICKUP
      *                              'X' EDI 812 (PARTNER ON VWMEDTD)
      *    COLS  13-16  PICKUP BRANCH (ONLY FOR 'B')
      *    COLS  18-77  DELIVERY E-MAIL ADDRESS (REQUIRED FOR 'E')
      *    COLS  79-113 CONTACT NAME
      *    COLS 115-124 DATE REQUESTED ON THE PORTAL YYYY-MM-DD
      *    COLS 126-145 PORTAL REQUEST ID (RETURNED AS SENT)
      *    COLS 147-148 REJECT CODE        (EXCEPTION FILE ONLY)
      *    COLS 150-189 REJECT REASON      (EXCEPTION FILE ONLY)
      *
      ******************************************************************

       01  MXAW81-PORTAL-PREF-REC.
           05  MXAW81-DLR-NBR-X               PIC X(09).
           05  MXAW81-DLR-NBR-9 REDEFINES MXAW81-DLR-NBR-X
                                              PIC 9(09).
           05  FILLER                         PIC X(01).
           05  MXAW81-PREF-CODE               PIC X(01).
           05  FILLER                         PIC X(01).
           05  MXAW81-BRANCH-X                PIC X(04).
           05  MXAW81-BRANCH-9 REDEFINES MXAW81-BRANCH-X
                                              PIC 9(04).
           05  FILLER                         PIC X(01).
           05  MXAW81-EMAIL-ADDR              PIC X(60).
           05  FILLER                         PIC X(01).
           05  MXAW81-CONTACT-NAME            PIC X(35).
           05  FILLER                         PIC X(01).
           05  MXAW81-REQUEST-DATE            PIC X(10).
           05  FILLER                         PIC X(01).
           05  MXAW81-REQUEST-ID              PIC X(20).
           05  FILLER                         PIC X(01).
           05  MXAW81-REJECT-CODE             PIC X(02).
           05  FILLER                         PIC X(01).
           05  MXAW81-REJECT-REASON           PIC X(40).
           05  FILLER                         PIC X(11).
