      ******************************************************************
      *
      * MXAW86 - CSR CONTACT REASON AND OUTCOME TABLES, AND THE
      * MXBPA086 CONTROL CARD. SHARED BY MXOPA055 (MX55, WHICH
      * VALIDATES THE CODES A CSR KEYS WHEN LOGGING A CALL ON VWMCNTC)
      * AND MXBPA086 (WEEKLY CONTACT VOLUME REPORT, WHICH DECODES
      * THEM).
      *
      * OPTIONAL CONTROL CARD MXPA086I:
      *    COLS  1-3   REPEAT-CALLER LIMIT - A DEALER WITH MORE
      *                CONTACTS THAN THIS IN THE LAST 30 DAYS IS
      *                LISTED AS A REPEAT CALLER (BLANK/NO CARD = 003)
      *
      ******************************************************************

       01  MXAW86-CONTROL-CARD.
           05  MXAW86-REPEAT-LIMIT-X          PIC X(03).
           05  MXAW86-REPEAT-LIMIT-9 REDEFINES MXAW86-REPEAT-LIMIT-X
                                              PIC 9(03).
           05  FILLER                         PIC X(77).

       01  MXAW86-REASON-VALUES.
           05  FILLER                         PIC X(32) VALUE
               'STSTATEMENT - GENERAL QUESTION  '.
           05  FILLER                         PIC X(32) VALUE
               'CMCREDIT MEMO NOT RECOGNIZED    '.
           05  FILLER                         PIC X(32) VALUE
               'CHCHARGE TYPE / FEE QUESTION    '.
           05  FILLER                         PIC X(32) VALUE
               'MCCREDIT MISSING OR NOT APPLIED '.
           05  FILLER                         PIC X(32) VALUE
               'AMAMOUNT DIFFERS FROM DEALER    '.
           05  FILLER                         PIC X(32) VALUE
               'CPCOPY OR REPRINT REQUESTED     '.
           05  FILLER                         PIC X(32) VALUE
               'DLSTATEMENT NOT RECEIVED        '.
           05  FILLER                         PIC X(32) VALUE
               'OTOTHER                         '.
       01  MXAW86-REASON-TABLE REDEFINES MXAW86-REASON-VALUES.
           05  MXAW86-REASON-ENTRY OCCURS 8 TIMES.
               10  MXAW86-TBL-REASON-CODE     PIC X(02).
               10  MXAW86-TBL-REASON-DESC     PIC X(30).
       01  MXAW86-REASON-COUNT                PIC S9(04) COMP VALUE 8.

       01  MXAW86-OUTCOME-VALUES.
           05  FILLER                         PIC X(21) VALUE
               'RRESOLVED ON THE CALL'.
           05  FILLER                         PIC X(21) VALUE
               'DDISPUTE FLAGGED     '.
           05  FILLER                         PIC X(21) VALUE
               'BREBUILD QUEUED      '.
           05  FILLER                         PIC X(21) VALUE
               'CCALLBACK PROMISED   '.
           05  FILLER                         PIC X(21) VALUE
               'EESCALATED           '.
       01  MXAW86-OUTCOME-TABLE REDEFINES MXAW86-OUTCOME-VALUES.
           05  MXAW86-OUTCOME-ENTRY OCCURS 5 TIMES.
               10  MXAW86-TBL-OUTCOME-CODE    PIC X(01).
               10  MXAW86-TBL-OUTCOME-DESC    PIC X(20).
       01  MXAW86-OUTCOME-COUNT               PIC S9(04) COMP VALUE 5.
