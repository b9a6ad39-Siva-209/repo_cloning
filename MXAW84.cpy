      ******************************************************************
      *
      * MXAW84 - UNCLAIMED-PROPERTY DUE-DILIGENCE LETTER RECORD.
      * WRITTEN BY MXBPA084 (MXPA084L) FOR THE LETTER MERGE, ONE PER
      * DORMANT DEALER HOLDING A CREDIT BALANCE. 250 BYTES, ALL
      * DISPLAY, THE AMOUNT WITH A LEADING SEPARATE SIGN.
      *
      * THE LETTER TELLS THE DEALER THE BALANCE WILL BE REPORTED AS
      * UNCLAIMED PROPERTY TO THE JURISDICTION UNLESS THEY RESPOND BY
      * THE RESPOND-BY DATE. THE FILE IS IN STATE/PROVINCE AND
      * CURRENCY ORDER, SO THE LETTERS FOR EACH JURISDICTION CAN BE
      * MAILED AGAINST THAT JURISDICTION'S REPORTING DEADLINE.
      * LANGUAGE CODE IS THE DEALER'S STATEMENT LANGUAGE (VWMCU00),
      * FOR THE CHOICE OF LETTER TEXT.
      *
      ******************************************************************

       01  MXAW84-LETTER-RECORD.
           05  MXAW84-DLR-NBR                 PIC 9(09).
           05  MXAW84-LEGAL-NAME              PIC X(35).
           05  MXAW84-ADDR1                   PIC X(35).
           05  MXAW84-ADDR2                   PIC X(35).
           05  MXAW84-CITY                    PIC X(25).
           05  MXAW84-ST-PROV-CODE            PIC X(02).
           05  MXAW84-ZIP-POSTAL-CODE         PIC X(10).
           05  MXAW84-COUNTRY-CODE            PIC X(03).
           05  MXAW84-LANGUAGE-CODE           PIC X(06).
           05  MXAW84-CURRENCY-CODE           PIC X(03).
           05  MXAW84-BALANCE-AMT             PIC S9(11)V99
                                              SIGN LEADING SEPARATE.
           05  MXAW84-LAST-CYCLE-DATE         PIC X(10).
           05  MXAW84-LAST-STMT-NBR           PIC X(12).
           05  MXAW84-LETTER-DATE             PIC X(10).
           05  MXAW84-RESPOND-BY-DATE         PIC X(10).
           05  FILLER                         PIC X(31).
