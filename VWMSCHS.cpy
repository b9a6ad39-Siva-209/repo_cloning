           10  SCHS-GST-AMT            PIC S9(07)V99  COMP-3.
           10  SCHS-HST-AMT            PIC S9(07)V99  COMP-3.
           10  SCHS-PST-AMT            PIC S9(07)V99  COMP-3.
      *  MODEL AND SERIAL NUMBER OF THE UNIT OFF THE 02/00 INVOICE
      *  DETAIL (MXAW21-0200-MODEL-NBR / SERIAL-NBR) - SPACES ON
      *  EVERY OTHER RECORD TYPE. THE MX73 CREDIT LOOKUP (MXOPA073)
      *  SEARCHES ON SERIAL_NBR; MXBPA050 CARRIES BOTH THROUGH THE
      *  ARCHIVE/RESTORE FILE.
           10  SCHS-MODEL-NBR          PIC X(12).
           10  SCHS-SERIAL-NBR         PIC X(17).
