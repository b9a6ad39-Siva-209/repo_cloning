      * OPENS AT ZERO. FOR A CONSOLIDATED GROUP (VWMCGRP) THE ROW IS
      * KEPT UNDER THE PARENT DEALER NUMBER THE STATEMENT PRINTS FOR.
      *
      * ARCHIVED_AMT (NOT NULL WITH DEFAULT 0) IS THE APPLIED AMOUNT
      * OF THE DEALER'S VWMSCHS HISTORY THAT MXBPA050 HAS MOVED TO
      * THE ARCHIVE - ADDED ON ARCHIVE, TAKEN BACK OFF ON RESTORE. THE
      * BALANCE PROOF (MXBPA070) EXPECTS
      *     BALANCE_AMT = ARCHIVED_AMT + SUM(VWMSCHS APPLIED_AMT).
      * CORRECTIONS TO EITHER COLUMN ARE MADE ONLY THROUGH THE
      * MXBPA071 CORRECTION CARDS, WHICH AUDIT ON VWMMNTA.
      * THE ANNUAL MXBPA084 RUN LISTS EVERY NON-ZERO BALANCE WHOSE
      * LAST_CYCLE_DATE IS OLDER THAN THE DORMANCY PERIOD, AND WRITES
      * THE UNCLAIMED-PROPERTY DUE-DILIGENCE LETTERS FOR THEM.
      * A TERMINATED DEALER'S FINAL STATEMENT (MXBPA085) WRITES ITS
      * CLOSING BALANCE HERE, WHERE IT STAYS UNTIL THE CREDIT
      * DEPARTMENT'S SETTLEMENT IS POSTED THROUGH MXBPA071.
      *
      ******************************************************************

       01  DCLVWMDLRB.
           10  DLRB-BALANCE-AMT        PIC S9(13)V99  COMP-3.
           10  DLRB-CURRENCY-CODE      PIC X(03).
           10  DLRB-LAST-CYCLE-DATE    PIC X(10).
           10  DLRB-ARCHIVED-AMT       PIC S9(13)V99  COMP-3.
