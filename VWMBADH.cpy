      ******************************************************************
      *
      * VWMBADH - DEALER BAD-ADDRESS HOLD.
      * ONE ROW PER DEALER WHOSE MAILED STATEMENT CAME BACK
      * UNDELIVERABLE, WRITTEN BY THE MXBPA075 RETURNED-MAIL INTAKE.
      * WHILE THE HOLD IS ACTIVE (HOLD_STATUS 'A') THE DEALER'S
      * STATEMENT IS NOT MAILED: A CENTRAL-PRINT DEALER IS GIVEN A
      * VWMDLVP ROW FOR BRANCH PICKUP (OR E-DELIVERY) SO MXBPA047
      * ROUTES IT AWAY FROM THE MAIL, AND THE DEALER'S PREFERENCE AS
      * IT STOOD BEFORE THE HOLD IS KEPT HERE (PRIOR_PREF_CODE BLANK =
      * NO VWMDLVP ROW, CENTRAL PRINT). HOLD_APPLIED_IND IS 'Y' WHEN
      * THE HOLD ITSELF CHANGED VWMDLVP, 'N' WHEN THE DEALER WAS
      * ALREADY OFF THE MAIL.
      * THE ADDRESS COLUMNS ARE THE VWMCU00 ADDRESS THE STATEMENT WAS
      * RETURNED FROM. ONCE VWMCU00 NO LONGER MATCHES THEM, MXBPA075
      * LIFTS THE HOLD: VWMDLVP GOES BACK TO THE PRIOR PREFERENCE,
      * HOLD_STATUS BECOMES 'L' AND LIFT_DATE IS SET. MXBPA076 LISTS
      * THE HOLDS WEEKLY FOR THE CSR ADDRESS CHASE.
      * FOR A CONSOLIDATED GROUP (VWMCGRP) THE ROW IS KEPT UNDER THE
      * PARENT DEALER, WHOSE ADDRESS THE STATEMENT IS MAILED TO.
      *
      ******************************************************************

       01  DCLVWMBADH.
           10  BADH-CUST-NO            PIC S9(09)   COMP.
           10  BADH-HOLD-STATUS        PIC X(01).
           10  BADH-HOLD-DATE          PIC X(10).
           10  BADH-RETURN-COUNT       PIC S9(04)   COMP.
           10  BADH-LAST-STMT-NBR      PIC X(12).
           10  BADH-LAST-REASON-CODE   PIC X(02).
           10  BADH-LAST-RETURN-DATE   PIC X(10).
           10  BADH-PRIOR-PREF-CODE    PIC X(01).
           10  BADH-PRIOR-BRANCH-NO    PIC S9(04)   COMP.
           10  BADH-HOLD-PREF-CODE     PIC X(01).
           10  BADH-HOLD-BRANCH-NO     PIC S9(04)   COMP.
           10  BADH-HOLD-APPLIED-IND   PIC X(01).
           10  BADH-ADDR1-NAME.
               49  BADH-ADDR1-NAME-LEN     PIC S9(04) COMP.
               49  BADH-ADDR1-NAME-TEXT    PIC X(35).
           10  BADH-ADDR2-NAME.
               49  BADH-ADDR2-NAME-LEN     PIC S9(04) COMP.
               49  BADH-ADDR2-NAME-TEXT    PIC X(35).
           10  BADH-CITY-NAME.
               49  BADH-CITY-NAME-LEN      PIC S9(04) COMP.
               49  BADH-CITY-NAME-TEXT     PIC X(25).
           10  BADH-ST-PROV-CODE       PIC X(02).
           10  BADH-ZIP-POSTAL-CODE    PIC X(10).
           10  BADH-LIFT-DATE          PIC X(10).
