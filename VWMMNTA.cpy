      ******************************************************************
      *
      * VWMMNTA - STATEMENT CONTROL-TABLE MAINTENANCE AUDIT TRAIL.
      * ONE ROW PER CHANGE TO A STATEMENT CONTROL TABLE, WHATEVER
      * MADE IT: WHICH TABLE, WHAT ACTION, THE KEY, THE ROW IMAGE
      * BEFORE AND AFTER, WHO MADE THE CHANGE, WHO APPROVED IT, WHICH
      * PROGRAM APPLIED IT AND WHEN - SO CONTROL-TABLE SETUP IS
      * TRACEABLE INSTEAD OF BEING A HAND-KEYED SQL FAVOR. WRITERS:
      *   MXOPA056 (MX56 ONLINE)  VWMDLVP, VWMCGRP
      *   MXBPA048                VWMSUPP
      *   MXBPA062                VWMXRTE
      *   MXBPA071                VWMDLRB
      *   MXBPA075                VWMDLVP (BAD-ADDRESS HOLD/LIFT)
      *   MXBPA081                VWMDLVP (DEALER PORTAL, 'PORTAL')
      *   MXBPA082                VWMPTCL, VWMPCAL, VWMSMSG
      *   MXBPA085                VWMDTRM (DEALER TERMINATION)
      * CUST_NO IS THE KEY DEALER FOR A DEALER-KEYED TABLE (ZERO
      * OTHERWISE); ROW_KEY CARRIES THE KEY OF ANY OTHER TABLE
      * (CURRENCY AND DATE, PAY TYPE, CALENDAR DATE AND COUNTRY,
      * MESSAGE AND LANGUAGE). APPROVED_BY IS BLANK FOR AN ONLINE
      * CHANGE; A BATCH CARD DECK CARRIES ITS PREPARER AND APPROVER
      * ON AN MXAW82 AUTHORIZATION CARD. CHANGE_SOURCE IS THE
      * APPLYING PROGRAM (BLANK ON ROWS WRITTEN BEFORE IT WAS
      * CARRIED). CHANGED_BY EQUAL TO CHANGE_SOURCE MARKS A CHANGE
      * THE PROGRAM MADE BY ITSELF (A LAPSED-HOLD PURGE, A HOLD
      * LIFT). A VALUE TOO LONG FOR THE 40-BYTE IMAGES (A PORTAL
      * DELIVERY E-MAIL, A MESSAGE TEXT) IS WRITTEN AS ITS OWN ROW -
      * ACTION 'EMAIL'/'CONTCT' FROM MXBPA081, 'TEXT'/'TEXT2' FROM
      * MXBPA082 - AND AN ADDRESS OVER 40 CHARACTERS IS CUT.
      * MXBPA083 LISTS THE TRAIL EACH QUARTER FOR INTERNAL AUDIT.
      *
      ******************************************************************

           10  MNTA-CHANGED-BY         PIC X(08).
           10  MNTA-CHANGE-DATE        PIC X(10).
           10  MNTA-CHANGE-TIME        PIC X(08).
           10  MNTA-ROW-KEY            PIC X(20).
           10  MNTA-APPROVED-BY        PIC X(08).
           10  MNTA-CHANGE-SOURCE      PIC X(08).
