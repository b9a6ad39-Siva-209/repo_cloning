      * STATEMENT - ORIG_STMT_NBR NAMES THE STATEMENT BEING AMENDED,
      * SO EVERY VERSION OF A DEALER'S STATEMENT IS TRACEABLE. THE
      * COLUMN IS NULL/BLANK ON EVERY OTHER ACTION CODE.
      * AN 'M' (RETURNED MAIL) ROW IS LOGGED BY MXBPA075 WHEN A MAILED
      * STATEMENT COMES BACK UNDELIVERABLE - ACTION_DATE IS THE DATE
      * IT CAME BACK; THE REASON IS KEPT ON THE VWMBADH HOLD.
      * AN 'X' (SENT AS EDI 812) ROW IS LOGGED BY MXBPA079 FOR EACH
      * STATEMENT IT TRANSMITS TO AN EDI TRADING PARTNER. MXBPA080
      * CLOSES THE LOOP FROM THE PARTNER'S 997 THE SAME WAY MXBPA059
      * DOES FOR THE PORTAL - 'C' WHEN THE GROUP IS ACCEPTED, 'F' WHEN
      * IT IS REJECTED OR UNACKNOWLEDGED PAST THE LIMIT.
      * A 'T' (FINAL) ROW IS LOGGED BY MXBPA085 FOR THE LAST STATEMENT
      * OF A TERMINATED DEALER (VWMDTRM) - CYCLE_DATE IS THE DATE THE
      * FINAL STATEMENT RUNS TO. ITS NUMBER CARRIES BAND 90.
      * STMT_NBR IS YYMMDD + A FREQUENCY/PARTITION BAND (DAILY
      * 00-16, WEEKLY 40-56, MONTHLY 60-76, FINAL 90) + SEQUENCE,
      * ASSIGNED BY THE EXTRACT, CARRIED ON THE MXAW21 00/01 RECORD,
      * PRINTED IN THE STATEMENT HEADER AND STAMPED ON THE VWMSCHS
      * HISTORY ROWS.
      *
      ******************************************************************

