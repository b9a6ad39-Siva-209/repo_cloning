002300* AS A 'D' (DISPATCHED) ROW, SO MXBPA059 CAN AGE THE DISPATCHES  |
002400* AGAINST THE PORTAL'S ACKNOWLEDGMENTS AND FALL AN UNCONFIRMED   |
002500* STATEMENT BACK TO CENTRAL PRINT.                               |
002510* A FINAL STATEMENT FOR A TERMINATED DEALER CARRIES A 'T' ROW    |
002520* INSTEAD OF AN 'I' ROW; ITS CYCLE DATE IS TAKEN FROM THAT ROW.  |
002600*================================================================*
002700*  TABLE   |   VIEW   |     DESCRIPTION                          |
002800*----------+-----------------------------------------------------*
030700        INTO :DCLVWMSTLG.STLG-CYCLE-DATE
030800         FROM VWMSTLG
030900         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
030950* TRACKER 10055 S
031000*          AND ACTION_CODE = 'I'
031010           AND ACTION_CODE IN ('I','T')
031020* TRACKER 10055 E
031100     END-EXEC.
031200
031300     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
