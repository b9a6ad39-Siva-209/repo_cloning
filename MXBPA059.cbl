000900* MXBPA059 - E-DELIVERY ACKNOWLEDGMENT MATCH AND FALLBACK.       |
001000* CLOSES THE E-DELIVERY LOOP OPENED BY MXBPA047/MXBPA058.        |
001100* READS THE PORTAL'S INBOUND ACKNOWLEDGMENT FILE, MATCHES EACH   |
001200* ACKNOWLEDGMENT TO THE STATEMENT'S 'I' ROW (OR, FOR A           |
001250* TERMINATED DEALER'S FINAL STATEMENT, ITS 'T' ROW) ON VWMSTLG   |
001300* BY STATEMENT NUMBER AND RECORDS THE CONFIRMATION AS A 'C' ROW. |
001400* THEN AGES EVERY 'D' (DISPATCHED) ROW WITH NO CONFIRMATION:     |
001500* EACH ONE IS LISTED ON THE AGING REPORT, AND ANY DISPATCH       |
001600* OLDER THAN THE PARM-DRIVEN CONFIRMATION LIMIT IS FALLEN BACK   |
022500*                2000-PROCESS-ACKNOWLEDGMENT                    *
022600*****************************************************************
022700* ONE PORTAL ACKNOWLEDGMENT: THE STATEMENT NUMBER MUST MATCH AN *
022800* 'I' ROW ON VWMSTLG (A 'T' ROW FOR A FINAL STATEMENT); A       *
022850* CONFIRMATION ALREADY ON FILE IS COUNTED AND SKIPPED SO THE    *
022900* PORTAL CAN RESEND ITS FILE WITHOUT HARM.                      *
023000*****************************************************************
023100
023200 2000-PROCESS-ACKNOWLEDGMENT.
027600             :DCLVWMSTLG.STLG-CYCLE-DATE
027700         FROM VWMSTLG
027800         WHERE STMT_NBR    = :DCLVWMSTLG.STLG-STMT-NBR
027850* TRACKER 10055 S
027900*          AND ACTION_CODE = 'I'
027920           AND ACTION_CODE IN ('I','T')
027950* TRACKER 10055 E
028000     END-EXEC.
028100
028200     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
