022000     05  WS-PROC-DATE-NN                 PIC S9(04) VALUE 0 COMP. 
022100     05  WS-FROM-DATE-NN                 PIC S9(04) VALUE 0 COMP. 
022200     05  WS-TO-DATE-NN                   PIC S9(04) VALUE 0 COMP. 
022210* TRACKER 10060 S
022220     05  WS-TR00-ORG-INV-NO-NN           PIC S9(04) VALUE 0 COMP.
022230     05  WS-TRLI-MODEL-NO-NN             PIC S9(04) VALUE 0 COMP.
022240     05  WS-TRLI-SERIAL-NO-NN            PIC S9(04) VALUE 0 COMP.
022250* TRACKER 10060 E
022300                                                                  
022310* TRACKER 10060 S
022311*  PAYEE VWMCU00 AND REP VWMRP00 ROWS ALREADY READ THIS RUN, SO
022312*  A PAYEE OR REP MET AGAIN - ON THE NEXT DEALER OR THE NEXT
022313*  PAYEE BREAK - IS ANSWERED IN CORE INSTEAD OF BY ANOTHER
022314*  SINGLETON SELECT. ONLY THE COLUMNS THE PROGRAM GOES ON TO USE
022315*  ARE KEPT. A FULL TABLE IS NOT AN ERROR - THE CODE NOT CACHED
022316*  IS SIMPLY SELECTED EVERY TIME, AS BEFORE.
022317 01  WS-PAYEE-CACHE.
022318     05  WS-PAYEE-COUNT           PIC S9(04) COMP VALUE 0.
022319     05  WS-PAYEE-IX              PIC S9(04) COMP VALUE 0.
022320     05  WS-PAYEE-FOUND-SW        PIC X(01) VALUE 'N'.
022321         88 WS-PAYEE-CACHED                 VALUE 'Y'.
022322     05  WS-PAYEE-ENTRY OCCURS 500 TIMES.
022323         10  WS-PAYEE-ENT-NO      PIC S9(09) COMP.
022324         10  WS-PAYEE-ENT-NAME    PIC X(35).
022325         10  WS-PAYEE-ENT-COUNTRY PIC X(03).
022326         10  WS-PAYEE-ENT-LANG    PIC X(06).
022327
022328 01  WS-REP-CACHE.
022329     05  WS-REP-COUNT             PIC S9(04) COMP VALUE 0.
022330     05  WS-REP-IX                PIC S9(04) COMP VALUE 0.
022331     05  WS-REP-FOUND-SW          PIC X(01) VALUE 'N'.
022332         88 WS-REP-CACHED                   VALUE 'Y'.
022333     05  WS-REP-ENTRY OCCURS 500 TIMES.
022334         10  WS-REP-ENT-CODE      PIC X(04).
022335         10  WS-REP-ENT-ON-FILE   PIC X(01).
022336             88 WS-REP-ENT-FOUND            VALUE 'Y'.
022337         10  WS-REP-ENT-NAME      PIC X(30).
022338         10  WS-REP-ENT-PHONE     PIC X(10).
022339
022340*  HOW MANY LOOKUPS STILL WENT TO DB2 AND HOW MANY WERE ANSWERED
022341*  IN CORE - SHOWN AT TERMINATION FOR THE RUN-TIME COMPARISON.
022342 01  WS-LOOKUP-COUNTERS COMP-3.
022343     05  WS-PAYEE-SELECTS         PIC S9(09) VALUE 0.
022344     05  WS-PAYEE-HITS            PIC S9(09) VALUE 0.
022345     05  WS-REP-SELECTS           PIC S9(09) VALUE 0.
022346     05  WS-REP-HITS              PIC S9(09) VALUE 0.
022347     05  WS-TRUST-SELECTS         PIC S9(09) VALUE 0.
022348* TRACKER 10060 E
022349
022400 01  WS-DISPLAY-FIELDS.                                           
022500     05  WS-DISPLAY-COUNTER              PIC ZZZ,ZZZ,ZZ9.         
022600     05  WS-DISPLAY-DLR-NO               PIC ZZZZZZZZ9.           
036910* TRACKER 9814 S
036920         ,CURRENCY_CODE
036930* TRACKER 9814 E
036931* TRACKER 10060 S
036932*  THE TRUST'S ORIGINAL INVOICE NUMBER AND THE TRUST LINE'S
036933*  MODEL/SERIAL COME BACK ON THE FETCH INSTEAD OF FROM TWO
036934*  SINGLETON SELECTS PER TRUST DETAIL. NO ROW COMES BACK NULL.
036935         ,(SELECT R.CUST_ORG_INV_NO
036936             FROM VWMTR00 R
036937            WHERE R.DLR_NO        = A.DLR_NO
036938              AND R.TRUST_NO      = A.TRUST_NO)
036939         ,(SELECT L.MODEL_NO
036940             FROM VWMTRLI L
036941            WHERE L.DLR_NO        = A.DLR_NO
036942              AND L.TRUST_NO      = A.TRUST_NO
036943              AND L.TRUST_LINE_NO = A.TRUST_LINE_NO)
036944         ,(SELECT L.SERIAL_NO
036945             FROM VWMTRLI L
036946            WHERE L.DLR_NO        = A.DLR_NO
036947              AND L.TRUST_NO      = A.TRUST_NO
036948              AND L.TRUST_LINE_NO = A.TRUST_LINE_NO)
036949* TRACKER 10060 E
037000           FROM VWMJ280 A
037100          WHERE A.PAY_POST_DATE  <= :WS-TO-DATE                   
037200            AND A.PAY_NO LIKE 'CM%'                               
040020          AND S.SUPP_EXPIRY_DATE >= :WS-FROM-DATE)
040030* TRACKER 9915 E
040100* TRACKER 7382 E
040110* TRACKER 10055 S
040120*  A TERMINATED DEALER HAS HAD ITS FINAL STATEMENT (MXBPA085) -
040130*  NO CYCLE PICKS IT UP AGAIN, WHATEVER ITS CRED_PRT_FLAG SAYS.
040140          AND NOT EXISTS
040150              (SELECT *
040160                 FROM VWMDTRM T
040170                WHERE T.DLR_NBR = A.CUST_NO)
040180* TRACKER 10055 E
040200          ORDER BY A.CUST_NO, A.PAYEE_NO, A.PBL_DTL_NO,
040300                   A.PAY_APPLIED_DATE
040310* TRACKER 6294 S
042500                    AND B.CRED_PRT_FLAG  =  'Y'
042600                    AND B.CRED_PRT_FREQ_CODE =
042700                        :WS-CRED-PRT-FREQ-CODE)
042710* TRACKER 10055 S
042720            AND NOT EXISTS
042730                (SELECT *
042740                   FROM VWMDTRM T
042750                  WHERE T.DLR_NBR = S.CUST_NO)
042760* TRACKER 10055 E
042800          ORDER BY S.CUST_NO
042810* TRACKER 6294 S
042820          WITH HOLD
090100     ELSE                                                         
090200        MOVE PAYEE-NO OF DCLVWMJ280 TO WS-CURRENT-PAYEE-NO        
090300                                       CUST-NO OF DCLVWMCU00      
090350* TRACKER 10060 S
090400*       PERFORM 6000-SELECT-VWMCU00 THRU 6000-EXIT
090410        PERFORM 6050-LOOKUP-PAYEE THRU 6050-EXIT
090420* TRACKER 10060 E
090500        MOVE LEGAL-NAME-TEXT OF DCLVWMCU00                        
090600                                    TO MXAW21-SK-DIST-NAME        
090700     END-IF.                                                      
110900         MOVE TRUST-NO OF DCLVWMJ280 TO TRUST-NO OF DCLVWMTRLI    
111000         MOVE TRUST-LINE-NO OF DCLVWMJ280 TO                      
111100              TRUST-LINE-NO OF DCLVWMTRLI                         
111150* TRACKER 10060 S
111200*        PERFORM 5500-SELECT-VWMTRLI THRU 5500-EXIT
111210         IF WS-TRLI-MODEL-NO-NN < 0 OR
111220            WS-TRLI-SERIAL-NO-NN < 0
111230             ADD +1 TO WS-TRUST-SELECTS
111240             PERFORM 5500-SELECT-VWMTRLI THRU 5500-EXIT
111250         END-IF
111260* TRACKER 10060 E
111300         MOVE MODEL-NO TO MXAW21-0200-MODEL-NBR                   
111400         MOVE SERIAL-NO TO MXAW21-0200-SERIAL-NBR                 
111500     END-IF.                                                      
112400* P0516718 S                                                  
112500     MOVE DLR-NO OF DCLVWMJ280   TO DLR-NO OF DCLVWMTR00.         
112600     MOVE TRUST-NO OF DCLVWMJ280 TO TRUST-NO OF DCLVWMTR00.       
112650* TRACKER 10060 S
112700*    PERFORM 4310-SELECT-VWMTR00 THRU 4310-EXIT.
112710*  A NULL FROM THE CURSOR (NO VWMTR00 ROW, OR NO TRUST KEY ON
112720*  THE VWMJ280 ROW) FALLS BACK TO THE SELECT, WHICH HANDLES IT
112730*  EXACTLY AS IT ALWAYS HAS.
112740     IF WS-TR00-ORG-INV-NO-NN < 0
112750         ADD +1 TO WS-TRUST-SELECTS
112760         PERFORM 4310-SELECT-VWMTR00 THRU 4310-EXIT
112770     END-IF.
112780* TRACKER 10060 E
112800     MOVE CUST-ORG-INV-NO OF DCLVWMTR00 TO                        
112900                                MXAW21-0200-ORG-INV-NO.           
113000* P0516718 E                                                  
131600        :DCLVWMJ280.HST-AMT,
131700        :DCLVWMJ280.PST-AMT,
131710* TRACKER 9814 S
131720        :DCLVWMJ280.CURRENCY-CODE,
131730* TRACKER 9814 E
131740* TRACKER 10060 S
131750        :DCLVWMTR00.CUST-ORG-INV-NO:WS-TR00-ORG-INV-NO-NN,
131760        :DCLVWMTRLI.MODEL-NO:WS-TRLI-MODEL-NO-NN,
131770        :DCLVWMTRLI.SERIAL-NO:WS-TRLI-SERIAL-NO-NN
131780* TRACKER 10060 E
131800* TRACKER 7901 E
131900     END-EXEC.
132000                                                                  
145000     END-IF.                                                      
145100 6000-EXIT.                                                       
145200     EXIT.                                                        
145201* TRACKER 10060 S
145202*****************************************************************
145203*                6050-LOOKUP-PAYEE                             *
145204*****************************************************************
145205* PAYEE BREAK IN 3000. A PAYEE ALREADY READ THIS RUN HAS ITS   *
145206* NAME, COUNTRY AND LANGUAGE - THE ONLY VWMCU00 COLUMNS THE    *
145207* DETAIL RECORDS TAKE FROM THE PAYEE ROW - PUT BACK FROM       *
145208* WS-PAYEE-CACHE; OTHERWISE 6000 SELECTS IT AND IT IS ADDED.   *
145209*****************************************************************
145210
145211 6050-LOOKUP-PAYEE.
145212     MOVE 'N' TO WS-PAYEE-FOUND-SW.
145213     MOVE 1   TO WS-PAYEE-IX.
145214     PERFORM 6055-SEARCH-PAYEE-ENTRY THRU 6055-EXIT
145215         UNTIL WS-PAYEE-CACHED OR
145216               WS-PAYEE-IX > WS-PAYEE-COUNT.
145217
145218     IF WS-PAYEE-CACHED
145219         ADD +1 TO WS-PAYEE-HITS
145220         MOVE WS-PAYEE-ENT-NAME (WS-PAYEE-IX) TO
145221             LEGAL-NAME-TEXT OF DCLVWMCU00
145222         MOVE WS-PAYEE-ENT-COUNTRY (WS-PAYEE-IX) TO
145223             COUNTRY-CODE OF DCLVWMCU00
145224         MOVE WS-PAYEE-ENT-LANG (WS-PAYEE-IX) TO
145225             LANGUAGE-CODE OF DCLVWMCU00
145226         GO TO 6050-EXIT
145227     END-IF.
145228
145229     ADD +1 TO WS-PAYEE-SELECTS.
145230     PERFORM 6000-SELECT-VWMCU00 THRU 6000-EXIT.
145231
145232     IF WS-PAYEE-COUNT < 500
145233         ADD +1 TO WS-PAYEE-COUNT
145234         MOVE CUST-NO OF DCLVWMCU00 TO
145235             WS-PAYEE-ENT-NO (WS-PAYEE-COUNT)
145236         MOVE LEGAL-NAME-TEXT OF DCLVWMCU00 TO
145237             WS-PAYEE-ENT-NAME (WS-PAYEE-COUNT)
145238         MOVE COUNTRY-CODE OF DCLVWMCU00 TO
145239             WS-PAYEE-ENT-COUNTRY (WS-PAYEE-COUNT)
145240         MOVE LANGUAGE-CODE OF DCLVWMCU00 TO
145241             WS-PAYEE-ENT-LANG (WS-PAYEE-COUNT)
145242     END-IF.
145243 6050-EXIT.
145244     EXIT.
145245
145246*****************************************************************
145247*                6055-SEARCH-PAYEE-ENTRY                       *
145248*****************************************************************
145249
145250 6055-SEARCH-PAYEE-ENTRY.
145251     IF WS-PAYEE-ENT-NO (WS-PAYEE-IX) = CUST-NO OF DCLVWMCU00
145252         MOVE 'Y' TO WS-PAYEE-FOUND-SW
145253     ELSE
145254         ADD +1 TO WS-PAYEE-IX
145255     END-IF.
145256 6055-EXIT.
145257     EXIT.
145258* TRACKER 10060 E
145300***************************************************************** 
145400*                6500-SELECT-VWMRP00                            * 
145500***************************************************************** 
145600                                                                  
145700 6500-SELECT-VWMRP00.                                             
145710* TRACKER 10060 S
145720*  A REP CODE ALREADY LOOKED UP THIS RUN IS ANSWERED FROM
145730*  WS-REP-CACHE, ON FILE OR NOT, LEAVING DA-OK OR DA-NOTFOUND
145740*  SET JUST AS THE SELECT WOULD HAVE.
145750     PERFORM 6550-SEARCH-REP-CACHE THRU 6550-EXIT.
145760     IF WS-REP-CACHED
145770         GO TO 6500-EXIT
145780     END-IF.
145790* TRACKER 10060 E
145800     MOVE SPACES TO DLR-REP-NAME OF DCLVWMRP00                    
145900                    PHONE-NO OF DCLVWMRP00.                       
146000                                                                  
148300         PERFORM Z-980-ABNORMAL-TERM THRU                         
148400                 Z-980-ABNORMAL-TERM-RETURN                       
148500     END-IF.                                                      
148510* TRACKER 10060 S
148520     ADD +1 TO WS-REP-SELECTS.
148530     PERFORM 6560-ADD-REP-CACHE THRU 6560-EXIT.
148540* TRACKER 10060 E
148600 6500-EXIT.                                                       
148700     EXIT.                                                        
148701* TRACKER 10060 S
148702*****************************************************************
148703*                6550-SEARCH-REP-CACHE                         *
148704*****************************************************************
148705
148706 6550-SEARCH-REP-CACHE.
148707     MOVE 'N' TO WS-REP-FOUND-SW.
148708     MOVE 1   TO WS-REP-IX.
148709     PERFORM 6555-SEARCH-REP-ENTRY THRU 6555-EXIT
148710         UNTIL WS-REP-CACHED OR
148711               WS-REP-IX > WS-REP-COUNT.
148712
148713     IF WS-REP-CACHED
148714         ADD +1 TO WS-REP-HITS
148715         MOVE WS-REP-ENT-NAME (WS-REP-IX) TO
148716             DLR-REP-NAME OF DCLVWMRP00
148717         MOVE WS-REP-ENT-PHONE (WS-REP-IX) TO
148718             PHONE-NO OF DCLVWMRP00
148719         IF WS-REP-ENT-FOUND (WS-REP-IX)
148720             SET DA-OK TO TRUE
148721         ELSE
148722             SET DA-NOTFOUND TO TRUE
148723         END-IF
148724     END-IF.
148725 6550-EXIT.
148726     EXIT.
148727
148728*****************************************************************
148729*                6555-SEARCH-REP-ENTRY                         *
148730*****************************************************************
148731
148732 6555-SEARCH-REP-ENTRY.
148733     IF WS-REP-ENT-CODE (WS-REP-IX) = DLR-REP-CODE OF DCLVWMRP00
148734         MOVE 'Y' TO WS-REP-FOUND-SW
148735     ELSE
148736         ADD +1 TO WS-REP-IX
148737     END-IF.
148738 6555-EXIT.
148739     EXIT.
148740
148741*****************************************************************
148742*                6560-ADD-REP-CACHE                            *
148743*****************************************************************
148744* KEEPS THE RESULT OF A VWMRP00 SELECT - A REP CODE WITH NO     *
148745* ROW IS KEPT TOO, WITH BLANK NAME AND PHONE, SO EVERY DEALER   *
148746* CARRYING IT STILL GOES TO THE REP-CODE EXCEPTION REPORT.     *
148747*****************************************************************
148748
148749 6560-ADD-REP-CACHE.
148750     IF WS-REP-COUNT < 500
148751         ADD +1 TO WS-REP-COUNT
148752         MOVE DLR-REP-CODE OF DCLVWMRP00 TO
148753             WS-REP-ENT-CODE (WS-REP-COUNT)
148754         MOVE DLR-REP-NAME OF DCLVWMRP00 TO
148755             WS-REP-ENT-NAME (WS-REP-COUNT)
148756         MOVE PHONE-NO OF DCLVWMRP00 TO
148757             WS-REP-ENT-PHONE (WS-REP-COUNT)
148758         IF DA-OK
148759             MOVE 'Y' TO WS-REP-ENT-ON-FILE (WS-REP-COUNT)
148760         ELSE
148761             MOVE 'N' TO WS-REP-ENT-ON-FILE (WS-REP-COUNT)
148762         END-IF
148763     END-IF.
148764 6560-EXIT.
148765     EXIT.
148766* TRACKER 10060 E
148800                                                                  
148900***************************************************************** 
149000*                7000-SELECT-VWMCTUPD                           * 
166250               SCHS-HST-AMT OF DCLVWMSCHS
166260               SCHS-PST-AMT OF DCLVWMSCHS.
166270* TRACKER 9996 E
166271* TRACKER 10016 S
166272*  MODEL AND SERIAL RIDE ONLY ON THE 02/00 INVOICE DETAIL - THEY
166273*  LET THE MX73 LOOKUP FIND A CREDIT BY THE UNIT'S SERIAL NUMBER.
166274     MOVE SPACES TO SCHS-MODEL-NBR OF DCLVWMSCHS
166275                    SCHS-SERIAL-NBR OF DCLVWMSCHS.
166276* TRACKER 10016 E
166280      
166300     EVALUATE MXAW21-SK-RECORD-TYPE
166400         WHEN '02'
167000                 APPLIED-AMT OF DCLVWMSCHS
167100             MOVE MXAW21-0200-CURRENCY-CODE TO
167200                 CURRENCY-CODE OF DCLVWMSCHS
167210* TRACKER 10016 S
167220             MOVE MXAW21-0200-MODEL-NBR     TO
167230                 SCHS-MODEL-NBR OF DCLVWMSCHS
167240             MOVE MXAW21-0200-SERIAL-NBR    TO
167250                 SCHS-SERIAL-NBR OF DCLVWMSCHS
167260* TRACKER 10016 E
167300         WHEN '03'
167400             MOVE SPACES                    TO
167500                 INVOICE-NBR OF DCLVWMSCHS
169710              STMT_NBR,
169711* TRACKER 9970 E
169712* TRACKER 9996 S
169713              GST_AMT, HST_AMT, PST_AMT,
169714* TRACKER 9996 E
169734* TRACKER 10016 S
169754              MODEL_NBR, SERIAL_NBR)
169774* TRACKER 10016 E
169800             VALUES
169900             (:DCLVWMSCHS.DLR-NBR,
170000              :DCLVWMSCHS.CREDIT-MEMO-NBR,
170712* TRACKER 9996 S
170713              :DCLVWMSCHS.SCHS-GST-AMT,
170714              :DCLVWMSCHS.SCHS-HST-AMT,
170715              :DCLVWMSCHS.SCHS-PST-AMT,
170716* TRACKER 9996 E
170726* TRACKER 10016 S
170736              :DCLVWMSCHS.SCHS-MODEL-NBR,
170746              :DCLVWMSCHS.SCHS-SERIAL-NBR)
170756* TRACKER 10016 E
170800     END-EXEC.
170900      
171000     PERFORM Z-970-SET-DA-STATUS-DB2 THRU
181500     DISPLAY ' '.                                                 
181600     DISPLAY 'NUMBER OF APPLIED PAYMENT VWMJ280 ROWS FETCHED '    
181700             WS-DISPLAY-COUNTER.                                  
181710* TRACKER 10060 S
181720     MOVE WS-PAYEE-SELECTS TO WS-DISPLAY-COUNTER.
181730     DISPLAY 'PAYEE VWMCU00 SELECTS ISSUED          '
181740             WS-DISPLAY-COUNTER.
181750     MOVE WS-PAYEE-HITS TO WS-DISPLAY-COUNTER.
181760     DISPLAY 'PAYEE VWMCU00 ROWS ANSWERED IN CORE   '
181770             WS-DISPLAY-COUNTER.
181780     MOVE WS-REP-SELECTS TO WS-DISPLAY-COUNTER.
181781     DISPLAY 'REP VWMRP00 SELECTS ISSUED            '
181782             WS-DISPLAY-COUNTER.
181783     MOVE WS-REP-HITS TO WS-DISPLAY-COUNTER.
181784     DISPLAY 'REP VWMRP00 ROWS ANSWERED IN CORE     '
181785             WS-DISPLAY-COUNTER.
181786     MOVE WS-TRUST-SELECTS TO WS-DISPLAY-COUNTER.
181787     DISPLAY 'VWMTR00/VWMTRLI FALLBACK SELECTS      '
181788             WS-DISPLAY-COUNTER.
181789* TRACKER 10060 E
181800      
181900* TRACKER 7645 S
182000     MOVE WS-CM-AMT-HELD-BACK TO WS-DISP-HELD-BACK-AMT.
