      ******************************************************************
      *
      * VWMEDTP - EDI TRADING PARTNER TABLE.
      * ONE ROW PER TRADING PARTNER WE EXCHANGE ANSI X12 DOCUMENTS
      * WITH, KEYED BY THE PARTNER'S INTERCHANGE ID (ISA08 ON WHAT WE
      * SEND, ISA06 ON WHAT COMES BACK) UNDER ISA_QUAL. GS_APP_CODE IS
      * THE PARTNER'S GS03 APPLICATION RECEIVER CODE. USAGE_IND IS
      * ISA15 - 'P' PRODUCTION, 'T' TEST. A PARTNER WITH ACTIVE_IND
      * OTHER THAN 'Y' IS NOT SENT TO. THE LAST INTERCHANGE (ISA13) AND
      * GROUP (GS06) CONTROL NUMBERS USED FOR THE PARTNER ARE KEPT
      * HERE AND ADVANCED BY MXBPA079 AS IT BUILDS EACH INTERCHANGE, SO
      * NUMBERS RUN UNBROKEN PER PARTNER ACROSS RUNS. MAINTAINED BY
      * THE EDI COORDINATOR WITH THE PARTNER'S SET-UP; DEALERS ARE
      * TIED TO A PARTNER ON VWMEDTD.
      *
      ******************************************************************

       01  DCLVWMEDTP.
           10  EDTP-PARTNER-ID         PIC X(15).
           10  EDTP-ISA-QUAL           PIC X(02).
           10  EDTP-GS-APP-CODE        PIC X(15).
           10  EDTP-PARTNER-NAME       PIC X(35).
           10  EDTP-USAGE-IND          PIC X(01).
           10  EDTP-ACTIVE-IND         PIC X(01).
           10  EDTP-LAST-ISA-CTL-NBR   PIC S9(09)   COMP.
           10  EDTP-LAST-GS-CTL-NBR    PIC S9(09)   COMP.
           10  EDTP-LAST-SENT-DATE     PIC X(10).
