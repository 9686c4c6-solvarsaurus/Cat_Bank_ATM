      *> ---------------------------------------------------
      *> CBDISP - CAT BANK DISPUTE CASE RECORD LAYOUT
      *> SHARED BY: ACCTMAINT.cob, DISPAGE.cob, ESCHEAT.cob
      *> ONE RECORD PER CUSTOMER DISPUTE ON DISPUTE.DAT,
      *> KEYED BY A RUNNING CASE NUMBER. A CASE IS OPENED BY
      *> A TELLER AGAINST ONE SUCCESSFUL JOURNAL ENTRY - THE
      *> ACCOUNT AND THE ENTRY'S TL-TIMESTAMP IDENTIFY IT
      *> (SEE CBJRNL) - AND STAYS OPEN UNTIL IT IS RESOLVED:
      *>   'C' CUSTOMER WINS - ANY PROVISIONAL CREDIT STANDS,
      *>       AND ANY PART OF THE DISPUTED AMOUNT NOT YET
      *>       CREDITED IS CREDITED AT RESOLUTION
      *>   'B' BANK WINS     - THE PROVISIONAL CREDIT IS
      *>       REVERSED (A REV-DR ENTRY WHOSE TL-REF-TIMESTAMP
      *>       POINTS AT THE DISP-CR ENTRY IN DS-PROV-TIMESTAMP)
      *> DS-DUE-DATE IS THE REGULATORY DEADLINE, FIXED WHEN
      *> THE CASE IS OPENED FROM THE BANKPARM DISPUTE WINDOW.
      *> RESOLVED CASES ARE KEPT RATHER THAN DELETED SO THE
      *> AUDITORS CAN SEE THE WHOLE HISTORY.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  DS-CASE-NUM         PIC 9(6).
           05  DS-ACCT-NUM         PIC 9(5).
      *> THE DISPUTED JOURNAL ENTRY.
           05  DS-TRAN-TIMESTAMP   PIC 9(14).
           05  DS-TRAN-TYPE        PIC X(10).
           05  DS-TRAN-AMOUNT      PIC 9(7)V99.
           05  DS-REASON           PIC X(30).
           05  DS-OPENED-DATE      PIC 9(8).
           05  DS-OPENED-BY        PIC X(4).
           05  DS-DUE-DATE         PIC 9(8).
      *> PROVISIONAL CREDIT GIVEN WHEN THE CASE WAS OPENED
      *> (ZERO FOR NONE) AND THE TIMESTAMP OF ITS DISP-CR
      *> JOURNAL ENTRY.
           05  DS-PROV-AMOUNT      PIC 9(7)V99.
           05  DS-PROV-TIMESTAMP   PIC 9(14).
           05  DS-STATUS           PIC X(1).
               88  DS-OPEN          VALUE 'O'.
               88  DS-CUSTOMER-WON  VALUE 'C'.
               88  DS-BANK-WON      VALUE 'B'.
           05  DS-RESOLVED-DATE    PIC 9(8).
           05  DS-RESOLVED-BY      PIC X(4).
