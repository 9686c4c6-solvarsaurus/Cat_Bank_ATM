      *> CBJRNL - CAT BANK TRANSACTION JOURNAL RECORD LAYOUT
      *> SHARED BY: ATM.cob, INTPOST.cob, EODRPT.cob,
      *> ACCTMAINT.cob, EODCUT.cob, CSHRPT.cob, FEEPOST.cob,
      *> SOPOST.cob, STMTGEN.cob, SUSPRPT.cob, LOANPOST.cob,
      *> ALERTGEN.cob, ESCHEAT.cob, TAXCERT.cob, DRWRPT.cob
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH "OF"
      *> WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> A CLOSING ACCOUNT'S BALANCE IS PAID OUT AS "CASH-OUT"
      *> (CASH ACROSS THE COUNTER), "XFER-OUT" OR "XFER-EXT".
      *> A TELLER'S COUNTER CASH DEPOSIT IS A "DEPOSIT" AND A
      *> COUNTER CASH WITHDRAWAL A "CASH-OUT", BOTH CARRYING
      *> THE TELLER'S ID; "DRWR-OPEN" (ACCOUNT ZERO, THE
      *> FLOAT) AND "DRWR-COUNT" (ACCOUNT ZERO, THE SIGN-OFF
      *> COUNT) RECORD THE TELLER'S CASH DRAWER FOR THE DAY.
      *> THE EVENING DRAWER-BALANCING REPORT SETTLES EACH
      *> DRAWER FROM THESE (SEE CBDRWR).
      *> THE YEARLY ESCHEATMENT SWEEP TAKES A LONG-DORMANT
      *> BALANCE OFF AS "ESCHEAT" AND A TELLER PUTS IT BACK AS
      *> "RECLAIM" WHEN THE OWNER RETURNS (SEE CBUNCL).
      *> THE INTEREST RUN JOURNALS THE TAX IT WITHHOLDS FROM
      *> EACH CREDIT INTEREST PAYMENT AS "WHT-TAX", STAMPED
      *> WITH THE SAME TIMESTAMP AS ITS "INTEREST" ENTRY; THE
      *> YEAR-END TAX CERTIFICATES ARE BUILT FROM THE TWO.
      *> THE LOAN BATCH NOTES THE INTEREST PART OF EACH
      *> "LOAN-PMT" IT COLLECTS AS A "LOAN-INT" MEMO ENTRY
      *> WITH THE SAME TIMESTAMP. IT MOVES NO MONEY (THE
      *> LOAN-PMT CARRIES THE WHOLE DEBIT); A REVERSAL OF THE
      *> PAYMENT USES IT TO PUT THE INTEREST BACK ON THE LOAN
      *> AS INTEREST.
      *> TL-TELLER-ID CARRIES THE SIGNED-ON TELLER FOR
      *> MAINTENANCE ENTRIES AND IS SPACES FOR CUSTOMER/ATM
      *> AND BATCH EVENTS.
      *> TL-REF-TIMESTAMP LINKS A CORRECTION BACK TO THE
      *> ENTRY IT REVERSES: A "REV-DR" (BACKS A CREDIT OUT OF
      *> THE ACCOUNT) OR "REV-CR" (PUTS A DEBIT BACK) CARRIES
      *> THE ORIGINAL ENTRY'S TIMESTAMP HERE. A CARD REISSUE
      *> ("CARD-REISS", AND "CARD-RELNK" FOR EACH ACCOUNT
      *> MOVED) CARRIES THE OLD CARD NUMBER HERE INSTEAD, AND
      *> THE "CARD-NEW" WRITTEN WITH THE CARD-REISS'S OWN
      *> TIMESTAMP CARRIES THE NEW ONE, SO THE PAIR RECORDS
      *> THE OLD-TO-NEW LINK. THE ATM'S "CARD-LOCK" (A CARD
      *> LOCKED AFTER FAILED PINS) CARRIES THE NUMBER OF THE
      *> CARD IT LOCKED, AS DO
      *> "WHT-EXEMPT" AND "WHT-TAXED" FOR THE CUSTOMER WHOSE
      *> WITHHOLDING EXEMPTION WAS CHANGED. THE DISPUTE
      *> ENTRIES ("DISP-OPEN", "DISP-CR", "DISP-WON" AND
      *> "DISP-LOST") CARRY THE TIMESTAMP OF THE DISPUTED
      *> ENTRY (SEE CBDISP); WHEN THE BANK WINS, THE REV-DR
      *> THAT BACKS THE PROVISIONAL CREDIT OUT POINTS AT THE
      *> "DISP-CR" LIKE ANY OTHER REVERSAL.
      *> ZERO FOR ORDINARY ENTRIES.
      *> TL-AUTH-ID IS THE SECOND OFFICER ON A DUAL-CONTROL
      *> ACTION: THE APPLIED ENTRY CARRIES THE APPROVING
      *> SUPERVISOR IN TL-TELLER-ID AND THE REQUESTING
