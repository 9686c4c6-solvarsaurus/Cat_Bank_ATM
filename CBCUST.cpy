      *> ---------------------------------------------------
      *> CBCUST - CAT BANK CUSTOMER MASTER (CIF) LAYOUT
      *> SHARED BY: ATM.cob, ACCTMAINT.cob, STMTGEN.cob, RIAUDIT.cob,
      *> CARDEXP.cob, CUSTMIG.cob, ALERTGEN.cob, ESCHEAT.cob,
      *> INTPOST.cob, TAXCERT.cob
      *> ONE RECORD PER CUSTOMER ON CUSTMSTR.DAT, KEYED BY
      *> THE CARD NUMBER THE CUSTOMER KEYS AT THE ATM. THE
      *> CUSTOMER - NOT THE ACCOUNT - OWNS THE PIN, THE
      *> THE ONE-WAY DIGEST (CAT-BANK-DIGEST) OF THE PIN,
      *> AND CF-PIN-HIST THE DIGESTS OF THE LAST THREE PINS
      *> SO A SELF-SERVICE CHANGE CANNOT REUSE A RECENT ONE.
      *> CF-CARD-STATUS IS THE HOTLIST: A CARD REPORTED LOST
      *> OR STOLEN, OR REPLACED BY A REISSUE, IS CAPTURED AT
      *> THE ATM. A REISSUED CARD'S OLD RECORD STAYS ON FILE
      *> FLAGGED 'R' WITH CF-REPLACED-BY POINTING AT THE NEW
      *> CARD NUMBER. CF-EXPIRY-DATE IS THE LAST DAY THE CARD
      *> IS GOOD (YYYYMMDD); AN EXPIRED CARD IS CAPTURED TOO.
      *> CF-ALERT-OPT IS THE CUSTOMER'S CHOICE OF WHICH
      *> NOTIFICATIONS THE NIGHTLY ALERT RUN (CAT-BANK-ALERT-
      *> GEN) SENDS, ONE BYTE PER ALERT TYPE:
      *>   1 BALANCE BELOW THE PRODUCT MINIMUM
      *>   2 ACCOUNT WENT INTO OVERDRAFT
      *>   3 STANDING ORDER FAILED
      *>   4 EXTERNAL PAYMENT RETURNED
      *>   5 DEPOSIT HOLD RELEASED
      *>   6 CARD LOCKED AFTER FAILED PINS
      *>   7 ACCOUNT ABOUT TO GO DORMANT
      *> 'N' IS OPTED OUT; ANYTHING ELSE (SPACE INCLUDED, SO
      *> EXISTING CUSTOMERS START OPTED IN) SENDS THE ALERT.
      *> CF-WHT-EXEMPT MARKS A CUSTOMER WHOSE CREDIT INTEREST
      *> IS PAID GROSS, WITH NO WITHHOLDING TAX TAKEN (SEE
      *> BP-WHT-RATE ON CBBPARM). 'Y' IS EXEMPT; ANYTHING
      *> ELSE (SPACE INCLUDED) IS TAXED.
      *> CF-SPARE IS HELD BACK FOR FUTURE CUSTOMER FLAGS SO
      *> THE FILE NEED NOT BE REBUILT FOR EACH ONE - CARVE
      *> NEW FIELDS FROM IT; OLD RECORDS CARRY SPACES THERE.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
               88  CF-CARD-UNLOCKED VALUE 'N'.
           05  CF-PIN-HISTORY.
               10  CF-PIN-HIST     PIC 9(8) OCCURS 3 TIMES.
           05  CF-CARD-STATUS      PIC X(1).
               88  CF-CARD-ACTIVE    VALUE 'A'.
               88  CF-CARD-LOST      VALUE 'L'.
               88  CF-CARD-STOLEN    VALUE 'S'.
               88  CF-CARD-REPLACED  VALUE 'R'.
               88  CF-CARD-HOTLISTED VALUE 'L' 'S' 'R'.
           05  CF-EXPIRY-DATE      PIC 9(8).
           05  CF-REPLACED-BY      PIC 9(8).
           05  CF-ALERT-OPTIONS.
               10  CF-ALERT-OPT    PIC X(1) OCCURS 7 TIMES.
                   88  CF-ALERT-OPTED-OUT VALUE 'N'.
           05  CF-WHT-EXEMPT       PIC X(1).
               88  CF-TAX-EXEMPT    VALUE 'Y'.
           05  CF-SPARE            PIC X(12).
