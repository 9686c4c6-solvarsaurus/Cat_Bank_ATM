      *> ---------------------------------------------------
      *> CBCAL - CAT BANK HOLIDAY CALENDAR RECORD
      *> SHARED BY: CALENDAR.cob, ACCTMAINT.cob
      *> ONE RECORD PER BANK HOLIDAY ON HOLIDAY.DAT, KEYED BY
      *> THE HOLIDAY DATE. SATURDAYS AND SUNDAYS ARE NEVER
      *> BUSINESS DAYS AND ARE NOT KEPT HERE - ONLY THE
      *> WEEKDAYS THE BANK IS SHUT. A SUPERVISOR MAINTAINS
      *> THE FILE FROM ACCOUNT MAINTENANCE; EVERY PROGRAM
      *> THAT NEEDS TO KNOW WHETHER THE BANK IS OPEN ASKS
      *> THE SHARED ROUTINE CAT-BANK-CALENDAR RATHER THAN
      *> READING THE FILE ITSELF.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  HC-HOLIDAY-DATE     PIC 9(8).
           05  HC-DESCRIPTION      PIC X(30).
           05  HC-ADDED-BY         PIC X(4).
