      *> ---------------------------------------------------
      *> CBEXTP - CAT BANK EXTERNAL PAYMENT INSTRUCTION
      *> SHARED BY: ATM.cob, EXTSEND.cob, EXTRECV.cob, RIAUDIT.cob,
      *> ACCTMAINT.cob, ESCHEAT.cob
      *> ONE RECORD PER EXTERNAL PAYMENT ON EXTPAY.DAT, KEYED
      *> BY THE SENDING ACCOUNT PLUS A PER-ACCOUNT SEQUENCE.
      *> THE CUSTOMER SETS THE PAYMENT UP AT THE ATM (STATUS
      *> ACCOUNT+SEQUENCE AS THE REFERENCE ON THE OUTBOUND
      *> CLEARING FILE, SO A RETURNED ITEM ON THE INBOUND
      *> FILE CAN BE MATCHED BACK AND FLAGGED 'R' WITH THE
      *> SENDER RE-CREDITED. A BALANCE PAID OUT WHEN AN
      *> ACCOUNT CLOSES (OR WHEN AN ESCHEATED BALANCE IS
      *> RECLAIMED) IS QUEUED BY THE BRANCH AS 'F' -
      *> PRE-FUNDED: THE ACCOUNT WAS DEBITED AND THE
      *> XFER-EXT ENTRY JOURNALED AT THE COUNTER, SO THE SEND
      *> BATCH PUTS IT ON THE CLEARING FILE WITHOUT DEBITING
      *> AGAIN. RECORDS ARE KEPT RATHER THAN DELETED SO THE
      *> SEQUENCE NUMBERS STAY STABLE AND THE BRANCH CAN SEE
      *> A PAYMENT'S HISTORY.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
               88  XP-SENT          VALUE 'S'.
               88  XP-RETURNED      VALUE 'R'.
               88  XP-CANCELLED     VALUE 'C'.
               88  XP-FUNDED        VALUE 'F'.
           05  XP-SENT-DATE        PIC 9(8).
