      *> ---------------------------------------------------
      *> CBTELLR - CAT BANK TELLER/OPERATOR MASTER LAYOUT
      *> SHARED BY: ACCTMAINT.cob, JRNLINQ.cob, NIGHTRUN.cob
      *> ONE RECORD PER TELLER. EVERY MAINTENANCE ACTION IS
      *> JOURNALED UNDER THE SIGNED-ON TELLER'S ID, SO KEEP
      *> IDS STABLE - REVOKE A LEAVER ('R') RATHER THAN
