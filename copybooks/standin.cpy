      *>----------------------------------------------------------------
      *> STANDIN
      *> One stand-in hold approval (./standin_log.dat).
      *> STANDIN-AUTH-SUB appends a record for every hold it
      *> approves while postgres is unreachable;
      *> STANDIN-RECOVERY-BATCH replays each one as a real
      *> pending_transactions hold once the database is back,
      *> keyed on SIL-STANDIN-REF so a replay never doubles a hold.
      *> SIL-SNAPSHOT-AS-OF is the balance snapshot the approval was
      *> measured against -- only approvals against the current
      *> snapshot count toward the stand-in ceilings.
      *>----------------------------------------------------------------
       01  STANDIN-LOG-RECORD.
           05  SIL-STANDIN-REF      PIC X(28).
           05  SIL-ACCOUNT-NUMBER   PIC X(10).
           05  SIL-CARD-REFERENCE   PIC X(16).
           05  SIL-AUTH-REFERENCE   PIC X(15).
           05  SIL-AMOUNT           PIC 9(13)V99.
           05  SIL-HOLD-DAYS        PIC 9(3).
           05  SIL-APPROVED-AT      PIC X(19).
           05  SIL-SNAPSHOT-AS-OF   PIC X(10).
           05  SIL-OPERATOR-ID      PIC X(8).
           05  SIL-CHANNEL          PIC X(6).
