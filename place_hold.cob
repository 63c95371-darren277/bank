      *> account's available balance without posting a transaction --
      *> it is later either captured into a real posted transaction
      *> by settle_hold.cob, or it expires and the reservation is
      *> released. When psql cannot reach the database at all, a card
      *> hold goes to STANDIN-AUTH-SUB, which may approve it against
      *> last close's snapshot and log it for STANDIN-RECOVERY-BATCH
      *> to place for real once the database is back.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> while the account itself stays usable for checks and teller
      *> activity. Blank means a non-card hold, unguarded as before.
       01  WS-CARD-REFERENCE     PIC X(16) VALUE SPACES.
      *> Stand-in answer when the database is unreachable.
       01  WS-STANDIN-RESULT     PIC X(1) VALUE SPACE.
       01  WS-STANDIN-REASON     PIC X(20) VALUE SPACES.
       01  WS-STANDIN-REF        PIC X(28) VALUE SPACES.
       01  WS-CHANNEL            PIC X(6) VALUE "TELLER".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE WS-HOLD-DAYS TO WS-HOLD-DAYS-DISP
           STRING
               "INSERT INTO pending_transactions (account_number, "
               "amount, status, operator_id, auth_reference, "
               "card_reference, expires_at) SELECT '"
               WS-ACCOUNT-NUMBER "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", 'PENDING', '" FUNCTION TRIM(WS-OPERATOR-ID)
               FUNCTION TRIM(WS-HOLD-DAYS-DISP)
               ") WHERE EXISTS (SELECT 1 FROM accounts a "
               "WHERE a.account_number = '" WS-ACCOUNT-NUMBER "' "
               "AND a.current_balance - "
               "(SELECT COALESCE(SUM(amount), 0) "
               "FROM pending_transactions p WHERE p.account_number = '"
               WS-ACCOUNT-NUMBER "' AND p.status = 'PENDING') >= "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ") "
               "AND NOT EXISTS (SELECT 1 FROM cards cd "
               "WHERE cd.card_reference = '"
               FUNCTION TRIM(WS-CARD-REFERENCE) "' "
               "AND cd.card_status IN ('LOST', 'STOLEN', 'BLOCKED', "
               "'CLOSED')) "
               "RETURNING hold_id;"
               INTO WS-SQL-COMMAND.

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.
           END-IF.

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error placing hold. Return code: "
                   WS-RETURN-CODE
               PERFORM STANDIN-HOLD-PARA
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Hold declined -- insufficient available "
                       "balance, or the card is hot-carded or closed."
               ELSE
                   DISPLAY "Hold placed successfully. Hold ID: "
                       WS-PSQL-RESULT
               END-IF
           END-IF.

       STANDIN-HOLD-PARA.
           *> The database did not answer -- stand in from last
           *> close's snapshot for a card hold.
           CALL "STANDIN-AUTH-SUB" USING
               WS-ACCOUNT-NUMBER WS-CARD-REFERENCE WS-AUTH-REFERENCE
               WS-AMOUNT WS-HOLD-DAYS WS-OPERATOR-ID WS-CHANNEL
               WS-STANDIN-RESULT WS-STANDIN-REASON WS-STANDIN-REF
           IF WS-STANDIN-RESULT = 'A'
               DISPLAY "Hold APPROVED IN STAND-IN (database "
                   "unavailable). Stand-in reference: "
                   FUNCTION TRIM(WS-STANDIN-REF)
           ELSE
               DISPLAY "Stand-in declined the hold: "
                   FUNCTION TRIM(WS-STANDIN-REASON)
           END-IF.

       END PROGRAM PLACE-HOLD.
