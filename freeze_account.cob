      *> program in the tree could actually set FROZEN -- it was done
      *> with raw psql, with no reason, no expiry and no trail. Every
      *> freeze placed here carries a reason code (COURT, FRAUD,
      *> DECEASED, SANCTION -- the last also placed by
      *> SANCTIONS-REVIEW on a confirmed list match), a scope -- A
      *> freezes all activity by flipping account_status to FROZEN
      *> (and the withdrawal guards check it too, so teller and batch
      *> debits stop even before their own status reads would); D
      *> blocks debits only, enforced by the NOT EXISTS freeze check
      *> inside every withdrawal guard, while deposits keep landing
      *> -- an optional expiry date, and the operator who placed it.
      *> The R action is the daily run: it lapses expired freezes
      *> (restoring account_status when no other all-activity freeze
      *> remains) and prints everything currently frozen and why.
      *> The A action brings a DORMANT account back to ACTIVE once the
      *> customer has been identified, recording who did it in
      *> account_reactivations -- reactivating a relative's dormant
      *> account is exactly what EMPLOYEE-EXCEPTION-BATCH looks for.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FREEZE-REPORT-FILE
           ASSIGN TO "./frozen_accounts_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           END-IF

           DISPLAY "Enter Action (F=Freeze, U=Unfreeze, "
               "R=Daily freeze report / lapse expired, "
               "A=Reactivate dormant account):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM LAPSE-EXPIRED-PARA
                   PERFORM WRITE-FREEZE-REPORT-PARA
               WHEN "A"
                   PERFORM REACTIVATE-DORMANT-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be F, U, R, or A."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Reason Code (COURT, FRAUD, DECEASED, "
               "SANCTION):"
           ACCEPT WS-REASON-CODE
           IF WS-REASON-CODE NOT = "COURT" AND
                   WS-REASON-CODE NOT = "FRAUD" AND
                   WS-REASON-CODE NOT = "DECEASED" AND
                   WS-REASON-CODE NOT = "SANCTION"
               DISPLAY "Invalid reason code."
               GOBACK
           END-IF
               END-IF
           END-IF.

       REACTIVATE-DORMANT-PARA.
           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               DISPLAY "Invalid account number format."
               GOBACK
           END-IF

           *> Only a DORMANT account flips, and the reactivation row
           *> lands in the same statement so every reactivation has
           *> an operator against it.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH st AS (UPDATE accounts SET account_status = "
               "'ACTIVE' WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND account_status = 'DORMANT' "
               "RETURNING account_number), "
               "ra AS (INSERT INTO account_reactivations "
               "(account_number, reactivated_by, reactivated_at) "
               "SELECT account_number, '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW() FROM st RETURNING reactivation_id) "
               "SELECT reactivation_id FROM ra;"
               INTO WS-SQL-COMMAND.

           PERFORM RUN-FREEZE-SQL-PARA.

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error reactivating account. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Account not reactivated -- not found or "
                       "not dormant."
               ELSE
                   DISPLAY "Account " FUNCTION TRIM(WS-ACCOUNT-NUMBER)
                       " reactivated."
               END-IF
           END-IF.

       LAPSE-EXPIRED-PARA.
           *> Freezes past their expiry lapse here, restoring the
           *> account when no unexpired all-activity freeze remains.
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.
