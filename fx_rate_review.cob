       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-REVIEW.
       AUTHOR. DARREN-MACKENZIE.

      *> Supervisor approval list for the FX rate feed.
      *> FX-RATE-IMPORT-BATCH holds back any rate that moved further
      *> from the prior day than the configured tolerance, that has
      *> no prior rate to check against, or whose buy/sell do not
      *> straddle a positive mid, and files it in fx_rate_exceptions
      *> as PENDING; until it is decided the prior rate stays in
      *> force. Here a supervisor (SUP role on the operators table)
      *> lists the held rates with the prior rate and the move,
      *> APPROVES one -- it is loaded into fx_rates effective now,
      *> alongside whatever was in force before, stamped with the
      *> approver -- or REJECTS it with a reason, in which case
      *> nothing is loaded and the provider is chased for a
      *> corrected file. A BAD-SPREAD rate can only be rejected.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-EXCEPTION-ID       PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-ID-DISP  PIC Z(8)9.
       01  WS-REJECT-REASON      PIC X(60) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(1400).
       01  WS-SHELL-COMMAND      PIC X(1600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-IS-SUPERVISOR      PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "FX rate approvals require the SUP role."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Action (L=List held rates, A=Approve, "
               "R=Reject):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-HELD-PARA
               WHEN "A"
                   PERFORM APPROVE-RATE-PARA
               WHEN "R"
                   PERFORM REJECT-RATE-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L, A or R."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       CHECK-SUPERVISOR-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_role = 'SUP';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REVIEW-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       LIST-HELD-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT exception_id || ' | ' || rate_date || ' | ' || "
               "from_currency || '/' || to_currency || ' | mid ' || "
               "rate || ' buy ' || buy_rate || ' sell ' || sell_rate "
               "|| ' | prior ' || COALESCE(prior_rate::text, '-') || "
               "' | move ' || COALESCE(ROUND(move_pct * 100, 2) "
               "|| '%', '-') || ' of ' || ROUND(tolerance_pct * 100, "
               "2) || '% | ' || exception_reason || ' | ' || "
               "COALESCE(provider, '') FROM fx_rate_exceptions "
               "WHERE exception_status = 'PENDING' "
               "ORDER BY rate_date, from_currency, exception_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REVIEW-SQL-PARA
           DISPLAY "FX rates held for approval:"
           PERFORM SHOW-ALL-LINES-PARA.

       APPROVE-RATE-PARA.
           DISPLAY "Enter Exception ID:"
           ACCEPT WS-EXCEPTION-ID
           MOVE WS-EXCEPTION-ID TO WS-EXCEPTION-ID-DISP

      *> One statement: close the exception and load the rate it
      *> held, effective now. A rate already decided, or one that
      *> failed the spread check, moves nothing.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH e AS (UPDATE fx_rate_exceptions SET "
               "exception_status = 'APPROVED', reviewed_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', reviewed_at = NOW() WHERE exception_id = "
               FUNCTION TRIM(WS-EXCEPTION-ID-DISP)
               " AND exception_status = 'PENDING' "
               "AND exception_reason <> 'BAD-SPREAD' "
               "RETURNING rate_date, from_currency, to_currency, "
               "rate, buy_rate, sell_rate), "
               "ins AS (INSERT INTO fx_rates (rate_date, "
               "from_currency, to_currency, rate, buy_rate, "
               "sell_rate, effective_at, rate_source) "
               "SELECT rate_date, from_currency, to_currency, rate, "
               "buy_rate, sell_rate, NOW(), 'APPROVED "
               FUNCTION TRIM(WS-OPERATOR-ID) "' FROM e "
               "RETURNING from_currency || '/' || to_currency || "
               "' ' || rate || ' for ' || rate_date) "
               "SELECT * FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REVIEW-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Rate approved and loaded: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               IF WS-RETURN-CODE = 0
                   DISPLAY "Nothing loaded -- not held, already "
                       "decided, or a BAD-SPREAD rate (reject it)."
               ELSE
                   DISPLAY "Error approving rate. Return code: "
                       WS-RETURN-CODE
               END-IF
           END-IF.

       REJECT-RATE-PARA.
           DISPLAY "Enter Exception ID:"
           ACCEPT WS-EXCEPTION-ID
           MOVE WS-EXCEPTION-ID TO WS-EXCEPTION-ID-DISP
           DISPLAY "Enter Reject Reason:"
           MOVE SPACES TO WS-REJECT-REASON
           ACCEPT WS-REJECT-REASON
           INSPECT WS-REJECT-REASON REPLACING ALL "'" BY " "
           INSPECT WS-REJECT-REASON
               REPLACING ALL WS-DOUBLE-QUOTE BY " "
           IF WS-REJECT-REASON = SPACES
               MOVE "RATE NOT CONFIRMED" TO WS-REJECT-REASON
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE fx_rate_exceptions SET exception_status = "
               "'REJECTED', reviewed_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', reviewed_at = NOW(), reject_reason = '"
               FUNCTION TRIM(WS-REJECT-REASON)
               "' WHERE exception_id = "
               FUNCTION TRIM(WS-EXCEPTION-ID-DISP)
               " AND exception_status = 'PENDING' "
               "RETURNING from_currency || '/' || to_currency || "
               "' for ' || rate_date;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REVIEW-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Rate rejected -- nothing loaded: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               DISPLAY "Reject failed -- not found or already decided."
           END-IF.

       SHOW-ALL-LINES-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(WS-PSQL-RESULT)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       READ-ONE-RESULT-PARA.
           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       RUN-REVIEW-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-OPER-SUB" USING
               "FX-RATE-REVIEW" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM FX-RATE-REVIEW.
