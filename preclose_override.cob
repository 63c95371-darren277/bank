       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECLOSE-OVERRIDE.
       AUTHOR. DARREN-MACKENZIE.

      *> Pre-close readiness review and supervisor override.
      *> PRECLOSE-READINESS-BATCH records each check's result for the
      *> business date on preclose_checks, and a NO-GO check stops
      *> the orchestrator before it closes the posting window. The
      *> right answer is to work the items; when the night has to
      *> run anyway, this is the one place a supervisor says so:
      *>   L = List the checklist as last checked for the business
      *>       date -- each check's result, item count, when it was
      *>       checked, and any override with its supervisor and
      *>       reason.
      *>   O = Override a NO-GO check (SUP role). A reason is
      *>       required; it is kept on preclose_overrides with the
      *>       supervisor and time, the check shows OVERRIDDEN, and
      *>       the next readiness run lets the suite start past it.
      *>       The override covers this business date only -- the
      *>       same condition tomorrow blocks again.

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
      *> Per-invocation scratch file from WORK-FILE-SUB -- two
      *> operators in this program at once must never share a result
      *> file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-CHECK-CODE         PIC X(10) VALUE SPACES.
       01  WS-OVERRIDE-REASON    PIC X(60) VALUE SPACES.
       01  WS-AUDIT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(1200).
       01  WS-SHELL-COMMAND      PIC X(1400).
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

           DISPLAY "Enter Action (L=List readiness checklist, "
               "O=Override a NO-GO check):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-CHECKS-PARA
               WHEN "O"
                   PERFORM OVERRIDE-CHECK-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L or O."
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
           PERFORM RUN-PCO-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       LIST-CHECKS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT rpad(c.check_code, 10) || ' ' || "
               "rpad(c.check_result, 10) || ' items ' || "
               "c.item_count || ' | checked ' || "
               "to_char(c.checked_at, 'YYYY-MM-DD HH24:MI') || "
               "COALESCE(' | overridden by ' || o.override_by || "
               "' at ' || to_char(o.override_at, 'HH24:MI') || ': ' "
               "|| o.override_reason, '') FROM preclose_checks c "
               "JOIN run_control r ON r.control_id = 1 AND "
               "c.business_date = r.business_date LEFT JOIN LATERAL "
               "(SELECT * FROM preclose_overrides x WHERE "
               "x.business_date = c.business_date AND x.check_code = "
               "c.check_code ORDER BY x.override_at DESC LIMIT 1) o "
               "ON TRUE ORDER BY c.check_code;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-PCO-SQL-PARA
           DISPLAY "Pre-close readiness for the business date:"
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

       OVERRIDE-CHECK-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Overriding a readiness check requires the SUP "
                   "role."
               GOBACK
           END-IF

           DISPLAY "Enter check code to override (DRAWERS, WIRES, "
               "APPROVALS, FILES, POSPAY):"
           ACCEPT WS-CHECK-CODE
           MOVE FUNCTION UPPER-CASE(WS-CHECK-CODE) TO WS-CHECK-CODE
           INSPECT WS-CHECK-CODE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.check_code || ': ' || c.item_count || "
               "' item(s) outstanding when checked at ' || "
               "to_char(c.checked_at, 'YYYY-MM-DD HH24:MI') FROM "
               "preclose_checks c, run_control r WHERE r.control_id "
               "= 1 AND c.business_date = r.business_date AND "
               "c.check_code = '" FUNCTION TRIM(WS-CHECK-CODE)
               "' AND c.check_result = 'NO-GO';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-PCO-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Check " FUNCTION TRIM(WS-CHECK-CODE)
                   " is not NO-GO for the business date -- nothing "
                   "to override."
               GOBACK
           END-IF
           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)

           DISPLAY "Enter override reason (up to 60 characters):"
           ACCEPT WS-OVERRIDE-REASON
           INSPECT WS-OVERRIDE-REASON REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           IF WS-OVERRIDE-REASON = SPACES
               DISPLAY "An override reason is required."
               GOBACK
           END-IF
           DISPLAY "Let the nightly suite start past this check? "
               "(Y to override):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Override abandoned -- nothing changed."
               GOBACK
           END-IF

           *> The override and the checklist flip land together, and
           *> only against a check still NO-GO for the date.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH c AS (UPDATE preclose_checks p SET check_result "
               "= 'OVERRIDDEN' FROM run_control r WHERE r.control_id "
               "= 1 AND p.business_date = r.business_date AND "
               "p.check_code = '" FUNCTION TRIM(WS-CHECK-CODE)
               "' AND p.check_result = 'NO-GO' RETURNING "
               "p.business_date, p.check_code) "
               "INSERT INTO preclose_overrides (business_date, "
               "check_code, override_reason, override_by, "
               "override_at) SELECT business_date, check_code, '"
               FUNCTION TRIM(WS-OVERRIDE-REASON) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW() FROM c RETURNING check_code;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-PCO-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Override failed -- check "
                   FUNCTION TRIM(WS-CHECK-CODE) " unchanged."
           ELSE
               DISPLAY "Check " FUNCTION TRIM(WS-CHECK-CODE)
                   " overridden -- rerun the orchestrator to start "
                   "the nightly suite."
           END-IF.

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

       RUN-PCO-SQL-PARA.
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
               "PRECLOSE-OVERRIDE" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.
