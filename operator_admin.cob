       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-ADMIN.
       AUTHOR. DARREN-MACKENZIE.

      *> Operator security administration. SIGNON-OPERATOR-SUB checks
      *> every teller and back-office program's operator against the
      *> operators table, but operators used to be added, re-roled and
      *> retired with raw SQL, and nobody who left ever stopped being
      *> able to sign on. This console maintains the table, and is
      *> itself restricted to the SEC (security administration) role:
      *>   L = List every operator -- role, branch, status, failed
      *>       attempts, last sign-on, PIN age.
      *>   A = Add an operator with a name, role, branch and a first
      *>       PIN. The PIN is issued expired, so the new operator
      *>       replaces it at the first sign-on and the administrator
      *>       never knows a PIN in use.
      *>   C = Change an operator's role.
      *>   S = Suspend an ACTIVE or LOCKED operator (leave, an
      *>       investigation) -- sign-on is refused until reinstated.
      *>   R = Reinstate a SUSPENDED or LOCKED operator to ACTIVE and
      *>       clear the failed-attempt count.
      *>   T = Terminate an operator who has left. Final: the PIN hash
      *>       is wiped and a TERMINATED ID is never reinstated -- a
      *>       returning employee gets a new ID.
      *>   P = Reset a forgotten PIN to a temporary one, issued expired
      *>       like a first PIN.
      *> Roles are TLR (teller), SUP (supervisor) and SEC, or any role
      *> another operator already holds. An administrator may not act
      *> on their own ID. Every change lands on operator_admin_log --
      *> who changed whom, what, from what to what, and when -- in
      *> the same statement as the change, and on the audit trail;
      *> PINs never reach either (PIN-CHANGE-SUB hashes them).

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
       01  WS-TARGET-ID          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-NAME      PIC X(40) VALUE SPACES.
       01  WS-NEW-ROLE           PIC X(8) VALUE SPACES.
           88  WS-STANDARD-ROLE  VALUE "TLR" "SUP" "SEC".
       01  WS-BRANCH-CODE        PIC X(10) VALUE SPACES.
       01  WS-NEW-PIN            PIC X(8) VALUE SPACES.
       01  WS-PIN-MODE           PIC X(1) VALUE "R".
       01  WS-PIN-RESULT         PIC X(1) VALUE SPACES.
       01  WS-NEW-STATUS         PIC X(10) VALUE SPACES.
       01  WS-TARGET-STATUS      PIC X(10) VALUE SPACES.
       01  WS-FROM-STATUSES      PIC X(40) VALUE SPACES.
       01  WS-ADMIN-ACTION       PIC X(10) VALUE SPACES.
       01  WS-CHECK-FIELD        PIC X(10) VALUE SPACES.
       01  WS-CHARSET-OK         PIC X(1) VALUE 'Y'.
       01  WS-FIELD-LEN          PIC 9(2) COMP.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-ONE-CHAR           PIC X(1).
       01  WS-AUDIT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(1500).
       01  WS-SHELL-COMMAND      PIC X(1700).
       01  WS-SQL-PTR            PIC 9(4) COMP.
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-IS-SECURITY-ADMIN  PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           PERFORM CHECK-SECURITY-ADMIN-PARA
           IF WS-IS-SECURITY-ADMIN NOT = 'Y'
               DISPLAY "Operator administration requires the SEC "
                   "role."
               GOBACK
           END-IF

           DISPLAY "Enter Action (L=List, A=Add, C=Change role, "
               "S=Suspend, R=Reinstate, T=Terminate, P=Reset PIN):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-OPERATORS-PARA
               WHEN "A"
                   PERFORM ADD-OPERATOR-PARA
               WHEN "C"
                   PERFORM CHANGE-ROLE-PARA
               WHEN "S"
                   MOVE "SUSPENDED" TO WS-NEW-STATUS
                   MOVE "'ACTIVE', 'LOCKED'" TO WS-FROM-STATUSES
                   MOVE "SUSPEND" TO WS-ADMIN-ACTION
                   PERFORM CHANGE-STATUS-PARA
               WHEN "R"
                   MOVE "ACTIVE" TO WS-NEW-STATUS
                   MOVE "'SUSPENDED', 'LOCKED'" TO WS-FROM-STATUSES
                   MOVE "REINSTATE" TO WS-ADMIN-ACTION
                   PERFORM CHANGE-STATUS-PARA
               WHEN "T"
                   MOVE "TERMINATED" TO WS-NEW-STATUS
                   MOVE "'ACTIVE', 'SUSPENDED', 'LOCKED'"
                       TO WS-FROM-STATUSES
                   MOVE "TERMINATE" TO WS-ADMIN-ACTION
                   PERFORM CHANGE-STATUS-PARA
               WHEN "P"
                   PERFORM RESET-PIN-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L, A, C, S, R, "
                       "T or P."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       CHECK-SECURITY-ADMIN-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_role = 'SEC';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPA-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SECURITY-ADMIN
           END-IF.

       LIST-OPERATORS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT operator_id || ' | ' || COALESCE(operator_name"
               ", '-') || ' | ' || COALESCE(operator_role, '-') || "
               "' | ' || COALESCE(branch_code, '-') || ' | ' || "
               "COALESCE(operator_status, '-') || ' | failed ' || "
               "COALESCE(failed_attempts, 0) || ' | last sign-on ' "
               "|| COALESCE(last_signon_at::date::text, 'never') || "
               "' | PIN set ' || COALESCE(pin_changed_at::date::text, "
               "'(issued, unchanged)') FROM operators "
               "ORDER BY operator_status, operator_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPA-SQL-PARA
           DISPLAY "Operators (id | name | role | branch | status | "
               "failed attempts | last sign-on | PIN set):"
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

       ACCEPT-TARGET-PARA.
      *> The target ID goes into SQL -- alphanumeric only, and never
      *> the administrator's own.
           DISPLAY "Enter Operator ID:"
           ACCEPT WS-TARGET-ID
           MOVE WS-TARGET-ID TO WS-CHECK-FIELD
           PERFORM CHECK-CHARSET-PARA
           IF WS-CHARSET-OK NOT = 'Y'
               DISPLAY "Operator ID must be alphanumeric."
               GOBACK
           END-IF
           IF WS-TARGET-ID = WS-OPERATOR-ID
               DISPLAY "An administrator may not change their own "
                   "operator ID -- another SEC operator must."
               GOBACK
           END-IF.

       ACCEPT-ROLE-PARA.
           DISPLAY "Enter Role (TLR, SUP, SEC):"
           ACCEPT WS-NEW-ROLE
           MOVE WS-NEW-ROLE TO WS-CHECK-FIELD
           PERFORM CHECK-CHARSET-PARA
           IF WS-CHARSET-OK NOT = 'Y'
               DISPLAY "Role must be alphanumeric."
               GOBACK
           END-IF
           IF NOT WS-STANDARD-ROLE
               MOVE SPACES TO WS-SQL-COMMAND
               STRING
                   "SELECT 'Y' FROM operators WHERE operator_role = '"
                   FUNCTION TRIM(WS-NEW-ROLE) "' LIMIT 1;"
                   INTO WS-SQL-COMMAND
               PERFORM RUN-OPA-SQL-PARA
               PERFORM READ-ONE-RESULT-PARA
               IF WS-PSQL-RESULT NOT = "Y"
                   DISPLAY "Unknown role " FUNCTION TRIM(WS-NEW-ROLE)
                       " -- must be TLR, SUP, SEC or a role already "
                       "in use."
                   GOBACK
               END-IF
           END-IF.

       ADD-OPERATOR-PARA.
           PERFORM ACCEPT-TARGET-PARA
           DISPLAY "Enter Operator Name:"
           ACCEPT WS-OPERATOR-NAME
           INSPECT WS-OPERATOR-NAME REPLACING ALL "'" BY " "
           INSPECT WS-OPERATOR-NAME REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT WS-OPERATOR-NAME REPLACING ALL "$" BY " "
               ALL "`" BY " " ALL "\" BY " "
           IF WS-OPERATOR-NAME = SPACES
               DISPLAY "Operator name is required."
               GOBACK
           END-IF
           PERFORM ACCEPT-ROLE-PARA
           DISPLAY "Enter Branch Code:"
           ACCEPT WS-BRANCH-CODE
           MOVE WS-BRANCH-CODE TO WS-CHECK-FIELD
           PERFORM CHECK-CHARSET-PARA
           IF WS-CHARSET-OK NOT = 'Y'
               DISPLAY "Branch code must be alphanumeric."
               GOBACK
           END-IF
           DISPLAY "Enter first PIN (issued expired):"
           ACCEPT WS-NEW-PIN

           *> The row lands ACTIVE with no PIN at all and the log row
           *> with it; the first PIN follows through PIN-CHANGE-SUB.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH ins AS (INSERT INTO operators (operator_id, "
               "operator_name, operator_role, branch_code, "
               "operator_status, failed_attempts, created_at) "
               "SELECT '" FUNCTION TRIM(WS-TARGET-ID) "', '"
               FUNCTION TRIM(WS-OPERATOR-NAME) "', '"
               FUNCTION TRIM(WS-NEW-ROLE) "', '"
               FUNCTION TRIM(WS-BRANCH-CODE) "', 'ACTIVE', 0, NOW() "
               "WHERE EXISTS (SELECT 1 FROM branches WHERE "
               "branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)
               "') AND NOT EXISTS (SELECT 1 FROM operators WHERE "
               "operator_id = '" FUNCTION TRIM(WS-TARGET-ID)
               "') RETURNING operator_id), "
               "log AS (INSERT INTO operator_admin_log (operator_id, "
               "admin_action, old_value, new_value, changed_by, "
               "changed_at) SELECT operator_id, 'ADD', NULL, '"
               FUNCTION TRIM(WS-NEW-ROLE) " "
               FUNCTION TRIM(WS-BRANCH-CODE) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM ins) "
               "SELECT operator_id FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPA-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Operator not added -- ID already on file or "
                   "unknown branch " FUNCTION TRIM(WS-BRANCH-CODE) "."
               GOBACK
           END-IF

           CALL "PIN-CHANGE-SUB" USING WS-TARGET-ID WS-NEW-PIN
               WS-PIN-MODE WS-OPERATOR-ID WS-PIN-RESULT
           IF WS-PIN-RESULT = "Y"
               DISPLAY "Operator " FUNCTION TRIM(WS-TARGET-ID)
                   " added -- the PIN must be changed at first "
                   "sign-on."
           ELSE
               PERFORM DISPLAY-PIN-REFUSAL-PARA
               DISPLAY "Operator " FUNCTION TRIM(WS-TARGET-ID)
                   " added with no PIN -- issue one with P before "
                   "they can sign on."
           END-IF.

       CHANGE-ROLE-PARA.
           PERFORM ACCEPT-TARGET-PARA
           PERFORM ACCEPT-ROLE-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH o AS (SELECT operator_id, operator_role FROM "
               "operators WHERE operator_id = '"
               FUNCTION TRIM(WS-TARGET-ID) "' AND operator_status <> "
               "'TERMINATED' AND COALESCE(operator_role, '') <> '"
               FUNCTION TRIM(WS-NEW-ROLE) "' FOR UPDATE), "
               "upd AS (UPDATE operators x SET operator_role = '"
               FUNCTION TRIM(WS-NEW-ROLE) "' FROM o WHERE "
               "x.operator_id = o.operator_id RETURNING "
               "x.operator_id), "
               "log AS (INSERT INTO operator_admin_log (operator_id, "
               "admin_action, old_value, new_value, changed_by, "
               "changed_at) SELECT o.operator_id, 'ROLE', "
               "o.operator_role, '" FUNCTION TRIM(WS-NEW-ROLE) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM o, upd) "
               "SELECT o.operator_role FROM o, upd;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPA-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Role not changed -- operator not found, "
                   "terminated, or already "
                   FUNCTION TRIM(WS-NEW-ROLE) "."
           ELSE
               DISPLAY "Operator " FUNCTION TRIM(WS-TARGET-ID)
                   " role changed from " FUNCTION TRIM(WS-PSQL-RESULT)
                   " to " FUNCTION TRIM(WS-NEW-ROLE) "."
           END-IF.

       CHANGE-STATUS-PARA.
           PERFORM ACCEPT-TARGET-PARA
           IF WS-NEW-STATUS = "TERMINATED"
               DISPLAY "Terminate operator "
                   FUNCTION TRIM(WS-TARGET-ID)
                   "? This cannot be undone. (Y to approve):"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "Termination abandoned -- nothing changed."
                   GOBACK
               END-IF
           END-IF

           *> Reinstatement clears the failure count; termination
           *> wipes the PIN for good.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH o AS (SELECT operator_id, operator_status FROM "
               "operators WHERE operator_id = '"
               FUNCTION TRIM(WS-TARGET-ID) "' AND operator_status IN ("
               FUNCTION TRIM(WS-FROM-STATUSES) ") FOR UPDATE), "
               "upd AS (UPDATE operators x SET operator_status = '"
               FUNCTION TRIM(WS-NEW-STATUS) "', failed_attempts = "
               "CASE WHEN '" FUNCTION TRIM(WS-NEW-STATUS)
               "' = 'ACTIVE' THEN 0 ELSE x.failed_attempts END, "
               "pin_hash = CASE WHEN '" FUNCTION TRIM(WS-NEW-STATUS)
               "' = 'TERMINATED' THEN NULL ELSE x.pin_hash END, "
               "pin = NULL, status_changed_at = NOW() FROM o WHERE "
               "x.operator_id = o.operator_id RETURNING "
               "x.operator_id), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "log AS (INSERT INTO operator_admin_log (operator_id, "
               "admin_action, old_value, new_value, changed_by, "
               "changed_at) SELECT o.operator_id, '"
               FUNCTION TRIM(WS-ADMIN-ACTION) "', o.operator_status, '"
               FUNCTION TRIM(WS-NEW-STATUS) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM o, upd) "
               "SELECT o.operator_status FROM o, upd;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-OPA-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Operator " FUNCTION TRIM(WS-TARGET-ID)
                   " not changed -- not found, or not "
                   FUNCTION TRIM(WS-FROM-STATUSES) "."
           ELSE
               DISPLAY "Operator " FUNCTION TRIM(WS-TARGET-ID)
                   " changed from " FUNCTION TRIM(WS-PSQL-RESULT)
                   " to " FUNCTION TRIM(WS-NEW-STATUS) "."
           END-IF.

       RESET-PIN-PARA.
           PERFORM ACCEPT-TARGET-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT operator_status FROM operators WHERE "
               "operator_id = '" FUNCTION TRIM(WS-TARGET-ID)
               "' AND operator_status <> 'TERMINATED';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPA-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Operator " FUNCTION TRIM(WS-TARGET-ID)
                   " not found or terminated -- no PIN issued."
               GOBACK
           END-IF
           MOVE WS-PSQL-RESULT TO WS-TARGET-STATUS
           DISPLAY "Enter temporary PIN (issued expired):"
           ACCEPT WS-NEW-PIN

           CALL "PIN-CHANGE-SUB" USING WS-TARGET-ID WS-NEW-PIN
               WS-PIN-MODE WS-OPERATOR-ID WS-PIN-RESULT
           IF WS-PIN-RESULT NOT = "Y"
               PERFORM DISPLAY-PIN-REFUSAL-PARA
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO operator_admin_log (operator_id, "
               "admin_action, old_value, new_value, changed_by, "
               "changed_at) VALUES ('" FUNCTION TRIM(WS-TARGET-ID)
               "', 'PIN-RESET', NULL, 'temporary PIN issued', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW());"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPA-SQL-PARA
           DISPLAY "Temporary PIN issued to "
               FUNCTION TRIM(WS-TARGET-ID)
               " -- it must be changed at the next sign-on."
           IF WS-TARGET-STATUS = "LOCKED"
               DISPLAY "The ID is still LOCKED -- reinstate it with R."
           END-IF.

       DISPLAY-PIN-REFUSAL-PARA.
           EVALUATE WS-PIN-RESULT
               WHEN "C"
                   DISPLAY "PIN refused -- must be alphanumeric."
               WHEN "L"
                   DISPLAY "PIN refused -- shorter than the policy "
                       "minimum."
               WHEN OTHER
                   DISPLAY "PIN not set -- database unavailable."
           END-EVALUATE.

       CHECK-CHARSET-PARA.
           MOVE 'Y' TO WS-CHARSET-OK
           IF FUNCTION TRIM(WS-CHECK-FIELD) = SPACES
               MOVE 'N' TO WS-CHARSET-OK
           END-IF
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-FIELD))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-FIELD-LEN
               MOVE WS-CHECK-FIELD(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR NOT NUMERIC
                       AND (WS-ONE-CHAR < "A" OR WS-ONE-CHAR > "Z")
                       AND (WS-ONE-CHAR < "a" OR WS-ONE-CHAR > "z")
                   MOVE 'N' TO WS-CHARSET-OK
               END-IF
           END-PERFORM.

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

       RUN-OPA-SQL-PARA.
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
               "OPERATOR-ADMIN" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM OPERATOR-ADMIN.
