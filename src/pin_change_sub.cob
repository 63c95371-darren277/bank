       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-CHANGE-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Shared operator PIN setter. PINs used to sit on the operators
      *> table exactly as typed. Every PIN now goes through here and
      *> is stored only as a salted SHA-256 hash -- pin_salt is a
      *> fresh random value per change, pin_hash the hex digest of
      *> salt and PIN -- and the plain pin column is cleared. The
      *> operator_security_policy row sets the rules (defaults in
      *> brackets when no row is on file):
      *>   min_pin_length    [6] -- shorter PINs are refused;
      *>   pin_history_count [5] -- an operator's own change may not
      *>                            reuse the current PIN or any of
      *>                            that many previous ones, each
      *>                            checked against its own salt in
      *>                            operator_pin_history.
      *> Modes:
      *>   U -- the operator's own change (sign-on with an expired
      *>        PIN): history enforced, pin_changed_at stamped, so the
      *>        expiry clock restarts;
      *>   R -- a security administrator's reset or first PIN: no
      *>        history check, pin_changed_at cleared, so the PIN is
      *>        already expired and must be changed at the next
      *>        sign-on -- the administrator never knows a PIN in use.
      *> Either mode clears the failed-attempt count. The PIN itself
      *> never reaches the audit trail -- only who changed whose PIN,
      *> in which mode, and the outcome.
      *> Result: Y changed, C not alphanumeric, L too short, H reuses
      *> a recent PIN, N not changed (unknown operator or database).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-CHARSET-OK          PIC X(1) VALUE 'Y'.
       01  WS-FIELD-LEN           PIC 9(2) COMP.
       01  WS-CHAR-IDX            PIC 9(2) COMP.
       01  WS-ONE-CHAR            PIC X(1).
       01  WS-SQL-COMMAND         PIC X(1600).
       01  WS-SHELL-COMMAND       PIC X(1800).
       01  WS-SQL-PTR             PIC 9(4) COMP.
       01  WS-AUDIT-TEXT          PIC X(600).
       01  WS-AUDIT-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(60).
       01  WS-CHANGED-AT-SQL      PIC X(6) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC X(8).
       01  LS-NEW-PIN             PIC X(8).
       01  LS-PIN-MODE            PIC X(1).
       01  LS-CHANGED-BY          PIC X(8).
       01  LS-PIN-RESULT          PIC X(1).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-NEW-PIN LS-PIN-MODE
           LS-CHANGED-BY LS-PIN-RESULT.
       MAIN-PARA.
           MOVE 'N' TO LS-PIN-RESULT
           IF LS-PIN-MODE NOT = "U" AND LS-PIN-MODE NOT = "R"
               GOBACK
           END-IF

           *> The PIN goes into a SQL literal -- alphanumeric only,
           *> the same charset sign-on already enforces.
           MOVE 'Y' TO WS-CHARSET-OK
           IF FUNCTION TRIM(LS-NEW-PIN) = SPACES
               MOVE 'N' TO WS-CHARSET-OK
           END-IF
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LS-NEW-PIN))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-FIELD-LEN
               MOVE LS-NEW-PIN(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               PERFORM CHECK-ONE-CHAR-PARA
           END-PERFORM
           IF WS-CHARSET-OK NOT = 'Y'
               MOVE 'C' TO LS-PIN-RESULT
               GOBACK
           END-IF

           IF LS-PIN-MODE = "U"
               MOVE "NOW()" TO WS-CHANGED-AT-SQL
           ELSE
               MOVE "NULL" TO WS-CHANGED-AT-SQL
           END-IF

           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           PERFORM SET-PIN-PARA
           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       CHECK-ONE-CHAR-PARA.
           IF WS-ONE-CHAR NOT NUMERIC
                   AND (WS-ONE-CHAR < "A" OR WS-ONE-CHAR > "Z")
                   AND (WS-ONE-CHAR < "a" OR WS-ONE-CHAR > "z")
               MOVE 'N' TO WS-CHARSET-OK
           END-IF.

       SET-PIN-PARA.
           *> One statement: p is the policy, o the locked operator
           *> row with a fresh salt, ok the length rule, reused any
           *> match against the current PIN or the recent history
           *> (own changes only). The outgoing hash moves to history
           *> and the new one lands together or not at all.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH p AS (SELECT COALESCE((SELECT min_pin_length "
               "FROM operator_security_policy LIMIT 1), 6) AS min_len,"
               " COALESCE((SELECT pin_history_count FROM "
               "operator_security_policy LIMIT 1), 5) AS keep), "
               "o AS (SELECT operator_id, pin_hash, pin_salt, "
               "md5(random()::text || clock_timestamp()::text) AS "
               "new_salt FROM operators WHERE operator_id = '"
               FUNCTION TRIM(LS-OPERATOR-ID) "' FOR UPDATE), "
               "ok AS (SELECT 1 FROM p WHERE LENGTH('"
               FUNCTION TRIM(LS-NEW-PIN) "') >= p.min_len), "
               "reused AS (SELECT 1 FROM o WHERE '" LS-PIN-MODE
               "' = 'U' AND o.pin_hash = encode(sha256((o.pin_salt "
               "|| '" FUNCTION TRIM(LS-NEW-PIN) "')::bytea), 'hex') "
               "UNION ALL SELECT 1 FROM (SELECT h.pin_hash, "
               "h.pin_salt FROM operator_pin_history h WHERE "
               "h.operator_id = '" FUNCTION TRIM(LS-OPERATOR-ID)
               "' ORDER BY h.changed_at DESC LIMIT (SELECT keep FROM "
               "p)) h WHERE '" LS-PIN-MODE "' = 'U' AND h.pin_hash = "
               "encode(sha256((h.pin_salt || '"
               FUNCTION TRIM(LS-NEW-PIN) "')::bytea), 'hex')), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "hist AS (INSERT INTO operator_pin_history "
               "(operator_id, pin_hash, pin_salt, changed_at) SELECT "
               "operator_id, pin_hash, pin_salt, NOW() FROM o WHERE "
               "o.pin_hash IS NOT NULL AND EXISTS (SELECT 1 FROM ok) "
               "AND NOT EXISTS (SELECT 1 FROM reused)), "
               "upd AS (UPDATE operators x SET pin_salt = o.new_salt, "
               "pin_hash = encode(sha256((o.new_salt || '"
               FUNCTION TRIM(LS-NEW-PIN) "')::bytea), 'hex'), "
               "pin = NULL, pin_changed_at = "
               FUNCTION TRIM(WS-CHANGED-AT-SQL)
               ", failed_attempts = 0 FROM o WHERE x.operator_id = "
               "o.operator_id AND EXISTS (SELECT 1 FROM ok) AND NOT "
               "EXISTS (SELECT 1 FROM reused) RETURNING "
               "x.operator_id) "
               "SELECT CASE WHEN NOT EXISTS (SELECT 1 FROM o) THEN "
               "'N' WHEN NOT EXISTS (SELECT 1 FROM ok) THEN 'L' WHEN "
               "EXISTS (SELECT 1 FROM reused) THEN 'H' WHEN EXISTS "
               "(SELECT 1 FROM upd) THEN 'Y' ELSE 'N' END;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF
           IF WS-PSQL-RESULT = "Y" OR "L" OR "H"
               MOVE WS-PSQL-RESULT(1:1) TO LS-PIN-RESULT
           END-IF

           *> The command carries the PIN -- the trail gets a
           *> description of the change instead.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "PIN change mode " LS-PIN-MODE " for operator "
               FUNCTION TRIM(LS-OPERATOR-ID) " -- result "
               LS-PIN-RESULT
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           CALL "AUDIT-LOG-OPER-SUB" USING
               "PIN-CHANGE-SUB" WS-AUDIT-ACCOUNT
               WS-AUDIT-TEXT WS-RETURN-CODE LS-CHANGED-BY.

       END PROGRAM PIN-CHANGE-SUB.
