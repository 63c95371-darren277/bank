       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-APPLY-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Puts approved parameter changes into force. PARAM-MAINTENANCE
      *> keys a change to one of the PARAMDEF parameters with an
      *> effective date and a second, SUP operator approves it; this
      *> sub writes every APPROVED change whose effective date has
      *> arrived on the business date into the live table the rest of
      *> the system reads, oldest effective date first. The live
      *> limits, approval_config, wire_config, fee_schedule, products
      *> and retention_config rows therefore always hold the version
      *> in force for run_control's business date -- no reader has to
      *> know about effective dating. END-OF-DAY-CLOSE calls it as the
      *> date advances; PARAM-MAINTENANCE calls it when a change
      *> approved is already due.
      *> Each change applies in one statement: the value it replaced
      *> is captured as applied_old_value, a change approved after
      *> its effective date has passed is re-dated to the day it
      *> actually took effect (so the history never claims a value
      *> was in force before it was), and the change goes APPLIED --
      *> or FAILED, untouched, if its row is no longer on file.
      *> The counts of changes applied and failed go back to the
      *> caller.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FEED-FILE ASSIGN TO WS-FEED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FEED-FILE.
       01  PARAM-FEED-RECORD      PIC X(200).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       COPY "paramdef".
       01  WS-FEED-FILE-NAME      PIC X(40) VALUE SPACES.
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND         PIC X(2000).
       01  WS-SHELL-COMMAND       PIC X(2200).
       01  WS-SQL-PTR             PIC 9(4) COMP.
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(40).
       01  WS-END-OF-FILE         PIC X(1) VALUE 'N'.
       01  WS-AUDIT-ACCOUNT       PIC X(10) VALUE SPACES.

       01  WS-PA-CHANGE-ID        PIC X(12).
       01  WS-PA-TABLE-NAME       PIC X(20).
       01  WS-PA-COLUMN-NAME      PIC X(24).
       01  WS-PA-KEY-VALUE        PIC X(20) OCCURS 3 TIMES.
       01  WS-PA-NEW-VALUE        PIC X(30).

       01  WS-PARAM-IDX           PIC 9(2) COMP.
       01  WS-PARAM-FOUND         PIC 9(2) COMP.
       01  WS-KEY-IDX             PIC 9(1) COMP.
       01  WS-KEY-PREDICATE       PIC X(300).
       01  WS-PRED-PTR            PIC 9(4) COMP.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC X(8).
       01  LS-APPLIED-COUNT       PIC 9(9).
       01  LS-FAILED-COUNT        PIC 9(9).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-APPLIED-COUNT
           LS-FAILED-COUNT.
       MAIN-PARA.
           MOVE 0 TO LS-APPLIED-COUNT
           MOVE 0 TO LS-FAILED-COUNT
           CALL "WORK-FILE-SUB" USING WS-FEED-FILE-NAME
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           PERFORM EXTRACT-DUE-CHANGES-PARA
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PARAM-FEED-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PARAM-FEED-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END PERFORM APPLY-ONE-CHANGE-PARA
                   END-READ
               END-PERFORM
               CLOSE PARAM-FEED-FILE
           ELSE
               DISPLAY "Parameter changes not applied -- database "
                   "unavailable."
           END-IF

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           CALL "WORK-FILE-CLEANUP-SUB" USING WS-FEED-FILE-NAME
           GOBACK.

       EXTRACT-DUE-CHANGES-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.change_id, c.table_name, c.column_name, "
               "COALESCE(c.key_value_1, ''), COALESCE(c.key_value_2, "
               "''), COALESCE(c.key_value_3, ''), c.new_value FROM "
               "param_changes c, run_control r WHERE r.control_id = 1 "
               "AND c.change_status = 'APPROVED' AND "
               "c.effective_date <= r.business_date "
               "ORDER BY c.effective_date, c.change_id;"
               INTO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A -F'|' > "
                 FUNCTION TRIM(WS-FEED-FILE-NAME)
                 INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE
           CALL "AUDIT-LOG-OPER-SUB" USING
               "PARAM-APPLY-SUB" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE LS-OPERATOR-ID.

       APPLY-ONE-CHANGE-PARA.
           MOVE SPACES TO WS-PA-CHANGE-ID WS-PA-TABLE-NAME
               WS-PA-COLUMN-NAME WS-PA-NEW-VALUE
           MOVE SPACES TO WS-PA-KEY-VALUE(1) WS-PA-KEY-VALUE(2)
               WS-PA-KEY-VALUE(3)
           UNSTRING PARAM-FEED-RECORD DELIMITED BY "|"
               INTO WS-PA-CHANGE-ID WS-PA-TABLE-NAME
                    WS-PA-COLUMN-NAME WS-PA-KEY-VALUE(1)
                    WS-PA-KEY-VALUE(2) WS-PA-KEY-VALUE(3)
                    WS-PA-NEW-VALUE
           END-UNSTRING

           *> Only a PARAMDEF table and column is ever written, and
           *> the values are stripped of quotes before they reach SQL,
           *> whatever is sitting on the change row.
           MOVE 0 TO WS-PARAM-FOUND
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > PARAM-DEFINITION-COUNT
               IF PD-TABLE-NAME(WS-PARAM-IDX) = WS-PA-TABLE-NAME
                       AND PD-VALUE-COLUMN(WS-PARAM-IDX) =
                           WS-PA-COLUMN-NAME
                   MOVE WS-PARAM-IDX TO WS-PARAM-FOUND
               END-IF
           END-PERFORM
           IF WS-PARAM-FOUND = 0
               DISPLAY "Parameter change "
                   FUNCTION TRIM(WS-PA-CHANGE-ID) " names "
                   FUNCTION TRIM(WS-PA-TABLE-NAME) "."
                   FUNCTION TRIM(WS-PA-COLUMN-NAME)
                   ", which is not a maintainable parameter -- "
                   "not applied."
               ADD 1 TO LS-FAILED-COUNT
           ELSE
               INSPECT WS-PA-NEW-VALUE REPLACING ALL "'" BY SPACE
                   ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
                   ALL "\" BY SPACE
               PERFORM BUILD-KEY-PREDICATE-PARA
               PERFORM RUN-APPLY-SQL-PARA
           END-IF.

       BUILD-KEY-PREDICATE-PARA.
           MOVE SPACES TO WS-KEY-PREDICATE
           MOVE 1 TO WS-PRED-PTR
           STRING "TRUE" DELIMITED BY SIZE
               INTO WS-KEY-PREDICATE WITH POINTER WS-PRED-PTR
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > 3
               IF PD-KEY-COLUMN(WS-PARAM-FOUND, WS-KEY-IDX)
                       NOT = SPACES
                   INSPECT WS-PA-KEY-VALUE(WS-KEY-IDX)
                       REPLACING ALL "'" BY SPACE ALL '"' BY SPACE
                       ALL "$" BY SPACE ALL "`" BY SPACE
                       ALL "\" BY SPACE
                   STRING " AND COALESCE("
                       FUNCTION TRIM(
                           PD-KEY-COLUMN(WS-PARAM-FOUND, WS-KEY-IDX))
                       "::text, '') = '"
                       FUNCTION TRIM(WS-PA-KEY-VALUE(WS-KEY-IDX)) "'"
                       DELIMITED BY SIZE
                       INTO WS-KEY-PREDICATE WITH POINTER WS-PRED-PTR
               END-IF
           END-PERFORM.

       RUN-APPLY-SQL-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH r AS (SELECT business_date FROM run_control "
               "WHERE control_id = 1), "
               "c AS (UPDATE param_changes SET change_status = CASE "
               "WHEN EXISTS (SELECT 1 FROM "
               FUNCTION TRIM(WS-PA-TABLE-NAME) " WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE)
               ") THEN 'APPLIED' ELSE 'FAILED' END, applied_at = "
               "NOW(), effective_date = GREATEST(effective_date, "
               "(SELECT business_date FROM r)), applied_old_value = "
               "(SELECT string_agg("
               FUNCTION TRIM(WS-PA-COLUMN-NAME) "::text, ',') FROM "
               FUNCTION TRIM(WS-PA-TABLE-NAME) " WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE)
               ") WHERE change_id = " FUNCTION TRIM(WS-PA-CHANGE-ID)
               " AND change_status = 'APPROVED' RETURNING "
               "change_status), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "u AS (UPDATE " FUNCTION TRIM(WS-PA-TABLE-NAME)
               " SET " FUNCTION TRIM(WS-PA-COLUMN-NAME) " = '"
               FUNCTION TRIM(WS-PA-NEW-VALUE) "' WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE)
               " AND EXISTS (SELECT 1 FROM c WHERE change_status = "
               "'APPLIED') RETURNING 1) "
               "SELECT change_status FROM c;"
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
           CALL "AUDIT-LOG-OPER-SUB" USING
               "PARAM-APPLY-SUB" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE LS-OPERATOR-ID

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF

           IF WS-PSQL-RESULT = "APPLIED"
               ADD 1 TO LS-APPLIED-COUNT
               DISPLAY "Parameter change "
                   FUNCTION TRIM(WS-PA-CHANGE-ID) " in force: "
                   FUNCTION TRIM(WS-PA-TABLE-NAME) "."
                   FUNCTION TRIM(WS-PA-COLUMN-NAME) " = "
                   FUNCTION TRIM(WS-PA-NEW-VALUE)
           ELSE
               ADD 1 TO LS-FAILED-COUNT
               DISPLAY "Parameter change "
                   FUNCTION TRIM(WS-PA-CHANGE-ID)
                   " not applied -- its row is no longer on file or "
                   "the value was refused."
           END-IF.

       END PROGRAM PARAM-APPLY-SUB.
