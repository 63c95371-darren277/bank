       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-MAINTENANCE.
       AUTHOR. DARREN-MACKENZIE.

      *> System parameter maintenance. The limits, approval_config,
      *> wire_config, fee_schedule, products and retention_config
      *> values the rest of the system decides on change only
      *> through here, maker-checker and effective-dated, and only
      *> for the parameters named in PARAMDEF:
      *>   P = List the maintainable parameters by number.
      *>   K = Key a change (any operator). Pick the parameter, give
      *>       its key values, see the value on file, enter the new
      *>       value and the date it takes effect (blank = the current
      *>       business date; never earlier). The change is refused
      *>       unless exactly one row matches the key, the new value
      *>       actually differs, and it is a valid value for the
      *>       column -- the database checks the type as it compares.
      *>       It is recorded PENDING on param_changes with the value
      *>       on file, the maker and the time.
      *>   L = List the changes not yet in force -- PENDING ones
      *>       awaiting a checker and APPROVED ones waiting for their
      *>       effective date.
      *>   A = Approve a PENDING change (SUP role, never the change's
      *>       own maker). The checker and time are stamped. A change
      *>       already due goes into force at once through
      *>       PARAM-APPLY-SUB; a later one is applied by
      *>       END-OF-DAY-CLOSE when the business date reaches it.
      *>   R = Reject a PENDING or APPROVED change before it is in
      *>       force (SUP role).
      *>   H = History of one parameter: the value in force on an
      *>       as-of date and every change ever keyed against it --
      *>       before and after values, effective date, status, maker
      *>       and checker with their times. Shown here and written
      *>       to ./param_history_report.txt.
      *> The value in force on a past date is the newest change
      *> applied with an effective date on or before it, else the
      *> value the first later change replaced, else the value on
      *> file today.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAM-HISTORY-FILE
           ASSIGN TO "./param_history_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(300).
       FD  PARAM-HISTORY-FILE.
       01  PARAM-HISTORY-RECORD  PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       COPY "paramdef".
      *> Per-invocation scratch file from WORK-FILE-SUB -- two
      *> operators in this program at once must never share a result
      *> file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-PARAM-NO           PIC 9(2) VALUE 0.
       01  WS-PARAM-NO-DISP      PIC Z9.
       01  WS-PARAM-IDX          PIC 9(2) COMP.
       01  WS-KEY-IDX            PIC 9(1) COMP.
       01  WS-KEY-VALUE          PIC X(20) OCCURS 3 TIMES.
       01  WS-KEY-PREDICATE      PIC X(300).
       01  WS-CHANGE-MATCH       PIC X(300).
       01  WS-PRED-PTR           PIC 9(4) COMP.
       01  WS-PARAM-LABEL        PIC X(120).
       01  WS-LABEL-PTR          PIC 9(4) COMP.
       01  WS-NEW-VALUE          PIC X(30) VALUE SPACES.
       01  WS-AS-OF-DATE         PIC X(10) VALUE SPACES.
       01  WS-DATE-SQL           PIC X(20) VALUE SPACES.
       01  WS-CHANGE-ID          PIC 9(9) VALUE 0.
       01  WS-CHANGE-ID-DISP     PIC Z(8)9.
       01  WS-APPLIED-COUNT      PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT       PIC 9(9) VALUE 0.
       01  WS-AUDIT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SHELL-COMMAND      PIC X(2200).
       01  WS-SQL-PTR            PIC 9(4) COMP.
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(300).
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

           DISPLAY "Enter Action (P=Parameters, K=Key a change, "
               "L=List changes not in force, A=Approve, R=Reject, "
               "H=History):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "P"
                   PERFORM LIST-PARAMETERS-PARA
               WHEN "K"
                   PERFORM KEY-CHANGE-PARA
               WHEN "L"
                   PERFORM LIST-CHANGES-PARA
               WHEN "A"
                   PERFORM APPROVE-CHANGE-PARA
               WHEN "R"
                   PERFORM REJECT-CHANGE-PARA
               WHEN "H"
                   PERFORM PARAM-HISTORY-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be P, K, L, A, R "
                       "or H."
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
           PERFORM RUN-PRM-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       LIST-PARAMETERS-PARA.
           DISPLAY "Maintainable parameters:"
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > PARAM-DEFINITION-COUNT
               MOVE WS-PARAM-IDX TO WS-PARAM-NO
               PERFORM BUILD-PARAM-LABEL-PARA
               DISPLAY "  " FUNCTION TRIM(WS-PARAM-LABEL)
           END-PERFORM.

       BUILD-PARAM-LABEL-PARA.
           *> "n  table.column [key, key]" for parameter WS-PARAM-NO.
           MOVE WS-PARAM-NO TO WS-PARAM-NO-DISP
           MOVE SPACES TO WS-PARAM-LABEL
           MOVE 1 TO WS-LABEL-PTR
           STRING WS-PARAM-NO-DISP "  "
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO)) "."
               FUNCTION TRIM(PD-VALUE-COLUMN(WS-PARAM-NO))
               DELIMITED BY SIZE
               INTO WS-PARAM-LABEL WITH POINTER WS-LABEL-PTR
           IF PD-KEY-COLUMN(WS-PARAM-NO, 1) NOT = SPACES
               STRING "  by " FUNCTION TRIM(
                   PD-KEY-COLUMN(WS-PARAM-NO, 1))
                   DELIMITED BY SIZE
                   INTO WS-PARAM-LABEL WITH POINTER WS-LABEL-PTR
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 2 BY 1
                   UNTIL WS-KEY-IDX > 3
               IF PD-KEY-COLUMN(WS-PARAM-NO, WS-KEY-IDX) NOT = SPACES
                   STRING ", " FUNCTION TRIM(
                       PD-KEY-COLUMN(WS-PARAM-NO, WS-KEY-IDX))
                       DELIMITED BY SIZE
                       INTO WS-PARAM-LABEL WITH POINTER WS-LABEL-PTR
               END-IF
           END-PERFORM.

       SELECT-PARAMETER-PARA.
           *> Parameter number and key values, then the two WHERE
           *> clauses everything else uses: WS-KEY-PREDICATE finds the
           *> live row, WS-CHANGE-MATCH the param_changes rows for
           *> the same parameter and key.
           DISPLAY "Enter parameter number (P lists them):"
           ACCEPT WS-PARAM-NO
           IF WS-PARAM-NO < 1 OR WS-PARAM-NO > PARAM-DEFINITION-COUNT
               DISPLAY "No such parameter."
               GOBACK
           END-IF
           PERFORM BUILD-PARAM-LABEL-PARA
           DISPLAY FUNCTION TRIM(WS-PARAM-LABEL)

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > 3
               MOVE SPACES TO WS-KEY-VALUE(WS-KEY-IDX)
               IF PD-KEY-COLUMN(WS-PARAM-NO, WS-KEY-IDX) NOT = SPACES
                   DISPLAY "Enter " FUNCTION TRIM(
                       PD-KEY-COLUMN(WS-PARAM-NO, WS-KEY-IDX))
                       " (blank = none):"
                   ACCEPT WS-KEY-VALUE(WS-KEY-IDX)
                   INSPECT WS-KEY-VALUE(WS-KEY-IDX)
                       REPLACING ALL "'" BY SPACE ALL '"' BY SPACE
                       ALL "$" BY SPACE ALL "`" BY SPACE
                       ALL "\" BY SPACE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-KEY-PREDICATE
           MOVE 1 TO WS-PRED-PTR
           STRING "TRUE" DELIMITED BY SIZE
               INTO WS-KEY-PREDICATE WITH POINTER WS-PRED-PTR
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > 3
               IF PD-KEY-COLUMN(WS-PARAM-NO, WS-KEY-IDX) NOT = SPACES
                   STRING " AND COALESCE("
                       FUNCTION TRIM(
                           PD-KEY-COLUMN(WS-PARAM-NO, WS-KEY-IDX))
                       "::text, '') = '"
                       FUNCTION TRIM(WS-KEY-VALUE(WS-KEY-IDX)) "'"
                       DELIMITED BY SIZE
                       INTO WS-KEY-PREDICATE WITH POINTER WS-PRED-PTR
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CHANGE-MATCH
           STRING "table_name = '"
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO))
               "' AND column_name = '"
               FUNCTION TRIM(PD-VALUE-COLUMN(WS-PARAM-NO))
               "' AND COALESCE(key_value_1, '') = '"
               FUNCTION TRIM(WS-KEY-VALUE(1))
               "' AND COALESCE(key_value_2, '') = '"
               FUNCTION TRIM(WS-KEY-VALUE(2))
               "' AND COALESCE(key_value_3, '') = '"
               FUNCTION TRIM(WS-KEY-VALUE(3)) "'"
               DELIMITED BY SIZE INTO WS-CHANGE-MATCH.

       KEY-CHANGE-PARA.
           PERFORM SELECT-PARAMETER-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(string_agg("
               FUNCTION TRIM(PD-VALUE-COLUMN(WS-PARAM-NO))
               "::text, ','), '(null)') FROM "
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO)) " WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE)
               " HAVING COUNT(*) = 1;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           PERFORM RUN-PRM-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "No single row on file for that key -- only an "
                   "existing parameter row can be changed."
               GOBACK
           END-IF
           DISPLAY "Value on file: " FUNCTION TRIM(WS-PSQL-RESULT)

           DISPLAY "Enter new value:"
           ACCEPT WS-NEW-VALUE
           INSPECT WS-NEW-VALUE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE
           IF WS-NEW-VALUE = SPACES
               DISPLAY "New value is required."
               GOBACK
           END-IF
           DISPLAY "Enter effective date YYYY-MM-DD (blank = current "
               "business date):"
           ACCEPT WS-AS-OF-DATE
           PERFORM BUILD-DATE-SQL-PARA

           *> One statement: the key must still match exactly one row
           *> whose value differs from the new one (comparing casts
           *> the new value to the column's type, so a bad value
           *> fails here, not at effective date), and the effective
           *> date may not be before the business date.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "INSERT INTO param_changes (table_name, column_name, "
               "key_value_1, key_value_2, key_value_3, old_value, "
               "new_value, effective_date, change_status, made_by, "
               "made_at) SELECT '"
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO)) "', '"
               FUNCTION TRIM(PD-VALUE-COLUMN(WS-PARAM-NO)) "', '"
               FUNCTION TRIM(WS-KEY-VALUE(1)) "', '"
               FUNCTION TRIM(WS-KEY-VALUE(2)) "', '"
               FUNCTION TRIM(WS-KEY-VALUE(3)) "', (SELECT string_agg("
               FUNCTION TRIM(PD-VALUE-COLUMN(WS-PARAM-NO))
               "::text, ',') FROM "
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO)) " WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE) "), '"
               FUNCTION TRIM(WS-NEW-VALUE) "', COALESCE("
               FUNCTION TRIM(WS-DATE-SQL)
               ", r.business_date), 'PENDING', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "FROM run_control r WHERE r.control_id = 1 AND "
               "COALESCE(" FUNCTION TRIM(WS-DATE-SQL)
               ", r.business_date) >= r.business_date AND (SELECT "
               "COUNT(*) FROM "
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO)) " WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE) ") = 1 AND EXISTS "
               "(SELECT 1 FROM "
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO)) " WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE) " AND "
               FUNCTION TRIM(PD-VALUE-COLUMN(WS-PARAM-NO))
               " IS DISTINCT FROM '" FUNCTION TRIM(WS-NEW-VALUE)
               "') RETURNING change_id || ' effective ' || "
               "effective_date;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-PRM-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Change not keyed -- the value is unchanged or "
                   "not valid for the parameter, or the effective "
                   "date is invalid or before the business date."
           ELSE
               DISPLAY "Change " FUNCTION TRIM(WS-PSQL-RESULT)
                   " keyed -- PENDING approval by a second, SUP "
                   "operator."
           END-IF.

       BUILD-DATE-SQL-PARA.
           *> WS-AS-OF-DATE as a SQL date, NULL when left blank.
           INSPECT WS-AS-OF-DATE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE
           MOVE SPACES TO WS-DATE-SQL
           IF WS-AS-OF-DATE = SPACES
               MOVE "NULL::date" TO WS-DATE-SQL
           ELSE
               STRING "DATE '" FUNCTION TRIM(WS-AS-OF-DATE) "'"
                   DELIMITED BY SIZE INTO WS-DATE-SQL
           END-IF.

       LIST-CHANGES-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT change_id || ' | ' || table_name || '.' || "
               "column_name || ' [' || concat_ws(', ', "
               "NULLIF(key_value_1, ''), NULLIF(key_value_2, ''), "
               "NULLIF(key_value_3, '')) || '] | ' || "
               "COALESCE(old_value, '') || ' -> ' || new_value || "
               "' | eff ' || effective_date || ' | ' || change_status "
               "|| ' | maker ' || made_by || ' ' || "
               "to_char(made_at, 'YYYY-MM-DD HH24:MI') || "
               "COALESCE(' | checker ' || checked_by || ' ' || "
               "to_char(checked_at, 'YYYY-MM-DD HH24:MI'), '') "
               "FROM param_changes WHERE change_status IN "
               "('PENDING', 'APPROVED') ORDER BY effective_date, "
               "change_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-PRM-SQL-PARA
           DISPLAY "Parameter changes not yet in force:"
           PERFORM DISPLAY-RESULTS-PARA.

       APPROVE-CHANGE-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Approving a parameter change requires the SUP "
                   "role."
               GOBACK
           END-IF

           DISPLAY "Enter Change ID to approve:"
           ACCEPT WS-CHANGE-ID
           MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.table_name || '.' || c.column_name || ' [' "
               "|| concat_ws(', ', NULLIF(c.key_value_1, ''), "
               "NULLIF(c.key_value_2, ''), NULLIF(c.key_value_3, "
               "'')) || '] ' || COALESCE(c.old_value, '') || ' -> ' "
               "|| c.new_value || ' effective ' || c.effective_date "
               "|| ', keyed by ' || c.made_by || ' at ' || "
               "to_char(c.made_at, 'YYYY-MM-DD HH24:MI') FROM "
               "param_changes c WHERE c.change_id = "
               FUNCTION TRIM(WS-CHANGE-ID-DISP)
               " AND c.change_status = 'PENDING' AND c.made_by <> '"
               FUNCTION TRIM(WS-OPERATOR-ID) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-PRM-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Change " FUNCTION TRIM(WS-CHANGE-ID-DISP)
                   " is not PENDING, or is your own -- a change is "
                   "approved by someone other than its maker."
               GOBACK
           END-IF
           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)
           DISPLAY "Approve this change? (Y to approve):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Approval abandoned -- nothing changed."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE param_changes SET change_status = 'APPROVED', "
               "checked_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', checked_at = NOW() WHERE change_id = "
               FUNCTION TRIM(WS-CHANGE-ID-DISP)
               " AND change_status = 'PENDING' AND made_by <> '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' RETURNING CASE WHEN "
               "effective_date <= (SELECT business_date FROM "
               "run_control WHERE control_id = 1) THEN 'DUE' ELSE "
               "'SCHEDULED' END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-PRM-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           EVALUATE WS-PSQL-RESULT
               WHEN "DUE"
                   DISPLAY "Change " FUNCTION TRIM(WS-CHANGE-ID-DISP)
                       " approved -- effective now."
                   CALL "PARAM-APPLY-SUB" USING WS-OPERATOR-ID
                       WS-APPLIED-COUNT WS-FAILED-COUNT
               WHEN "SCHEDULED"
                   DISPLAY "Change " FUNCTION TRIM(WS-CHANGE-ID-DISP)
                       " approved -- it goes into force at the close "
                       "that reaches its effective date."
               WHEN OTHER
                   DISPLAY "Approval failed -- change "
                       FUNCTION TRIM(WS-CHANGE-ID-DISP) " unchanged."
           END-EVALUATE.

       REJECT-CHANGE-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Rejecting a parameter change requires the SUP "
                   "role."
               GOBACK
           END-IF

           DISPLAY "Enter Change ID to reject:"
           ACCEPT WS-CHANGE-ID
           MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE param_changes SET change_status = 'REJECTED', "
               "checked_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', checked_at = NOW() WHERE change_id = "
               FUNCTION TRIM(WS-CHANGE-ID-DISP)
               " AND change_status IN ('PENDING', 'APPROVED') "
               "RETURNING change_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-PRM-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Change " FUNCTION TRIM(WS-CHANGE-ID-DISP)
                   " is not awaiting approval or effect -- nothing "
                   "rejected."
           ELSE
               DISPLAY "Change " FUNCTION TRIM(WS-CHANGE-ID-DISP)
                   " rejected -- it will not go into force."
           END-IF.

       PARAM-HISTORY-PARA.
           PERFORM SELECT-PARAMETER-PARA
           DISPLAY "Enter as-of date YYYY-MM-DD (blank = current "
               "business date):"
           ACCEPT WS-AS-OF-DATE
           PERFORM BUILD-DATE-SQL-PARA

           OPEN OUTPUT PARAM-HISTORY-FILE
           MOVE "PARAMETER HISTORY REPORT" TO PARAM-HISTORY-RECORD
           WRITE PARAM-HISTORY-RECORD
           MOVE SPACES TO PARAM-HISTORY-RECORD
           STRING "Parameter " FUNCTION TRIM(WS-PARAM-LABEL)
               DELIMITED BY SIZE INTO PARAM-HISTORY-RECORD
           WRITE PARAM-HISTORY-RECORD
           MOVE SPACES TO PARAM-HISTORY-RECORD
           STRING "Key [" FUNCTION TRIM(WS-KEY-VALUE(1)) "] ["
               FUNCTION TRIM(WS-KEY-VALUE(2)) "] ["
               FUNCTION TRIM(WS-KEY-VALUE(3)) "]"
               DELIMITED BY SIZE INTO PARAM-HISTORY-RECORD
           WRITE PARAM-HISTORY-RECORD

           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT 'In force on ' || q.d || ': ' || COALESCE("
               "(SELECT new_value FROM param_changes WHERE "
               FUNCTION TRIM(WS-CHANGE-MATCH)
               " AND change_status = 'APPLIED' AND effective_date <= "
               "q.d ORDER BY effective_date DESC, applied_at DESC "
               "LIMIT 1), (SELECT applied_old_value FROM "
               "param_changes WHERE " FUNCTION TRIM(WS-CHANGE-MATCH)
               " AND change_status = 'APPLIED' AND effective_date > "
               "q.d ORDER BY effective_date, applied_at LIMIT 1), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "(SELECT string_agg("
               FUNCTION TRIM(PD-VALUE-COLUMN(WS-PARAM-NO))
               "::text, ',') FROM "
               FUNCTION TRIM(PD-TABLE-NAME(WS-PARAM-NO)) " WHERE "
               FUNCTION TRIM(WS-KEY-PREDICATE)
               "), '(not on file)') FROM (SELECT COALESCE("
               FUNCTION TRIM(WS-DATE-SQL) ", r.business_date) AS d "
               "FROM run_control r WHERE r.control_id = 1) q;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-PRM-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               MOVE "In force: not available -- check the as-of date."
                   TO WS-PSQL-RESULT
           END-IF
           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)
           MOVE WS-PSQL-RESULT TO PARAM-HISTORY-RECORD
           WRITE PARAM-HISTORY-RECORD

           MOVE "Change trail:" TO PARAM-HISTORY-RECORD
           WRITE PARAM-HISTORY-RECORD
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT change_id || ' | eff ' || effective_date || "
               "' | ' || COALESCE(applied_old_value, old_value, '') "
               "|| ' -> ' || new_value || ' | ' || change_status || "
               "COALESCE(' ' || to_char(applied_at, "
               "'YYYY-MM-DD HH24:MI'), '') || ' | maker ' || made_by "
               "|| ' ' || to_char(made_at, 'YYYY-MM-DD HH24:MI') || "
               "COALESCE(' | checker ' || checked_by || ' ' || "
               "to_char(checked_at, 'YYYY-MM-DD HH24:MI'), '') "
               "FROM param_changes WHERE "
               FUNCTION TRIM(WS-CHANGE-MATCH)
               " ORDER BY effective_date, change_id;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           PERFORM RUN-PRM-SQL-PARA
           DISPLAY "Change trail:"
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           DISPLAY "  " FUNCTION TRIM(WS-PSQL-RESULT)
                           MOVE SPACES TO PARAM-HISTORY-RECORD
                           STRING "  " FUNCTION TRIM(WS-PSQL-RESULT)
                               DELIMITED BY SIZE
                               INTO PARAM-HISTORY-RECORD
                           WRITE PARAM-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF
           CLOSE PARAM-HISTORY-FILE
           DISPLAY "History written to param_history_report.txt.".

       DISPLAY-RESULTS-PARA.
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END DISPLAY "  "
                           FUNCTION TRIM(WS-PSQL-RESULT)
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
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

       RUN-PRM-SQL-PARA.
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
               "PARAM-MAINTENANCE" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.
