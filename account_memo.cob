       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MEMO.
       AUTHOR. DARREN-MACKENZIE.

      *> Account and customer service memos. "Customer is hard of
      *> hearing, speak slowly", "verify ID on all withdrawals, fraud
      *> attempt 3/14", "do not cash third-party checks" -- notes that
      *> lived on sticky notes at one branch and were invisible at
      *> every other. A memo is kept on account_memos against either
      *> one account or one customer (a customer memo applies to
      *> every account the customer holds), with its author, the date
      *> it takes effect and an optional expiry date, and a category:
      *>   INFO     -- shown at the top of CUSTOMER-INQUIRY.
      *>   CAUTION  -- also shown by the teller posting programs
      *>               (INSERT-TRANSACTION, MIXED-TICKET,
      *>               OFFICIAL-CHECK) before anything posts.
      *>   MUST-ACK -- also has to be acknowledged by the teller
      *>               before the posting goes ahead; each
      *>               acknowledgment is journaled (ACCOUNT-MEMO-SUB).
      *>   A = Add a memo.
      *>   L = List an account's memos -- in force, future, expired
      *>       and ended -- including those on its holders.
      *>   E = End a memo before its expiry. Only the author or a
      *>       supervisor (SUP role) may end one; ended memos stay on
      *>       file with who ended them and when.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB -- two
      *> operators in this program at once must never share a result
      *> file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-MEMO-LEVEL         PIC X(1) VALUE SPACE.
       01  WS-CUSTOMER-ID        PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ID-DISP   PIC Z(8)9.
       01  WS-CATEGORY-CODE      PIC X(1) VALUE SPACE.
       01  WS-MEMO-CATEGORY      PIC X(8) VALUE SPACES.
       01  WS-MEMO-TEXT          PIC X(120) VALUE SPACES.
       01  WS-START-DATE         PIC X(10) VALUE SPACES.
       01  WS-EXPIRY-DATE        PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE         PIC X(10) VALUE SPACES.
       01  WS-DATE-OK            PIC X(1) VALUE 'Y'.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-START-SQL          PIC X(20) VALUE SPACES.
       01  WS-EXPIRY-SQL         PIC X(20) VALUE SPACES.
       01  WS-MEMO-ID            PIC 9(9) VALUE 0.
       01  WS-MEMO-ID-DISP       PIC Z(8)9.
       01  WS-AUDIT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(1400).
       01  WS-SHELL-COMMAND      PIC X(1600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(250).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-ANY-LINES          PIC X(1) VALUE 'N'.
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

           DISPLAY "Enter Action (A=Add memo, L=List memos, "
               "E=End memo):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-MEMO-PARA
               WHEN "L"
                   PERFORM LIST-MEMOS-PARA
               WHEN "E"
                   PERFORM END-MEMO-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be A, L or E."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       ADD-MEMO-PARA.
           DISPLAY "Memo on (A=Account, C=Customer):"
           ACCEPT WS-MEMO-LEVEL
           EVALUATE WS-MEMO-LEVEL
               WHEN "A"
                   PERFORM CAPTURE-ACCOUNT-PARA
               WHEN "C"
                   PERFORM CAPTURE-CUSTOMER-PARA
               WHEN OTHER
                   DISPLAY "Invalid choice -- must be A or C."
                   GOBACK
           END-EVALUATE

           DISPLAY "Category (I=Informational, C=Caution, "
               "M=Must acknowledge):"
           ACCEPT WS-CATEGORY-CODE
           EVALUATE WS-CATEGORY-CODE
               WHEN "I"
                   MOVE "INFO" TO WS-MEMO-CATEGORY
               WHEN "C"
                   MOVE "CAUTION" TO WS-MEMO-CATEGORY
               WHEN "M"
                   MOVE "MUST-ACK" TO WS-MEMO-CATEGORY
               WHEN OTHER
                   DISPLAY "Invalid category -- must be I, C or M."
                   GOBACK
           END-EVALUATE

           DISPLAY "Memo text (up to 120 characters):"
           ACCEPT WS-MEMO-TEXT
           INSPECT WS-MEMO-TEXT REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           IF WS-MEMO-TEXT = SPACES
               DISPLAY "Memo text is required."
               GOBACK
           END-IF

           DISPLAY "Start date (YYYY-MM-DD, blank for today):"
           ACCEPT WS-START-DATE
           MOVE "CURRENT_DATE" TO WS-START-SQL
           IF WS-START-DATE NOT = SPACES
               MOVE WS-START-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-PARA
               IF WS-DATE-OK NOT = 'Y'
                   DISPLAY "Invalid start date format."
                   GOBACK
               END-IF
               MOVE SPACES TO WS-START-SQL
               STRING "'" WS-START-DATE "'::date"
                   DELIMITED BY SIZE INTO WS-START-SQL
           END-IF

           DISPLAY "Expiry date (YYYY-MM-DD, blank for none):"
           ACCEPT WS-EXPIRY-DATE
           MOVE "NULL" TO WS-EXPIRY-SQL
           IF WS-EXPIRY-DATE NOT = SPACES
               MOVE WS-EXPIRY-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-PARA
               IF WS-DATE-OK NOT = 'Y'
                   DISPLAY "Invalid expiry date format."
                   GOBACK
               END-IF
               MOVE SPACES TO WS-EXPIRY-SQL
               STRING "'" WS-EXPIRY-DATE "'::date"
                   DELIMITED BY SIZE INTO WS-EXPIRY-SQL
           END-IF

      *> The subject must be on file, and an expiry before the start
      *> would be a memo nobody ever sees -- both refused inside the
      *> one statement, which then hands back nothing.
           MOVE SPACES TO WS-SQL-COMMAND
           IF WS-MEMO-LEVEL = "A"
               STRING
                   "INSERT INTO account_memos (account_number, "
                   "customer_id, memo_category, memo_text, author, "
                   "start_date, expiry_date, memo_status, created_at) "
                   "SELECT a.account_number, NULL, '"
                   FUNCTION TRIM(WS-MEMO-CATEGORY) "', '"
                   FUNCTION TRIM(WS-MEMO-TEXT) "', '"
                   FUNCTION TRIM(WS-OPERATOR-ID) "', "
                   FUNCTION TRIM(WS-START-SQL) ", "
                   FUNCTION TRIM(WS-EXPIRY-SQL) ", 'ACTIVE', NOW() "
                   "FROM accounts a WHERE a.account_number = '"
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER) "' AND ("
                   FUNCTION TRIM(WS-EXPIRY-SQL) " IS NULL OR "
                   FUNCTION TRIM(WS-EXPIRY-SQL) " >= "
                   FUNCTION TRIM(WS-START-SQL) ") RETURNING memo_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   "INSERT INTO account_memos (account_number, "
                   "customer_id, memo_category, memo_text, author, "
                   "start_date, expiry_date, memo_status, created_at) "
                   "SELECT NULL, c.customer_id, '"
                   FUNCTION TRIM(WS-MEMO-CATEGORY) "', '"
                   FUNCTION TRIM(WS-MEMO-TEXT) "', '"
                   FUNCTION TRIM(WS-OPERATOR-ID) "', "
                   FUNCTION TRIM(WS-START-SQL) ", "
                   FUNCTION TRIM(WS-EXPIRY-SQL) ", 'ACTIVE', NOW() "
                   "FROM customers c WHERE c.customer_id = "
                   FUNCTION TRIM(WS-CUSTOMER-ID-DISP) " AND ("
                   FUNCTION TRIM(WS-EXPIRY-SQL) " IS NULL OR "
                   FUNCTION TRIM(WS-EXPIRY-SQL) " >= "
                   FUNCTION TRIM(WS-START-SQL) ") RETURNING memo_id;"
                   INTO WS-SQL-COMMAND
           END-IF
           PERFORM RUN-MEMO-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               IF WS-MEMO-LEVEL = "A"
                   DISPLAY "Memo not added -- account not on file, "
                       "or expiry before start."
               ELSE
                   DISPLAY "Memo not added -- customer not on file, "
                       "or expiry before start."
               END-IF
           ELSE
               DISPLAY "Memo " FUNCTION TRIM(WS-PSQL-RESULT) " added ("
                   FUNCTION TRIM(WS-MEMO-CATEGORY) ")."
           END-IF.

       CAPTURE-ACCOUNT-PARA.
           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               DISPLAY "Invalid account number format."
               GOBACK
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT.

       CAPTURE-CUSTOMER-PARA.
           DISPLAY "Enter Customer Number:"
           ACCEPT WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID NOT NUMERIC OR WS-CUSTOMER-ID = 0
               DISPLAY "Invalid customer number."
               GOBACK
           END-IF
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP.

       LIST-MEMOS-PARA.
           PERFORM CAPTURE-ACCOUNT-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT m.memo_id || ' ' || rpad(m.memo_category, 8) "
               "|| ' ' || CASE WHEN m.memo_status <> 'ACTIVE' THEN "
               "'ENDED by ' || COALESCE(m.ended_by, '?') || ' ' || "
               "to_char(m.ended_at, 'YYYY-MM-DD') WHEN m.start_date > "
               "CURRENT_DATE THEN 'FROM ' || m.start_date WHEN "
               "m.expiry_date < CURRENT_DATE THEN 'EXPIRED ' || "
               "m.expiry_date ELSE 'IN FORCE' || COALESCE(' to ' || "
               "m.expiry_date, '') END || ' | ' || CASE WHEN "
               "m.customer_id IS NULL THEN 'account' ELSE 'customer ' "
               "|| m.customer_id END || ' | by ' || m.author || ' | ' "
               "|| m.memo_text FROM account_memos m "
               "WHERE m.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' OR m.customer_id IN (SELECT h.customer_id FROM "
               "account_holders h WHERE h.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND h.customer_id IS NOT NULL) "
               "ORDER BY m.memo_id DESC;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-MEMO-SQL-PARA
           DISPLAY "Memos for account " FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               " and its holders:"
           MOVE 'N' TO WS-ANY-LINES
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE 'Y' TO WS-ANY-LINES
                           DISPLAY "  " FUNCTION TRIM(WS-PSQL-RESULT)
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF
           IF WS-ANY-LINES NOT = 'Y'
               DISPLAY "  (none)"
           END-IF.

       END-MEMO-PARA.
           DISPLAY "Enter Memo ID to end:"
           ACCEPT WS-MEMO-ID
           IF WS-MEMO-ID NOT NUMERIC OR WS-MEMO-ID = 0
               DISPLAY "Invalid memo ID."
               GOBACK
           END-IF
           MOVE WS-MEMO-ID TO WS-MEMO-ID-DISP
           PERFORM CHECK-SUPERVISOR-PARA

      *> The author may withdraw their own memo; anyone else's needs
      *> a supervisor -- a caution one teller put on for good reason
      *> must not quietly disappear at another branch.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE account_memos SET memo_status = 'ENDED', "
               "ended_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', ended_at = NOW() WHERE memo_id = "
               FUNCTION TRIM(WS-MEMO-ID-DISP)
               " AND memo_status = 'ACTIVE' AND (author = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' OR '"
               WS-IS-SUPERVISOR "' = 'Y') RETURNING memo_id || ' ' || "
               "memo_category || ': ' || memo_text;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-MEMO-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Memo " FUNCTION TRIM(WS-MEMO-ID-DISP)
                   " not ended -- not found, already ended, or not "
                   "yours to end (author or SUP role only)."
           ELSE
               DISPLAY "Ended memo " FUNCTION TRIM(WS-PSQL-RESULT)
           END-IF.

       CHECK-SUPERVISOR-PARA.
           MOVE 'N' TO WS-IS-SUPERVISOR
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_role = 'SUP';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-MEMO-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       CHECK-DATE-PARA.
           MOVE 'Y' TO WS-DATE-OK
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 10
               IF WS-CHAR-IDX = 5 OR WS-CHAR-IDX = 8
                   IF WS-CHECK-DATE(WS-CHAR-IDX:1) NOT = "-"
                       MOVE 'N' TO WS-DATE-OK
                   END-IF
               ELSE
                   IF WS-CHECK-DATE(WS-CHAR-IDX:1) NOT NUMERIC
                       MOVE 'N' TO WS-DATE-OK
                   END-IF
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

       RUN-MEMO-SQL-PARA.
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
               "ACCOUNT-MEMO" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.
