      *> and in every caller, so it is pinned to a safe alphanumeric
      *> charset before it gets anywhere near psql -- the same reason
      *> VALIDATE-ACCOUNT-SUB exists for account numbers.
      *>
      *> PINs are checked against the salted hash PIN-CHANGE-SUB
      *> stores, never a stored PIN. The operator_security_policy row
      *> (defaults in brackets) sets the rest:
      *>   max_failed_attempts [3]  -- that many wrong PINs in a row
      *>                               and the ID goes LOCKED until
      *>                               security administration
      *>                               reinstates it; a good PIN
      *>                               clears the count;
      *>   pin_expiry_days     [90] -- a PIN older than that, or one a
      *>                               security administrator issued,
      *>                               has to be changed here before
      *>                               the sign-on completes.
      *> A row still carrying a PIN from before hashing signs on once
      *> against it, has it hashed and cleared in the same statement,
      *> and is made to change it there and then. Only ACTIVE
      *> operators sign on -- SUSPENDED, LOCKED and TERMINATED IDs are
      *> refused without a word about which. Each attempt lands on
      *> the audit trail with its outcome, never the PIN.
      *>
      *> Training mode (TRAINING-MODE-SUB). The training-enabled
      *> teller programs sign on through SIGNON-TRAINING-SUB, which
      *> hands back whether this session is in training: always for
      *> an operator flagged as a trainee, always on a training room
      *> terminal (BANK_TRAINING_MODE already set), otherwise the
      *> operator's own choice at sign-on. Every other program signs
      *> on here, and refuses trainees and training terminals
      *> outright -- a program with no training database behind it
      *> would post to the live books.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FIELD-LEN           PIC 9(2) COMP.
       01  WS-CHAR-IDX            PIC 9(2) COMP.
       01  WS-ONE-CHAR            PIC X(1).
       01  WS-NEW-PIN             PIC X(8) VALUE SPACES.
       01  WS-CONFIRM-PIN         PIC X(8) VALUE SPACES.
       01  WS-PIN-MODE            PIC X(1) VALUE "U".
       01  WS-PIN-RESULT          PIC X(1) VALUE SPACES.
      *> Who made the change -- on an expired-PIN change at signon it
      *> is the operator, but PIN-CHANGE-SUB gets its own copy.
       01  WS-PIN-CHANGED-BY      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-RESULT       PIC X(10) VALUE SPACES.
       01  WS-SQL-COMMAND         PIC X(1600).
       01  WS-SHELL-COMMAND       PIC X(1800).
       01  WS-SQL-PTR             PIC 9(4) COMP.
       01  WS-AUDIT-TEXT          PIC X(600).
       01  WS-AUDIT-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(60).
       01  WS-TRAINING-CAPABLE    PIC X(1) VALUE 'N'.
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
       01  WS-TRAINEE             PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC X(8).
       01  LS-SIGNON-OK           PIC X(1).
       01  LS-TRAINING-MODE       PIC X(1).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-SIGNON-OK.
       MAIN-PARA.
           MOVE 'N' TO WS-TRAINING-CAPABLE
           PERFORM SIGN-ON-PARA THRU SIGN-ON-EXIT
           GOBACK.

      *>----------------------------------------------------------------
      *> SIGNON-TRAINING-SUB
      *> Sign-on for the training-enabled programs. Same checks; the
      *> session's training mode comes back in the third argument and
      *> is set for the process, so the caller and every subprogram
      *> it reaches pick it up through TRAINING-MODE-SUB.
      *>----------------------------------------------------------------
       ENTRY "SIGNON-TRAINING-SUB" USING
           LS-OPERATOR-ID LS-SIGNON-OK LS-TRAINING-MODE.
       TRAINING-MAIN-PARA.
           MOVE 'Y' TO WS-TRAINING-CAPABLE
           PERFORM SIGN-ON-PARA THRU SIGN-ON-EXIT
           MOVE WS-TRAINING-MODE TO LS-TRAINING-MODE
           GOBACK.

       SIGN-ON-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           MOVE 'N' TO LS-SIGNON-OK WS-TRAINING-MODE
           MOVE SPACES TO LS-OPERATOR-ID

           DISPLAY "Operator ID:"
               DISPLAY "Sign-on refused -- operator ID and PIN must "
                   "be alphanumeric."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GO TO SIGN-ON-EXIT
           END-IF

           PERFORM CHECK-OPERATOR-PARA

           EVALUATE WS-SIGNON-RESULT
               WHEN "OK"
                   MOVE 'Y' TO LS-SIGNON-OK
               WHEN "EXPIRED"
                   PERFORM CHANGE-EXPIRED-PIN-PARA
               WHEN "LOCKED"
                   DISPLAY "Too many failed attempts -- operator ID "
                       "locked. Security administration must "
                       "reinstate it."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF LS-SIGNON-OK = 'Y'
               PERFORM SET-TRAINING-MODE-PARA
                   THRU SET-TRAINING-MODE-EXIT
           END-IF

           IF LS-SIGNON-OK = 'Y'
               MOVE WS-OPERATOR-ID TO LS-OPERATOR-ID
               IF WS-TRAINING-MODE = 'Y'
                   DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                       " signed on in TRAINING mode."
               ELSE
                   DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                       " signed on."
               END-IF
           ELSE
               IF WS-SIGNON-RESULT NOT = "TRAINING"
                   DISPLAY "Sign-on refused -- unknown operator, "
                       "wrong PIN, or operator not active."
               END-IF
           END-IF

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME.

       SIGN-ON-EXIT.
           EXIT.

       SET-TRAINING-MODE-PARA.
           MOVE 'N' TO WS-TRAINING-MODE WS-TRAINEE
           CALL "TRAINING-MODE-CHECK-SUB" USING WS-TRAINING-MODE
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(trainee_flag, 'N') FROM operators "
               "WHERE operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "';"
               INTO WS-SQL-COMMAND
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
           END-IF
           IF FUNCTION TRIM(WS-PSQL-RESULT) = "Y"
               MOVE 'Y' TO WS-TRAINEE
           END-IF

      *> A program with no training side never runs in training.
           IF WS-TRAINING-CAPABLE NOT = 'Y'
               IF WS-TRAINEE = 'Y' OR WS-TRAINING-MODE = 'Y'
                   MOVE 'N' TO LS-SIGNON-OK
                   MOVE "TRAINING" TO WS-SIGNON-RESULT
                   DISPLAY "Sign-on refused -- trainee operators and "
                       "training terminals may use only the "
                       "training-enabled teller programs."
               END-IF
               GO TO SET-TRAINING-MODE-EXIT
           END-IF

           IF WS-TRAINEE = 'Y'
               MOVE 'Y' TO WS-TRAINING-MODE
           END-IF
           IF WS-TRAINING-MODE NOT = 'Y'
               DISPLAY "Sign on in TRAINING mode (Y/N)?"
               ACCEPT WS-TRAINING-MODE
               IF WS-TRAINING-MODE NOT = 'Y'
                   MOVE 'N' TO WS-TRAINING-MODE
               END-IF
           END-IF
           CALL "TRAINING-MODE-SET-SUB" USING WS-TRAINING-MODE.

       SET-TRAINING-MODE-EXIT.
           EXIT.

       CHECK-CHARSET-PARA.
           MOVE 'Y' TO WS-CHARSET-OK
           END-IF.

       CHECK-OPERATOR-PARA.
           *> One statement: p is the policy, o the ACTIVE operator
           *> row and whether the PIN matches. A match clears the
           *> failure count, stamps the sign-on and hashes a PIN left
           *> from before hashing; a miss counts, and the miss that
           *> reaches the limit locks the ID. The result is OK,
           *> EXPIRED, LOCKED or BAD -- nothing for an unknown or
           *> inactive ID.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH p AS (SELECT COALESCE((SELECT "
               "max_failed_attempts FROM operator_security_policy "
               "LIMIT 1), 3) AS max_fail, COALESCE((SELECT "
               "pin_expiry_days FROM operator_security_policy "
               "LIMIT 1), 90) AS exp_days), "
               "o AS (SELECT operator_id, pin_hash, CASE WHEN "
               "pin_hash IS NOT NULL THEN pin_hash = encode(sha256(("
               "pin_salt || '" FUNCTION TRIM(WS-OPERATOR-PIN)
               "')::bytea), 'hex') ELSE COALESCE(pin = '"
               FUNCTION TRIM(WS-OPERATOR-PIN)
               "', FALSE) END AS pin_ok, md5(random()::text || "
               "clock_timestamp()::text) AS new_salt FROM operators "
               "WHERE operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_status = 'ACTIVE' FOR UPDATE), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "upd AS (UPDATE operators x SET failed_attempts = "
               "CASE WHEN o.pin_ok THEN 0 ELSE COALESCE("
               "x.failed_attempts, 0) + 1 END, operator_status = "
               "CASE WHEN NOT o.pin_ok AND COALESCE("
               "x.failed_attempts, 0) + 1 >= p.max_fail THEN "
               "'LOCKED' ELSE x.operator_status END, "
               "last_signon_at = CASE WHEN o.pin_ok THEN NOW() ELSE "
               "x.last_signon_at END, pin_salt = CASE WHEN o.pin_ok "
               "AND o.pin_hash IS NULL THEN o.new_salt ELSE "
               "x.pin_salt END, pin_hash = CASE WHEN o.pin_ok AND "
               "o.pin_hash IS NULL THEN encode(sha256((o.new_salt || '"
               FUNCTION TRIM(WS-OPERATOR-PIN)
               "')::bytea), 'hex') ELSE x.pin_hash END, pin = CASE "
               "WHEN o.pin_ok THEN NULL ELSE x.pin END FROM o, p "
               "WHERE x.operator_id = o.operator_id RETURNING "
               "x.operator_status, o.pin_ok, x.pin_changed_at) "
               "SELECT CASE WHEN u.pin_ok AND (u.pin_changed_at IS "
               "NULL OR u.pin_changed_at < NOW() - p.exp_days * "
               "INTERVAL '1 day') THEN 'EXPIRED' WHEN u.pin_ok THEN "
               "'OK' WHEN u.operator_status = 'LOCKED' THEN 'LOCKED' "
               "ELSE 'BAD' END FROM upd u, p;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF
           MOVE WS-PSQL-RESULT TO WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = SPACES
               MOVE "UNKNOWN" TO WS-SIGNON-RESULT
           END-IF

           *> The command carries the PIN -- the trail gets the
           *> outcome instead.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "Sign-on attempt for operator "
               FUNCTION TRIM(WS-OPERATOR-ID) " -- "
               FUNCTION TRIM(WS-SIGNON-RESULT)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           CALL "AUDIT-LOG-OPER-SUB" USING
               "SIGNON-OPERATOR-SUB" WS-AUDIT-ACCOUNT
               WS-AUDIT-TEXT WS-RETURN-CODE WS-OPERATOR-ID.

       CHANGE-EXPIRED-PIN-PARA.
           DISPLAY "PIN expired or issued by security administration "
               "-- a new PIN is required."
           DISPLAY "New PIN:"
           ACCEPT WS-NEW-PIN
           DISPLAY "Confirm new PIN:"
           ACCEPT WS-CONFIRM-PIN
           IF WS-NEW-PIN NOT = WS-CONFIRM-PIN
               DISPLAY "PINs do not match -- PIN not changed."
           ELSE
               MOVE WS-OPERATOR-ID TO WS-PIN-CHANGED-BY
               CALL "PIN-CHANGE-SUB" USING WS-OPERATOR-ID WS-NEW-PIN
                   WS-PIN-MODE WS-PIN-CHANGED-BY WS-PIN-RESULT
               EVALUATE WS-PIN-RESULT
                   WHEN "Y"
                       MOVE 'Y' TO LS-SIGNON-OK
                       DISPLAY "PIN changed."
                   WHEN "C"
                       DISPLAY "PIN must be alphanumeric -- PIN not "
                           "changed."
                   WHEN "L"
                       DISPLAY "PIN too short -- PIN not changed."
                   WHEN "H"
                       DISPLAY "PIN used recently -- choose another. "
                           "PIN not changed."
                   WHEN OTHER
                       DISPLAY "PIN change failed -- PIN not changed."
               END-EVALUATE
           END-IF.

       END PROGRAM SIGNON-OPERATOR-SUB.
