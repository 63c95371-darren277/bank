      *> net draws the account down) with every leg's transaction row
      *> chained off it -- all or nothing, and one receipt through the
      *> electronic journal covering the whole ticket.
      *>
      *> Each deposit leg says whether it is cash; withdrawal legs are
      *> cash back. When the ticket's cash in or cash out takes the
      *> customer's day over the CTR conductor pre-threshold the
      *> teller captures the person at the window once
      *> (CTR-CONDUCTOR-SUB), and the details are stored in
      *> ctr_conductors against every cash leg's transaction_id --
      *> or its approval_id when the ticket queues for a supervisor.
      *>
      *> The teller keys one narrative and external reference for the
      *> visit; every leg's row carries them, queued or posted.
      *>
      *> Service memos on the account or its holders are shown as
      *> soon as the account is keyed (ACCOUNT-MEMO-SUB); the ticket
      *> goes no further until every must-acknowledge memo is
      *> acknowledged.
      *>
      *> A trainee (or an operator who chooses training at sign-on)
      *> posts tickets against the training database, and the
      *> receipt goes to the training journal file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> OPTIONAL: the first posting of the day must be able to
      *> create a fresh journal file.
           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05  WS-LEG-ENTRY      OCCURS 8 TIMES.
               10  WS-LEG-TYPE   PIC X(1).
               10  WS-LEG-AMOUNT PIC 9(15)V99.
               10  WS-LEG-CASH   PIC X(1).
       01  WS-LEG-COUNT          PIC 9(1) VALUE 0.
       01  WS-LEG-IDX            PIC 9(1) VALUE 0.
       01  WS-LEG-IDX-DISP       PIC 9.
      *> A deposit leg that is not cash is a check -- stamped on the
      *> posted row for the kiting scan.
       01  WS-LEG-CHECK-DEPOSIT  PIC X(1) VALUE 'N'.
       01  WS-IN-TYPE            PIC X(1) VALUE SPACE.
       01  WS-IN-AMOUNT          PIC 9(15)V99 VALUE 0.

       01  WS-NET-DISP           PIC -(13)9.99.
       01  WS-FMT-AMOUNT         PIC Z(13)9.99.
       01  WS-CONFIRM            PIC X(1) VALUE SPACE.
       01  WS-NARRATIVE          PIC X(60) VALUE SPACES.
       01  WS-EXTERNAL-REF       PIC X(30) VALUE SPACES.

       01  WS-SQL-COMMAND        PIC X(8000).
       01  WS-SQL-PTR            PIC 9(4) COMP.
       01  WS-SHELL-COMMAND      PIC X(8200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(60).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
      *> Y when the operator signed on in training -- everything
      *> from here on runs against the training database.
       01  WS-TRAINING-MODE      PIC X(1) VALUE 'N'.
      *> A training ticket's receipt goes to the training journal
      *> file, tagged, never to the live electronic journal.
       01  WS-JOURNAL-FILE-NAME  PIC X(40)
           VALUE "./teller_journal.dat".
       01  WS-TRAINING-TAG       PIC X(11) VALUE SPACES.
       01  WS-RECEIPT-NO         PIC X(30) VALUE SPACES.
       01  WS-FIRST-TSX-ID       PIC X(20) VALUE SPACES.
       01  WS-TIMESTAMP          PIC X(21) VALUE SPACES.
       01  WS-TEMP-CEILING       PIC X(20) VALUE SPACES.
       01  WS-TEMP-TWOSIGN       PIC X(20) VALUE SPACES.
       01  WS-CONTROLS-OK        PIC X(1) VALUE 'Y'.
      *> Custodial accounts: a holder in the minor role (M) means
      *> money-out needs a custodian (C) as the acting signer.
       01  WS-CUSTODIAL          PIC X(1) VALUE 'N'.
       01  WS-SIGNER-IS-CUSTODIAN PIC X(1) VALUE 'N'.

      *> CTR conductor for the visit, captured at most once per
      *> ticket however many cash legs it carries.
       01  WS-CASH-IN-TOTAL      PIC 9(15)V99 VALUE 0.
       01  WS-CONDUCTOR-STATUS   PIC X(1) VALUE 'N'.
       01  WS-CONDUCTOR-NAME     PIC X(60) VALUE SPACES.
       01  WS-CONDUCTOR-ID-TYPE  PIC X(12) VALUE SPACES.
       01  WS-CONDUCTOR-ID-NUMBER PIC X(30) VALUE SPACES.
       01  WS-CONDUCTOR-ADDRESS  PIC X(100) VALUE SPACES.
       01  WS-CONDUCTOR-DOB      PIC X(10) VALUE SPACES.
       01  WS-CONDUCTOR-KEY-COL  PIC X(14) VALUE SPACES.
       01  WS-CONDUCTOR-SOURCE   PIC X(3) VALUE SPACES.
       01  WS-MEMO-OK            PIC X(1) VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-TRAINING-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK WS-TRAINING-MODE
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF
           CALL "TRAINING-SCREEN-SUB" USING DB-CONFIG WS-TRAINING-MODE

           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
               GOBACK
           END-IF

           CALL "ACCOUNT-MEMO-SUB" USING
               WS-OPERATOR-ID WS-ACCOUNT-NUMBER WS-MEMO-OK
           IF WS-MEMO-OK NOT = 'Y'
               DISPLAY "Ticket not posted -- account memo not "
                   "acknowledged."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           PERFORM CAPTURE-LEGS-PARA
           IF WS-LEG-COUNT = 0
               DISPLAY "No legs entered -- nothing to post."
               GOBACK
           END-IF

           PERFORM CAPTURE-NARRATIVE-PARA

           PERFORM VALIDATE-TICKET-PARA
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Ticket abandoned -- nothing posted."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           PERFORM CHECK-CONDUCTOR-PARA
           IF WS-CONDUCTOR-STATUS = 'X'
               DISPLAY "Ticket not posted -- conductor name and "
                   "identification are required."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           IF WS-FORCE-APPROVAL = 'Y'
               PERFORM QUEUE-TICKET-FOR-APPROVAL-PARA
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
                   ADD 1 TO WS-LEG-COUNT
                   MOVE WS-IN-TYPE TO WS-LEG-TYPE(WS-LEG-COUNT)
                   MOVE WS-IN-AMOUNT TO WS-LEG-AMOUNT(WS-LEG-COUNT)
                   MOVE "Y" TO WS-LEG-CASH(WS-LEG-COUNT)
                   IF WS-IN-TYPE = "D"
                       DISPLAY "Is this deposit leg cash (Y/N)?"
                       ACCEPT WS-LEG-CASH(WS-LEG-COUNT)
                   END-IF
               END-IF
           ELSE
               IF WS-IN-TYPE NOT = "X"
               END-IF
           END-IF.

       CAPTURE-NARRATIVE-PARA.
           DISPLAY "Enter Narrative for the ticket (up to 60 "
               "characters, blank for none):"
           ACCEPT WS-NARRATIVE
           DISPLAY "Enter External Reference (blank for none):"
           ACCEPT WS-EXTERNAL-REF
           INSPECT WS-NARRATIVE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-EXTERNAL-REF REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE.

       VALIDATE-TICKET-PARA.
      *> The ticket proves itself as a whole: every leg priced, the
      *> net effect computed and read back to the teller before
               "(0 if not applicable):"
           ACCEPT WS-SIGNER-ID
           MOVE WS-SIGNER-ID TO WS-SIGNER-ID-DISP
           PERFORM CHECK-CUSTODIAN-PARA
           IF WS-CUSTODIAL = 'Y' AND WS-SIGNER-IS-CUSTODIAN NOT = 'Y'
               DISPLAY "Ticket declined -- custodial account; the "
                   "custodian must sign."
               MOVE "CUSTODIAN-REQ" TO WS-DECLINE-CODE
               CALL "DECLINE-LOG-SUB" USING
                   WS-CHANNEL WS-ACCOUNT-NUMBER WS-DECLINE-CODE
                   WS-CASH-OUT-TOTAL
               MOVE 'N' TO WS-CONTROLS-OK
               GO TO CONTROL-MONEY-OUT-EXIT
           END-IF
           IF WS-SIGNER-ID > 0
               PERFORM CHECK-SIGNER-AUTHORITY-PARA
               IF WS-SIGNER-STATUS = "NOSIGNER"
                   FUNCTION TRIM(WS-TEMP-TWOSIGN))
           END-IF.

       CHECK-CUSTODIAN-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(MAX(CASE WHEN holder_role = 'M' THEN "
               "'Y' END), 'N') || COALESCE(MAX(CASE WHEN customer_id "
               "= " FUNCTION TRIM(WS-SIGNER-ID-DISP) " AND holder_role "
               "= 'C' THEN 'Y' END), 'N') FROM account_holders "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-TICKET-SQL-PARA

           MOVE 'N' TO WS-CUSTODIAL
           MOVE 'N' TO WS-SIGNER-IS-CUSTODIAN
           IF WS-PSQL-RESULT(1:1) = 'Y'
               MOVE 'Y' TO WS-CUSTODIAL
           END-IF
           IF WS-PSQL-RESULT(2:1) = 'Y'
               MOVE 'Y' TO WS-SIGNER-IS-CUSTODIAN
           END-IF.

       LOAD-APPROVAL-THRESHOLD-PARA.
           MOVE 0 TO WS-APPROVAL-THRESHOLD
           MOVE SPACES TO WS-SQL-COMMAND
      *> requested by this operator -- the supervisor approves each
      *> through APPROVE-TRANSACTION's guarded postings. Nothing posts
      *> here, and maker and checker can never be the same hands.
      *> Each leg is its own CTE so a cash leg's conductor row can key
      *> off that leg's approval_id.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING "WITH "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM APPEND-ONE-QUEUED-LEG-PARA
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
           IF WS-CONDUCTOR-STATUS = 'Y'
               MOVE "approval_id" TO WS-CONDUCTOR-KEY-COL
               MOVE "q" TO WS-CONDUCTOR-SOURCE
               PERFORM APPEND-CONDUCTOR-VALUES-PARA
               PERFORM APPEND-ONE-CONDUCTOR-PARA
                   VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
           END-IF
           STRING " SELECT approval_id FROM q1;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           END-IF.

       APPEND-ONE-QUEUED-LEG-PARA.
           MOVE WS-LEG-IDX TO WS-LEG-IDX-DISP
           MOVE WS-LEG-AMOUNT(WS-LEG-IDX) TO WS-FMT-AMOUNT
           IF WS-LEG-IDX > 1
               STRING ", "
                   WITH POINTER WS-SQL-PTR
           END-IF
           STRING
               "q" WS-LEG-IDX-DISP " AS (INSERT INTO pending_approvals"
               " (account_number, transaction_type, amount, "
               "requested_by, requested_at, approval_status, "
               "narrative, external_reference) VALUES ('"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               WS-LEG-TYPE(WS-LEG-IDX) "', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW(), 'PENDING', NULLIF('"
               FUNCTION TRIM(WS-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '')) RETURNING approval_id)"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR.

       CHECK-CONDUCTOR-PARA.
      *> Cash in and cash out are aggregated separately, exactly as
      *> the CTR run aggregates them; the sub is asked about each
      *> direction the ticket carries and prompts at most once.
           MOVE 'N' TO WS-CONDUCTOR-STATUS
           MOVE 0 TO WS-CASH-IN-TOTAL
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
               IF WS-LEG-TYPE(WS-LEG-IDX) = "D"
                       AND WS-LEG-CASH(WS-LEG-IDX) = "Y"
                   ADD WS-LEG-AMOUNT(WS-LEG-IDX) TO WS-CASH-IN-TOTAL
               END-IF
           END-PERFORM
           IF WS-CASH-IN-TOTAL > 0
               CALL "CTR-CONDUCTOR-SUB" USING
                   WS-ACCOUNT-NUMBER "D" WS-CASH-IN-TOTAL
                   WS-CONDUCTOR-STATUS WS-CONDUCTOR-NAME
                   WS-CONDUCTOR-ID-TYPE WS-CONDUCTOR-ID-NUMBER
                   WS-CONDUCTOR-ADDRESS WS-CONDUCTOR-DOB
           END-IF
           IF WS-CASH-OUT-TOTAL > 0 AND WS-CONDUCTOR-STATUS NOT = 'X'
               CALL "CTR-CONDUCTOR-SUB" USING
                   WS-ACCOUNT-NUMBER "W" WS-CASH-OUT-TOTAL
                   WS-CONDUCTOR-STATUS WS-CONDUCTOR-NAME
                   WS-CONDUCTOR-ID-TYPE WS-CONDUCTOR-ID-NUMBER
                   WS-CONDUCTOR-ADDRESS WS-CONDUCTOR-DOB
           END-IF.

       APPEND-CONDUCTOR-VALUES-PARA.
           STRING
               ", cv AS (SELECT '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "'::text AS account_number, '"
               FUNCTION TRIM(WS-CONDUCTOR-NAME) "'::text, '"
               FUNCTION TRIM(WS-CONDUCTOR-ID-TYPE) "'::text, '"
               FUNCTION TRIM(WS-CONDUCTOR-ID-NUMBER) "'::text, '"
               FUNCTION TRIM(WS-CONDUCTOR-ADDRESS) "'::text, NULLIF('"
               FUNCTION TRIM(WS-CONDUCTOR-DOB) "', '')::date, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "'::text, NOW())"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR.

       APPEND-ONE-CONDUCTOR-PARA.
           IF WS-LEG-CASH(WS-LEG-IDX) = "Y"
               MOVE WS-LEG-IDX TO WS-LEG-IDX-DISP
               STRING
                   ", cd" WS-LEG-IDX-DISP " AS (INSERT INTO "
                   "ctr_conductors ("
                   FUNCTION TRIM(WS-CONDUCTOR-KEY-COL)
                   ", account_number, conductor_name, id_type, "
                   "id_number, conductor_address, date_of_birth, "
                   "captured_by, captured_at) SELECT l."
                   FUNCTION TRIM(WS-CONDUCTOR-KEY-COL) ", cv.* FROM "
                   FUNCTION TRIM(WS-CONDUCTOR-SOURCE) WS-LEG-IDX-DISP
                   " l, cv)"
                   INTO WS-SQL-COMMAND
                   WITH POINTER WS-SQL-PTR
           END-IF.

       RUN-TICKET-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT

           IF WS-CONDUCTOR-STATUS = 'Y'
               MOVE "transaction_id" TO WS-CONDUCTOR-KEY-COL
               MOVE "leg" TO WS-CONDUCTOR-SOURCE
               PERFORM APPEND-CONDUCTOR-VALUES-PARA
               PERFORM APPEND-ONE-CONDUCTOR-PARA
                   VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
           END-IF

           STRING " SELECT transaction_id FROM leg1;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           END-IF.

       WRITE-RECEIPT-RECORD-PARA.
           IF WS-TRAINING-MODE = 'Y'
               MOVE "./training_teller_journal.dat"
                   TO WS-JOURNAL-FILE-NAME
               MOVE "TRAINING | " TO WS-TRAINING-TAG
               DISPLAY "*** TRAINING RECEIPT -- not a bank record ***"
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND JOURNAL-FILE
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               WS-TRAINING-TAG DELIMITED BY "  "
               FUNCTION TRIM(WS-RECEIPT-NO) " | "
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               " | MIXED TICKET " WS-LEG-COUNT " LEGS | net "
               WS-NET-DISP " | "
               FUNCTION TRIM(WS-OPERATOR-ID) " | tsx "
               FUNCTION TRIM(WS-FIRST-TSX-ID) " | "
               WS-TIMESTAMP DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
       APPEND-ONE-LEG-PARA.
           MOVE WS-LEG-IDX TO WS-LEG-IDX-DISP
           MOVE WS-LEG-AMOUNT(WS-LEG-IDX) TO WS-FMT-AMOUNT
           MOVE 'N' TO WS-LEG-CHECK-DEPOSIT
           IF WS-LEG-TYPE(WS-LEG-IDX) = "D"
                   AND WS-LEG-CASH(WS-LEG-IDX) NOT = "Y"
               MOVE 'Y' TO WS-LEG-CHECK-DEPOSIT
           END-IF
           STRING
               ", leg" WS-LEG-IDX-DISP " AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "operator_id, signer_customer_id, check_deposit, "
               "narrative, external_reference) "
               "SELECT account_number, '"
               WS-LEG-TYPE(WS-LEG-IDX) "', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NULLIF(" FUNCTION TRIM(WS-SIGNER-ID-DISP)
               ", 0), '" WS-LEG-CHECK-DEPOSIT
               "', NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
               "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '') FROM upd RETURNING transaction_id)"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR.

