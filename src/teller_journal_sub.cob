      *> DRAWER-MANAGEMENT's settlement cross-checks against posted
      *> cash activity. The receipt number is handed back so the
      *> caller can print it for the customer.
      *>   TELLER-JOURNAL-ACK-SUB -- a teller's acknowledgment of a
      *>                             must-acknowledge account memo
      *>                             (ACCOUNT-MEMO-SUB), journaled as
      *>                             a type M row carrying the memo
      *>                             ID, no amount, and its own
      *>                             receipt number from the same
      *>                             sequence
      *> In training mode (TRAINING-MODE-SUB) the row lands in the
      *> training database and the receipt line in
      *> ./training_teller_journal.dat, marked TRAINING -- the live
      *> journal file never sees a practice receipt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> OPTIONAL: the first posting of the day must be able to
      *> create a fresh journal file.
           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
       01  WS-JOURNAL-FILE-NAME   PIC X(40)
           VALUE "./teller_journal.dat".
       01  WS-TRAINING-TAG        PIC X(11) VALUE SPACES.
      *> Per-invocation scratch file from WORK-FILE-SUB -- two tellers
      *> posting at the same moment must never share a result file.
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  LS-CHECK-NUMBER        PIC X(10).
       01  LS-TRANSACTION-ID      PIC X(20).
       01  LS-RECEIPT-NO          PIC X(30).
       01  LS-MEMO-ID             PIC X(12).

       PROCEDURE DIVISION USING
           LS-OPERATOR-ID LS-ACCOUNT-NUMBER LS-TSX-TYPE LS-AMOUNT
           LS-CHECK-NUMBER LS-TRANSACTION-ID LS-RECEIPT-NO.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           PERFORM SET-JOURNAL-FILE-PARA
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           MOVE SPACES TO LS-RECEIPT-NO WS-SQL-COMMAND WS-SHELL-COMMAND
           MOVE LS-AMOUNT TO WS-FMT-AMOUNT

      *> One statement assigns the receipt number and writes the
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           PERFORM RUN-JOURNAL-SQL-PARA

           IF LS-RECEIPT-NO NOT = SPACES
               PERFORM WRITE-RECEIPT-PARA
           END-IF

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

      *>----------------------------------------------------------------
      *> TELLER-JOURNAL-ACK-SUB
      *> The memo acknowledgment takes a receipt number exactly as a
      *> posting does, so the investigator replaying a teller's day
      *> sees the warning acknowledged in line with the postings that
      *> followed it. Type M has no amount and no check number, so
      *> DRAWER-MANAGEMENT's cash cross-check never counts it.
      *>----------------------------------------------------------------
       ENTRY "TELLER-JOURNAL-ACK-SUB" USING
           LS-OPERATOR-ID LS-ACCOUNT-NUMBER LS-MEMO-ID LS-RECEIPT-NO.
       ACK-MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           PERFORM SET-JOURNAL-FILE-PARA
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           MOVE SPACES TO LS-RECEIPT-NO WS-SQL-COMMAND WS-SHELL-COMMAND

           STRING
               "INSERT INTO teller_journal (operator_id, "
               "business_date, receipt_seq, account_number, "
               "tsx_type, amount, memo_id, drawer_id, journaled_at) "
               "SELECT '" FUNCTION TRIM(LS-OPERATOR-ID) "', "
               "(SELECT business_date FROM run_control WHERE "
               "control_id = 1), "
               "COALESCE((SELECT MAX(receipt_seq) FROM teller_journal"
               " j WHERE j.operator_id = '"
               FUNCTION TRIM(LS-OPERATOR-ID)
               "' AND j.business_date = (SELECT business_date FROM "
               "run_control WHERE control_id = 1)), 0) + 1, '"
               FUNCTION TRIM(LS-ACCOUNT-NUMBER) "', 'M', 0, "
               FUNCTION TRIM(LS-MEMO-ID) ", "
               "(SELECT d.drawer_id FROM teller_drawers d WHERE "
               "d.operator_id = '" FUNCTION TRIM(LS-OPERATOR-ID)
               "' AND d.drawer_status = 'OPEN' LIMIT 1), NOW() "
               "RETURNING operator_id || '-' || "
               "to_char(business_date, 'YYYYMMDD') || '-' || "
               "receipt_seq;"
               INTO WS-SQL-COMMAND

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           PERFORM RUN-JOURNAL-SQL-PARA

           IF LS-RECEIPT-NO NOT = SPACES
               PERFORM WRITE-ACK-RECEIPT-PARA
           END-IF

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       RUN-JOURNAL-SQL-PARA.
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO LS-RECEIPT-NO
           END-IF.

       SET-JOURNAL-FILE-PARA.
           IF WS-TRAINING-MODE = 'Y'
               MOVE "./training_teller_journal.dat"
                   TO WS-JOURNAL-FILE-NAME
               MOVE "TRAINING | " TO WS-TRAINING-TAG
           ELSE
               MOVE "./teller_journal.dat" TO WS-JOURNAL-FILE-NAME
               MOVE SPACES TO WS-TRAINING-TAG
           END-IF.

       WRITE-RECEIPT-PARA.
           IF WS-TRAINING-MODE = 'Y'
               DISPLAY "*** TRAINING RECEIPT -- not a bank record ***"
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND JOURNAL-FILE
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               WS-TRAINING-TAG DELIMITED BY "  "
               FUNCTION TRIM(LS-RECEIPT-NO) " | "
               FUNCTION TRIM(LS-ACCOUNT-NUMBER) " | "
               LS-TSX-TYPE " | "
               FUNCTION TRIM(WS-FMT-AMOUNT) " | "
               FUNCTION TRIM(LS-OPERATOR-ID) " | tsx "
               FUNCTION TRIM(LS-TRANSACTION-ID) " | "
               WS-TIMESTAMP DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       WRITE-ACK-RECEIPT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND JOURNAL-FILE
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               WS-TRAINING-TAG DELIMITED BY "  "
               FUNCTION TRIM(LS-RECEIPT-NO) " | "
               FUNCTION TRIM(LS-ACCOUNT-NUMBER) " | M | 0.00 | "
               FUNCTION TRIM(LS-OPERATOR-ID) " | memo "
               FUNCTION TRIM(LS-MEMO-ID) " acknowledged | "
               WS-TIMESTAMP DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
