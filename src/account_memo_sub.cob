       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MEMO-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Account warnings at the point of use. Branch staff record
      *> memos against an account or a customer in ACCOUNT-MEMO; the
      *> teller posting programs call here with the account they are
      *> about to post to, before anything posts. Every memo in force
      *> today (started, not expired, not ended) on the account
      *> itself or on any customer who holds it is considered:
      *>   INFO     -- not shown here; CUSTOMER-INQUIRY shows it.
      *>   CAUTION  -- shown to the teller before posting.
      *>   MUST-ACK -- shown, and the teller must acknowledge it. The
      *>               acknowledgment is recorded in the teller
      *>               journal (TELLER-JOURNAL-ACK-SUB) against the
      *>               memo; a teller who will not acknowledge gets
      *>               OK = 'N' back and the caller posts nothing.
      *> A customer-level memo follows the customer onto every
      *> account they hold, at every branch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND         PIC X(1200).
       01  WS-SHELL-COMMAND       PIC X(1400).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(250).
       01  WS-END-OF-FILE         PIC X(1) VALUE 'N'.
       01  WS-MEMO-ID             PIC X(12) VALUE SPACES.
       01  WS-MEMO-CATEGORY       PIC X(8) VALUE SPACES.
       01  WS-MEMO-AUTHOR         PIC X(8) VALUE SPACES.
       01  WS-MEMO-EXPIRY         PIC X(10) VALUE SPACES.
       01  WS-MEMO-SOURCE         PIC X(20) VALUE SPACES.
       01  WS-MEMO-TEXT           PIC X(120) VALUE SPACES.
       01  WS-ACKNOWLEDGE         PIC X(1) VALUE SPACE.
       01  WS-RECEIPT-NO          PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC X(8).
       01  LS-ACCOUNT-NUMBER      PIC X(10).
       01  LS-MEMO-OK             PIC X(1).

       PROCEDURE DIVISION USING
           LS-OPERATOR-ID LS-ACCOUNT-NUMBER LS-MEMO-OK.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           MOVE 'Y' TO LS-MEMO-OK
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

      *> MUST-ACK first, so the memos that can stop the posting are
      *> dealt with before the cautions scroll past.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT m.memo_id || '|' || m.memo_category || '|' || "
               "m.author || '|' || COALESCE(m.expiry_date::text, '') "
               "|| '|' || CASE WHEN m.customer_id IS NULL THEN "
               "'account' ELSE 'customer ' || m.customer_id END || "
               "'|' || m.memo_text FROM account_memos m "
               "WHERE m.memo_status = 'ACTIVE' AND m.memo_category IN "
               "('CAUTION', 'MUST-ACK') AND m.start_date <= "
               "CURRENT_DATE AND (m.expiry_date IS NULL OR "
               "m.expiry_date >= CURRENT_DATE) AND "
               "(m.account_number = '"
               FUNCTION TRIM(LS-ACCOUNT-NUMBER)
               "' OR m.customer_id IN (SELECT h.customer_id FROM "
               "account_holders h WHERE h.account_number = '"
               FUNCTION TRIM(LS-ACCOUNT-NUMBER)
               "' AND h.customer_id IS NOT NULL)) "
               "ORDER BY CASE m.memo_category WHEN 'MUST-ACK' THEN 1 "
               "ELSE 2 END, m.memo_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-MEMO-SQL-PARA

           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END PERFORM SHOW-ONE-MEMO-PARA
                           THRU SHOW-ONE-MEMO-EXIT
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       SHOW-ONE-MEMO-PARA.
           MOVE SPACES TO WS-MEMO-ID WS-MEMO-CATEGORY WS-MEMO-AUTHOR
               WS-MEMO-EXPIRY WS-MEMO-SOURCE WS-MEMO-TEXT
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-MEMO-ID WS-MEMO-CATEGORY WS-MEMO-AUTHOR
                   WS-MEMO-EXPIRY WS-MEMO-SOURCE WS-MEMO-TEXT
           END-UNSTRING
           DISPLAY "*** " FUNCTION TRIM(WS-MEMO-CATEGORY) " memo "
               FUNCTION TRIM(WS-MEMO-ID) " ("
               FUNCTION TRIM(WS-MEMO-SOURCE) ", by "
               FUNCTION TRIM(WS-MEMO-AUTHOR) ") ***"
           DISPLAY "    " FUNCTION TRIM(WS-MEMO-TEXT)
           IF WS-MEMO-CATEGORY NOT = "MUST-ACK"
               GO TO SHOW-ONE-MEMO-EXIT
           END-IF

      *> Once a memo has been refused the posting is off; the rest
      *> are still shown but not asked.
           IF LS-MEMO-OK NOT = 'Y'
               GO TO SHOW-ONE-MEMO-EXIT
           END-IF
           DISPLAY "Acknowledge this memo (Y to acknowledge, "
               "anything else stops the posting)?"
           MOVE SPACE TO WS-ACKNOWLEDGE
           ACCEPT WS-ACKNOWLEDGE
           IF WS-ACKNOWLEDGE NOT = "Y"
               MOVE 'N' TO LS-MEMO-OK
               GO TO SHOW-ONE-MEMO-EXIT
           END-IF
           CALL "TELLER-JOURNAL-ACK-SUB" USING
               LS-OPERATOR-ID LS-ACCOUNT-NUMBER WS-MEMO-ID
               WS-RECEIPT-NO
           IF WS-RECEIPT-NO = SPACES
      *> An acknowledgment that cannot be journaled is no
      *> acknowledgment -- nothing posts on an unrecorded one.
               DISPLAY "Acknowledgment could not be journaled -- "
                   "posting stopped."
               MOVE 'N' TO LS-MEMO-OK
           ELSE
               DISPLAY "Acknowledged -- journal receipt "
                   FUNCTION TRIM(WS-RECEIPT-NO)
           END-IF.

       SHOW-ONE-MEMO-EXIT.
           EXIT.

       RUN-MEMO-SQL-PARA.
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
               "ACCOUNT-MEMO-SUB" LS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE LS-OPERATOR-ID.

       END PROGRAM ACCOUNT-MEMO-SUB.
