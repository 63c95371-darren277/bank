      *> INSERT-TRANSACTION. This batch reads ./ach_inbound.dat:
      *>   '1' header  -- file date and originator, echoed to the log
      *>   '6' entries -- account (10), D/W (1), amount (15, zoned
      *>                  with two implied decimals), trace (15),
      *>                  federal benefit indicator (1) -- 'B' when
      *>                  the correspondent flags the credit as a
      *>                  federal benefit payment (Treasury
      *>                  originator); it rides onto the posted row
      *>                  as transactions.federal_benefit, the
      *>                  lookback LEVY-REGISTER protects on,
      *>                  company name (16) and company entry
      *>                  description (10) -- posted as the row's
      *>                  narrative ("ACME PAYROLL PAYROLL"), with
      *>                  the trace as its external reference
      *>   '9' trailer -- entry count (6) and total amount (15)
      *> Each entry's account number passes through
      *> VALIDATE-ACCOUNT-SUB, status is checked so CLOSED / FROZEN /
      *> are balanced against what actually posted plus what was
      *> returned -- a file that doesn't prove out is reported, not
      *> silently absorbed.
      *> An entry to an account that does not exist (bad format or
      *> no such number) is not returned automatically any more: it is
      *> booked to GL suspense through SUSPENSE-ITEM-SUB as an open
      *> item, where SUSPENSE-WORKBENCH can apply it to the account
      *> the originator meant or return it. The trailer then proves
      *> against posted plus returned plus suspended.
      *> The file is proven against its trailer and registered through
      *> INBOUND-FILE-SUB before a record of it is read here -- an
      *> out-of-balance file, or a re-drop of one already loaded, is
      *> refused with nothing posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1400).
       01  WS-SHELL-COMMAND          PIC X(1600).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
           05  WS-ENTRY-TYPE         PIC X(1).
           05  WS-ENTRY-AMOUNT       PIC 9(13)V99.
           05  WS-ENTRY-TRACE        PIC X(15).
           05  WS-ENTRY-BENEFIT      PIC X(1).
           05  WS-ENTRY-COMPANY      PIC X(16).
           05  WS-ENTRY-DESC         PIC X(10).
       01  WS-ENTRY-NARRATIVE        PIC X(60) VALUE SPACES.
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-COUNT      PIC 9(6).
           05  WS-TRAILER-AMOUNT     PIC 9(13)V99.
       01  WS-ENTRIES-RETURNED       PIC 9(9) VALUE 0.
       01  WS-AMOUNT-POSTED          PIC 9(15)V99 VALUE 0.
       01  WS-AMOUNT-RETURNED        PIC 9(15)V99 VALUE 0.
       01  WS-ENTRIES-SUSPENDED      PIC 9(9) VALUE 0.
       01  WS-AMOUNT-SUSPENDED       PIC 9(15)V99 VALUE 0.
       01  WS-SUSPENSE-SOURCE        PIC X(10) VALUE "ACH".
       01  WS-SUSPENSE-REF           PIC X(30) VALUE SPACES.
       01  WS-SUSPENSE-DIRECTION     PIC X(1) VALUE SPACES.
       01  WS-SUSPENSE-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-SUSPENSE-REASON        PIC X(30) VALUE SPACES.
       01  WS-SUSPENSE-ID            PIC X(20) VALUE SPACES.
       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-FILE-BALANCED          PIC X(1) VALUE 'N'.
       01  WS-TOTAL-DISP             PIC Z(13)9.99.
       01  WS-BATCH-NAME             PIC X(30) VALUE "ACH-IMPORT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".
       01  WS-INBOUND-FILE-NAME      PIC X(40) VALUE
           "./ach_inbound.dat".
       01  WS-INBOUND-AMOUNT-POS     PIC 9(2) VALUE 12.
       01  WS-INBOUND-DATE-POS       PIC 9(2) VALUE 1.
       01  WS-INBOUND-TRAILER-AMT    PIC X(1) VALUE 'Y'.
       01  WS-INBOUND-FILE-ID        PIC X(20) VALUE SPACES.
       01  WS-INBOUND-FILE-OK        PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> Prove the file against its own trailer and against every file
      *> already loaded before a single record of it is read here.
           CALL "INBOUND-FILE-SUB" USING WS-BATCH-NAME
               WS-INBOUND-FILE-NAME WS-INBOUND-AMOUNT-POS
               WS-INBOUND-DATE-POS WS-INBOUND-TRAILER-AMT
               WS-INBOUND-FILE-ID WS-INBOUND-FILE-OK
           IF WS-INBOUND-FILE-OK NOT = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ENTRIES-READ WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACH-INBOUND-FILE
           OPEN OUTPUT ACH-RETURN-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           CALL "INBOUND-FILE-DONE-SUB" USING
               WS-INBOUND-FILE-ID WS-RUN-STATUS
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ENTRIES-READ WS-RUN-STATUS
           DISPLAY "ACH-IMPORT-BATCH complete. Entries: "
               WS-ENTRIES-READ " Posted: " WS-ENTRIES-POSTED
               " Returned: " WS-ENTRIES-RETURNED
               " Suspended: " WS-ENTRIES-SUSPENDED
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ENTRY-ACCOUNT WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               PERFORM SUSPEND-ENTRY-PARA
           ELSE
               PERFORM CHECK-ENTRY-STATUS-PARA
               IF WS-ACCOUNT-STATUS = SPACES
                   *> Well-formed number, but no such account on file.
                   PERFORM SUSPEND-ENTRY-PARA
               ELSE
                   IF WS-ACCOUNT-STATUS NOT = "ACTIVE"
                       PERFORM WRITE-RETURN-PARA-STATUS
           *> freezes included), so an NSF debit simply returns no row
           *> and goes to the return file.
           MOVE WS-ENTRY-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-ENTRY-NARRATIVE
           STRING FUNCTION TRIM(WS-ENTRY-COMPANY) " "
               FUNCTION TRIM(WS-ENTRY-DESC)
               DELIMITED BY SIZE INTO WS-ENTRY-NARRATIVE
           INSPECT WS-ENTRY-NARRATIVE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-ENTRY-TRACE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           MOVE SPACES TO WS-SQL-COMMAND
           IF WS-ENTRY-TYPE = "W"
               STRING
                   " OR fz.expiry_date >= CURRENT_DATE))"
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, idempotency_key, "
                   "narrative, external_reference) "
                   "SELECT account_number, 'W', "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", 'ACH-"
                   FUNCTION TRIM(WS-ENTRY-TRACE) "', NULLIF('"
                   FUNCTION TRIM(WS-ENTRY-NARRATIVE) "', ''), NULLIF('"
                   FUNCTION TRIM(WS-ENTRY-TRACE)
                   "', '') FROM upd RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   " WHERE account_number = '" WS-ENTRY-ACCOUNT "'"
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, idempotency_key, "
                   "federal_benefit, narrative, external_reference) "
                   "SELECT account_number, 'D', "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", 'ACH-"
                   FUNCTION TRIM(WS-ENTRY-TRACE) "', "
                   "CASE WHEN '" WS-ENTRY-BENEFIT "' = 'B' THEN 'Y' "
                   "ELSE 'N' END, NULLIF('"
                   FUNCTION TRIM(WS-ENTRY-NARRATIVE) "', ''), NULLIF('"
                   FUNCTION TRIM(WS-ENTRY-TRACE)
                   "', '') FROM upd RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           END-IF

               WRITE ACH-RETURN-RECORD
           END-IF.

       SUSPEND-ENTRY-PARA.
      *> Money for (or taken from) nobody: a credit is funds the
      *> correspondent delivered that we now hold, a debit is funds it
      *> already settled out. Either way it sits in suspense as an
      *> open item until someone works it. If suspense cannot take it,
      *> the entry goes back to the originator as before.
           MOVE SPACES TO WS-SUSPENSE-REF
           STRING "ACH-" FUNCTION TRIM(WS-ENTRY-TRACE)
               DELIMITED BY SIZE INTO WS-SUSPENSE-REF
           IF WS-ENTRY-TYPE = "W"
               MOVE "D" TO WS-SUSPENSE-DIRECTION
           ELSE
               MOVE "C" TO WS-SUSPENSE-DIRECTION
           END-IF
           MOVE WS-ENTRY-AMOUNT TO WS-SUSPENSE-AMOUNT
           MOVE "R03-BAD-ACCOUNT" TO WS-SUSPENSE-REASON
           CALL "SUSPENSE-ITEM-SUB" USING
               WS-SUSPENSE-SOURCE WS-INBOUND-FILE-ID WS-SUSPENSE-REF
               WS-ENTRY-ACCOUNT WS-SUSPENSE-DIRECTION
               WS-SUSPENSE-AMOUNT WS-SUSPENSE-REASON WS-SUSPENSE-ID
           IF WS-SUSPENSE-ID = SPACES
               PERFORM WRITE-RETURN-PARA-BAD-ACCOUNT
           ELSE
               ADD 1 TO WS-ENTRIES-SUSPENDED
               ADD WS-ENTRY-AMOUNT TO WS-AMOUNT-SUSPENDED
               DISPLAY "Entry " FUNCTION TRIM(WS-ENTRY-TRACE)
                   " for account " WS-ENTRY-ACCOUNT
                   " booked to suspense as item "
                   FUNCTION TRIM(WS-SUSPENSE-ID)
           END-IF.

       WRITE-RETURN-PARA-BAD-ACCOUNT.
           ADD 1 TO WS-ENTRIES-RETURNED
           ADD WS-ENTRY-AMOUNT TO WS-AMOUNT-RETURNED
           IF WS-TRAILER-COUNT = WS-ENTRIES-READ
               COMPUTE WS-AMOUNT-POSTED =
                   WS-AMOUNT-POSTED + WS-AMOUNT-RETURNED
                   + WS-AMOUNT-SUSPENDED
               IF WS-TRAILER-AMOUNT = WS-AMOUNT-POSTED
                   MOVE 'Y' TO WS-FILE-BALANCED
               END-IF
               COMPUTE WS-AMOUNT-POSTED =
                   WS-AMOUNT-POSTED - WS-AMOUNT-RETURNED
                   - WS-AMOUNT-SUSPENDED
           END-IF

           IF WS-FILE-BALANCED = 'Y'
