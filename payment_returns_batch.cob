      *> An 'A' acknowledges delivery and just counts. An 'R' return
      *> re-credits the customer through the normal posting path --
      *> the original debit is located by its trace, the credit posts
      *> with the return reason on the row (narrated "PAYMENT
      *> RETURNED <reason>", the trace as its external reference) and
      *> a RET- idempotency key so the same return can never credit
      *> twice. A return whose
      *> trace matches nothing is reported for investigation, never
      *> silently absorbed.
      *> A return whose trace matches no outbound debit is money the
      *> correspondent sent back to us for nobody: it is booked to GL
      *> suspense through SUSPENSE-ITEM-SUB as an open credit item for
      *> SUSPENSE-WORKBENCH to apply or send back. A second return of
      *> a trace already re-credited is only reported.
      *> The file is proven against its trailer and registered through
      *> INBOUND-FILE-SUB before a record of it is read here -- an
      *> out-of-balance file, or a re-drop of one already loaded, is
      *> refused with nothing posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1500).
       01  WS-SHELL-COMMAND          PIC X(1700).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-ACKS-SEEN              PIC 9(9) VALUE 0.
       01  WS-RETURNS-POSTED         PIC 9(9) VALUE 0.
       01  WS-RETURNS-UNMATCHED      PIC 9(9) VALUE 0.
       01  WS-RETURNS-SUSPENDED      PIC 9(9) VALUE 0.
       01  WS-SUSPENSE-SOURCE        PIC X(10) VALUE "RETURNS".
       01  WS-SUSPENSE-REF           PIC X(30) VALUE SPACES.
       01  WS-SUSPENSE-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-SUSPENSE-DIRECTION     PIC X(1) VALUE "C".
       01  WS-SUSPENSE-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-SUSPENSE-REASON        PIC X(30) VALUE SPACES.
       01  WS-SUSPENSE-ID            PIC X(20) VALUE SPACES.
       01  WS-ENTRIES-READ           PIC 9(9) VALUE 0.

       01  WS-BATCH-NAME             PIC X(30) VALUE
           "PAYMENT-RETURNS-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".
       01  WS-INBOUND-FILE-NAME      PIC X(40) VALUE
           "./outbound_acks.dat".
       01  WS-INBOUND-AMOUNT-POS     PIC 9(2) VALUE 15.
       01  WS-INBOUND-DATE-POS       PIC 9(2) VALUE 1.
       01  WS-INBOUND-TRAILER-AMT    PIC X(1) VALUE 'N'.
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

           OPEN OUTPUT RETURNS-REPORT-FILE
           MOVE "Outbound payment acknowledgment / returns report"
               TO RETURNS-REPORT-RECORD
           STRING "Acks: " WS-ACKS-SEEN
               "  Returns re-credited: " WS-RETURNS-POSTED
               "  Unmatched returns: " WS-RETURNS-UNMATCHED
               "  To suspense: " WS-RETURNS-SUSPENDED
               INTO RETURNS-REPORT-RECORD
           WRITE RETURNS-REPORT-RECORD
           CLOSE RETURNS-REPORT-FILE

           CALL "INBOUND-FILE-DONE-SUB" USING
               WS-INBOUND-FILE-ID WS-RUN-STATUS
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ENTRIES-READ WS-RUN-STATUS
           DISPLAY "PAYMENT-RETURNS-BATCH complete. Acks: "
               "RETURNING account_number) "
               "INSERT INTO transactions (account_number, "
               "transaction_type, amount, return_reason, "
               "idempotency_key, narrative, external_reference) "
               "SELECT account_number, 'D', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               WS-ENTRY-REASON "', 'RET-"
               FUNCTION TRIM(WS-ENTRY-TRACE) "', 'PAYMENT RETURNED "
               WS-ENTRY-REASON "', '" FUNCTION TRIM(WS-ENTRY-TRACE)
               "' FROM upd RETURNING transaction_id;"
               INTO WS-SQL-COMMAND

               WRITE RETURNS-REPORT-RECORD
           ELSE
               ADD 1 TO WS-RETURNS-UNMATCHED
               MOVE SPACES TO WS-SUSPENSE-ID
               IF WS-RETURN-CODE = 0
                   PERFORM SUSPEND-RETURN-PARA
               END-IF
               MOVE SPACES TO RETURNS-REPORT-RECORD
               IF WS-SUSPENSE-ID NOT = SPACES
                   STRING "UNMATCHED  trace "
                       FUNCTION TRIM(WS-ENTRY-TRACE) "  reason "
                       WS-ENTRY-REASON "  " WS-FMT-AMOUNT
                       "  no original debit -- suspense item "
                       FUNCTION TRIM(WS-SUSPENSE-ID)
                       INTO RETURNS-REPORT-RECORD
               ELSE
                   STRING "UNMATCHED  trace "
                       FUNCTION TRIM(WS-ENTRY-TRACE) "  reason "
                       WS-ENTRY-REASON "  " WS-FMT-AMOUNT
                       "  no original debit found or already "
                       "returned -- investigate"
                       INTO RETURNS-REPORT-RECORD
               END-IF
               WRITE RETURNS-REPORT-RECORD
           END-IF.

       SUSPEND-RETURN-PARA.
      *> Already re-credited under its RET- key means a second return
      *> of the same trace -- report only. Otherwise the money is
      *> real and unexplained: hold it in suspense.
           MOVE SPACES TO WS-SUSPENSE-ID
           MOVE SPACES TO WS-SUSPENSE-REF
           STRING "RET-" FUNCTION TRIM(WS-ENTRY-TRACE)
               DELIMITED BY SIZE INTO WS-SUSPENSE-REF
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT transaction_id FROM transactions "
               "WHERE idempotency_key = '"
               FUNCTION TRIM(WS-SUSPENSE-REF) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-RET-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT = SPACES
               MOVE SPACES TO WS-SUSPENSE-REASON
               STRING "UNMATCHED-RETURN-" WS-ENTRY-REASON
                   DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
               MOVE WS-ENTRY-AMOUNT TO WS-SUSPENSE-AMOUNT
               CALL "SUSPENSE-ITEM-SUB" USING
                   WS-SUSPENSE-SOURCE WS-INBOUND-FILE-ID
                   WS-SUSPENSE-REF WS-SUSPENSE-ACCOUNT
                   WS-SUSPENSE-DIRECTION WS-SUSPENSE-AMOUNT
                   WS-SUSPENSE-REASON WS-SUSPENSE-ID
               IF WS-SUSPENSE-ID NOT = SPACES
                   ADD 1 TO WS-RETURNS-SUSPENDED
               END-IF
           END-IF.

       RUN-RET-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
