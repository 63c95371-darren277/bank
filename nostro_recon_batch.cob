      *>   3. pairs their debit entries against our outbound payment
      *>      records by amount, oldest first, flipping both sides to
      *>      MATCHED;
      *>   4. pairs their credit entries against the incoming wires
      *>      INBOUND-WIRE-BATCH filed, by their reference and amount;
      *>   5. proves their remaining credit entries for the statement
      *>      date against the total the ACH import actually posted
      *>      (the ACH- idempotency keys are the marker);
      *>   6. prints every still-unmatched item aged by days
      *>      outstanding.

       ENVIRONMENT DIVISION.
       01  WS-LINES-IMPORTED         PIC 9(9) VALUE 0.
       01  WS-OUTB-REGISTERED        PIC 9(9) VALUE 0.
       01  WS-PAIRS-MATCHED          PIC 9(9) VALUE 0.
       01  WS-WIRES-MATCHED          PIC 9(9) VALUE 0.
       01  WS-UNMATCHED-LINES        PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
           PERFORM IMPORT-STATEMENT-PARA
           PERFORM REGISTER-OUTBOUND-PARA
           PERFORM MATCH-DEBITS-PARA
           PERFORM MATCH-WIRE-CREDITS-PARA
           PERFORM PROVE-CREDITS-PARA
           PERFORM WRITE-UNMATCHED-REPORT-PARA

           DISPLAY "NOSTRO-RECON-BATCH complete. Statement lines: "
               WS-LINES-IMPORTED " Outbound registered: "
               WS-OUTB-REGISTERED " Pairs matched: " WS-PAIRS-MATCHED
               " Wires matched: " WS-WIRES-MATCHED
               " Unmatched open: " WS-UNMATCHED-LINES
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       MATCH-WIRE-CREDITS-PARA.
      *> An incoming wire carries the correspondent's own reference,
      *> so unlike a debit it pairs exactly: same reference, same
      *> amount. Whatever pairs here is out of the ACH credit proof
      *> below. A wire filed before its credit reached the statement
      *> is picked up on whichever run sees the credit.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH u AS (UPDATE nostro_statement_lines n SET "
               "match_status = 'MATCHED', matched_wire_id = "
               "w.wire_id FROM inbound_wires w WHERE n.direction = "
               "'C' AND n.match_status = 'UNMATCHED' "
               "AND n.their_reference = w.wire_reference "
               "AND n.amount = w.amount RETURNING n.line_id) "
               "SELECT COUNT(*) FROM u;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-NOSTRO-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-WIRES-MATCHED =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       PROVE-CREDITS-PARA.
      *> Their credits for the statement date should equal what the
      *> ACH import actually posted that day (the ACH- idempotency
