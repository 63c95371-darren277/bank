       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANT-SETTLEMENT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Instant-payment settlement. INSTANT-SEND-SUB and
      *> INSTANT-RECEIVE-SUB post each payment to the customer's
      *> account the moment it is accepted, but the money itself
      *> only moves between the bank and the network once a day, as
      *> a single net figure. This batch reads the network's daily
      *> settlement position file ./rtp_settlement.dat:
      *>   '1' header   -- settlement date (10), network (10)
      *>   '6' position -- direction S (we sent) or R (we received)
      *>                   (1), payment count (7), amount (15, zoned
      *>                   two implied decimals)
      *>   '9' trailer  -- net sign (1, '+' the network owes the
      *>                   bank, '-' the bank owes the network) and
      *>                   net amount (15)
      *> The file must prove against its own trailer (received less
      *> sent equals the signed net). Its sent and received positions
      *> are then balanced against the ACCEPTED instant_payments
      *> stamped with that business date -- a send accepted while the
      *> posting window was closed carries the next business day, as
      *> it does at the network. The outcome is filed in
      *> instant_settlements, one row per business date. A BALANCED
      *> day books its net to gl_journal under the chart's 'N' row
      *> (network settlement account against instant-payment
      *> clearing, sides swapped when the bank owes the network); a
      *> day already BALANCED is never rebooked, and an OUT-OF-BALANCE
      *> day books nothing and fails the run until the difference is
      *> found and the file fed again. Both sides, the differences
      *> and the GL booking are written to
      *> ./instant_settlement_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO "./rtp_settlement.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLEMENT-REPORT-FILE
           ASSIGN TO "./instant_settlement_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_iset.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05  ISR-RECORD-TYPE       PIC X(1).
           05  ISR-RECORD-BODY       PIC X(79).
       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-RECORD  PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1600).
       01  WS-SHELL-COMMAND          PIC X(1800).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(132).

      *> Redefined views of the header, '6' position and '9' trailer
      *> bodies.
       01  WS-HEADER-BODY.
           05  WS-HDR-SETTLE-DATE    PIC X(10).
           05  WS-HDR-NETWORK        PIC X(10).
       01  WS-POSITION-BODY.
           05  WS-POS-DIRECTION      PIC X(1).
           05  WS-POS-COUNT          PIC 9(7).
           05  WS-POS-AMOUNT         PIC 9(13)V99.
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-SIGN       PIC X(1).
           05  WS-TRAILER-AMOUNT     PIC 9(13)V99.

       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-FILE-OK                PIC X(1) VALUE 'Y'.
       01  WS-SETTLE-DATE            PIC X(10) VALUE SPACES.

      *> The network's side, from the file.
       01  WS-NET-SENT-COUNT         PIC 9(9) VALUE 0.
       01  WS-NET-SENT-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-NET-RECV-COUNT         PIC 9(9) VALUE 0.
       01  WS-NET-RECV-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-NET-NET-AMOUNT         PIC S9(15)V99 VALUE 0.
       01  WS-NET-TRAILER-NET        PIC S9(15)V99 VALUE 0.

      *> The bank's side, from instant_payments.
       01  WS-OUR-FIELDS.
           05  WS-OUR-SENT-COUNT-X   PIC X(12).
           05  WS-OUR-SENT-AMOUNT-X  PIC X(20).
           05  WS-OUR-RECV-COUNT-X   PIC X(12).
           05  WS-OUR-RECV-AMOUNT-X  PIC X(20).
       01  WS-OUR-SENT-COUNT         PIC 9(9) VALUE 0.
       01  WS-OUR-SENT-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-OUR-RECV-COUNT         PIC 9(9) VALUE 0.
       01  WS-OUR-RECV-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-OUR-NET-AMOUNT         PIC S9(15)V99 VALUE 0.

       01  WS-DIFF-AMOUNT            PIC S9(15)V99 VALUE 0.
       01  WS-SETTLE-STATUS          PIC X(14) VALUE SPACES.
       01  WS-FILED-STATUS           PIC X(20) VALUE SPACES.
       01  WS-GL-ROWS-X              PIC X(12) VALUE SPACES.
       01  WS-GL-ROWS                PIC 9(9) VALUE 0.
       01  WS-PAYMENTS-SETTLED       PIC 9(9) VALUE 0.

       01  WS-FMT-AMOUNT             PIC Z(13)9.99.
       01  WS-FMT-SIGNED             PIC -(14)9.99.
       01  WS-FMT-SIGNED-2           PIC -(14)9.99.
       01  WS-FMT-OUR-NET            PIC -(14)9.99.
       01  WS-FMT-NET-NET            PIC -(14)9.99.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "INSTANT-SETTLEMENT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INSTANT-SETTLEMENT-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> Prove the file against its own trailer before balancing
      *> anything against it.
           OPEN INPUT SETTLEMENT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SETTLEMENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM PROVE-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE

           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE 'N' TO WS-FILE-OK
               DISPLAY "No trailer record -- file is incomplete; "
                   "nothing settled."
           END-IF

      *> A header without a date settles the current business date.
           MOVE WS-HDR-SETTLE-DATE TO WS-SETTLE-DATE
           IF WS-SETTLE-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-SETTLE-DATE
           END-IF

           IF WS-FILE-OK = 'Y'
               DISPLAY "Settlement file for " WS-SETTLE-DATE " from "
                   FUNCTION TRIM(WS-HDR-NETWORK)
                   " proves to its trailer."
               PERFORM GATHER-OUR-POSITION-PARA
           END-IF

           IF WS-FILE-OK = 'Y'
               PERFORM BALANCE-POSITIONS-PARA
               PERFORM FILE-SETTLEMENT-PARA
               PERFORM WRITE-SETTLEMENT-REPORT-PARA
           END-IF

           IF WS-FILE-OK NOT = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           COMPUTE WS-PAYMENTS-SETTLED =
               WS-OUR-SENT-COUNT + WS-OUR-RECV-COUNT
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-PAYMENTS-SETTLED WS-RUN-STATUS
           DISPLAY "INSTANT-SETTLEMENT-BATCH complete. Date: "
               WS-SETTLE-DATE " Status: " WS-SETTLE-STATUS
               " GL entries: " WS-GL-ROWS
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       PROVE-ONE-RECORD-PARA.
           EVALUATE ISR-RECORD-TYPE
               WHEN "1"
                   MOVE ISR-RECORD-BODY TO WS-HEADER-BODY
               WHEN "6"
                   MOVE ISR-RECORD-BODY TO WS-POSITION-BODY
                   EVALUATE WS-POS-DIRECTION
                       WHEN "S"
                           ADD WS-POS-COUNT TO WS-NET-SENT-COUNT
                           ADD WS-POS-AMOUNT TO WS-NET-SENT-AMOUNT
                       WHEN "R"
                           ADD WS-POS-COUNT TO WS-NET-RECV-COUNT
                           ADD WS-POS-AMOUNT TO WS-NET-RECV-AMOUNT
                       WHEN OTHER
                           DISPLAY "Unknown direction '"
                               WS-POS-DIRECTION "' -- file rejected."
                           MOVE 'N' TO WS-FILE-OK
                   END-EVALUATE
               WHEN "9"
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE ISR-RECORD-BODY TO WS-TRAILER-BODY
                   COMPUTE WS-NET-NET-AMOUNT =
                       WS-NET-RECV-AMOUNT - WS-NET-SENT-AMOUNT
                   IF WS-TRAILER-SIGN = "-"
                       COMPUTE WS-NET-TRAILER-NET =
                           0 - WS-TRAILER-AMOUNT
                   ELSE
                       MOVE WS-TRAILER-AMOUNT TO WS-NET-TRAILER-NET
                   END-IF
                   IF WS-NET-TRAILER-NET NOT = WS-NET-NET-AMOUNT
                       DISPLAY "*** TRAILER OUT OF BALANCE *** -- "
                           "file rejected, nothing settled."
                       MOVE 'N' TO WS-FILE-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown record type '" ISR-RECORD-TYPE
                       "' -- file rejected."
                   MOVE 'N' TO WS-FILE-OK
           END-EVALUATE.

       GATHER-OUR-POSITION-PARA.
      *> Only ACCEPTED payments moved money; a rejected payment never
      *> reached the network's position.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COUNT(*) FILTER (WHERE direction = 'S') "
               "|| '|' || COALESCE(SUM(amount) FILTER "
               "(WHERE direction = 'S'), 0) "
               "|| '|' || COUNT(*) FILTER (WHERE direction = 'R') "
               "|| '|' || COALESCE(SUM(amount) FILTER "
               "(WHERE direction = 'R'), 0) "
               "FROM instant_payments WHERE business_date = '"
               WS-SETTLE-DATE "' AND payment_status = 'ACCEPTED';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SETTLE-SQL-PARA
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "Instant payments could not be totalled. "
                   "Return code: " WS-RETURN-CODE
               MOVE 'N' TO WS-FILE-OK
           ELSE
               MOVE SPACES TO WS-OUR-FIELDS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-OUR-SENT-COUNT-X WS-OUR-SENT-AMOUNT-X
                        WS-OUR-RECV-COUNT-X WS-OUR-RECV-AMOUNT-X
               END-UNSTRING
               COMPUTE WS-OUR-SENT-COUNT =
                   FUNCTION NUMVAL(WS-OUR-SENT-COUNT-X)
               COMPUTE WS-OUR-SENT-AMOUNT =
                   FUNCTION NUMVAL(WS-OUR-SENT-AMOUNT-X)
               COMPUTE WS-OUR-RECV-COUNT =
                   FUNCTION NUMVAL(WS-OUR-RECV-COUNT-X)
               COMPUTE WS-OUR-RECV-AMOUNT =
                   FUNCTION NUMVAL(WS-OUR-RECV-AMOUNT-X)
               COMPUTE WS-OUR-NET-AMOUNT =
                   WS-OUR-RECV-AMOUNT - WS-OUR-SENT-AMOUNT
           END-IF.

       BALANCE-POSITIONS-PARA.
      *> Counts and amounts must agree in both directions; agreeing
      *> nets alone could hide a send and a receive both missing.
           MOVE "BALANCED" TO WS-SETTLE-STATUS
           IF WS-OUR-SENT-COUNT NOT = WS-NET-SENT-COUNT
                   OR WS-OUR-SENT-AMOUNT NOT = WS-NET-SENT-AMOUNT
                   OR WS-OUR-RECV-COUNT NOT = WS-NET-RECV-COUNT
                   OR WS-OUR-RECV-AMOUNT NOT = WS-NET-RECV-AMOUNT
               MOVE "OUT-OF-BALANCE" TO WS-SETTLE-STATUS
           END-IF
           COMPUTE WS-DIFF-AMOUNT =
               WS-OUR-NET-AMOUNT - WS-NET-NET-AMOUNT
           MOVE WS-OUR-NET-AMOUNT TO WS-FMT-OUR-NET
           MOVE WS-NET-NET-AMOUNT TO WS-FMT-NET-NET
           DISPLAY "Net position -- ours " FUNCTION TRIM(WS-FMT-OUR-NET)
               ", network " FUNCTION TRIM(WS-FMT-NET-NET) ": "
               WS-SETTLE-STATUS.

       FILE-SETTLEMENT-PARA.
      *> One statement files the day and, only when the filing moved
      *> it to BALANCED, books the net. A day already BALANCED is left
      *> alone by the DO UPDATE guard, so nothing is rebooked when
      *> the file is fed twice.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE WS-OUR-NET-AMOUNT TO WS-FMT-OUR-NET
           MOVE WS-NET-NET-AMOUNT TO WS-FMT-NET-NET
           MOVE WS-OUR-SENT-AMOUNT TO WS-FMT-SIGNED
           MOVE WS-OUR-RECV-AMOUNT TO WS-FMT-SIGNED-2
           STRING
               "WITH s AS (INSERT INTO instant_settlements "
               "(business_date, network, sent_count, sent_amount, "
               "received_count, received_amount, net_amount, "
               "network_net_amount, settlement_status, settled_at) "
               "VALUES ('" WS-SETTLE-DATE "', '"
               FUNCTION TRIM(WS-HDR-NETWORK) "', "
               WS-OUR-SENT-COUNT ", "
               FUNCTION TRIM(WS-FMT-SIGNED) ", "
               WS-OUR-RECV-COUNT ", "
               FUNCTION TRIM(WS-FMT-SIGNED-2) ", "
               FUNCTION TRIM(WS-FMT-OUR-NET) ", "
               FUNCTION TRIM(WS-FMT-NET-NET) ", '"
               FUNCTION TRIM(WS-SETTLE-STATUS) "', NOW()) "
               "ON CONFLICT (business_date) DO UPDATE SET "
               "network = EXCLUDED.network, "
               "sent_count = EXCLUDED.sent_count, "
               "sent_amount = EXCLUDED.sent_amount, "
               "received_count = EXCLUDED.received_count, "
               "received_amount = EXCLUDED.received_amount, "
               "net_amount = EXCLUDED.net_amount, "
               "network_net_amount = EXCLUDED.network_net_amount, "
               "settlement_status = EXCLUDED.settlement_status, "
               "settled_at = NOW() "
               "WHERE instant_settlements.settlement_status "
               "<> 'BALANCED' "
               "RETURNING settlement_status, net_amount), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT '" WS-SETTLE-DATE "', "
               "CASE WHEN s.net_amount > 0 THEN x.debit_gl_account "
               "ELSE x.credit_gl_account END, "
               "CASE WHEN s.net_amount > 0 THEN x.credit_gl_account "
               "ELSE x.debit_gl_account END, ABS(s.net_amount) "
               "FROM s, chart_of_accounts x "
               "WHERE x.transaction_type = 'N' "
               "AND s.settlement_status = 'BALANCED' "
               "AND s.net_amount <> 0 RETURNING journal_id) "
               "SELECT COALESCE((SELECT settlement_status FROM s), "
               "'ALREADY-BALANCED') || '|' || "
               "(SELECT COUNT(*) FROM gl);"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SETTLE-SQL-PARA
           MOVE SPACES TO WS-FILED-STATUS WS-GL-ROWS-X
           MOVE 0 TO WS-GL-ROWS
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "Settlement could not be filed. Return code: "
                   WS-RETURN-CODE
               MOVE 'N' TO WS-FILE-OK
           ELSE
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-FILED-STATUS WS-GL-ROWS-X
               END-UNSTRING
               COMPUTE WS-GL-ROWS = FUNCTION NUMVAL(WS-GL-ROWS-X)
      *> A day booked on an earlier run stands as it was booked; a
      *> file fed again that no longer agrees with it still fails.
               IF WS-FILED-STATUS = "ALREADY-BALANCED"
                   DISPLAY "Settlement for " WS-SETTLE-DATE
                       " was already BALANCED and booked -- "
                       "left as it stands."
               END-IF
           END-IF
           IF WS-SETTLE-STATUS NOT = "BALANCED"
               DISPLAY "*** SETTLEMENT OUT OF BALANCE *** -- "
                   "nothing booked to GL."
               MOVE 'N' TO WS-FILE-OK
           END-IF.

       WRITE-SETTLEMENT-REPORT-PARA.
           OPEN OUTPUT SETTLEMENT-REPORT-FILE
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           STRING "Instant-payment settlement -- "
               FUNCTION TRIM(WS-HDR-NETWORK) " for " WS-SETTLE-DATE
               ", run on business date " WS-BUSINESS-DATE
               INTO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE "                 Ours                      Network"
               TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD

           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           MOVE WS-OUR-SENT-AMOUNT TO WS-FMT-AMOUNT
           MOVE WS-NET-SENT-AMOUNT TO WS-FMT-SIGNED
           STRING "Sent      " WS-OUR-SENT-COUNT "  " WS-FMT-AMOUNT
               "   " WS-NET-SENT-COUNT "  " WS-FMT-SIGNED
               INTO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           MOVE WS-OUR-RECV-AMOUNT TO WS-FMT-AMOUNT
           MOVE WS-NET-RECV-AMOUNT TO WS-FMT-SIGNED
           STRING "Received  " WS-OUR-RECV-COUNT "  " WS-FMT-AMOUNT
               "   " WS-NET-RECV-COUNT "  " WS-FMT-SIGNED
               INTO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           MOVE WS-OUR-NET-AMOUNT TO WS-FMT-OUR-NET
           MOVE WS-NET-NET-AMOUNT TO WS-FMT-NET-NET
           STRING "Net                 " WS-FMT-OUR-NET
               "              " WS-FMT-NET-NET
               INTO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           MOVE WS-DIFF-AMOUNT TO WS-FMT-SIGNED
           STRING "Difference in net   " WS-FMT-SIGNED
               INTO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD

           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
           IF WS-FILED-STATUS = "ALREADY-BALANCED"
               MOVE "BALANCED -- booked to GL on an earlier run."
                   TO SETTLEMENT-REPORT-RECORD
           ELSE
               IF WS-SETTLE-STATUS = "BALANCED"
                   STRING "BALANCED -- net booked to GL, entries: "
                       WS-GL-ROWS
                       INTO SETTLEMENT-REPORT-RECORD
               ELSE
                   STRING "*** OUT OF BALANCE -- nothing booked; "
                       "investigate before the file is fed again. ***"
                       DELIMITED BY SIZE INTO SETTLEMENT-REPORT-RECORD
               END-IF
           END-IF
           WRITE SETTLEMENT-REPORT-RECORD
           CLOSE SETTLEMENT-REPORT-FILE.

       RUN-SETTLE-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_iset.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "INSTANT-SETTLEMENT-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM INSTANT-SETTLEMENT-BATCH.
