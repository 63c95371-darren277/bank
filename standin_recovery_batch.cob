       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDIN-RECOVERY-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Run by operations once postgres is back after an outage.
      *> Every card hold STANDIN-AUTH-SUB approved while the database
      *> was unreachable sits in ./standin_log.dat; each one is
      *> replayed here as a real PENDING hold on
      *> pending_transactions, carrying its stand-in reference so a
      *> second run (or a run after a partial failure) never places
      *> the same hold twice. The expiry is counted from the moment
      *> the hold was approved in stand-in, not from the replay.
      *> Once the log is in, every account carrying a replayed
      *> stand-in hold whose balance no longer covers its PENDING
      *> holds is listed to ./standin_recovery_report.txt -- the
      *> snapshot the approval was measured against may have been a
      *> day stale. When every record replayed cleanly the log is
      *> renamed to ./standin_log_<timestamp>.dat so the next outage
      *> starts a fresh one; if any failed it is left in place for a
      *> rerun. Not part of the nightly chain and not guarded by
      *> batch_run_control -- it may need running more than once a
      *> day. The count on run history is the number of holds
      *> replayed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDIN-LOG-FILE
           ASSIGN TO "./standin_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-FEED-FILE
           ASSIGN TO "./standin_recovery_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-REPORT-FILE
           ASSIGN TO "./standin_recovery_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_sir.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDIN-LOG-FILE.
       COPY "standin".
       FD  RECOVERY-FEED-FILE.
       01  RECOVERY-FEED-RECORD     PIC X(200).
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD   PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(1600).
       01  WS-SHELL-COMMAND         PIC X(1800).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(40).

       01  WS-FORMATTED-AMOUNT      PIC Z(12)9.99.
       01  WS-NOW                   PIC X(21).

       01  WS-HOLDS-REPLAYED        PIC 9(9) VALUE 0.
       01  WS-HOLDS-PRESENT         PIC 9(9) VALUE 0.
       01  WS-HOLDS-FAILED          PIC 9(9) VALUE 0.
       01  WS-ACCOUNTS-LISTED       PIC 9(9) VALUE 0.

       01  WS-SHORT-ACCOUNT         PIC X(10).
       01  WS-SHORT-BALANCE         PIC X(20).
       01  WS-SHORT-PENDING         PIC X(20).
       01  WS-SHORT-AVAILABLE       PIC X(20).
       01  WS-SHORT-STANDIN         PIC X(20).

       01  WS-BATCH-NAME            PIC X(30) VALUE
           "STANDIN-RECOVERY-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "STANDIN-RECOVERY-BATCH starting."

      *> Nothing can be replayed until the database answers.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING "SELECT 1;" INTO WS-SQL-COMMAND
           PERFORM RUN-SIR-SQL-PARA
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT NOT = "1"
               DISPLAY "Database not reachable -- stand-in log left "
                   "in place."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM REPLAY-LOG-PARA
           PERFORM EXTRACT-SHORT-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-HOLDS-REPLAYED WS-RUN-STATUS
               DISPLAY "STANDIN-RECOVERY-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-RECOVERY-REPORT-PARA

           IF WS-HOLDS-FAILED = 0
               AND WS-HOLDS-REPLAYED + WS-HOLDS-PRESENT > 0
               PERFORM ARCHIVE-LOG-PARA
           END-IF

           IF WS-HOLDS-FAILED > 0
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-HOLDS-REPLAYED WS-RUN-STATUS
           DISPLAY "STANDIN-RECOVERY-BATCH complete. Replayed: "
               WS-HOLDS-REPLAYED "  Already present: "
               WS-HOLDS-PRESENT "  Failed: " WS-HOLDS-FAILED
           IF WS-HOLDS-FAILED > 0
               DISPLAY "Stand-in log kept for a rerun."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       REPLAY-LOG-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STANDIN-LOG-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ STANDIN-LOG-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM REPLAY-ONE-HOLD-PARA
               END-READ
           END-PERFORM
           CLOSE STANDIN-LOG-FILE.

       REPLAY-ONE-HOLD-PARA.
      *> Placed as approved -- the availability check was the
      *> stand-in's to make, and the cash may already be spent.
           MOVE SIL-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO pending_transactions (account_number, "
               "amount, status, operator_id, auth_reference, "
               "card_reference, expires_at, standin_reference) "
               "SELECT '" SIL-ACCOUNT-NUMBER "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", 'PENDING', NULLIF('" FUNCTION TRIM(SIL-OPERATOR-ID)
               "', ''), NULLIF('" FUNCTION TRIM(SIL-AUTH-REFERENCE)
               "', ''), NULLIF('" FUNCTION TRIM(SIL-CARD-REFERENCE)
               "', ''), TIMESTAMP '" SIL-APPROVED-AT
               "' + make_interval(days => " SIL-HOLD-DAYS
               ") WHERE NOT EXISTS (SELECT 1 FROM "
               "pending_transactions p WHERE p.standin_reference = '"
               FUNCTION TRIM(SIL-STANDIN-REF) "') RETURNING hold_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SIR-SQL-PARA

           EVALUATE TRUE
               WHEN WS-RETURN-CODE NOT = 0
                   ADD 1 TO WS-HOLDS-FAILED
                   DISPLAY "Could not replay " SIL-STANDIN-REF
               WHEN WS-PSQL-RESULT = SPACES
                   ADD 1 TO WS-HOLDS-PRESENT
               WHEN OTHER
                   ADD 1 TO WS-HOLDS-REPLAYED
           END-EVALUATE.

       EXTRACT-SHORT-PARA.
      *> Accounts with a replayed stand-in hold still pending whose
      *> balance no longer covers all their PENDING holds.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT a.account_number, a.current_balance, "
               "SUM(p.amount), a.current_balance - SUM(p.amount), "
               "SUM(p.amount) FILTER (WHERE p.standin_reference IS "
               "NOT NULL) FROM accounts a JOIN pending_transactions p "
               "ON p.account_number = a.account_number WHERE "
               "p.status = 'PENDING' GROUP BY a.account_number, "
               "a.current_balance HAVING COUNT(*) FILTER (WHERE "
               "p.standin_reference IS NOT NULL) > 0 AND "
               "a.current_balance - SUM(p.amount) < 0 "
               "ORDER BY a.current_balance - SUM(p.amount), "
               "a.account_number;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./standin_recovery_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "STANDIN-RECOVERY-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-RECOVERY-REPORT-PARA.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING "Stand-in recovery -- run "
               WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
               WS-NOW(9:2) ":" WS-NOW(11:2)
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Holds replayed:        " WS-HOLDS-REPLAYED
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Already on file:       " WS-HOLDS-PRESENT
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Failed (log kept):     " WS-HOLDS-FAILED
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Account    Balance              Pending holds     "
               "   Available            Of which stand-in"
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT RECOVERY-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RECOVERY-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-SHORT-PARA
               END-READ
           END-PERFORM
           CLOSE RECOVERY-FEED-FILE

           MOVE SPACES TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           IF WS-ACCOUNTS-LISTED = 0
               MOVE "No account is short after the stand-in holds."
                   TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
           ELSE
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               STRING "Accounts short: " WS-ACCOUNTS-LISTED
                   INTO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
           END-IF
           CLOSE RECOVERY-REPORT-FILE.

       WRITE-ONE-SHORT-PARA.
           MOVE SPACES TO WS-SHORT-ACCOUNT WS-SHORT-BALANCE
               WS-SHORT-PENDING WS-SHORT-AVAILABLE WS-SHORT-STANDIN
           UNSTRING RECOVERY-FEED-RECORD DELIMITED BY "|"
               INTO WS-SHORT-ACCOUNT WS-SHORT-BALANCE WS-SHORT-PENDING
                    WS-SHORT-AVAILABLE WS-SHORT-STANDIN
           END-UNSTRING
           ADD 1 TO WS-ACCOUNTS-LISTED

           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING WS-SHORT-ACCOUNT " " WS-SHORT-BALANCE " "
               WS-SHORT-PENDING " " WS-SHORT-AVAILABLE " "
               WS-SHORT-STANDIN "  SHORT"
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD.

       ARCHIVE-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "mv ./standin_log.dat ./standin_log_"
               WS-NOW(1:14) ".dat"
               DELIMITED BY SIZE INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               DISPLAY "Stand-in log archived to standin_log_"
                   WS-NOW(1:14) ".dat"
           ELSE
               DISPLAY "Could not archive the stand-in log."
           END-IF.

       RUN-SIR-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_sir.tmp"
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
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM STANDIN-RECOVERY-BATCH.
