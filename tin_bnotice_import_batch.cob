       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIN-BNOTICE-IMPORT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> IRS CP2100 / CP2100A import -- the list of name/TIN pairs the
      *> IRS could not match against what we reported on 1099s. The
      *> list used to be worked by hand from the paper notice; nothing
      *> recorded why an account was withholding. Run on demand when
      *> the notice arrives, in the CASH-LETTER-IMPORT-BATCH mold.
      *> Reads ./cp2100.dat:
      *>   '1' header  -- notice date (10, YYYY-MM-DD), tax year (4),
      *>                  IRS notice reference (15)
      *>   '2' entries -- account (10), TIN as reported (9), name as
      *>                  reported (40)
      *>   '9' trailer -- entry count (6)
      *> Each entry is matched through the account to its primary
      *> holder's customer row and recorded in b_notices. It is the
      *> SECOND B-notice when the same account already had one in the
      *> prior three years, otherwise the FIRST. Unless the customer
      *> has already certified a TIN on or after the notice date (a
      *> second notice needs the TIN validated by SSA or the IRS), the
      *> account is flagged for backup withholding with reason
      *> BNOTICE, and NOTICE-BATCH sends the first or second B-notice
      *> letter off the open row. Withholding lifts when MAINTAIN-
      *> CUSTOMER captures the corrected certification. Entries that
      *> match no account or customer go to ./cp2100_exceptions.txt
      *> for the tax desk, and the file must prove against its
      *> trailer. A rerun of the same file records nothing twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-IN-FILE ASSIGN TO "./cp2100.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-OUT-FILE
           ASSIGN TO "./cp2100_exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_bn.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-IN-FILE.
       01  NOTICE-IN-RECORD.
           05  BN-RECORD-TYPE        PIC X(1).
           05  BN-RECORD-BODY        PIC X(79).
       FD  EXCEPTION-OUT-FILE.
       01  EXCEPTION-OUT-RECORD      PIC X(120).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(2200).
       01  WS-SHELL-COMMAND          PIC X(2400).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(40).

       01  WS-HEADER-BODY.
           05  WS-NOTICE-DATE        PIC X(10).
           05  WS-TAX-YEAR           PIC 9(4).
           05  WS-NOTICE-REFERENCE   PIC X(15).
       01  WS-ENTRY-BODY.
           05  WS-ENTRY-ACCOUNT      PIC X(10).
           05  WS-ENTRY-TIN          PIC X(9).
           05  WS-ENTRY-NAME         PIC X(40).
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-COUNT      PIC 9(6).

       01  WS-HEADER-SEEN            PIC X(1) VALUE 'N'.
       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-ACCOUNT-VALID          PIC X(1) VALUE 'Y'.
       01  WS-NOTICE-LEVEL           PIC X(7) VALUE SPACES.
       01  WS-NOTICE-STATUS          PIC X(12) VALUE SPACES.

       01  WS-ENTRIES-READ           PIC 9(9) VALUE 0.
       01  WS-FIRST-NOTICES          PIC 9(9) VALUE 0.
       01  WS-SECOND-NOTICES         PIC 9(9) VALUE 0.
       01  WS-ALREADY-CURED          PIC 9(9) VALUE 0.
       01  WS-DUPLICATES             PIC 9(9) VALUE 0.
       01  WS-EXCEPTIONS             PIC 9(9) VALUE 0.

       01  WS-BATCH-NAME             PIC X(30) VALUE
           "TIN-BNOTICE-IMPORT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TIN-BNOTICE-IMPORT-BATCH starting."

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           OPEN INPUT NOTICE-IN-FILE
           OPEN OUTPUT EXCEPTION-OUT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ NOTICE-IN-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM HANDLE-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE NOTICE-IN-FILE
           CLOSE EXCEPTION-OUT-FILE

           IF WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY "No trailer record -- file is incomplete; "
                   "count not proven."
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ENTRIES-READ WS-RUN-STATUS
           DISPLAY "TIN-BNOTICE-IMPORT-BATCH complete. Entries: "
               WS-ENTRIES-READ " First: " WS-FIRST-NOTICES
               " Second: " WS-SECOND-NOTICES
               " Already certified: " WS-ALREADY-CURED
               " Duplicates: " WS-DUPLICATES
               " Exceptions: " WS-EXCEPTIONS
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       HANDLE-ONE-RECORD-PARA.
           EVALUATE BN-RECORD-TYPE
               WHEN "1"
                   MOVE BN-RECORD-BODY TO WS-HEADER-BODY
                   MOVE 'Y' TO WS-HEADER-SEEN
                   DISPLAY "CP2100 notice "
                       FUNCTION TRIM(WS-NOTICE-REFERENCE)
                       " dated " WS-NOTICE-DATE
                       " for tax year " WS-TAX-YEAR
               WHEN "2"
                   PERFORM RECORD-ONE-ENTRY-PARA
                       THRU RECORD-ONE-ENTRY-EXIT
               WHEN "9"
                   PERFORM BALANCE-TRAILER-PARA
               WHEN OTHER
                   DISPLAY "Unknown record type '" BN-RECORD-TYPE
                       "' -- skipped."
           END-EVALUATE.

       RECORD-ONE-ENTRY-PARA.
           ADD 1 TO WS-ENTRIES-READ
           MOVE BN-RECORD-BODY TO WS-ENTRY-BODY
      *> Without the header there is no notice date to age the
      *> notice from -- the entry cannot be recorded.
           IF WS-HEADER-SEEN NOT = 'Y'
               MOVE "NO-HEADER" TO WS-NOTICE-STATUS
               PERFORM WRITE-EXCEPTION-PARA
               GO TO RECORD-ONE-ENTRY-EXIT
           END-IF
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ENTRY-ACCOUNT WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               MOVE "BAD-ACCOUNT" TO WS-NOTICE-STATUS
               PERFORM WRITE-EXCEPTION-PARA
               GO TO RECORD-ONE-ENTRY-EXIT
           END-IF
           INSPECT WS-ENTRY-NAME REPLACING ALL "'" BY SPACE
           INSPECT WS-ENTRY-TIN REPLACING ALL "'" BY SPACE

      *> One statement per entry: match, dedupe, level, cure check,
      *> the b_notices row, and the withholding flag. The answer is
      *> NOMATCH, DUP, or level|status of the row written.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH acct AS (SELECT h.account_number, h.customer_id "
               "FROM account_holders h WHERE h.account_number = '"
               WS-ENTRY-ACCOUNT "' AND h.holder_role = 'P' AND "
               "h.customer_id IS NOT NULL ORDER BY h.holder_id "
               "LIMIT 1), "
               "dup AS (SELECT 1 FROM b_notices d WHERE "
               "d.account_number = '" WS-ENTRY-ACCOUNT "' AND "
               "d.notice_date = DATE '" WS-NOTICE-DATE "' AND "
               "d.tin_reported = '" FUNCTION TRIM(WS-ENTRY-TIN) "'), "
               "lvl AS (SELECT a.account_number, a.customer_id, "
               "CASE WHEN EXISTS (SELECT 1 FROM b_notices p WHERE "
               "p.account_number = a.account_number AND "
               "p.notice_date < DATE '" WS-NOTICE-DATE "' AND "
               "p.notice_date >= DATE '" WS-NOTICE-DATE
               "' - INTERVAL '3 years') THEN 'SECOND' ELSE 'FIRST' "
               "END AS lv FROM acct a WHERE NOT EXISTS (SELECT 1 "
               "FROM dup)), "
               "cur AS (SELECT l.*, EXISTS (SELECT 1 FROM "
               "tin_certifications t WHERE t.customer_id = "
               "l.customer_id AND t.cert_status = 'ACTIVE' AND "
               "t.certification_date >= DATE '" WS-NOTICE-DATE
               "' AND (l.lv = 'FIRST' OR t.tin_validated = 'Y')) "
               "AS cured FROM lvl l), "
               "ins AS (INSERT INTO b_notices (customer_id, "
               "account_number, tin_reported, name_reported, "
               "tax_year, notice_date, notice_reference, "
               "notice_level, bnotice_status, resolved_date, "
               "imported_at) SELECT customer_id, account_number, '"
               FUNCTION TRIM(WS-ENTRY-TIN) "', '"
               FUNCTION TRIM(WS-ENTRY-NAME) "', " WS-TAX-YEAR
               ", DATE '" WS-NOTICE-DATE "', '"
               FUNCTION TRIM(WS-NOTICE-REFERENCE) "', lv, CASE WHEN "
               "cured THEN 'RESOLVED' ELSE 'OPEN' END, CASE WHEN "
               "cured THEN CURRENT_DATE END, NOW() FROM cur "
               "RETURNING account_number, notice_level, "
               "bnotice_status), "
               "flg AS (UPDATE accounts SET withholding_flag = 'Y', "
               "withholding_reason = 'BNOTICE' WHERE account_number "
               "IN (SELECT account_number FROM ins WHERE "
               "bnotice_status = 'OPEN')) "
               "SELECT CASE WHEN NOT EXISTS (SELECT 1 FROM acct) "
               "THEN 'NOMATCH' WHEN EXISTS (SELECT 1 FROM dup) THEN "
               "'DUP' ELSE (SELECT notice_level || '|' || "
               "bnotice_status FROM ins) END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BN-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error recording entry for account "
                   WS-ENTRY-ACCOUNT ". Return code: " WS-RETURN-CODE
               MOVE "FAILED" TO WS-RUN-STATUS
               GO TO RECORD-ONE-ENTRY-EXIT
           END-IF

           MOVE SPACES TO WS-NOTICE-LEVEL WS-NOTICE-STATUS
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-NOTICE-LEVEL WS-NOTICE-STATUS
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-NOTICE-LEVEL = "NOMATCH"
                   MOVE "NO-MATCH" TO WS-NOTICE-STATUS
                   PERFORM WRITE-EXCEPTION-PARA
               WHEN WS-NOTICE-LEVEL = "DUP"
                   ADD 1 TO WS-DUPLICATES
               WHEN WS-NOTICE-STATUS = "RESOLVED"
                   ADD 1 TO WS-ALREADY-CURED
               WHEN WS-NOTICE-LEVEL = "SECOND"
                   ADD 1 TO WS-SECOND-NOTICES
               WHEN WS-NOTICE-LEVEL = "FIRST"
                   ADD 1 TO WS-FIRST-NOTICES
               WHEN OTHER
                   MOVE "NOT-RECORDED" TO WS-NOTICE-STATUS
                   PERFORM WRITE-EXCEPTION-PARA
           END-EVALUATE.

       RECORD-ONE-ENTRY-EXIT.
           EXIT.

       WRITE-EXCEPTION-PARA.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO EXCEPTION-OUT-RECORD
           STRING NOTICE-IN-RECORD "  " WS-NOTICE-STATUS
               DELIMITED BY SIZE INTO EXCEPTION-OUT-RECORD
           WRITE EXCEPTION-OUT-RECORD.

       BALANCE-TRAILER-PARA.
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE BN-RECORD-BODY TO WS-TRAILER-BODY
           IF WS-TRAILER-COUNT = WS-ENTRIES-READ
               DISPLAY "Trailer balanced: " WS-TRAILER-COUNT
                   " entries prove out."
           ELSE
               DISPLAY "*** TRAILER OUT OF BALANCE *** stated count "
                   WS-TRAILER-COUNT " does not match entries read "
                   WS-ENTRIES-READ "."
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.

       RUN-BN-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_bn.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "TIN-BNOTICE-IMPORT" WS-ENTRY-ACCOUNT
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

       END PROGRAM TIN-BNOTICE-IMPORT-BATCH.
