       LINKAGE SECTION.
       01  LS-ACCOUNT-NUMBER      PIC X(10).
       01  LS-ASSIGN-OK           PIC X(1).
       01  LS-BASE-NUMBER         PIC X(9).

       PROCEDURE DIVISION USING LS-ACCOUNT-NUMBER LS-ASSIGN-OK.
       MAIN-PARA.
           MOVE 'Y' TO LS-ASSIGN-OK
           GOBACK.

      *>----------------------------------------------------------------
      *> ACCOUNT-NUMBER-PEEK-SUB
      *> The next base number_control would hand out, WITHOUT claiming
      *> it. ACQUISITION-CONVERSION-BATCH numbers a whole block of
      *> accounts from here and claims the block inside its own load
      *> transaction, guarded on the base still being this one -- so a
      *> rehearsal that rolls back leaves number_control untouched.
      *>----------------------------------------------------------------
       ENTRY "ACCOUNT-NUMBER-PEEK-SUB" USING
           LS-BASE-NUMBER LS-ASSIGN-OK.
       PEEK-MAIN-PARA.
           MOVE 'N' TO LS-ASSIGN-OK
           MOVE SPACES TO LS-BASE-NUMBER
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT lpad(next_account_base::text, 9, '0') FROM "
               "number_control WHERE control_id = 1;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_an.tmp"
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
           END-IF

           IF WS-PSQL-RESULT = SPACES
               DISPLAY "No number_control record -- cannot assign an "
                   "account number."
               GOBACK
           END-IF
           MOVE WS-PSQL-RESULT(1:9) TO LS-BASE-NUMBER
           MOVE 'Y' TO LS-ASSIGN-OK
           GOBACK.

      *>----------------------------------------------------------------
      *> ACCOUNT-CHECK-DIGIT-SUB
      *> The full ten-digit account number for a nine-digit base the
      *> caller already holds (one of a block from
      *> ACCOUNT-NUMBER-PEEK-SUB) -- the same Luhn digit MAIN-PARA
      *> appends.
      *>----------------------------------------------------------------
       ENTRY "ACCOUNT-CHECK-DIGIT-SUB" USING
           LS-BASE-NUMBER LS-ACCOUNT-NUMBER.
       CHECK-DIGIT-MAIN-PARA.
           MOVE LS-BASE-NUMBER TO WS-BASE-NUMBER
           PERFORM COMPUTE-CHECK-DIGIT-PARA
           MOVE SPACES TO LS-ACCOUNT-NUMBER
           STRING WS-BASE-NUMBER WS-CHECK-DIGIT
               INTO LS-ACCOUNT-NUMBER
           GOBACK.

      *>----------------------------------------------------------------
      *> COMPUTE-CHECK-DIGIT-PARA
      *> Standard Luhn over the 9 base digits: working from the
      *> rightmost, double every second digit, subtract 9 from any
      *> whatever brings that sum to a multiple of 10 -- byte for byte
      *> the arithmetic CHECK-DIGIT-PARA in validate_account_sub.cob
      *> verifies.
      *>----------------------------------------------------------------
       COMPUTE-CHECK-DIGIT-PARA.
           MOVE 0 TO WS-CHECK-SUM
           PERFORM VARYING WS-CHAR-IDX FROM 9 BY -1
                   UNTIL WS-CHAR-IDX < 1
               MOVE WS-BASE-NUMBER(WS-CHAR-IDX:1) TO WS-DIGIT
               COMPUTE WS-POS-FROM-RIGHT = 9 - WS-CHAR-IDX + 1
               IF FUNCTION MOD(WS-POS-FROM-RIGHT, 2) = 0
