      *> plus posted cash activity. The over/short lands as a journal
      *> entry against the chart_of_accounts 'O' (over) or 'S'
      *> (short) pair, and the settlement report shows the whole
      *> reconciliation per drawer. A non-customer check cashed at
      *> the window (CHECK-CASHING) carries a check number like any
      *> presentment, but its face amount less the cashing fee went
      *> out of this drawer in cash -- that comes off check_cashings.
      *>
      *> In training mode drawers open and settle in the training
      *> database and the settlement report is written to
      *> training_drawer_settlement_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO
           WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *> over/short on any day with vault or FX activity.
       01  WS-VAULT-NET          PIC S9(15)V99 VALUE 0.
       01  WS-FX-NET             PIC S9(15)V99 VALUE 0.
       01  WS-CHECKS-CASHED      PIC 9(15)V99 VALUE 0.
       01  WS-EXPECTED-CASH      PIC S9(15)V99 VALUE 0.
       01  WS-OVER-SHORT         PIC S9(15)V99 VALUE 0.
       01  WS-ABS-OVER-SHORT     PIC 9(15)V99 VALUE 0.
       01  WS-OPENED-AT          PIC X(30) VALUE SPACES.
       01  WS-TEMP-IN            PIC X(20) VALUE SPACES.
       01  WS-TEMP-OUT           PIC X(20) VALUE SPACES.
       01  WS-TEMP-CASHED        PIC X(20) VALUE SPACES.
       01  WS-OS-TYPE            PIC X(1) VALUE SPACE.
       01  WS-SQL-COMMAND        PIC X(1100).
       01  WS-SHELL-COMMAND      PIC X(1300).
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
      *> Y when the operator signed on in training -- everything
      *> from here on runs against the training database.
       01  WS-TRAINING-MODE      PIC X(1) VALUE 'N'.
      *> A training settlement reports to its own file, so it never
      *> replaces the live drawer settlement report.
       01  WS-REPORT-FILE-NAME   PIC X(40)
           VALUE "./drawer_settlement_report.txt".
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-TRAINING-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK WS-TRAINING-MODE
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF
           CALL "TRAINING-SCREEN-SUB" USING DB-CONFIG WS-TRAINING-MODE

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE


           COMPUTE WS-EXPECTED-CASH =
               WS-STARTING-CASH + WS-CASH-IN - WS-CASH-OUT
               + WS-VAULT-NET + WS-FX-NET - WS-CHECKS-CASHED
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-EXPECTED-CASH

           PERFORM SETTLE-DRAWER-PARA
               "COALESCE((SELECT SUM(CASE WHEN direction = 'OUT' "
               "THEN base_amount ELSE -base_amount END) FROM "
               "fx_exchanges WHERE drawer_id = "
               FUNCTION TRIM(WS-DRAWER-ID) "), 0) || '|' || "
               "COALESCE((SELECT SUM(cash_paid) FROM check_cashings "
               "WHERE drawer_id = " FUNCTION TRIM(WS-DRAWER-ID)
               "), 0);"
               INTO WS-SQL-COMMAND
           PERFORM RUN-DRAWER-SQL-PARA

           MOVE 0 TO WS-VAULT-NET
           MOVE 0 TO WS-FX-NET
           MOVE 0 TO WS-CHECKS-CASHED
           IF WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-TEMP-IN WS-TEMP-OUT WS-TEMP-CASHED
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-TEMP-IN WS-TEMP-OUT WS-TEMP-CASHED
               END-UNSTRING
               COMPUTE WS-VAULT-NET =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-IN))
               COMPUTE WS-FX-NET =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-OUT))
               COMPUTE WS-CHECKS-CASHED =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-CASHED))
           END-IF.

       CROSS-CHECK-JOURNAL-PARA.
           END-IF.

       WRITE-SETTLEMENT-REPORT-PARA.
           IF WS-TRAINING-MODE = 'Y'
               MOVE "./training_drawer_settlement_report.txt"
                   TO WS-REPORT-FILE-NAME
           END-IF
           OPEN OUTPUT SETTLEMENT-REPORT-FILE
           MOVE SPACES TO SETTLEMENT-RECORD
           STRING "Drawer settlement -- drawer "
               INTO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE WS-CHECKS-CASHED TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO SETTLEMENT-RECORD
           STRING "Checks cashed out:    " WS-FORMATTED-AMOUNT
               INTO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE WS-EXPECTED-CASH TO WS-SIGNED-DISP
           MOVE SPACES TO SETTLEMENT-RECORD
           STRING "Expected cash:       " WS-SIGNED-DISP
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
