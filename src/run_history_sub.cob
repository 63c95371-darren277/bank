      *> batch_overrun_limits entry, also goes out through
      *> EVENT-NOTIFY-SUB as a BATCH-FAILED / BATCH-OVERRUN event, so
      *> the same webhook stream that carries transaction events
      *> carries operational alerts too. OVERRIDDEN is not a failure
      *> -- PRECLOSE-READINESS-BATCH closes out that way when a
      *> supervisor let the night run past a blocking check.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-IF
           GOBACK.

      *>----------------------------------------------------------------
      *> RUN-HISTORY-END-SUB
      *> Close the run row out with end time, records processed and
      *> final status, and raise the operational events: BATCH-FAILED
      *> for a FAILED status, BATCH-OVERRUN when the elapsed time blew
      *> past the batch's configured ceiling.
      *>----------------------------------------------------------------
       ENTRY "RUN-HISTORY-END-SUB" USING
           LS-BATCH-NAME LS-RUN-ID LS-RECORDS-PROCESSED LS-FINAL-STATUS.
       END-MAIN-PARA.
           MOVE LS-RECORDS-PROCESSED TO WS-EVENT-AMOUNT

           IF FUNCTION TRIM(LS-FINAL-STATUS) NOT = "COMPLETED"
                   AND FUNCTION TRIM(LS-FINAL-STATUS) NOT = "OVERRIDDEN"
               MOVE "BATCH-FAILED" TO WS-EVENT-NAME
               CALL "EVENT-NOTIFY-SUB" USING
                   WS-EVENT-NAME WS-EVENT-ACCOUNT LS-RUN-ID
