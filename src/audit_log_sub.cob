      *> a transient DISPLAY "Executing: ..." line now also lands in
      *> a persistent, line-sequential log: program, timestamp,
      *> account number, the command issued, and the return code it
      *> came back with. A command issued inside a HANDLER request
      *> ends with the request's correlation ID (" | req=<id>", from
      *> REQUEST-ID-SUB), which AUDIT-INQUIRY can filter on.
      *> A teller session in training mode (TRAINING-MODE-SUB) audits
      *> into training_audit_YYYYMMDD.log instead -- kept for the
      *> trainer, but never part of the sealed live trail and never
      *> read by AUDIT-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TIMESTAMP           PIC X(21).
       01  WS-RETURN-CODE-DISP    PIC -(4)9.
       01  WS-AUDIT-FILE-NAME     PIC X(30) VALUE SPACES.
       01  WS-REQUEST-ID          PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL      PIC X(44) VALUE SPACES.
       01  WS-REQUEST-TAG         PIC X(50) VALUE SPACES.
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  LS-PROGRAM-NAME        PIC X(20).
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE LS-RETURN-CODE TO WS-RETURN-CODE-DISP
           PERFORM SET-SEGMENT-NAME-PARA
           PERFORM SET-REQUEST-TAG-PARA

           OPEN EXTEND AUDIT-LOG-FILE
           STRING
               FUNCTION TRIM(LS-ACCOUNT-NUMBER) " | "
               FUNCTION TRIM(LS-COMMAND) " | rc="
               FUNCTION TRIM(WS-RETURN-CODE-DISP)
               WS-REQUEST-TAG
               INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE

           GOBACK.

      *>----------------------------------------------------------------
      *> AUDIT-LOG-OPER-SUB
      *> Same audit line, plus the signed-on operator ID from
      *> SIGNON-OPERATOR-SUB -- the teller programs call this entry so
      *> the examiners flagged the plain entry point could not do.
      *> Batch and CGI callers, which have no operator at a terminal,
      *> keep using the original entry point above.
      *>----------------------------------------------------------------
       ENTRY "AUDIT-LOG-OPER-SUB" USING
           LS-PROGRAM-NAME LS-ACCOUNT-NUMBER LS-COMMAND LS-RETURN-CODE
           LS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE LS-RETURN-CODE TO WS-RETURN-CODE-DISP
           PERFORM SET-SEGMENT-NAME-PARA
           PERFORM SET-REQUEST-TAG-PARA

           OPEN EXTEND AUDIT-LOG-FILE
           STRING
               FUNCTION TRIM(LS-COMMAND) " | rc="
               FUNCTION TRIM(WS-RETURN-CODE-DISP) " | op="
               FUNCTION TRIM(LS-OPERATOR-ID)
               WS-REQUEST-TAG
               INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE

       SET-SEGMENT-NAME-PARA.
           MOVE SPACES TO WS-AUDIT-FILE-NAME
           CALL "TRAINING-MODE-CHECK-SUB" USING WS-TRAINING-MODE
           IF WS-TRAINING-MODE = 'Y'
               STRING "./training_audit_" WS-TIMESTAMP(1:8) ".log"
                   INTO WS-AUDIT-FILE-NAME
           ELSE
               STRING "./audit_" WS-TIMESTAMP(1:8) ".log"
                   INTO WS-AUDIT-FILE-NAME
           END-IF.

       SET-REQUEST-TAG-PARA.
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE SPACES TO WS-REQUEST-TAG
           IF WS-REQUEST-ID NOT = SPACES
               STRING " | req=" FUNCTION TRIM(WS-REQUEST-ID)
                   DELIMITED BY SIZE INTO WS-REQUEST-TAG
           END-IF.

       END PROGRAM AUDIT-LOG-SUB.
