
       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
       01  WS-END-OF-FILE         PIC X(1) VALUE 'N'.
       01  WS-CANDIDATE           PIC X(120) VALUE SPACES.
       01  WS-LIST-NAME           PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION USING
           LS-NAME LS-CONTEXT LS-ACCOUNT-NUMBER LS-MATCH-FLAG.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           MOVE 'N' TO LS-MATCH-FLAG
           IF FUNCTION TRIM(LS-NAME) = SPACES
               GOBACK
