      *> WORKING-STORAGE wherever a program shells out to psql, so
      *> rotating the bank database's user/password/name is one edit
      *> instead of one per program.
      *> DB-TRAINING-NAME is the masked training copy the teller
      *> programs switch to in training mode (TRAINING-MODE-SUB); it
      *> sits on the same server under the same credentials.
      *>-----------------------------------------------------------------
       01  DB-CONFIG.
           05  DB-USER          PIC X(20) VALUE "myusername".
           05  DB-PASSWORD      PIC X(20) VALUE "mypassword".
           05  DB-NAME          PIC X(20) VALUE "bank".
           05  DB-TRAINING-NAME PIC X(20) VALUE "bank_training".
