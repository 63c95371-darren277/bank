      *>-----------------------------------------------------------------
      *> CARDEMB
      *> One card for the embosser / mailer (./card_embosser.dat).
      *> COPY this under the embosser file's FD wherever a replacement
      *> card is produced -- the renewal batch and the lost / stolen
      *> reissue at the counter write the same record, so the bureau
      *> gets one layout whichever path made the card.
      *>-----------------------------------------------------------------
       01  CARD-EMBOSS-RECORD.
           05  CEM-RECORD-TYPE      PIC X(1).
           05  CEM-CARD-REFERENCE   PIC X(16).
           05  CEM-OLD-REFERENCE    PIC X(16).
           05  CEM-ACCOUNT-NUMBER   PIC X(10).
           05  CEM-EXPIRY-MMYY      PIC X(5).
           05  CEM-EMBOSS-NAME      PIC X(26).
           05  CEM-MAIL-NAME        PIC X(40).
           05  CEM-MAIL-ADDRESS1    PIC X(40).
           05  CEM-MAIL-ADDRESS2    PIC X(40).
           05  CEM-REISSUE-REASON   PIC X(8).
           05  CEM-ISSUE-DATE       PIC X(10).
