       01 WS-BOB-QA-SAMPLE-RECORD.
          05 QAS-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 QAS-SAMPLE-SEQ         PIC 9(06).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 QAS-SPEAKER            PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 QAS-CATEGORY-CODE      PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 QAS-RESPONSE           PIC X(40).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 QAS-HEYBOB             PIC X(240).
