       01 WS-LEGAL-HOLD-RECORD.
          05 HLD-HOLD-ID            PIC X(10).
          05 FILLER                 PIC X(01).
          05 HLD-FROM-DATE          PIC X(08).
          05 FILLER                 PIC X(01).
          05 HLD-TO-DATE            PIC X(08).
          05 FILLER                 PIC X(01).
          05 HLD-RELEASE-DATE       PIC X(08).
          05 FILLER                 PIC X(01).
          05 HLD-REQUESTER          PIC X(20).
          05 FILLER                 PIC X(01).
          05 HLD-DATASET-LIST.
             10 HLD-DATASET-ENTRY OCCURS 6 TIMES.
                15 HLD-DATASET-NAME PIC X(10).
                15 FILLER           PIC X(01).
