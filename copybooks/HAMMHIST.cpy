       01 WS-HAM-HISTORY-RECORD.
          05 HHS-SAMPLE-ID          PIC X(10).
          05 FILLER                 PIC X(01).
          05 HHS-RUN-DATE           PIC X(08).
          05 FILLER                 PIC X(01).
          05 HHS-VERSION            PIC 9(02).
          05 FILLER                 PIC X(01).
          05 HHS-DISTANCE           PIC 9(03).
          05 FILLER                 PIC X(01).
          05 HHS-STRAND-LENGTH      PIC 9(03).
          05 FILLER                 PIC X(01).
          05 HHS-MISMATCH-PCT       PIC 9(03)V99.
          05 FILLER                 PIC X(01).
          05 HHS-REFERENCE-ID       PIC X(08).
          05 FILLER                 PIC X(01).
          05 HHS-REFERENCE-VERSION  PIC 9(03).
          05 FILLER                 PIC X(01).
          05 HHS-SUPERSEDED-DATE    PIC X(08).
          05 FILLER                 PIC X(01).
          05 HHS-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(01).
          05 HHS-REASON             PIC X(30).
