          05 MST-DISTANCE           PIC 9(03).
          05 MST-STRAND-LENGTH      PIC 9(03).
          05 MST-MISMATCH-PCT       PIC 9(03)V99.
          05 MST-REFERENCE-ID       PIC X(08).
          05 MST-REFERENCE-VERSION  PIC 9(03).
          05 MST-CORRECTION-COUNT   PIC 9(02).
