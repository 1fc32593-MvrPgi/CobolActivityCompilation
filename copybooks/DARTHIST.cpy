       01 WS-DARTS-HISTORY-RECORD.
          05 HST-SEASON-ID          PIC X(08).
          05 FILLER                 PIC X(01).
          05 HST-RECORD-TYPE        PIC X(01).
             88 HST-STANDING-RECORD VALUE "S".
             88 HST-FIXTURE-RECORD VALUE "F".
          05 FILLER                 PIC X(01).
          05 HST-DETAIL             PIC X(80).
          05 HST-STANDING-DETAIL REDEFINES HST-DETAIL.
             10 HST-RANK            PIC 9(03).
             10 FILLER              PIC X(01).
             10 HST-PLAYER-ID       PIC X(06).
             10 FILLER              PIC X(01).
             10 HST-PLAYER-NAME     PIC X(20).
             10 FILLER              PIC X(01).
             10 HST-POINTS          PIC 9(04).
             10 FILLER              PIC X(01).
             10 HST-THROW-COUNT     PIC 9(06).
             10 FILLER              PIC X(01).
             10 HST-TOTAL-SCORE     PIC 9(08).
             10 FILLER              PIC X(01).
             10 HST-CLOSING-RATING  PIC 9(04).
             10 FILLER              PIC X(01).
             10 HST-ROSTER-STATUS   PIC X(01).
             10 FILLER              PIC X(21).
          05 HST-FIXTURE-DETAIL REDEFINES HST-DETAIL.
             10 HST-FIX-NUMBER      PIC 9(04).
             10 FILLER              PIC X(01).
             10 HST-FIX-ROUND       PIC 9(02).
             10 FILLER              PIC X(01).
             10 HST-FIX-HOME-ID     PIC X(06).
             10 FILLER              PIC X(01).
             10 HST-FIX-AWAY-ID     PIC X(06).
             10 FILLER              PIC X(01).
             10 HST-FIX-DATE        PIC X(08).
             10 FILLER              PIC X(01).
             10 HST-FIX-STATUS      PIC X(01).
             10 FILLER              PIC X(01).
             10 HST-FIX-WINNER-ID   PIC X(06).
             10 FILLER              PIC X(41).
