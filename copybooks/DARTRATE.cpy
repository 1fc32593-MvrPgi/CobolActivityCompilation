       01 WS-DARTS-RATING-RECORD.
          05 RTG-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTG-RATING             PIC 9(04).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTG-PERIOD-RATING      PIC 9(04).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTG-PERIOD             PIC X(06).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTG-GAMES-PLAYED       PIC 9(05).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTG-GAMES-WON          PIC 9(05).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTG-LAST-GAME-DATE     PIC X(08).
