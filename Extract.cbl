          05 MST-FD-KEY.
             10 MST-FD-SAMPLE-ID     PIC X(10).
             10 MST-FD-RUN-DATE      PIC X(08).
          05 MST-FD-RESULTS          PIC X(24).
       FD DARTS-SESSION-FILE.
       01 DARTS-SESSION-RECORD.
          05 SESS-PLAYER-NAME       PIC X(20).
       01 WS-CHECK-DATE             PIC X(08) VALUE SPACES.
       01 WS-CSV-LINE               PIC X(120) VALUE SPACES.
       01 WS-EDITED-PCT             PIC ZZ9.99.
       01 WS-CORRECTION-VERSION     PIC 9(02) VALUE ZERO.
       01 WS-EDITED-COUNT           PIC Z(7)9.
       01 WS-TRAILER-COUNT-X        PIC 9(08).


       EXTRACT-HAM-MASTER.
           OPEN OUTPUT HAM-EXTRACT-FILE.
           MOVE "SAMPLE,RUNDATE,DISTANCE,MISMATCHPCT,VERSION"
             TO HAM-EXTRACT-RECORD.
           WRITE HAM-EXTRACT-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-HAM-CSV-LINE.
           MOVE MST-MISMATCH-PCT TO WS-EDITED-PCT.
           IF MST-CORRECTION-COUNT NUMERIC
              MOVE MST-CORRECTION-COUNT TO WS-CORRECTION-VERSION
           ELSE
              MOVE ZERO TO WS-CORRECTION-VERSION
           END-IF.
           MOVE SPACES TO WS-CSV-LINE.
           STRING FUNCTION TRIM(MST-SAMPLE-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MST-DISTANCE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-PCT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CORRECTION-VERSION DELIMITED BY SIZE
                  INTO WS-CSV-LINE.
           MOVE WS-CSV-LINE TO HAM-EXTRACT-RECORD.
           WRITE HAM-EXTRACT-RECORD.
