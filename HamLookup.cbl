               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-FD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL HAM-HISTORY-FILE ASSIGN TO "HAMMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HAM-MASTER-FILE.
          05 MST-FD-KEY.
             10 MST-FD-SAMPLE-ID     PIC X(10).
             10 MST-FD-RUN-DATE      PIC X(08).
          05 MST-FD-RESULTS          PIC X(24).
       FD HAM-HISTORY-FILE.
       01 HAM-HISTORY-FD-RECORD     PIC X(99).
       WORKING-STORAGE SECTION.
       COPY "HAMMSTR.cpy".
       COPY "HAMMHIST.cpy".
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTORY-EOF-SWITCH     PIC X VALUE "N".
          88 END-OF-HISTORY-FILE VALUE "Y".
       01 WS-EDITED-VERSION         PIC Z9.
       01 WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01 WS-AUTHORITY-LEVEL        PIC 9(02) VALUE ZERO.
       01 WS-REQUIRED-AUTHORITY     PIC 9(02) VALUE 01.
               "  DISTANCE:" WS-EDITED-DISTANCE
               "  LENGTH:" WS-EDITED-LENGTH
               "  MISMATCH PCT:" WS-EDITED-PERCENT.
           IF MST-REFERENCE-ID NOT = SPACES
              DISPLAY "   REFERENCE: " MST-REFERENCE-ID
                  "  VERSION: " MST-REFERENCE-VERSION
           END-IF.
           IF MST-CORRECTION-COUNT NUMERIC
              AND MST-CORRECTION-COUNT > 0
              MOVE MST-CORRECTION-COUNT TO WS-EDITED-VERSION
              DISPLAY "   CORRECTED - CURRENT VERSION:"
                  WS-EDITED-VERSION
              PERFORM DISPLAY-PRIOR-VERSIONS
           END-IF.

       DISPLAY-PRIOR-VERSIONS.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           OPEN INPUT HAM-HISTORY-FILE.
           PERFORM UNTIL END-OF-HISTORY-FILE
              READ HAM-HISTORY-FILE
                 AT END
                    MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                 NOT AT END
                    MOVE HAM-HISTORY-FD-RECORD
                      TO WS-HAM-HISTORY-RECORD
                    IF HHS-SAMPLE-ID = MST-SAMPLE-ID
                       AND HHS-RUN-DATE = MST-RUN-DATE
                       PERFORM DISPLAY-PRIOR-VERSION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HAM-HISTORY-FILE.

       DISPLAY-PRIOR-VERSION.
           MOVE HHS-DISTANCE TO WS-EDITED-DISTANCE.
           MOVE HHS-STRAND-LENGTH TO WS-EDITED-LENGTH.
           MOVE HHS-MISMATCH-PCT TO WS-EDITED-PERCENT.
           IF HHS-VERSION = 0
              DISPLAY "   ORIGINAL  "
                  "  DISTANCE:" WS-EDITED-DISTANCE
                  "  LENGTH:" WS-EDITED-LENGTH
                  "  MISMATCH PCT:" WS-EDITED-PERCENT
           ELSE
              MOVE HHS-VERSION TO WS-EDITED-VERSION
              DISPLAY "   VERSION " WS-EDITED-VERSION
                  "  DISTANCE:" WS-EDITED-DISTANCE
                  "  LENGTH:" WS-EDITED-LENGTH
                  "  MISMATCH PCT:" WS-EDITED-PERCENT
           END-IF.
           DISPLAY "      SUPERSEDED " HHS-SUPERSEDED-DATE
               " BY " HHS-OPERATOR-ID
               " - " HHS-REASON.
