          05 GAM-PLAYER-1-ID       PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GAM-PLAYER-2-ID       PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GAM-PLAYER-1-TURNS    PIC 9(04).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GAM-PLAYER-1-AVERAGE  PIC ZZ9.99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GAM-PLAYER-2-TURNS    PIC 9(04).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GAM-PLAYER-2-AVERAGE  PIC ZZ9.99.
       FD DARTS-SESSION-FILE.
       01 DARTS-SESSION-RECORD.
          05 SESS-PLAYER-NAME      PIC X(20).
             10 TBL-GAME-PLAYER    PIC X(20).
             10 TBL-GAME-PLAYER-ID PIC X(06).
             10 TBL-GAME-REMAINING PIC 9(04).
             10 TBL-GAME-TURN-START PIC 9(04).
             10 TBL-GAME-TURNS     PIC 9(04).
       01 WS-GAME-SCAN             PIC 9(02) VALUE ZERO.
       01 WS-TURN-PLAYER           PIC 9(02) VALUE ZERO.
       01 WS-TURN-DARTS            PIC 9(01) VALUE ZERO.
       01 WS-TURN-EXPECTED         PIC 9(02) VALUE ZERO.
       01 WS-TURN-SWITCH           PIC X VALUE "N".
          88 TURN-OPEN VALUE "Y".
       01 WS-ROTATION-SWITCH       PIC X VALUE "N".
          88 ROTATION-CLOSED VALUE "Y".
       01 WS-IN-TURN-SWITCH        PIC X VALUE "Y".
          88 THROW-IN-TURN VALUE "Y".
       01 WS-GAME-POINTS           PIC 9(04) VALUE ZERO.
       01 WS-TURN-AVERAGE          PIC 9(03)V99 VALUE ZERO.
       01 WS-GAME-TURN-LINE.
          05 FILLER                PIC X(08) VALUE "  TURNS".
          05 GTL-PLAYER            PIC X(20).
          05 GTL-TURNS             PIC Z(3)9.
          05 FILLER                PIC X(13) VALUE "  AVG/TURN".
          05 GTL-AVERAGE           PIC ZZ9.99.
       01 WS-GAME-NEW-REMAINING    PIC S9(04) VALUE ZERO.
       01 WS-GAME-OPEN-LINE.
          05 FILLER                PIC X(05) VALUE "GAME".
          05 FILLER                PIC X(07) VALUE "  PAGE:".
          05 COL-PAGE-NUMBER       PIC Z(3)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       DARTS-CONTROL.
                OUTPUT DARTS-GAME-FILE
                OUTPUT DARTS-UNKNOWN-FILE.
           PERFORM OPEN-EXCP-LOG-FILE.
           MOVE "ALERTEXCPMAX" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-ALERT-MAX.
           IF WS-ENV-ALERT-MAX NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-ALERT-MAX)
                TO WS-ALERT-THRESHOLD
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL END-OF-THROWS
              READ DARTS-INPUT-FILE
           GOBACK.

       WRITE-OPERATOR-ALERTS.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "LEAP-DARTS" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "LEAP-DARTS" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO DARTS-REPORT-RECORD
              WRITE DARTS-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RPT-HEADER-LINE TO DARTS-REPORT-RECORD.
           WRITE DARTS-REPORT-RECORD.
           IF WS-PAGE-NUMBER = 1
              PERFORM WRITE-PARAMETER-LINES
           END-IF.
           MOVE WS-PAGE-NUMBER TO COL-PAGE-NUMBER.
           MOVE WS-COLUMN-HEADING-LINE TO DARTS-REPORT-RECORD.
           WRITE DARTS-REPORT-RECORD.
           MOVE ZERO TO WS-GAME-PLAYER-COUNT.
           MOVE SPACES TO WS-GAME-WINNER.
           MOVE SPACES TO WS-GAME-WINNER-ID.
           MOVE ZERO TO WS-TURN-PLAYER.
           MOVE ZERO TO WS-TURN-DARTS.
           MOVE "N" TO WS-TURN-SWITCH.
           MOVE "N" TO WS-ROTATION-SWITCH.
           MOVE "Y" TO WS-GAME-SWITCH.
           MOVE WS-GAME-NUMBER TO GOL-NUMBER.
           MOVE WS-GAME-START-SCORE TO GOL-START.
           END-IF.
           MOVE WS-GAME-THROW-COUNT TO GAM-THROW-COUNT.
           MOVE WS-GAME-WINNER-ID TO GAM-WINNER-ID.
           MOVE ZERO TO GAM-PLAYER-1-TURNS.
           MOVE ZERO TO GAM-PLAYER-1-AVERAGE.
           MOVE ZERO TO GAM-PLAYER-2-TURNS.
           MOVE ZERO TO GAM-PLAYER-2-AVERAGE.
           PERFORM VARYING WS-GAME-SCAN FROM 1 BY 1
                   UNTIL WS-GAME-SCAN > WS-GAME-PLAYER-COUNT
              PERFORM WRITE-GAME-TURN-LINE
           END-PERFORM.
           IF WS-GAME-PLAYER-COUNT >= 1
              MOVE TBL-GAME-PLAYER-ID(1) TO GAM-PLAYER-1-ID
              MOVE 1 TO WS-GAME-SCAN
              PERFORM COMPUTE-TURN-AVERAGE
              MOVE TBL-GAME-TURNS(1) TO GAM-PLAYER-1-TURNS
              MOVE WS-TURN-AVERAGE TO GAM-PLAYER-1-AVERAGE
           END-IF.
           IF WS-GAME-PLAYER-COUNT >= 2
              MOVE TBL-GAME-PLAYER-ID(2) TO GAM-PLAYER-2-ID
              MOVE 2 TO WS-GAME-SCAN
              PERFORM COMPUTE-TURN-AVERAGE
              MOVE TBL-GAME-TURNS(2) TO GAM-PLAYER-2-TURNS
              MOVE WS-TURN-AVERAGE TO GAM-PLAYER-2-AVERAGE
           END-IF.
           WRITE DARTS-GAME-RECORD.
           MOVE "N" TO WS-GAME-SWITCH.
                   TO TBL-GAME-PLAYER-ID(WS-GAME-PLAYER-COUNT)
                 MOVE WS-GAME-START-SCORE
                   TO TBL-GAME-REMAINING(WS-GAME-PLAYER-COUNT)
                 MOVE ZERO TO TBL-GAME-TURNS(WS-GAME-PLAYER-COUNT)
                 MOVE WS-GAME-PLAYER-COUNT TO WS-GAME-SCAN
              END-IF
           END-IF.
           IF WS-GAME-SCAN > 0
              ADD 1 TO WS-GAME-THROW-COUNT
              IF NOT TURN-OPEN
                 PERFORM START-PLAYER-TURN
              END-IF
              ADD 1 TO WS-TURN-DARTS
              COMPUTE WS-GAME-NEW-REMAINING =
                  TBL-GAME-REMAINING(WS-GAME-SCAN) - WS-RESULT
              EVALUATE TRUE
                 WHEN WS-GAME-NEW-REMAINING < 0
                    MOVE TBL-GAME-TURN-START(WS-GAME-SCAN)
                      TO TBL-GAME-REMAINING(WS-GAME-SCAN)
                    MOVE "N" TO WS-TURN-SWITCH
                    MOVE WS-RESOLVED-NAME TO GBL-PLAYER
                    MOVE TBL-GAME-REMAINING(WS-GAME-SCAN)
                      TO GBL-REMAINING
                    WRITE DARTS-REPORT-RECORD
                    ADD 1 TO WS-LINE-COUNT
                 WHEN WS-GAME-NEW-REMAINING = 0
                    MOVE ZERO TO TBL-GAME-REMAINING(WS-GAME-SCAN)
                    MOVE "N" TO WS-TURN-SWITCH
                    MOVE WS-RESOLVED-NAME TO WS-GAME-WINNER
                    MOVE WS-RESOLVED-ID TO WS-GAME-WINNER-ID
                    MOVE WS-GAME-NUMBER TO GWL-NUMBER
                 WHEN OTHER
                    MOVE WS-GAME-NEW-REMAINING
                      TO TBL-GAME-REMAINING(WS-GAME-SCAN)
                    IF WS-TURN-DARTS >= 3
                       MOVE "N" TO WS-TURN-SWITCH
                    END-IF
              END-EVALUATE
           END-IF.

       START-PLAYER-TURN.
           IF WS-TURN-PLAYER > 0
              AND WS-GAME-SCAN NOT > WS-TURN-PLAYER
              MOVE "Y" TO WS-ROTATION-SWITCH
           END-IF.
           MOVE WS-GAME-SCAN TO WS-TURN-PLAYER.
           MOVE ZERO TO WS-TURN-DARTS.
           MOVE "Y" TO WS-TURN-SWITCH.
           ADD 1 TO TBL-GAME-TURNS(WS-GAME-SCAN).
           MOVE TBL-GAME-REMAINING(WS-GAME-SCAN)
             TO TBL-GAME-TURN-START(WS-GAME-SCAN).

       CHECK-GAME-TURN.
           MOVE "Y" TO WS-IN-TURN-SWITCH.
           PERFORM VARYING WS-GAME-SCAN FROM 1 BY 1
                   UNTIL WS-GAME-SCAN > WS-GAME-PLAYER-COUNT
                   OR TBL-GAME-PLAYER(WS-GAME-SCAN)
                      = WS-RESOLVED-NAME
              CONTINUE
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-TURN-PLAYER = 0
                 CONTINUE
              WHEN TURN-OPEN
                 IF WS-GAME-SCAN NOT = WS-TURN-PLAYER
                    MOVE "N" TO WS-IN-TURN-SWITCH
                 END-IF
              WHEN WS-TURN-PLAYER < WS-GAME-PLAYER-COUNT
                 COMPUTE WS-TURN-EXPECTED = WS-TURN-PLAYER + 1
                 IF WS-GAME-SCAN NOT = WS-TURN-EXPECTED
                    MOVE "N" TO WS-IN-TURN-SWITCH
                 END-IF
              WHEN WS-GAME-SCAN = 1
                 CONTINUE
              WHEN WS-GAME-SCAN > WS-GAME-PLAYER-COUNT
                 AND NOT ROTATION-CLOSED
                 CONTINUE
              WHEN OTHER
                 MOVE "N" TO WS-IN-TURN-SWITCH
           END-EVALUATE.

       COMPUTE-TURN-AVERAGE.
           MOVE ZERO TO WS-TURN-AVERAGE.
           IF TBL-GAME-TURNS(WS-GAME-SCAN) > 0
              COMPUTE WS-GAME-POINTS = WS-GAME-START-SCORE
                  - TBL-GAME-REMAINING(WS-GAME-SCAN)
              COMPUTE WS-TURN-AVERAGE ROUNDED =
                  WS-GAME-POINTS / TBL-GAME-TURNS(WS-GAME-SCAN)
           END-IF.

       WRITE-GAME-TURN-LINE.
           PERFORM COMPUTE-TURN-AVERAGE.
           MOVE TBL-GAME-PLAYER(WS-GAME-SCAN) TO GTL-PLAYER.
           MOVE TBL-GAME-TURNS(WS-GAME-SCAN) TO GTL-TURNS.
           MOVE WS-TURN-AVERAGE TO GTL-AVERAGE.
           PERFORM CHECK-PAGE-BREAK.
           MOVE WS-GAME-TURN-LINE TO DARTS-REPORT-RECORD.
           WRITE DARTS-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       LOG-OUT-OF-TURN-EXCEPTION.
           MOVE "Throw out of turn - not scored" TO WS-ERROR.
           MOVE SPACES TO DARTS-EXCEPTIONS-RECORD.
           MOVE IN-PLAYER-NAME TO EXC-PLAYER-NAME.
           MOVE WS-X TO EXC-X.
           MOVE WS-Y TO EXC-Y.
           MOVE WS-ERROR TO EXC-MESSAGE.
           WRITE DARTS-EXCEPTIONS-RECORD.
           PERFORM LOG-SHARED-EXCEPTION.

       PROCESS-THROW.
           MOVE IN-PLAYER-NAME TO WS-CURRENT-PLAYER.
           MOVE IN-X TO WS-X.
              PERFORM LOG-THROW-EXCEPTION
           ELSE
              PERFORM DARTS
              MOVE "Y" TO WS-IN-TURN-SWITCH
              IF GAME-IN-PROGRESS
                 PERFORM CHECK-GAME-TURN
              END-IF
              IF NOT THROW-IN-TURN
                 PERFORM LOG-OUT-OF-TURN-EXCEPTION
              ELSE
              PERFORM FIND-OR-CREATE-PLAYER
              IF WS-FOUND-INDEX = 0
                 PERFORM LOG-TABLE-FULL-EXCEPTION
                    PERFORM APPLY-GAME-THROW
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

