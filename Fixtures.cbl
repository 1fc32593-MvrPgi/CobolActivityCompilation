           SELECT OPTIONAL DARTS-GAME-FILE ASSIGN TO "DARTSGAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-FILE-STATUS.
           SELECT OPTIONAL DARTS-RATING-FILE ASSIGN TO "DARTSRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-FILE-STATUS.
           SELECT FIXTURE-REPORT-FILE ASSIGN TO "DARTSFIXR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
          05 GAM-PLAYER-1-ID        PIC X(06).
          05 FILLER                 PIC X(02).
          05 GAM-PLAYER-2-ID        PIC X(06).
          05 FILLER                 PIC X(02).
          05 GAM-PLAYER-1-TURNS     PIC 9(04).
          05 FILLER                 PIC X(02).
          05 GAM-PLAYER-1-AVERAGE   PIC X(06).
          05 FILLER                 PIC X(02).
          05 GAM-PLAYER-2-TURNS     PIC 9(04).
          05 FILLER                 PIC X(02).
          05 GAM-PLAYER-2-AVERAGE   PIC X(06).
       FD DARTS-RATING-FILE.
       01 DARTS-RATING-FD-RECORD    PIC X(44).
       FD FIXTURE-REPORT-FILE.
       01 FIXTURE-REPORT-RECORD     PIC X(80).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "DARTRATE.cpy".
       01 WS-ROSTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RATING-FILE-STATUS     PIC XX VALUE "00".
       01 WS-SEED-MODE              PIC X(08) VALUE SPACES.
          88 SEED-BY-RATING VALUE "RATING".
       01 WS-INITIAL-RATING         PIC 9(04) VALUE 1500.
       01 WS-FIXTURE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-GAME-FILE-STATUS       PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
             10 TBL-RST-NAME        PIC X(20).
             10 TBL-RST-POINTS      PIC 9(04).
             10 TBL-RST-PLAYED      PIC 9(03).
             10 TBL-RST-RATING      PIC 9(04).
       01 WS-FIXTURE-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-FIXTURE-INDEX          PIC 9(04) VALUE ZERO.
       01 WS-FIXTURE-TABLE.
          05 SWP-RST-NAME           PIC X(20).
          05 SWP-RST-POINTS         PIC 9(04).
          05 SWP-RST-PLAYED         PIC 9(03).
          05 SWP-RST-RATING         PIC 9(04).
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-FIXTURE-LINE.
          05 FXL-NUMBER             PIC Z(3)9.
          05 PTS-PLAYED             PIC Z(2)9.
          05 FILLER                 PIC X(09) VALUE "  POINTS".
          05 PTS-POINTS             PIC Z(3)9.
          05 FILLER                 PIC X(09) VALUE "  RATING".
          05 PTS-RATING             PIC Z(3)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       FIXTURES-CONTROL.
           COMPUTE WS-BASE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           PERFORM LOAD-PLAYER-ROSTER.
           PERFORM LOAD-PLAYER-RATINGS.
           PERFORM LOAD-FIXTURE-FILE.
           IF WS-FIXTURE-COUNT = 0
              MOVE "FIXSEEDMODE" TO PRQ-PARM-NAME
              PERFORM GET-PARAMETER
              MOVE PRQ-VALUE TO WS-SEED-MODE
              IF SEED-BY-RATING
                 PERFORM SORT-ROSTER-BY-RATING
              END-IF
              PERFORM GENERATE-ROUND-ROBIN
                  THRU GENERATE-ROUND-ROBIN-EXIT
           END-IF.
                         TO TBL-RST-NAME(WS-ROSTER-COUNT)
                       MOVE ZERO TO TBL-RST-POINTS(WS-ROSTER-COUNT)
                       MOVE ZERO TO TBL-RST-PLAYED(WS-ROSTER-COUNT)
                       MOVE WS-INITIAL-RATING
                         TO TBL-RST-RATING(WS-ROSTER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-ROSTER-FILE.

       LOAD-PLAYER-RATINGS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-RATING-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-RATING-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE DARTS-RATING-FD-RECORD
                      TO WS-DARTS-RATING-RECORD
                    PERFORM VARYING WS-ROSTER-SCAN FROM 1 BY 1
                            UNTIL WS-ROSTER-SCAN > WS-ROSTER-COUNT
                       IF TBL-RST-ID(WS-ROSTER-SCAN) = RTG-PLAYER-ID
                          MOVE RTG-RATING
                            TO TBL-RST-RATING(WS-ROSTER-SCAN)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE DARTS-RATING-FILE.

       SORT-ROSTER-BY-RATING.
           MOVE "Y" TO WS-SWAP-SWITCH.
           PERFORM UNTIL TABLE-IN-ORDER
              MOVE "N" TO WS-SWAP-SWITCH
              PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                      UNTIL WS-SORT-INDEX >= WS-ROSTER-COUNT
                 IF TBL-RST-RATING(WS-SORT-INDEX) <
                    TBL-RST-RATING(WS-SORT-INDEX + 1)
                    MOVE WS-ROSTER-ENTRY(WS-SORT-INDEX)
                      TO WS-ROSTER-SWAP-ENTRY
                    MOVE WS-ROSTER-ENTRY(WS-SORT-INDEX + 1)
                      TO WS-ROSTER-ENTRY(WS-SORT-INDEX)
                    MOVE WS-ROSTER-SWAP-ENTRY
                      TO WS-ROSTER-ENTRY(WS-SORT-INDEX + 1)
                    MOVE "Y" TO WS-SWAP-SWITCH
                 END-IF
              END-PERFORM
           END-PERFORM.

       LOAD-FIXTURE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-FIXTURE-FILE.
              END-PERFORM
           END-PERFORM.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "DARTS-FIXTURE" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "DARTS-FIXTURE" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO FIXTURE-REPORT-RECORD
              WRITE FIXTURE-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-FIXTURE-REPORT.
           PERFORM TALLY-SEASON-POINTS.
           PERFORM SORT-POINTS-TABLE.
           MOVE "DARTS-FIXTURE" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO FIXTURE-REPORT-RECORD.
           WRITE FIXTURE-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.
           PERFORM VARYING WS-FIXTURE-INDEX FROM 1 BY 1
                   UNTIL WS-FIXTURE-INDEX > WS-FIXTURE-COUNT
              MOVE TBL-FIX-NUMBER(WS-FIXTURE-INDEX) TO FXL-NUMBER
              MOVE TBL-RST-NAME(WS-ROSTER-SCAN) TO PTS-PLAYER-NAME
              MOVE TBL-RST-PLAYED(WS-ROSTER-SCAN) TO PTS-PLAYED
              MOVE TBL-RST-POINTS(WS-ROSTER-SCAN) TO PTS-POINTS
              MOVE TBL-RST-RATING(WS-ROSTER-SCAN) TO PTS-RATING
              MOVE WS-POINTS-LINE TO FIXTURE-REPORT-RECORD
              WRITE FIXTURE-REPORT-RECORD
              ADD 1 TO WS-REPORT-RECORD-COUNT
