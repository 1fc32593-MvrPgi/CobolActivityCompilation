       IDENTIFICATION DIVISION.
       PROGRAM-ID. darts-ratings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DARTS-GAME-FILE ASSIGN TO "DARTSGAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-FILE-STATUS.
           SELECT OPTIONAL DARTS-ROSTER-FILE ASSIGN TO "DARTSRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL DARTS-RATING-FILE ASSIGN TO "DARTSRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-FILE-STATUS.
           SELECT RATING-REPORT-FILE ASSIGN TO "DARTSRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DARTS-GAME-FILE.
       01 DARTS-GAME-RECORD.
          05 GAM-GAME-NUMBER        PIC 9(04).
          05 FILLER                 PIC X(02).
          05 GAM-START-SCORE        PIC 9(04).
          05 FILLER                 PIC X(02).
          05 GAM-WINNER             PIC X(20).
          05 FILLER                 PIC X(02).
          05 GAM-THROW-COUNT        PIC 9(06).
          05 FILLER                 PIC X(02).
          05 GAM-WINNER-ID          PIC X(06).
          05 FILLER                 PIC X(02).
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
       FD DARTS-ROSTER-FILE.
       01 DARTS-ROSTER-RECORD.
          05 RST-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(01).
          05 RST-PLAYER-NAME        PIC X(20).
          05 FILLER                 PIC X(01).
          05 RST-ACTIVE-FLAG        PIC X.
       FD DARTS-RATING-FILE.
       01 DARTS-RATING-FD-RECORD    PIC X(44).
       FD RATING-REPORT-FILE.
       01 RATING-REPORT-RECORD      PIC X(80).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-FD-RECORD     PIC X(25).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       COPY "DARTRATE.cpy".
       COPY "RUNCTL.cpy".
       COPY "OPRALERT.cpy".
       01 WS-GAME-FILE-STATUS       PIC XX VALUE "00".
       01 WS-ROSTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RATING-FILE-STATUS     PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS     PIC XX VALUE "00".
          88 RUNCTL-FILE-NOT-FOUND VALUE "35".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CURRENT-PERIOD         PIC X(06) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-RUNCTL-EOF-SWITCH      PIC X VALUE "N".
          88 END-OF-RUN-CONTROL VALUE "Y".
       01 WS-PRIOR-RUN-SWITCH       PIC X VALUE "N".
          88 PRIOR-RUN-RECORDED VALUE "Y".
       01 WS-RUN-OVERRIDE-SWITCH    PIC X VALUE "N".
          88 RUN-OVERRIDE-PRESENT VALUE "Y".
       01 WS-TABLE-FULL-SWITCH      PIC X VALUE "N".
          88 RATING-TABLE-FILLED VALUE "Y".
       01 WS-MASTER-OVERFLOW-SWITCH PIC X VALUE "N".
          88 RATING-MASTER-OVERFLOW VALUE "Y".
       01 WS-INITIAL-RATING         PIC 9(04) VALUE 1500.
       01 WS-RATING-FLOOR           PIC 9(04) VALUE 100.
       01 WS-PROVISIONAL-GAMES      PIC 9(05) VALUE 30.
       01 WS-K-PROVISIONAL          PIC 9(02) VALUE 40.
       01 WS-K-ESTABLISHED          PIC 9(02) VALUE 20.
       01 WS-ROSTER-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-ROSTER-SCAN            PIC 9(03) VALUE ZERO.
       01 WS-ROSTER-TABLE.
          05 WS-ROSTER-ENTRY OCCURS 100 TIMES.
             10 TBL-RST-ID          PIC X(06).
             10 TBL-RST-NAME        PIC X(20).
       01 WS-RATING-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-RATING-SCAN            PIC 9(03) VALUE ZERO.
       01 WS-RATING-TABLE.
          05 WS-RATING-ENTRY OCCURS 200 TIMES.
             10 TBL-RTG-ID          PIC X(06).
             10 TBL-RTG-RATING      PIC 9(04).
             10 TBL-RTG-PERIOD-RATING PIC 9(04).
             10 TBL-RTG-PERIOD      PIC X(06).
             10 TBL-RTG-PLAYED      PIC 9(05).
             10 TBL-RTG-WON         PIC 9(05).
             10 TBL-RTG-LAST-DATE   PIC X(08).
       01 WS-RATING-SWAP-ENTRY.
          05 SWP-RTG-ID             PIC X(06).
          05 SWP-RTG-RATING         PIC 9(04).
          05 SWP-RTG-PERIOD-RATING  PIC 9(04).
          05 SWP-RTG-PERIOD         PIC X(06).
          05 SWP-RTG-PLAYED         PIC 9(05).
          05 SWP-RTG-WON            PIC 9(05).
          05 SWP-RTG-LAST-DATE      PIC X(08).
       01 WS-SORT-INDEX             PIC 9(03) VALUE ZERO.
       01 WS-SWAP-SWITCH            PIC X VALUE "N".
          88 TABLE-IN-ORDER VALUE "N".
       01 WS-LOOKUP-ID              PIC X(06) VALUE SPACES.
       01 WS-FOUND-INDEX            PIC 9(03) VALUE ZERO.
       01 WS-PLAYER-1-INDEX         PIC 9(03) VALUE ZERO.
       01 WS-PLAYER-2-INDEX         PIC 9(03) VALUE ZERO.
       01 WS-PLAYER-1-SCORE         PIC 9V9 VALUE ZERO.
       01 WS-PLAYER-2-SCORE         PIC 9V9 VALUE ZERO.
       01 WS-EXPECTED-1             PIC 9V9(06) VALUE ZERO.
       01 WS-EXPECTED-2             PIC 9V9(06) VALUE ZERO.
       01 WS-K-FACTOR               PIC 9(02) VALUE ZERO.
       01 WS-RATING-CHANGE          PIC S9(03) VALUE ZERO.
       01 WS-NEW-RATING             PIC S9(05) VALUE ZERO.
       01 WS-GAMES-READ             PIC 9(06) VALUE ZERO.
       01 WS-GAMES-RATED            PIC 9(06) VALUE ZERO.
       01 WS-GAMES-SKIPPED          PIC 9(06) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-RANK                   PIC 9(03) VALUE ZERO.
       01 WS-PERIOD-CHANGE          PIC S9(04) VALUE ZERO.
       01 WS-WIN-RATE               PIC 9(03)V9 VALUE ZERO.
       01 WS-REPORT-TITLE-LINE.
          05 FILLER                 PIC X(30)
               VALUE "DARTS PLAYER RATINGS - PERIOD".
          05 TTL-PERIOD             PIC X(06).
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                 PIC X(05) VALUE "RANK".
          05 FILLER                 PIC X(08) VALUE "ID".
          05 FILLER                 PIC X(21) VALUE "PLAYER".
          05 FILLER                 PIC X(07) VALUE "RATING".
          05 FILLER                 PIC X(07) VALUE " CHANGE".
          05 FILLER                 PIC X(08) VALUE "  PLAYED".
          05 FILLER                 PIC X(06) VALUE "   WON".
          05 FILLER                 PIC X(07) VALUE "  WIN %".
       01 WS-RATING-LINE.
          05 RTL-RANK               PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RTL-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RTL-PLAYER-NAME        PIC X(20).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTL-RATING             PIC ZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RTL-CHANGE             PIC ++++9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 RTL-PLAYED             PIC ZZZZ9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTL-WON                PIC ZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RTL-WIN-RATE           PIC ZZ9.9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTL-PROVISIONAL        PIC X(04).
       01 WS-GAME-TOTALS-LINE.
          05 FILLER                 PIC X(12) VALUE "GAMES READ:".
          05 GTL-READ               PIC Z(5)9.
          05 FILLER                 PIC X(10) VALUE "  RATED:".
          05 GTL-RATED              PIC Z(5)9.
          05 FILLER                 PIC X(12) VALUE "  SKIPPED:".
          05 GTL-SKIPPED            PIC Z(5)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       RATINGS-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           IF PRIOR-RUN-RECORDED AND NOT RUN-OVERRIDE-PRESENT
              PERFORM WRITE-DUPRUN-ALERT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-PLAYER-ROSTER.
           PERFORM LOAD-RATING-MASTER.
           IF RATING-MASTER-OVERFLOW
              PERFORM WRITE-MASTER-OVERFLOW-ALERT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM APPLY-GAME-RESULTS.
           PERFORM SAVE-RATING-MASTER.
           PERFORM WRITE-RATING-REPORT.
           IF WS-GAMES-SKIPPED > 0 OR RATING-TABLE-FILLED
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           IF RATING-TABLE-FILLED
              PERFORM WRITE-TABLE-FULL-ALERT
           END-IF.
           IF RETURN-CODE <= 4
              PERFORM RECORD-RUN-CONTROL
           END-IF.
           GOBACK.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           READ BUSDATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE BUSDATE-RECORD TO WS-BUSINESS-DATE
           END-READ.
           CLOSE BUSDATE-FILE.
           IF WS-BUSINESS-DATE = SPACES
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-PLAYER-ROSTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-ROSTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-ROSTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-ROSTER-COUNT < 100
                       ADD 1 TO WS-ROSTER-COUNT
                       MOVE RST-PLAYER-ID
                         TO TBL-RST-ID(WS-ROSTER-COUNT)
                       MOVE RST-PLAYER-NAME
                         TO TBL-RST-NAME(WS-ROSTER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-ROSTER-FILE.

       LOAD-RATING-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-RATING-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-RATING-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE DARTS-RATING-FD-RECORD
                      TO WS-DARTS-RATING-RECORD
                    IF WS-RATING-COUNT < 200
                       ADD 1 TO WS-RATING-COUNT
                       PERFORM STORE-RATING-ENTRY
                    ELSE
                       MOVE "Y" TO WS-MASTER-OVERFLOW-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-RATING-FILE.

       STORE-RATING-ENTRY.
           MOVE RTG-PLAYER-ID TO TBL-RTG-ID(WS-RATING-COUNT).
           MOVE RTG-RATING TO TBL-RTG-RATING(WS-RATING-COUNT).
           MOVE RTG-PERIOD-RATING
             TO TBL-RTG-PERIOD-RATING(WS-RATING-COUNT).
           MOVE RTG-PERIOD TO TBL-RTG-PERIOD(WS-RATING-COUNT).
           MOVE RTG-GAMES-PLAYED TO TBL-RTG-PLAYED(WS-RATING-COUNT).
           MOVE RTG-GAMES-WON TO TBL-RTG-WON(WS-RATING-COUNT).
           MOVE RTG-LAST-GAME-DATE
             TO TBL-RTG-LAST-DATE(WS-RATING-COUNT).
           IF TBL-RTG-PERIOD(WS-RATING-COUNT) < WS-CURRENT-PERIOD
              MOVE TBL-RTG-RATING(WS-RATING-COUNT)
                TO TBL-RTG-PERIOD-RATING(WS-RATING-COUNT)
              MOVE WS-CURRENT-PERIOD
                TO TBL-RTG-PERIOD(WS-RATING-COUNT)
           END-IF.

       APPLY-GAME-RESULTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-GAME-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-GAME-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-GAMES-READ
                    PERFORM RATE-ONE-GAME THRU RATE-ONE-GAME-EXIT
              END-READ
           END-PERFORM.
           CLOSE DARTS-GAME-FILE.

       RATE-ONE-GAME.
           IF GAM-PLAYER-1-ID = SPACES
              OR GAM-PLAYER-2-ID = SPACES
              OR GAM-WINNER-ID = SPACES
              OR (GAM-WINNER-ID NOT = GAM-PLAYER-1-ID
                  AND GAM-WINNER-ID NOT = GAM-PLAYER-2-ID)
              ADD 1 TO WS-GAMES-SKIPPED
              GO TO RATE-ONE-GAME-EXIT
           END-IF.
           MOVE GAM-PLAYER-1-ID TO WS-LOOKUP-ID.
           PERFORM FIND-OR-ADD-RATING.
           MOVE WS-FOUND-INDEX TO WS-PLAYER-1-INDEX.
           MOVE GAM-PLAYER-2-ID TO WS-LOOKUP-ID.
           PERFORM FIND-OR-ADD-RATING.
           MOVE WS-FOUND-INDEX TO WS-PLAYER-2-INDEX.
           IF WS-PLAYER-1-INDEX = 0 OR WS-PLAYER-2-INDEX = 0
              ADD 1 TO WS-GAMES-SKIPPED
              GO TO RATE-ONE-GAME-EXIT
           END-IF.
           IF GAM-WINNER-ID = GAM-PLAYER-1-ID
              MOVE 1 TO WS-PLAYER-1-SCORE
              MOVE 0 TO WS-PLAYER-2-SCORE
           ELSE
              MOVE 0 TO WS-PLAYER-1-SCORE
              MOVE 1 TO WS-PLAYER-2-SCORE
           END-IF.
           COMPUTE WS-EXPECTED-1 ROUNDED =
               1 / (1 + 10 ** ((TBL-RTG-RATING(WS-PLAYER-2-INDEX)
                              - TBL-RTG-RATING(WS-PLAYER-1-INDEX))
                              / 400)).
           COMPUTE WS-EXPECTED-2 = 1 - WS-EXPECTED-1.
           MOVE WS-PLAYER-1-INDEX TO WS-FOUND-INDEX.
           PERFORM UPDATE-PLAYER-1-RATING.
           MOVE WS-PLAYER-2-INDEX TO WS-FOUND-INDEX.
           PERFORM UPDATE-PLAYER-2-RATING.
           ADD 1 TO WS-GAMES-RATED.
       RATE-ONE-GAME-EXIT.
           EXIT.

       UPDATE-PLAYER-1-RATING.
           PERFORM SELECT-K-FACTOR.
           COMPUTE WS-RATING-CHANGE ROUNDED =
               WS-K-FACTOR * (WS-PLAYER-1-SCORE - WS-EXPECTED-1).
           PERFORM POST-RATING-CHANGE.
           IF WS-PLAYER-1-SCORE = 1
              ADD 1 TO TBL-RTG-WON(WS-FOUND-INDEX)
           END-IF.

       UPDATE-PLAYER-2-RATING.
           PERFORM SELECT-K-FACTOR.
           COMPUTE WS-RATING-CHANGE ROUNDED =
               WS-K-FACTOR * (WS-PLAYER-2-SCORE - WS-EXPECTED-2).
           PERFORM POST-RATING-CHANGE.
           IF WS-PLAYER-2-SCORE = 1
              ADD 1 TO TBL-RTG-WON(WS-FOUND-INDEX)
           END-IF.

       SELECT-K-FACTOR.
           IF TBL-RTG-PLAYED(WS-FOUND-INDEX) < WS-PROVISIONAL-GAMES
              MOVE WS-K-PROVISIONAL TO WS-K-FACTOR
           ELSE
              MOVE WS-K-ESTABLISHED TO WS-K-FACTOR
           END-IF.

       POST-RATING-CHANGE.
           COMPUTE WS-NEW-RATING =
               TBL-RTG-RATING(WS-FOUND-INDEX) + WS-RATING-CHANGE.
           IF WS-NEW-RATING < WS-RATING-FLOOR
              MOVE WS-RATING-FLOOR TO WS-NEW-RATING
           END-IF.
           MOVE WS-NEW-RATING TO TBL-RTG-RATING(WS-FOUND-INDEX).
           ADD 1 TO TBL-RTG-PLAYED(WS-FOUND-INDEX).
           MOVE WS-BUSINESS-DATE TO TBL-RTG-LAST-DATE(WS-FOUND-INDEX).

       FIND-OR-ADD-RATING.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-RATING-SCAN FROM 1 BY 1
                   UNTIL WS-RATING-SCAN > WS-RATING-COUNT
                   OR WS-FOUND-INDEX > 0
              IF TBL-RTG-ID(WS-RATING-SCAN) = WS-LOOKUP-ID
                 MOVE WS-RATING-SCAN TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.
           IF WS-FOUND-INDEX = 0
              IF WS-RATING-COUNT >= 200
                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
              ELSE
                 ADD 1 TO WS-RATING-COUNT
                 MOVE WS-LOOKUP-ID TO TBL-RTG-ID(WS-RATING-COUNT)
                 MOVE WS-INITIAL-RATING
                   TO TBL-RTG-RATING(WS-RATING-COUNT)
                 MOVE WS-INITIAL-RATING
                   TO TBL-RTG-PERIOD-RATING(WS-RATING-COUNT)
                 MOVE WS-CURRENT-PERIOD
                   TO TBL-RTG-PERIOD(WS-RATING-COUNT)
                 MOVE ZERO TO TBL-RTG-PLAYED(WS-RATING-COUNT)
                 MOVE ZERO TO TBL-RTG-WON(WS-RATING-COUNT)
                 MOVE SPACES TO TBL-RTG-LAST-DATE(WS-RATING-COUNT)
                 MOVE WS-RATING-COUNT TO WS-FOUND-INDEX
              END-IF
           END-IF.

       SORT-BY-PLAYER-ID.
           MOVE "Y" TO WS-SWAP-SWITCH.
           PERFORM UNTIL TABLE-IN-ORDER
              MOVE "N" TO WS-SWAP-SWITCH
              PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                      UNTIL WS-SORT-INDEX >= WS-RATING-COUNT
                 IF TBL-RTG-ID(WS-SORT-INDEX) >
                    TBL-RTG-ID(WS-SORT-INDEX + 1)
                    PERFORM SWAP-RATING-ENTRIES
                 END-IF
              END-PERFORM
           END-PERFORM.

       SORT-BY-RATING.
           MOVE "Y" TO WS-SWAP-SWITCH.
           PERFORM UNTIL TABLE-IN-ORDER
              MOVE "N" TO WS-SWAP-SWITCH
              PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                      UNTIL WS-SORT-INDEX >= WS-RATING-COUNT
                 IF TBL-RTG-RATING(WS-SORT-INDEX) <
                    TBL-RTG-RATING(WS-SORT-INDEX + 1)
                    PERFORM SWAP-RATING-ENTRIES
                 END-IF
              END-PERFORM
           END-PERFORM.

       SWAP-RATING-ENTRIES.
           MOVE WS-RATING-ENTRY(WS-SORT-INDEX)
             TO WS-RATING-SWAP-ENTRY.
           MOVE WS-RATING-ENTRY(WS-SORT-INDEX + 1)
             TO WS-RATING-ENTRY(WS-SORT-INDEX).
           MOVE WS-RATING-SWAP-ENTRY
             TO WS-RATING-ENTRY(WS-SORT-INDEX + 1).
           MOVE "Y" TO WS-SWAP-SWITCH.

       SAVE-RATING-MASTER.
           PERFORM SORT-BY-PLAYER-ID.
           OPEN OUTPUT DARTS-RATING-FILE.
           PERFORM VARYING WS-RATING-SCAN FROM 1 BY 1
                   UNTIL WS-RATING-SCAN > WS-RATING-COUNT
              MOVE TBL-RTG-ID(WS-RATING-SCAN) TO RTG-PLAYER-ID
              MOVE TBL-RTG-RATING(WS-RATING-SCAN) TO RTG-RATING
              MOVE TBL-RTG-PERIOD-RATING(WS-RATING-SCAN)
                TO RTG-PERIOD-RATING
              MOVE TBL-RTG-PERIOD(WS-RATING-SCAN) TO RTG-PERIOD
              MOVE TBL-RTG-PLAYED(WS-RATING-SCAN) TO RTG-GAMES-PLAYED
              MOVE TBL-RTG-WON(WS-RATING-SCAN) TO RTG-GAMES-WON
              MOVE TBL-RTG-LAST-DATE(WS-RATING-SCAN)
                TO RTG-LAST-GAME-DATE
              MOVE WS-DARTS-RATING-RECORD TO DARTS-RATING-FD-RECORD
              WRITE DARTS-RATING-FD-RECORD
           END-PERFORM.
           CLOSE DARTS-RATING-FILE.

       WRITE-RATING-REPORT.
           PERFORM SORT-BY-RATING.
           OPEN OUTPUT RATING-REPORT-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "DARTS-RATINGS" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO RATING-REPORT-RECORD.
           WRITE RATING-REPORT-RECORD.
           MOVE WS-CURRENT-PERIOD TO TTL-PERIOD.
           MOVE WS-REPORT-TITLE-LINE TO RATING-REPORT-RECORD.
           WRITE RATING-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING-LINE TO RATING-REPORT-RECORD.
           WRITE RATING-REPORT-RECORD.
           PERFORM VARYING WS-RATING-SCAN FROM 1 BY 1
                   UNTIL WS-RATING-SCAN > WS-RATING-COUNT
              PERFORM WRITE-RATING-LINE
           END-PERFORM.
           MOVE SPACES TO RATING-REPORT-RECORD.
           WRITE RATING-REPORT-RECORD.
           MOVE WS-GAMES-READ TO GTL-READ.
           MOVE WS-GAMES-RATED TO GTL-RATED.
           MOVE WS-GAMES-SKIPPED TO GTL-SKIPPED.
           MOVE WS-GAME-TOTALS-LINE TO RATING-REPORT-RECORD.
           WRITE RATING-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO RATING-REPORT-RECORD.
           WRITE RATING-REPORT-RECORD.
           CLOSE RATING-REPORT-FILE.

       WRITE-RATING-LINE.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO RTL-RANK.
           MOVE TBL-RTG-ID(WS-RATING-SCAN) TO RTL-PLAYER-ID.
           MOVE "(NOT ON ROSTER)" TO RTL-PLAYER-NAME.
           PERFORM VARYING WS-ROSTER-SCAN FROM 1 BY 1
                   UNTIL WS-ROSTER-SCAN > WS-ROSTER-COUNT
              IF TBL-RST-ID(WS-ROSTER-SCAN)
                 = TBL-RTG-ID(WS-RATING-SCAN)
                 MOVE TBL-RST-NAME(WS-ROSTER-SCAN) TO RTL-PLAYER-NAME
              END-IF
           END-PERFORM.
           MOVE TBL-RTG-RATING(WS-RATING-SCAN) TO RTL-RATING.
           COMPUTE WS-PERIOD-CHANGE =
               TBL-RTG-RATING(WS-RATING-SCAN)
               - TBL-RTG-PERIOD-RATING(WS-RATING-SCAN).
           MOVE WS-PERIOD-CHANGE TO RTL-CHANGE.
           MOVE TBL-RTG-PLAYED(WS-RATING-SCAN) TO RTL-PLAYED.
           MOVE TBL-RTG-WON(WS-RATING-SCAN) TO RTL-WON.
           MOVE ZERO TO WS-WIN-RATE.
           IF TBL-RTG-PLAYED(WS-RATING-SCAN) > 0
              COMPUTE WS-WIN-RATE ROUNDED =
                  TBL-RTG-WON(WS-RATING-SCAN) * 100
                  / TBL-RTG-PLAYED(WS-RATING-SCAN)
           END-IF.
           MOVE WS-WIN-RATE TO RTL-WIN-RATE.
           IF TBL-RTG-PLAYED(WS-RATING-SCAN) < WS-PROVISIONAL-GAMES
              MOVE "PROV" TO RTL-PROVISIONAL
           ELSE
              MOVE SPACES TO RTL-PROVISIONAL
           END-IF.
           MOVE WS-RATING-LINE TO RATING-REPORT-RECORD.
           WRITE RATING-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM UNTIL END-OF-RUN-CONTROL
              READ RUN-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
                 NOT AT END
                    MOVE RUN-CONTROL-FD-RECORD
                      TO WS-RUN-CONTROL-RECORD
                    IF RCT-PROGRAM-NAME = "DARTS-RATINGS"
                       AND RCT-RUN-DATE = WS-BUSINESS-DATE
                       IF RUN-COMPLETE-RECORD
                          MOVE "Y" TO WS-PRIOR-RUN-SWITCH
                       END-IF
                       IF RUN-OVERRIDE-RECORD
                          MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

       RECORD-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNCTL-FILE-NOT-FOUND
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE "C" TO RCT-RECORD-TYPE.
           MOVE "DARTS-RATINGS" TO RCT-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO RCT-RUN-DATE.
           MOVE WS-RUN-CONTROL-RECORD TO RUN-CONTROL-FD-RECORD.
           WRITE RUN-CONTROL-FD-RECORD.
           CLOSE RUN-CONTROL-FILE.

       OPEN-ALERT-FILE.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.

       WRITE-DUPRUN-ALERT.
           PERFORM OPEN-ALERT-FILE.
           MOVE "WARN" TO ALR-SEVERITY.
           MOVE "DARTS-RATINGS" TO ALR-PROGRAM-NAME.
           MOVE "Ratings already applied for business date"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       WRITE-MASTER-OVERFLOW-ALERT.
           PERFORM OPEN-ALERT-FILE.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "DARTS-RATINGS" TO ALR-PROGRAM-NAME.
           MOVE "DARTSRATE exceeds 200-player table - not updated"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       WRITE-TABLE-FULL-ALERT.
           PERFORM OPEN-ALERT-FILE.
           MOVE "WARN" TO ALR-SEVERITY.
           MOVE "DARTS-RATINGS" TO ALR-PROGRAM-NAME.
           MOVE "Ratings table hit its 200-player limit"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
