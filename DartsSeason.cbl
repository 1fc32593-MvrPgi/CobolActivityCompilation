       IDENTIFICATION DIVISION.
       PROGRAM-ID. darts-season-close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DARTS-SESSION-FILE ASSIGN TO "DARTSSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.
           SELECT OPTIONAL DARTS-FIXTURE-FILE ASSIGN TO "DARTSFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXTURE-FILE-STATUS.
           SELECT OPTIONAL DARTS-GAME-FILE ASSIGN TO "DARTSGAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT OPTIONAL RESTORE-OUTPUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTORE-FILE-STATUS.
           SELECT OPTIONAL DARTS-PRIOR-FILE ASSIGN TO "DARTSPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT OPTIONAL DARTS-ROSTER-FILE ASSIGN TO "DARTSRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL DARTS-RATING-FILE ASSIGN TO "DARTSRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-FILE-STATUS.
           SELECT OPTIONAL DARTS-HISTORY-FILE ASSIGN TO "DARTSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT AWARDS-REPORT-FILE ASSIGN TO "DARTSAWRD"
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
       FD DARTS-SESSION-FILE.
       01 DARTS-SESSION-RECORD.
          05 SESS-PLAYER-NAME       PIC X(20).
          05 SESS-THROW-COUNT       PIC 9(06).
          05 SESS-TOTAL-SCORE       PIC 9(08).
          05 SESS-PLAYER-ID         PIC X(06).
       FD DARTS-FIXTURE-FILE.
       01 DARTS-FIXTURE-RECORD.
          05 FIX-NUMBER             PIC 9(04).
          05 FILLER                 PIC X(01).
          05 FIX-ROUND              PIC 9(02).
          05 FILLER                 PIC X(01).
          05 FIX-HOME-ID            PIC X(06).
          05 FILLER                 PIC X(01).
          05 FIX-AWAY-ID            PIC X(06).
          05 FILLER                 PIC X(01).
          05 FIX-SCHED-DATE         PIC X(08).
          05 FILLER                 PIC X(01).
          05 FIX-STATUS             PIC X(01).
          05 FILLER                 PIC X(01).
          05 FIX-WINNER-ID          PIC X(06).
       FD DARTS-GAME-FILE.
       01 DARTS-GAME-FD-RECORD      PIC X(92).
       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
          05 IDX-DATASET-NAME       PIC X(10).
          05 IDX-BUSINESS-DATE      PIC X(08).
          05 IDX-GENERATION         PIC 9(03).
          05 IDX-RECORD-COUNT       PIC 9(08).
       FD RESTORE-OUTPUT-FILE.
       01 RESTORE-OUTPUT-RECORD     PIC X(320).
       FD DARTS-PRIOR-FILE.
       01 DARTS-PRIOR-RECORD        PIC X(34).
       FD DARTS-ROSTER-FILE.
       01 DARTS-ROSTER-RECORD.
          05 RST-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(01).
          05 RST-PLAYER-NAME        PIC X(20).
          05 FILLER                 PIC X(01).
          05 RST-ACTIVE-FLAG        PIC X.
       FD DARTS-RATING-FILE.
       01 DARTS-RATING-FD-RECORD    PIC X(44).
       FD DARTS-HISTORY-FILE.
       01 DARTS-HISTORY-FD-RECORD   PIC X(91).
       FD AWARDS-REPORT-FILE.
       01 AWARDS-REPORT-RECORD      PIC X(80).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-FD-RECORD     PIC X(25).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       COPY "DARTRATE.cpy".
       COPY "DARTHIST.cpy".
       COPY "RUNCTL.cpy".
       COPY "OPRALERT.cpy".
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
          05 GAM-PLAYER-1-AVERAGE   PIC ZZ9.99.
          05 FILLER                 PIC X(02).
          05 GAM-PLAYER-2-TURNS     PIC 9(04).
          05 FILLER                 PIC X(02).
          05 GAM-PLAYER-2-AVERAGE   PIC ZZ9.99.
       01 WS-SESSION-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FIXTURE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-GAME-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PRIOR-FILE-STATUS      PIC XX VALUE "00".
       01 WS-INDEX-FILE-STATUS      PIC XX VALUE "00".
       01 WS-RESTORE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ROSTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RATING-FILE-STATUS     PIC XX VALUE "00".
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
          88 HISTORY-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS     PIC XX VALUE "00".
          88 RUNCTL-FILE-NOT-FOUND VALUE "35".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-SEASON-ID              PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-RUNCTL-EOF-SWITCH      PIC X VALUE "N".
          88 END-OF-RUN-CONTROL VALUE "Y".
       01 WS-RUN-OVERRIDE-SWITCH    PIC X VALUE "N".
          88 RUN-OVERRIDE-PRESENT VALUE "Y".
       01 WS-SEASON-CLOSED-SWITCH   PIC X VALUE "N".
          88 SEASON-ALREADY-CLOSED VALUE "Y".
       01 WS-LEAP-RUN-SWITCH        PIC X VALUE "N".
          88 LEAP-RAN-TODAY VALUE "Y".
       01 WS-SEASON-START-DATE      PIC X(08) VALUE SPACES.
       01 WS-GEN-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 400 TIMES.
             10 TBL-GEN-DATE        PIC X(08).
             10 TBL-GEN-NUMBER      PIC 9(03).
       01 WS-GEN-SCAN               PIC 9(03) VALUE ZERO.
       01 WS-GEN-INDEX              PIC 9(03) VALUE ZERO.
       01 WS-GEN-X                  PIC 9(03).
       01 WS-GEN-LIMIT-SWITCH       PIC X VALUE "N".
          88 GEN-TABLE-FULL VALUE "Y".
       01 WS-RESTORE-RC             PIC S9(04) VALUE ZERO.
       01 WS-RESTORE-FAILURES       PIC 9(03) VALUE ZERO.
       01 WS-RATING-OVERFLOW-SWITCH PIC X VALUE "N".
          88 RATING-MASTER-OVERFLOW VALUE "Y".
       01 WS-INITIAL-RATING         PIC 9(04) VALUE 1500.
       01 WS-ALERT-SEVERITY         PIC X(04) VALUE SPACES.
       01 WS-FIXTURE-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-FIXTURE-INDEX          PIC 9(04) VALUE ZERO.
       01 WS-FIXTURE-TABLE.
          05 WS-FIXTURE-ENTRY OCCURS 800 TIMES.
             10 TBL-FIX-NUMBER      PIC 9(04).
             10 TBL-FIX-ROUND       PIC 9(02).
             10 TBL-FIX-HOME        PIC X(06).
             10 TBL-FIX-AWAY        PIC X(06).
             10 TBL-FIX-DATE        PIC X(08).
             10 TBL-FIX-STATUS      PIC X(01).
             10 TBL-FIX-WINNER      PIC X(06).
       01 WS-PLAYED-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-UNPLAYED-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-FORFEIT-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-PLAYER-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-PLAYER-SCAN            PIC 9(03) VALUE ZERO.
       01 WS-PLAYER-TABLE.
          05 WS-PLAYER-ENTRY OCCURS 100 TIMES.
             10 TBL-PLY-ID          PIC X(06).
             10 TBL-PLY-NAME        PIC X(20).
             10 TBL-PLY-THROWS      PIC 9(06).
             10 TBL-PLY-TOTAL       PIC 9(08).
             10 TBL-PLY-POINTS      PIC 9(04).
             10 TBL-PLY-GAMES       PIC 9(04).
             10 TBL-PLY-RATING      PIC 9(04).
             10 TBL-PLY-PRIOR-RATING PIC 9(04).
             10 TBL-PLY-STATUS      PIC X(01).
       01 WS-PLAYER-SWAP-ENTRY      PIC X(57).
       01 WS-PLAYER-LIMIT-SWITCH    PIC X VALUE "N".
          88 PLAYER-LIMIT-HIT VALUE "Y".
       01 WS-RATING-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-RATING-SCAN            PIC 9(03) VALUE ZERO.
       01 WS-RATING-TABLE.
          05 WS-RATING-ENTRY OCCURS 200 TIMES PIC X(44).
       01 WS-SORT-INDEX             PIC 9(03) VALUE ZERO.
       01 WS-SWAP-SWITCH            PIC X VALUE "N".
          88 TABLE-IN-ORDER VALUE "N".
       01 WS-LOOKUP-ID              PIC X(06) VALUE SPACES.
       01 WS-FOUND-INDEX            PIC 9(03) VALUE ZERO.
       01 WS-GAME-AVERAGE           PIC 9(03)V99 VALUE ZERO.
       01 WS-BEST-AVERAGE           PIC 9(03)V99 VALUE ZERO.
       01 WS-BEST-AVERAGE-ID        PIC X(06) VALUE SPACES.
       01 WS-BEST-AVERAGE-GAME      PIC 9(04) VALUE ZERO.
       01 WS-IMPROVEMENT            PIC S9(04) VALUE ZERO.
       01 WS-BEST-IMPROVEMENT       PIC S9(04) VALUE ZERO.
       01 WS-IMPROVED-INDEX         PIC 9(03) VALUE ZERO.
       01 WS-BUSIEST-INDEX          PIC 9(03) VALUE ZERO.
       01 WS-GAMES-READ             PIC 9(06) VALUE ZERO.
       01 WS-HISTORY-WRITTEN        PIC 9(06) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-TITLE-LINE.
          05 FILLER                 PIC X(28)
               VALUE "DARTS SEASON CLOSE - SEASON".
          05 TTL-SEASON-ID          PIC X(08).
       01 WS-REFUSAL-LINE.
          05 FILLER                 PIC X(30)
               VALUE "SEASON NOT CLOSED - UNPLAYED:".
          05 REF-UNPLAYED           PIC Z(3)9.
          05 FILLER                 PIC X(30)
               VALUE "  (RUNCTL OVERRIDE REQUIRED)".
       01 WS-ALREADY-CLOSED-LINE    PIC X(50)
            VALUE "SEASON ID ALREADY IN DARTSHIST - NOT CLOSED AGAIN".
       01 WS-AWARD-LINE.
          05 AWD-TITLE              PIC X(26).
          05 AWD-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AWD-PLAYER-NAME        PIC X(20).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AWD-DETAIL             PIC X(22).
       01 WS-AWARD-DETAIL.
          05 ADT-LABEL              PIC X(10).
          05 ADT-VALUE              PIC ZZZZZ9.
       01 WS-AWARD-SIGNED-DETAIL.
          05 ASD-LABEL              PIC X(10).
          05 ASD-VALUE              PIC -----9.
       01 WS-AWARD-AVERAGE-DETAIL.
          05 AAD-VALUE              PIC ZZ9.99.
          05 FILLER                 PIC X(06) VALUE " GAME".
          05 AAD-GAME               PIC ZZZ9.
       01 WS-STANDING-HEADING.
          05 FILLER                 PIC X(05) VALUE "RANK".
          05 FILLER                 PIC X(08) VALUE "ID".
          05 FILLER                 PIC X(21) VALUE "PLAYER".
          05 FILLER                 PIC X(07) VALUE "POINTS".
          05 FILLER                 PIC X(09) VALUE "    TOTAL".
          05 FILLER                 PIC X(07) VALUE "  GAMES".
          05 FILLER                 PIC X(08) VALUE "  RATING".
       01 WS-STANDING-LINE.
          05 SLN-RANK               PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 SLN-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 SLN-PLAYER-NAME        PIC X(20).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 SLN-POINTS             PIC ZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 SLN-TOTAL              PIC Z(7)9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 SLN-GAMES              PIC ZZZ9.
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 SLN-RATING             PIC ZZZ9.
       01 WS-RESET-LINE.
          05 FILLER                 PIC X(20) VALUE "FIXTURES PLAYED:".
          05 RST-PLAYED             PIC ZZZ9.
          05 FILLER                 PIC X(12) VALUE "  FORFEIT:".
          05 RST-FORFEIT            PIC ZZZ9.
          05 FILLER                 PIC X(13) VALUE "  UNPLAYED:".
          05 RST-UNPLAYED           PIC ZZZ9.
       01 WS-CARRY-LINE.
          05 FILLER                 PIC X(28)
               VALUE "RATINGS CARRIED FORWARD:".
          05 CRY-RATINGS            PIC ZZ9.
          05 FILLER                 PIC X(24)
               VALUE "  HISTORY RECORDS:".
          05 CRY-HISTORY            PIC Z(5)9.
       01 WS-GAME-NIGHTS-LINE.
          05 FILLER                 PIC X(28)
               VALUE "GAME NIGHTS SCANNED:".
          05 GNL-NIGHTS             PIC ZZ9.
          05 FILLER                 PIC X(24)
               VALUE "  GAMES READ:".
          05 GNL-GAMES              PIC Z(5)9.
       01 WS-RESET-DONE-LINE        PIC X(60)
            VALUE "DARTSSESS, DARTSFIX, DARTSGAM AND DARTSPRV RESET".
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       SEASON-CLOSE-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-SEASON-ID FROM ENVIRONMENT "DARTSSEASONID".
           IF WS-SEASON-ID = SPACES
              MOVE WS-BUSINESS-DATE(1:4) TO WS-SEASON-ID
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CHECK-SEASON-HISTORY.
           PERFORM LOAD-FIXTURE-FILE.
           OPEN OUTPUT AWARDS-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF SEASON-ALREADY-CLOSED
              MOVE WS-ALREADY-CLOSED-LINE TO AWARDS-REPORT-RECORD
              WRITE AWARDS-REPORT-RECORD
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE "Season ID already closed - close not repeated"
                TO ALR-MESSAGE
              PERFORM WRITE-SEASON-ALERT
              PERFORM WRITE-REPORT-TRAILER
              CLOSE AWARDS-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-UNPLAYED-COUNT > 0 AND NOT RUN-OVERRIDE-PRESENT
              MOVE WS-UNPLAYED-COUNT TO REF-UNPLAYED
              MOVE WS-REFUSAL-LINE TO AWARDS-REPORT-RECORD
              WRITE AWARDS-REPORT-RECORD
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "Season close refused - unplayed fixtures remain"
                TO ALR-MESSAGE
              PERFORM WRITE-SEASON-ALERT
              PERFORM WRITE-REPORT-TRAILER
              CLOSE AWARDS-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-SESSION-STANDINGS.
           PERFORM LOAD-ROSTER-STATUS.
           PERFORM LOAD-RATING-MASTER.
           IF RATING-MASTER-OVERFLOW
              MOVE "DARTSRATE EXCEEDS RATING TABLE - SEASON NOT CLOSED"
                TO AWARDS-REPORT-RECORD
              WRITE AWARDS-REPORT-RECORD
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "DARTSRATE exceeds 200-player table - not closed"
                TO ALR-MESSAGE
              PERFORM WRITE-SEASON-ALERT
              PERFORM WRITE-REPORT-TRAILER
              CLOSE AWARDS-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-PRIOR-SEASON-RATINGS.
           PERFORM TALLY-FIXTURE-POINTS.
           PERFORM SCAN-SEASON-GAMES.
           IF WS-RESTORE-FAILURES > 0 OR GEN-TABLE-FULL
              MOVE "SEASON GAMES NOT ALL RESTORED - SEASON NOT CLOSED"
                TO AWARDS-REPORT-RECORD
              WRITE AWARDS-REPORT-RECORD
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "Season close refused - DARTSGAM restore incomplete"
                TO ALR-MESSAGE
              PERFORM WRITE-SEASON-ALERT
              PERFORM WRITE-REPORT-TRAILER
              CLOSE AWARDS-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM SORT-FINAL-STANDINGS.
           PERFORM WRITE-SEASON-HISTORY.
           PERFORM WRITE-SEASON-AWARDS.
           PERFORM RESET-SEASON-FILES.
           PERFORM CARRY-RATINGS-FORWARD.
           PERFORM WRITE-CLOSE-SUMMARY.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE AWARDS-REPORT-FILE.
           IF WS-UNPLAYED-COUNT > 0
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE "Season closed by override - unplayed fixtures"
                TO ALR-MESSAGE
              PERFORM WRITE-SEASON-ALERT
           END-IF.
           IF WS-UNPLAYED-COUNT > 0 OR PLAYER-LIMIT-HIT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-RUN-CONTROL.
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

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "DARTS-SEASON" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE WS-SEASON-ID TO TTL-SEASON-ID.
           MOVE WS-TITLE-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.

       CHECK-SEASON-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-HISTORY-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-HISTORY-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE DARTS-HISTORY-FD-RECORD
                      TO WS-DARTS-HISTORY-RECORD
                    IF HST-SEASON-ID = WS-SEASON-ID
                       MOVE "Y" TO WS-SEASON-CLOSED-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-HISTORY-FILE.

       LOAD-FIXTURE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-FIXTURE-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-FIXTURE-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-FIXTURE-COUNT < 800
                       ADD 1 TO WS-FIXTURE-COUNT
                       MOVE FIX-NUMBER
                         TO TBL-FIX-NUMBER(WS-FIXTURE-COUNT)
                       MOVE FIX-ROUND
                         TO TBL-FIX-ROUND(WS-FIXTURE-COUNT)
                       MOVE FIX-HOME-ID
                         TO TBL-FIX-HOME(WS-FIXTURE-COUNT)
                       MOVE FIX-AWAY-ID
                         TO TBL-FIX-AWAY(WS-FIXTURE-COUNT)
                       MOVE FIX-SCHED-DATE
                         TO TBL-FIX-DATE(WS-FIXTURE-COUNT)
                       MOVE FIX-STATUS
                         TO TBL-FIX-STATUS(WS-FIXTURE-COUNT)
                       MOVE FIX-WINNER-ID
                         TO TBL-FIX-WINNER(WS-FIXTURE-COUNT)
                       IF FIX-SCHED-DATE NUMERIC
                          AND (WS-SEASON-START-DATE = SPACES
                           OR FIX-SCHED-DATE < WS-SEASON-START-DATE)
                          MOVE FIX-SCHED-DATE TO WS-SEASON-START-DATE
                       END-IF
                       EVALUATE FIX-STATUS
                          WHEN "P"
                             ADD 1 TO WS-PLAYED-COUNT
                          WHEN "F"
                             ADD 1 TO WS-FORFEIT-COUNT
                          WHEN OTHER
                             ADD 1 TO WS-UNPLAYED-COUNT
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-FIXTURE-FILE.

       LOAD-SESSION-STANDINGS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-SESSION-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-SESSION-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE SESS-PLAYER-ID TO WS-LOOKUP-ID
                    PERFORM FIND-OR-ADD-PLAYER
                    IF WS-FOUND-INDEX > 0
                       MOVE SESS-PLAYER-NAME
                         TO TBL-PLY-NAME(WS-FOUND-INDEX)
                       ADD SESS-THROW-COUNT
                         TO TBL-PLY-THROWS(WS-FOUND-INDEX)
                       ADD SESS-TOTAL-SCORE
                         TO TBL-PLY-TOTAL(WS-FOUND-INDEX)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-SESSION-FILE.

       FIND-OR-ADD-PLAYER.
           MOVE ZERO TO WS-FOUND-INDEX.
           IF WS-LOOKUP-ID NOT = SPACES
              PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                      UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                      OR WS-FOUND-INDEX > 0
                 IF TBL-PLY-ID(WS-PLAYER-SCAN) = WS-LOOKUP-ID
                    MOVE WS-PLAYER-SCAN TO WS-FOUND-INDEX
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-FOUND-INDEX = 0
              IF WS-PLAYER-COUNT >= 100
                 MOVE "Y" TO WS-PLAYER-LIMIT-SWITCH
              ELSE
                 ADD 1 TO WS-PLAYER-COUNT
                 MOVE WS-LOOKUP-ID TO TBL-PLY-ID(WS-PLAYER-COUNT)
                 MOVE SPACES TO TBL-PLY-NAME(WS-PLAYER-COUNT)
                 MOVE ZERO TO TBL-PLY-THROWS(WS-PLAYER-COUNT)
                 MOVE ZERO TO TBL-PLY-TOTAL(WS-PLAYER-COUNT)
                 MOVE ZERO TO TBL-PLY-POINTS(WS-PLAYER-COUNT)
                 MOVE ZERO TO TBL-PLY-GAMES(WS-PLAYER-COUNT)
                 MOVE WS-INITIAL-RATING
                   TO TBL-PLY-RATING(WS-PLAYER-COUNT)
                 MOVE WS-INITIAL-RATING
                   TO TBL-PLY-PRIOR-RATING(WS-PLAYER-COUNT)
                 MOVE SPACES TO TBL-PLY-STATUS(WS-PLAYER-COUNT)
                 MOVE WS-PLAYER-COUNT TO WS-FOUND-INDEX
              END-IF
           END-IF.

       FIND-PLAYER.
           MOVE ZERO TO WS-FOUND-INDEX.
           IF WS-LOOKUP-ID NOT = SPACES
              PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                      UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
                      OR WS-FOUND-INDEX > 0
                 IF TBL-PLY-ID(WS-PLAYER-SCAN) = WS-LOOKUP-ID
                    MOVE WS-PLAYER-SCAN TO WS-FOUND-INDEX
                 END-IF
              END-PERFORM
           END-IF.

       LOAD-ROSTER-STATUS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-ROSTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-ROSTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE RST-PLAYER-ID TO WS-LOOKUP-ID
                    PERFORM FIND-OR-ADD-PLAYER
                    IF WS-FOUND-INDEX > 0
                       MOVE RST-PLAYER-NAME
                         TO TBL-PLY-NAME(WS-FOUND-INDEX)
                       MOVE RST-ACTIVE-FLAG
                         TO TBL-PLY-STATUS(WS-FOUND-INDEX)
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
                    IF WS-RATING-COUNT >= 200
                       MOVE "Y" TO WS-RATING-OVERFLOW-SWITCH
                    ELSE
                       ADD 1 TO WS-RATING-COUNT
                       MOVE DARTS-RATING-FD-RECORD
                         TO WS-RATING-ENTRY(WS-RATING-COUNT)
                       MOVE DARTS-RATING-FD-RECORD
                         TO WS-DARTS-RATING-RECORD
                       MOVE RTG-PLAYER-ID TO WS-LOOKUP-ID
                       PERFORM FIND-PLAYER
                       IF WS-FOUND-INDEX > 0
                          MOVE RTG-RATING
                            TO TBL-PLY-RATING(WS-FOUND-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-RATING-FILE.

       LOAD-PRIOR-SEASON-RATINGS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-HISTORY-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-HISTORY-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE DARTS-HISTORY-FD-RECORD
                      TO WS-DARTS-HISTORY-RECORD
                    IF HST-STANDING-RECORD
                       MOVE HST-PLAYER-ID TO WS-LOOKUP-ID
                       PERFORM FIND-PLAYER
                       IF WS-FOUND-INDEX > 0
                          MOVE HST-CLOSING-RATING
                            TO TBL-PLY-PRIOR-RATING(WS-FOUND-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DARTS-HISTORY-FILE.

       TALLY-FIXTURE-POINTS.
           PERFORM VARYING WS-FIXTURE-INDEX FROM 1 BY 1
                   UNTIL WS-FIXTURE-INDEX > WS-FIXTURE-COUNT
              IF TBL-FIX-STATUS(WS-FIXTURE-INDEX) = "P"
                 MOVE TBL-FIX-WINNER(WS-FIXTURE-INDEX) TO WS-LOOKUP-ID
                 PERFORM FIND-PLAYER
                 IF WS-FOUND-INDEX > 0
                    ADD 2 TO TBL-PLY-POINTS(WS-FOUND-INDEX)
                 END-IF
              END-IF
           END-PERFORM.

       SCAN-SEASON-GAMES.
           IF WS-SEASON-START-DATE = SPACES
              STRING WS-BUSINESS-DATE(1:4) DELIMITED BY SIZE
                     "0101" DELIMITED BY SIZE
                     INTO WS-SEASON-START-DATE
           END-IF.
           PERFORM LOAD-GAME-GENERATIONS.
           PERFORM SCAN-ONE-GENERATION
               VARYING WS-GEN-INDEX FROM 1 BY 1
               UNTIL WS-GEN-INDEX > WS-GEN-COUNT.
           IF LEAP-RAN-TODAY
              PERFORM SCAN-CURRENT-GAMES
           END-IF.

       LOAD-GAME-GENERATIONS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ARCHIVE-INDEX-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF IDX-DATASET-NAME = "DARTSGAM"
                       AND IDX-BUSINESS-DATE NOT < WS-SEASON-START-DATE
                       AND (IDX-BUSINESS-DATE < WS-BUSINESS-DATE
                        OR (IDX-BUSINESS-DATE = WS-BUSINESS-DATE
                            AND NOT LEAP-RAN-TODAY))
                       PERFORM KEEP-GAME-GENERATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

       KEEP-GAME-GENERATION.
           MOVE ZERO TO WS-GEN-SCAN.
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
              IF TBL-GEN-DATE(WS-GEN-INDEX) = IDX-BUSINESS-DATE
                 MOVE WS-GEN-INDEX TO WS-GEN-SCAN
              END-IF
           END-PERFORM.
           IF WS-GEN-SCAN = 0
              IF WS-GEN-COUNT < 400
                 ADD 1 TO WS-GEN-COUNT
                 MOVE IDX-BUSINESS-DATE TO TBL-GEN-DATE(WS-GEN-COUNT)
                 MOVE IDX-GENERATION TO TBL-GEN-NUMBER(WS-GEN-COUNT)
              ELSE
                 MOVE "Y" TO WS-GEN-LIMIT-SWITCH
              END-IF
           ELSE
              IF IDX-GENERATION > TBL-GEN-NUMBER(WS-GEN-SCAN)
                 MOVE IDX-GENERATION TO TBL-GEN-NUMBER(WS-GEN-SCAN)
              END-IF
           END-IF.

       SCAN-ONE-GENERATION.
           MOVE TBL-GEN-NUMBER(WS-GEN-INDEX) TO WS-GEN-X.
           DISPLAY "ARCHFUNC" UPON ENVIRONMENT-NAME.
           DISPLAY "RESTORE" UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHDSN" UPON ENVIRONMENT-NAME.
           DISPLAY "DARTSGAM" UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHDATE" UPON ENVIRONMENT-NAME.
           DISPLAY TBL-GEN-DATE(WS-GEN-INDEX) UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHGEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-X UPON ENVIRONMENT-VALUE.
           CALL "archive-restore".
           MOVE RETURN-CODE TO WS-RESTORE-RC.
           CANCEL "archive-restore".
           IF WS-RESTORE-RC > 4
              ADD 1 TO WS-RESTORE-FAILURES
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT RESTORE-OUTPUT-FILE
              PERFORM UNTIL END-OF-CURRENT-FILE
                 READ RESTORE-OUTPUT-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE RESTORE-OUTPUT-RECORD(1:92)
                         TO DARTS-GAME-RECORD
                       ADD 1 TO WS-GAMES-READ
                       PERFORM CREDIT-GAME-PLAYERS
                 END-READ
              END-PERFORM
              CLOSE RESTORE-OUTPUT-FILE
           END-IF.

       SCAN-CURRENT-GAMES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-GAME-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-GAME-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE DARTS-GAME-FD-RECORD TO DARTS-GAME-RECORD
                    ADD 1 TO WS-GAMES-READ
                    PERFORM CREDIT-GAME-PLAYERS
              END-READ
           END-PERFORM.
           CLOSE DARTS-GAME-FILE.

       CREDIT-GAME-PLAYERS.
           MOVE GAM-PLAYER-1-ID TO WS-LOOKUP-ID.
           PERFORM FIND-PLAYER.
           IF WS-FOUND-INDEX > 0
              ADD 1 TO TBL-PLY-GAMES(WS-FOUND-INDEX)
              MOVE GAM-PLAYER-1-AVERAGE TO WS-GAME-AVERAGE
              IF WS-GAME-AVERAGE > WS-BEST-AVERAGE
                 MOVE WS-GAME-AVERAGE TO WS-BEST-AVERAGE
                 MOVE GAM-PLAYER-1-ID TO WS-BEST-AVERAGE-ID
                 MOVE GAM-GAME-NUMBER TO WS-BEST-AVERAGE-GAME
              END-IF
           END-IF.
           MOVE GAM-PLAYER-2-ID TO WS-LOOKUP-ID.
           PERFORM FIND-PLAYER.
           IF WS-FOUND-INDEX > 0
              ADD 1 TO TBL-PLY-GAMES(WS-FOUND-INDEX)
              MOVE GAM-PLAYER-2-AVERAGE TO WS-GAME-AVERAGE
              IF WS-GAME-AVERAGE > WS-BEST-AVERAGE
                 MOVE WS-GAME-AVERAGE TO WS-BEST-AVERAGE
                 MOVE GAM-PLAYER-2-ID TO WS-BEST-AVERAGE-ID
                 MOVE GAM-GAME-NUMBER TO WS-BEST-AVERAGE-GAME
              END-IF
           END-IF.

       SORT-FINAL-STANDINGS.
           MOVE "Y" TO WS-SWAP-SWITCH.
           PERFORM UNTIL TABLE-IN-ORDER
              MOVE "N" TO WS-SWAP-SWITCH
              PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                      UNTIL WS-SORT-INDEX >= WS-PLAYER-COUNT
                 IF TBL-PLY-POINTS(WS-SORT-INDEX) <
                    TBL-PLY-POINTS(WS-SORT-INDEX + 1)
                    OR (TBL-PLY-POINTS(WS-SORT-INDEX) =
                        TBL-PLY-POINTS(WS-SORT-INDEX + 1)
                    AND TBL-PLY-TOTAL(WS-SORT-INDEX) <
                        TBL-PLY-TOTAL(WS-SORT-INDEX + 1))
                    MOVE WS-PLAYER-ENTRY(WS-SORT-INDEX)
                      TO WS-PLAYER-SWAP-ENTRY
                    MOVE WS-PLAYER-ENTRY(WS-SORT-INDEX + 1)
                      TO WS-PLAYER-ENTRY(WS-SORT-INDEX)
                    MOVE WS-PLAYER-SWAP-ENTRY
                      TO WS-PLAYER-ENTRY(WS-SORT-INDEX + 1)
                    MOVE "Y" TO WS-SWAP-SWITCH
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-SEASON-HISTORY.
           OPEN EXTEND DARTS-HISTORY-FILE.
           IF HISTORY-FILE-NOT-FOUND
              OPEN OUTPUT DARTS-HISTORY-FILE
              CLOSE DARTS-HISTORY-FILE
              OPEN EXTEND DARTS-HISTORY-FILE
           END-IF.
           MOVE SPACES TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE "FINAL STANDINGS" TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE WS-STANDING-HEADING TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                   UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
              PERFORM WRITE-STANDING-HISTORY
           END-PERFORM.
           PERFORM VARYING WS-FIXTURE-INDEX FROM 1 BY 1
                   UNTIL WS-FIXTURE-INDEX > WS-FIXTURE-COUNT
              PERFORM WRITE-FIXTURE-HISTORY
           END-PERFORM.
           CLOSE DARTS-HISTORY-FILE.

       WRITE-STANDING-HISTORY.
           MOVE SPACES TO WS-DARTS-HISTORY-RECORD.
           MOVE WS-SEASON-ID TO HST-SEASON-ID.
           MOVE "S" TO HST-RECORD-TYPE.
           MOVE WS-PLAYER-SCAN TO HST-RANK.
           MOVE TBL-PLY-ID(WS-PLAYER-SCAN) TO HST-PLAYER-ID.
           MOVE TBL-PLY-NAME(WS-PLAYER-SCAN) TO HST-PLAYER-NAME.
           MOVE TBL-PLY-POINTS(WS-PLAYER-SCAN) TO HST-POINTS.
           MOVE TBL-PLY-THROWS(WS-PLAYER-SCAN) TO HST-THROW-COUNT.
           MOVE TBL-PLY-TOTAL(WS-PLAYER-SCAN) TO HST-TOTAL-SCORE.
           MOVE TBL-PLY-RATING(WS-PLAYER-SCAN) TO HST-CLOSING-RATING.
           MOVE TBL-PLY-STATUS(WS-PLAYER-SCAN) TO HST-ROSTER-STATUS.
           MOVE WS-DARTS-HISTORY-RECORD TO DARTS-HISTORY-FD-RECORD.
           WRITE DARTS-HISTORY-FD-RECORD.
           ADD 1 TO WS-HISTORY-WRITTEN.
           MOVE WS-PLAYER-SCAN TO SLN-RANK.
           MOVE TBL-PLY-ID(WS-PLAYER-SCAN) TO SLN-PLAYER-ID.
           MOVE TBL-PLY-NAME(WS-PLAYER-SCAN) TO SLN-PLAYER-NAME.
           MOVE TBL-PLY-POINTS(WS-PLAYER-SCAN) TO SLN-POINTS.
           MOVE TBL-PLY-TOTAL(WS-PLAYER-SCAN) TO SLN-TOTAL.
           MOVE TBL-PLY-GAMES(WS-PLAYER-SCAN) TO SLN-GAMES.
           MOVE TBL-PLY-RATING(WS-PLAYER-SCAN) TO SLN-RATING.
           MOVE WS-STANDING-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-FIXTURE-HISTORY.
           MOVE SPACES TO WS-DARTS-HISTORY-RECORD.
           MOVE WS-SEASON-ID TO HST-SEASON-ID.
           MOVE "F" TO HST-RECORD-TYPE.
           MOVE TBL-FIX-NUMBER(WS-FIXTURE-INDEX) TO HST-FIX-NUMBER.
           MOVE TBL-FIX-ROUND(WS-FIXTURE-INDEX) TO HST-FIX-ROUND.
           MOVE TBL-FIX-HOME(WS-FIXTURE-INDEX) TO HST-FIX-HOME-ID.
           MOVE TBL-FIX-AWAY(WS-FIXTURE-INDEX) TO HST-FIX-AWAY-ID.
           MOVE TBL-FIX-DATE(WS-FIXTURE-INDEX) TO HST-FIX-DATE.
           MOVE TBL-FIX-STATUS(WS-FIXTURE-INDEX) TO HST-FIX-STATUS.
           MOVE TBL-FIX-WINNER(WS-FIXTURE-INDEX)
             TO HST-FIX-WINNER-ID.
           MOVE WS-DARTS-HISTORY-RECORD TO DARTS-HISTORY-FD-RECORD.
           WRITE DARTS-HISTORY-FD-RECORD.
           ADD 1 TO WS-HISTORY-WRITTEN.

       WRITE-SEASON-AWARDS.
           MOVE SPACES TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE "SEASON AWARDS" TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           IF WS-PLAYER-COUNT > 0
              MOVE "CHAMPION" TO AWD-TITLE
              MOVE 1 TO WS-FOUND-INDEX
              MOVE "POINTS" TO ADT-LABEL
              MOVE TBL-PLY-POINTS(1) TO ADT-VALUE
              MOVE WS-AWARD-DETAIL TO AWD-DETAIL
              PERFORM WRITE-AWARD-LINE
           END-IF.
           MOVE ZERO TO WS-IMPROVED-INDEX.
           MOVE ZERO TO WS-BUSIEST-INDEX.
           PERFORM VARYING WS-PLAYER-SCAN FROM 1 BY 1
                   UNTIL WS-PLAYER-SCAN > WS-PLAYER-COUNT
              PERFORM CHECK-AWARD-CANDIDATE
           END-PERFORM.
           IF WS-IMPROVED-INDEX > 0
              MOVE "MOST IMPROVED" TO AWD-TITLE
              MOVE WS-IMPROVED-INDEX TO WS-FOUND-INDEX
              MOVE "RATING" TO ASD-LABEL
              MOVE WS-BEST-IMPROVEMENT TO ASD-VALUE
              MOVE WS-AWARD-SIGNED-DETAIL TO AWD-DETAIL
              PERFORM WRITE-AWARD-LINE
           END-IF.
           IF WS-BEST-AVERAGE-ID NOT = SPACES
              MOVE "HIGHEST GAME AVERAGE" TO AWD-TITLE
              MOVE WS-BEST-AVERAGE-ID TO WS-LOOKUP-ID
              PERFORM FIND-PLAYER
              MOVE WS-BEST-AVERAGE TO AAD-VALUE
              MOVE WS-BEST-AVERAGE-GAME TO AAD-GAME
              MOVE WS-AWARD-AVERAGE-DETAIL TO AWD-DETAIL
              PERFORM WRITE-AWARD-LINE
           END-IF.
           IF WS-BUSIEST-INDEX > 0
              MOVE "MOST GAMES PLAYED" TO AWD-TITLE
              MOVE WS-BUSIEST-INDEX TO WS-FOUND-INDEX
              MOVE "GAMES" TO ADT-LABEL
              MOVE TBL-PLY-GAMES(WS-BUSIEST-INDEX) TO ADT-VALUE
              MOVE WS-AWARD-DETAIL TO AWD-DETAIL
              PERFORM WRITE-AWARD-LINE
           END-IF.

       CHECK-AWARD-CANDIDATE.
           IF TBL-PLY-GAMES(WS-PLAYER-SCAN) > 0
              COMPUTE WS-IMPROVEMENT =
                  TBL-PLY-RATING(WS-PLAYER-SCAN)
                  - TBL-PLY-PRIOR-RATING(WS-PLAYER-SCAN)
              IF WS-IMPROVED-INDEX = 0
                 OR WS-IMPROVEMENT > WS-BEST-IMPROVEMENT
                 MOVE WS-IMPROVEMENT TO WS-BEST-IMPROVEMENT
                 MOVE WS-PLAYER-SCAN TO WS-IMPROVED-INDEX
              END-IF
              IF WS-BUSIEST-INDEX = 0
                 OR TBL-PLY-GAMES(WS-PLAYER-SCAN) >
                    TBL-PLY-GAMES(WS-BUSIEST-INDEX)
                 MOVE WS-PLAYER-SCAN TO WS-BUSIEST-INDEX
              END-IF
           END-IF.

       WRITE-AWARD-LINE.
           IF WS-FOUND-INDEX > 0
              MOVE TBL-PLY-ID(WS-FOUND-INDEX) TO AWD-PLAYER-ID
              MOVE TBL-PLY-NAME(WS-FOUND-INDEX) TO AWD-PLAYER-NAME
           ELSE
              MOVE WS-LOOKUP-ID TO AWD-PLAYER-ID
              MOVE SPACES TO AWD-PLAYER-NAME
           END-IF.
           MOVE WS-AWARD-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       RESET-SEASON-FILES.
           OPEN OUTPUT DARTS-SESSION-FILE.
           CLOSE DARTS-SESSION-FILE.
           OPEN OUTPUT DARTS-FIXTURE-FILE.
           CLOSE DARTS-FIXTURE-FILE.
           OPEN OUTPUT DARTS-GAME-FILE.
           CLOSE DARTS-GAME-FILE.
           OPEN OUTPUT DARTS-PRIOR-FILE.
           CLOSE DARTS-PRIOR-FILE.

       CARRY-RATINGS-FORWARD.
           OPEN OUTPUT DARTS-RATING-FILE.
           PERFORM VARYING WS-RATING-SCAN FROM 1 BY 1
                   UNTIL WS-RATING-SCAN > WS-RATING-COUNT
              MOVE WS-RATING-ENTRY(WS-RATING-SCAN)
                TO WS-DARTS-RATING-RECORD
              MOVE RTG-RATING TO RTG-PERIOD-RATING
              MOVE WS-BUSINESS-DATE(1:6) TO RTG-PERIOD
              MOVE WS-DARTS-RATING-RECORD TO DARTS-RATING-FD-RECORD
              WRITE DARTS-RATING-FD-RECORD
           END-PERFORM.
           CLOSE DARTS-RATING-FILE.

       WRITE-CLOSE-SUMMARY.
           MOVE SPACES TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE WS-PLAYED-COUNT TO RST-PLAYED.
           MOVE WS-FORFEIT-COUNT TO RST-FORFEIT.
           MOVE WS-UNPLAYED-COUNT TO RST-UNPLAYED.
           MOVE WS-RESET-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE WS-RATING-COUNT TO CRY-RATINGS.
           MOVE WS-HISTORY-WRITTEN TO CRY-HISTORY.
           MOVE WS-CARRY-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE WS-GEN-COUNT TO WS-GEN-X.
           IF LEAP-RAN-TODAY
              ADD 1 TO WS-GEN-X
           END-IF.
           MOVE WS-GEN-X TO GNL-NIGHTS.
           MOVE WS-GAMES-READ TO GNL-GAMES.
           MOVE WS-GAME-NIGHTS-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.
           MOVE WS-RESET-DONE-LINE TO AWARDS-REPORT-RECORD.
           WRITE AWARDS-REPORT-RECORD.

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
                    IF RCT-PROGRAM-NAME = "DARTS-SEASON"
                       AND RCT-RUN-DATE = WS-BUSINESS-DATE
                       AND RUN-OVERRIDE-RECORD
                       MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                    END-IF
                    IF RCT-PROGRAM-NAME = "LEAP-DARTS"
                       AND RCT-RUN-DATE = WS-BUSINESS-DATE
                       AND RUN-COMPLETE-RECORD
                       MOVE "Y" TO WS-LEAP-RUN-SWITCH
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
           MOVE "DARTS-SEASON" TO RCT-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO RCT-RUN-DATE.
           MOVE WS-RUN-CONTROL-RECORD TO RUN-CONTROL-FD-RECORD.
           WRITE RUN-CONTROL-FD-RECORD.
           CLOSE RUN-CONTROL-FILE.

       WRITE-SEASON-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE "DARTS-SEASON" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
