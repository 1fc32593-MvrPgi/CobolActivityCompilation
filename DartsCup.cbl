       IDENTIFICATION DIVISION.
       PROGRAM-ID. darts-cup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUP-ENTRANT-FILE ASSIGN TO "DARTSCUPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRANT-FILE-STATUS.
           SELECT OPTIONAL CUP-BRACKET-FILE ASSIGN TO "DARTSCUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-FILE-STATUS.
           SELECT OPTIONAL DARTS-ROSTER-FILE ASSIGN TO "DARTSRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL DARTS-RATING-FILE ASSIGN TO "DARTSRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-FILE-STATUS.
           SELECT OPTIONAL DARTS-SESSION-FILE ASSIGN TO "DARTSSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.
           SELECT OPTIONAL DARTS-GAME-FILE ASSIGN TO "DARTSGAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-FILE-STATUS.
           SELECT CUP-REPORT-FILE ASSIGN TO "DARTSCUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUP-ENTRANT-FILE.
       01 CUP-ENTRANT-RECORD.
          05 ENT-PLAYER-ID          PIC X(06).
       FD CUP-BRACKET-FILE.
       01 CUP-BRACKET-RECORD.
          05 CUP-ROUND              PIC 9(02).
          05 FILLER                 PIC X(01).
          05 CUP-TIE                PIC 9(03).
          05 FILLER                 PIC X(01).
          05 CUP-HOME-SEED          PIC 9(03).
          05 FILLER                 PIC X(01).
          05 CUP-HOME-ID            PIC X(06).
          05 FILLER                 PIC X(01).
          05 CUP-AWAY-SEED          PIC 9(03).
          05 FILLER                 PIC X(01).
          05 CUP-AWAY-ID            PIC X(06).
          05 FILLER                 PIC X(01).
          05 CUP-STATUS             PIC X(01).
          05 FILLER                 PIC X(01).
          05 CUP-WINNER-ID          PIC X(06).
          05 FILLER                 PIC X(01).
          05 CUP-DECIDED-DATE       PIC X(08).
       FD DARTS-ROSTER-FILE.
       01 DARTS-ROSTER-RECORD.
          05 RST-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(01).
          05 RST-PLAYER-NAME        PIC X(20).
          05 FILLER                 PIC X(01).
          05 RST-ACTIVE-FLAG        PIC X.
       FD DARTS-RATING-FILE.
       01 DARTS-RATING-FD-RECORD    PIC X(44).
       FD DARTS-SESSION-FILE.
       01 DARTS-SESSION-RECORD.
          05 SESS-PLAYER-NAME       PIC X(20).
          05 SESS-THROW-COUNT       PIC 9(06).
          05 SESS-TOTAL-SCORE       PIC 9(08).
          05 SESS-PLAYER-ID         PIC X(06).
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
       FD CUP-REPORT-FILE.
       01 CUP-REPORT-RECORD         PIC X(90).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       COPY "DARTRATE.cpy".
       COPY "OPRALERT.cpy".
       01 WS-ENTRANT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BRACKET-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ROSTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RATING-FILE-STATUS     PIC XX VALUE "00".
       01 WS-SESSION-FILE-STATUS    PIC XX VALUE "00".
       01 WS-GAME-FILE-STATUS       PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-SEED-MODE              PIC X(10) VALUE SPACES.
          88 SEED-BY-STANDINGS VALUE "STANDINGS".
       01 WS-INITIAL-RATING         PIC 9(04) VALUE 1500.
       01 WS-ROSTER-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-ROSTER-SCAN            PIC 9(03) VALUE ZERO.
       01 WS-ROSTER-TABLE.
          05 WS-ROSTER-ENTRY OCCURS 100 TIMES.
             10 TBL-RST-ID          PIC X(06).
             10 TBL-RST-NAME        PIC X(20).
       01 WS-ENTRANT-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-ENTRANT-SCAN           PIC 9(03) VALUE ZERO.
       01 WS-ENTRANT-TABLE.
          05 WS-ENTRANT-ENTRY OCCURS 64 TIMES.
             10 TBL-ENT-ID          PIC X(06).
             10 TBL-ENT-SEED-VALUE  PIC 9(08).
       01 WS-ENTRANT-SWAP-ENTRY.
          05 SWP-ENT-ID             PIC X(06).
          05 SWP-ENT-SEED-VALUE     PIC 9(08).
       01 WS-ENTRANT-LIMIT-SWITCH   PIC X VALUE "N".
          88 ENTRANT-LIMIT-HIT VALUE "Y".
       01 WS-SORT-INDEX             PIC 9(03) VALUE ZERO.
       01 WS-SWAP-SWITCH            PIC X VALUE "N".
          88 TABLE-IN-ORDER VALUE "N".
       01 WS-BRACKET-SIZE           PIC 9(03) VALUE ZERO.
       01 WS-SLOT-SIZE              PIC 9(03) VALUE ZERO.
       01 WS-SLOT-SCAN              PIC 9(03) VALUE ZERO.
       01 WS-SLOT-TABLE.
          05 WS-SLOT-SEED OCCURS 64 TIMES PIC 9(03).
       01 WS-NEXT-SLOT-TABLE.
          05 WS-NEXT-SLOT-SEED OCCURS 64 TIMES PIC 9(03).
       01 WS-BYE-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-ROUND-TOTAL            PIC 9(02) VALUE ZERO.
       01 WS-TIE-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-TIE-SCAN               PIC 9(03) VALUE ZERO.
       01 WS-TIE-TABLE.
          05 WS-TIE-ENTRY OCCURS 64 TIMES.
             10 TBL-TIE-ROUND       PIC 9(02).
             10 TBL-TIE-NUMBER      PIC 9(03).
             10 TBL-TIE-HOME-SEED   PIC 9(03).
             10 TBL-TIE-HOME-ID     PIC X(06).
             10 TBL-TIE-AWAY-SEED   PIC 9(03).
             10 TBL-TIE-AWAY-ID     PIC X(06).
             10 TBL-TIE-STATUS      PIC X(01).
                88 TIE-OPEN VALUE "S" "N".
                88 TIE-NO-WINNER VALUE "N".
             10 TBL-TIE-WINNER-ID   PIC X(06).
             10 TBL-TIE-DATE        PIC X(08).
       01 WS-CURRENT-ROUND          PIC 9(02) VALUE ZERO.
       01 WS-LAST-ROUND             PIC 9(02) VALUE ZERO.
       01 WS-ROUND-TIES             PIC 9(03) VALUE ZERO.
       01 WS-ROUND-OPEN             PIC 9(03) VALUE ZERO.
       01 WS-FIRST-TIE              PIC 9(03) VALUE ZERO.
       01 WS-PAIR-TIE               PIC 9(03) VALUE ZERO.
       01 WS-NEXT-TIE-NUMBER        PIC 9(03) VALUE ZERO.
       01 WS-ADVANCED-SWITCH        PIC X VALUE "N".
          88 ROUND-ADVANCED VALUE "Y".
       01 WS-MATCHED-SWITCH         PIC X VALUE "N".
          88 GAME-MATCHED VALUE "Y".
       01 WS-CHAMPION-ID            PIC X(06) VALUE SPACES.
       01 WS-UNPLAYED-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-NO-WINNER-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-DECIDED-TODAY          PIC 9(03) VALUE ZERO.
       01 WS-LOOKUP-ID              PIC X(06) VALUE SPACES.
       01 WS-LOOKUP-NAME            PIC X(20) VALUE SPACES.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-CUP-STATE-SWITCH       PIC X VALUE "N".
          88 NO-CUP-IN-PLAY VALUE "Y".
       01 WS-ROUND-HEADING-LINE.
          05 FILLER                 PIC X(06) VALUE "ROUND".
          05 RHL-ROUND              PIC Z9.
          05 FILLER                 PIC X(04) VALUE " OF".
          05 RHL-TOTAL              PIC Z9.
          05 FILLER                 PIC X(03) VALUE " -".
          05 RHL-STATE              PIC X(20).
       01 WS-TIE-LINE.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TLN-TIE                PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE " (".
          05 TLN-HOME-SEED          PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE ") ".
          05 TLN-HOME-ID            PIC X(06).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 TLN-HOME-NAME          PIC X(14).
          05 FILLER                 PIC X(05) VALUE " V  (".
          05 TLN-AWAY-SEED          PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE ") ".
          05 TLN-AWAY-ID            PIC X(06).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 TLN-AWAY-NAME          PIC X(14).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TLN-WINNER-ID          PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TLN-FLAG               PIC X(10).
       01 WS-SUMMARY-LINE-1.
          05 FILLER                 PIC X(11) VALUE "ENTRANTS:".
          05 SML-ENTRANTS           PIC ZZ9.
          05 FILLER                 PIC X(09) VALUE "  BYES:".
          05 SML-BYES               PIC ZZ9.
          05 FILLER                 PIC X(17) VALUE "  CURRENT ROUND:".
          05 SML-ROUND              PIC Z9.
          05 FILLER                 PIC X(17) VALUE "  DECIDED TODAY:".
          05 SML-DECIDED            PIC ZZ9.
       01 WS-SUMMARY-LINE-2.
          05 FILLER                 PIC X(17) VALUE "UNPLAYED TIES:".
          05 SML-UNPLAYED           PIC ZZ9.
          05 FILLER                 PIC X(20) VALUE
                "  NO-WINNER TIES:".
          05 SML-NO-WINNER          PIC ZZ9.
       01 WS-CHAMPION-LINE.
          05 FILLER                 PIC X(15) VALUE "CUP WINNER:".
          05 CHL-PLAYER-ID          PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CHL-PLAYER-NAME        PIC X(20).
       01 WS-NO-CUP-LINE            PIC X(40)
            VALUE "NO CUP IN PLAY - NO ENTRANTS SUPPLIED".
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       CUP-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-PLAYER-ROSTER.
           PERFORM LOAD-CUP-BRACKET.
           IF WS-TIE-COUNT = 0
              PERFORM BUILD-OPENING-ROUND
                  THRU BUILD-OPENING-ROUND-EXIT
           END-IF.
           IF WS-TIE-COUNT = 0
              MOVE "Y" TO WS-CUP-STATE-SWITCH
           ELSE
              PERFORM FIND-CURRENT-ROUND
              MOVE "Y" TO WS-ADVANCED-SWITCH
              PERFORM UNTIL NOT ROUND-ADVANCED
                 PERFORM MATCH-ROUND-GAMES
                 PERFORM ADVANCE-BRACKET
                     THRU ADVANCE-BRACKET-EXIT
              END-PERFORM
              PERFORM SAVE-CUP-BRACKET
           END-IF.
           PERFORM WRITE-CUP-REPORT.
           MOVE 0 TO RETURN-CODE.
           IF WS-NO-WINNER-COUNT > 0
              MOVE "Cup tie played with no winner - replay needed"
                TO ALR-MESSAGE
              PERFORM WRITE-CUP-ALERT
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF ENTRANT-LIMIT-HIT
              MOVE "Cup entry list over 64 - extra entrants not drawn"
                TO ALR-MESSAGE
              PERFORM WRITE-CUP-ALERT
              MOVE 4 TO RETURN-CODE
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

       LOAD-CUP-BRACKET.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUP-BRACKET-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ CUP-BRACKET-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-TIE-COUNT < 64
                       ADD 1 TO WS-TIE-COUNT
                       MOVE CUP-ROUND TO TBL-TIE-ROUND(WS-TIE-COUNT)
                       MOVE CUP-TIE TO TBL-TIE-NUMBER(WS-TIE-COUNT)
                       MOVE CUP-HOME-SEED
                         TO TBL-TIE-HOME-SEED(WS-TIE-COUNT)
                       MOVE CUP-HOME-ID
                         TO TBL-TIE-HOME-ID(WS-TIE-COUNT)
                       MOVE CUP-AWAY-SEED
                         TO TBL-TIE-AWAY-SEED(WS-TIE-COUNT)
                       MOVE CUP-AWAY-ID
                         TO TBL-TIE-AWAY-ID(WS-TIE-COUNT)
                       MOVE CUP-STATUS TO TBL-TIE-STATUS(WS-TIE-COUNT)
                       MOVE CUP-WINNER-ID
                         TO TBL-TIE-WINNER-ID(WS-TIE-COUNT)
                       MOVE CUP-DECIDED-DATE
                         TO TBL-TIE-DATE(WS-TIE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUP-BRACKET-FILE.

       BUILD-OPENING-ROUND.
           PERFORM LOAD-CUP-ENTRANTS.
           IF WS-ENTRANT-COUNT < 2
              GO TO BUILD-OPENING-ROUND-EXIT
           END-IF.
           MOVE "CUPSEEDMODE" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-SEED-MODE.
           IF SEED-BY-STANDINGS
              PERFORM SEED-FROM-STANDINGS
           ELSE
              PERFORM SEED-FROM-RATINGS
           END-IF.
           PERFORM SORT-ENTRANTS-BY-SEED.
           MOVE 1 TO WS-BRACKET-SIZE.
           MOVE 1 TO WS-SLOT-SEED(1).
           MOVE 1 TO WS-SLOT-SIZE.
           PERFORM UNTIL WS-BRACKET-SIZE >= WS-ENTRANT-COUNT
              PERFORM DOUBLE-SEED-SLOTS
           END-PERFORM.
           COMPUTE WS-BYE-COUNT = WS-BRACKET-SIZE - WS-ENTRANT-COUNT.
           PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 2
                   UNTIL WS-SLOT-SCAN > WS-BRACKET-SIZE
              ADD 1 TO WS-TIE-COUNT
              MOVE 1 TO TBL-TIE-ROUND(WS-TIE-COUNT)
              MOVE WS-TIE-COUNT TO TBL-TIE-NUMBER(WS-TIE-COUNT)
              MOVE WS-SLOT-SEED(WS-SLOT-SCAN)
                TO TBL-TIE-HOME-SEED(WS-TIE-COUNT)
              MOVE WS-SLOT-SEED(WS-SLOT-SCAN + 1)
                TO TBL-TIE-AWAY-SEED(WS-TIE-COUNT)
              MOVE TBL-ENT-ID(TBL-TIE-HOME-SEED(WS-TIE-COUNT))
                TO TBL-TIE-HOME-ID(WS-TIE-COUNT)
              MOVE "S" TO TBL-TIE-STATUS(WS-TIE-COUNT)
              MOVE SPACES TO TBL-TIE-WINNER-ID(WS-TIE-COUNT)
              MOVE SPACES TO TBL-TIE-DATE(WS-TIE-COUNT)
              IF TBL-TIE-AWAY-SEED(WS-TIE-COUNT) > WS-ENTRANT-COUNT
                 MOVE SPACES TO TBL-TIE-AWAY-ID(WS-TIE-COUNT)
                 MOVE "B" TO TBL-TIE-STATUS(WS-TIE-COUNT)
                 MOVE TBL-TIE-HOME-ID(WS-TIE-COUNT)
                   TO TBL-TIE-WINNER-ID(WS-TIE-COUNT)
                 MOVE WS-BUSINESS-DATE TO TBL-TIE-DATE(WS-TIE-COUNT)
              ELSE
                 MOVE TBL-ENT-ID(TBL-TIE-AWAY-SEED(WS-TIE-COUNT))
                   TO TBL-TIE-AWAY-ID(WS-TIE-COUNT)
              END-IF
           END-PERFORM.
       BUILD-OPENING-ROUND-EXIT.
           EXIT.

       DOUBLE-SEED-SLOTS.
           PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
                   UNTIL WS-SLOT-SCAN > WS-SLOT-SIZE
              MOVE WS-SLOT-SEED(WS-SLOT-SCAN)
                TO WS-NEXT-SLOT-SEED(WS-SLOT-SCAN * 2 - 1)
              COMPUTE WS-NEXT-SLOT-SEED(WS-SLOT-SCAN * 2) =
                  WS-SLOT-SIZE * 2 + 1 - WS-SLOT-SEED(WS-SLOT-SCAN)
           END-PERFORM.
           COMPUTE WS-SLOT-SIZE = WS-SLOT-SIZE * 2.
           MOVE WS-SLOT-SIZE TO WS-BRACKET-SIZE.
           MOVE WS-NEXT-SLOT-TABLE TO WS-SLOT-TABLE.

       LOAD-CUP-ENTRANTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUP-ENTRANT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ CUP-ENTRANT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF ENT-PLAYER-ID NOT = SPACES
                       IF WS-ENTRANT-COUNT < 64
                          ADD 1 TO WS-ENTRANT-COUNT
                          MOVE ENT-PLAYER-ID
                            TO TBL-ENT-ID(WS-ENTRANT-COUNT)
                          MOVE ZERO
                            TO TBL-ENT-SEED-VALUE(WS-ENTRANT-COUNT)
                       ELSE
                          MOVE "Y" TO WS-ENTRANT-LIMIT-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUP-ENTRANT-FILE.

       SEED-FROM-RATINGS.
           PERFORM VARYING WS-ENTRANT-SCAN FROM 1 BY 1
                   UNTIL WS-ENTRANT-SCAN > WS-ENTRANT-COUNT
              MOVE WS-INITIAL-RATING
                TO TBL-ENT-SEED-VALUE(WS-ENTRANT-SCAN)
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-RATING-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-RATING-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE DARTS-RATING-FD-RECORD
                      TO WS-DARTS-RATING-RECORD
                    PERFORM VARYING WS-ENTRANT-SCAN FROM 1 BY 1
                            UNTIL WS-ENTRANT-SCAN > WS-ENTRANT-COUNT
                       IF TBL-ENT-ID(WS-ENTRANT-SCAN) = RTG-PLAYER-ID
                          MOVE RTG-RATING
                            TO TBL-ENT-SEED-VALUE(WS-ENTRANT-SCAN)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE DARTS-RATING-FILE.

       SEED-FROM-STANDINGS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-SESSION-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-SESSION-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM VARYING WS-ENTRANT-SCAN FROM 1 BY 1
                            UNTIL WS-ENTRANT-SCAN > WS-ENTRANT-COUNT
                       IF TBL-ENT-ID(WS-ENTRANT-SCAN) = SESS-PLAYER-ID
                          MOVE SESS-TOTAL-SCORE
                            TO TBL-ENT-SEED-VALUE(WS-ENTRANT-SCAN)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE DARTS-SESSION-FILE.

       SORT-ENTRANTS-BY-SEED.
           MOVE "Y" TO WS-SWAP-SWITCH.
           PERFORM UNTIL TABLE-IN-ORDER
              MOVE "N" TO WS-SWAP-SWITCH
              PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
                      UNTIL WS-SORT-INDEX >= WS-ENTRANT-COUNT
                 IF TBL-ENT-SEED-VALUE(WS-SORT-INDEX) <
                    TBL-ENT-SEED-VALUE(WS-SORT-INDEX + 1)
                    MOVE WS-ENTRANT-ENTRY(WS-SORT-INDEX)
                      TO WS-ENTRANT-SWAP-ENTRY
                    MOVE WS-ENTRANT-ENTRY(WS-SORT-INDEX + 1)
                      TO WS-ENTRANT-ENTRY(WS-SORT-INDEX)
                    MOVE WS-ENTRANT-SWAP-ENTRY
                      TO WS-ENTRANT-ENTRY(WS-SORT-INDEX + 1)
                    MOVE "Y" TO WS-SWAP-SWITCH
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIND-CURRENT-ROUND.
           MOVE ZERO TO WS-CURRENT-ROUND.
           MOVE ZERO TO WS-LAST-ROUND.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
              IF TBL-TIE-ROUND(WS-TIE-SCAN) > WS-LAST-ROUND
                 MOVE TBL-TIE-ROUND(WS-TIE-SCAN) TO WS-LAST-ROUND
              END-IF
           END-PERFORM.
           MOVE WS-LAST-ROUND TO WS-CURRENT-ROUND.
           MOVE ZERO TO WS-ROUND-TIES.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
              IF TBL-TIE-ROUND(WS-TIE-SCAN) = 1
                 ADD 1 TO WS-ROUND-TIES
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-ROUND-TOTAL.
           PERFORM UNTIL WS-ROUND-TIES = 0
              ADD 1 TO WS-ROUND-TOTAL
              COMPUTE WS-ROUND-TIES = WS-ROUND-TIES / 2
           END-PERFORM.

       MATCH-ROUND-GAMES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DARTS-GAME-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-GAME-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM MATCH-ONE-GAME
              END-READ
           END-PERFORM.
           CLOSE DARTS-GAME-FILE.

       MATCH-ONE-GAME.
           MOVE "N" TO WS-MATCHED-SWITCH.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
                   OR GAME-MATCHED
              IF TBL-TIE-ROUND(WS-TIE-SCAN) = WS-CURRENT-ROUND
                 AND TIE-OPEN(WS-TIE-SCAN)
                 AND GAM-PLAYER-1-ID NOT = SPACES
                 AND GAM-PLAYER-2-ID NOT = SPACES
                 PERFORM MATCH-BY-LISTED-PLAYERS
              END-IF
           END-PERFORM.

       MATCH-BY-LISTED-PLAYERS.
           IF (TBL-TIE-HOME-ID(WS-TIE-SCAN) = GAM-PLAYER-1-ID
               AND TBL-TIE-AWAY-ID(WS-TIE-SCAN) = GAM-PLAYER-2-ID)
              OR (TBL-TIE-HOME-ID(WS-TIE-SCAN) = GAM-PLAYER-2-ID
               AND TBL-TIE-AWAY-ID(WS-TIE-SCAN) = GAM-PLAYER-1-ID)
              MOVE "Y" TO WS-MATCHED-SWITCH
              IF GAM-WINNER-ID = GAM-PLAYER-1-ID
                 OR GAM-WINNER-ID = GAM-PLAYER-2-ID
                 PERFORM DECIDE-TIE
              ELSE
                 MOVE "N" TO TBL-TIE-STATUS(WS-TIE-SCAN)
              END-IF
           END-IF.

       DECIDE-TIE.
           MOVE "P" TO TBL-TIE-STATUS(WS-TIE-SCAN).
           MOVE GAM-WINNER-ID TO TBL-TIE-WINNER-ID(WS-TIE-SCAN).
           MOVE WS-BUSINESS-DATE TO TBL-TIE-DATE(WS-TIE-SCAN).
           ADD 1 TO WS-DECIDED-TODAY.

       ADVANCE-BRACKET.
           MOVE "N" TO WS-ADVANCED-SWITCH.
           MOVE ZERO TO WS-ROUND-TIES.
           MOVE ZERO TO WS-ROUND-OPEN.
           MOVE ZERO TO WS-FIRST-TIE.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
              IF TBL-TIE-ROUND(WS-TIE-SCAN) = WS-CURRENT-ROUND
                 ADD 1 TO WS-ROUND-TIES
                 IF WS-FIRST-TIE = 0
                    MOVE WS-TIE-SCAN TO WS-FIRST-TIE
                 END-IF
                 IF TIE-OPEN(WS-TIE-SCAN)
                    ADD 1 TO WS-ROUND-OPEN
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ROUND-OPEN > 0
              GO TO ADVANCE-BRACKET-EXIT
           END-IF.
           IF WS-ROUND-TIES = 1
              MOVE TBL-TIE-WINNER-ID(WS-FIRST-TIE) TO WS-CHAMPION-ID
              GO TO ADVANCE-BRACKET-EXIT
           END-IF.
           MOVE ZERO TO WS-NEXT-TIE-NUMBER.
           PERFORM VARYING WS-PAIR-TIE FROM WS-FIRST-TIE BY 2
                   UNTIL WS-PAIR-TIE >= WS-FIRST-TIE + WS-ROUND-TIES
              PERFORM PAIR-ROUND-WINNERS
           END-PERFORM.
           ADD 1 TO WS-CURRENT-ROUND.
           MOVE "Y" TO WS-ADVANCED-SWITCH.
       ADVANCE-BRACKET-EXIT.
           EXIT.

       PAIR-ROUND-WINNERS.
           ADD 1 TO WS-NEXT-TIE-NUMBER.
           ADD 1 TO WS-TIE-COUNT.
           COMPUTE TBL-TIE-ROUND(WS-TIE-COUNT) = WS-CURRENT-ROUND + 1.
           MOVE WS-NEXT-TIE-NUMBER TO TBL-TIE-NUMBER(WS-TIE-COUNT).
           MOVE TBL-TIE-WINNER-ID(WS-PAIR-TIE)
             TO TBL-TIE-HOME-ID(WS-TIE-COUNT).
           IF TBL-TIE-WINNER-ID(WS-PAIR-TIE)
              = TBL-TIE-HOME-ID(WS-PAIR-TIE)
              MOVE TBL-TIE-HOME-SEED(WS-PAIR-TIE)
                TO TBL-TIE-HOME-SEED(WS-TIE-COUNT)
           ELSE
              MOVE TBL-TIE-AWAY-SEED(WS-PAIR-TIE)
                TO TBL-TIE-HOME-SEED(WS-TIE-COUNT)
           END-IF.
           MOVE TBL-TIE-WINNER-ID(WS-PAIR-TIE + 1)
             TO TBL-TIE-AWAY-ID(WS-TIE-COUNT).
           IF TBL-TIE-WINNER-ID(WS-PAIR-TIE + 1)
              = TBL-TIE-HOME-ID(WS-PAIR-TIE + 1)
              MOVE TBL-TIE-HOME-SEED(WS-PAIR-TIE + 1)
                TO TBL-TIE-AWAY-SEED(WS-TIE-COUNT)
           ELSE
              MOVE TBL-TIE-AWAY-SEED(WS-PAIR-TIE + 1)
                TO TBL-TIE-AWAY-SEED(WS-TIE-COUNT)
           END-IF.
           MOVE "S" TO TBL-TIE-STATUS(WS-TIE-COUNT).
           MOVE SPACES TO TBL-TIE-WINNER-ID(WS-TIE-COUNT).
           MOVE SPACES TO TBL-TIE-DATE(WS-TIE-COUNT).

       SAVE-CUP-BRACKET.
           OPEN OUTPUT CUP-BRACKET-FILE.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
              MOVE SPACES TO CUP-BRACKET-RECORD
              MOVE TBL-TIE-ROUND(WS-TIE-SCAN) TO CUP-ROUND
              MOVE TBL-TIE-NUMBER(WS-TIE-SCAN) TO CUP-TIE
              MOVE TBL-TIE-HOME-SEED(WS-TIE-SCAN) TO CUP-HOME-SEED
              MOVE TBL-TIE-HOME-ID(WS-TIE-SCAN) TO CUP-HOME-ID
              MOVE TBL-TIE-AWAY-SEED(WS-TIE-SCAN) TO CUP-AWAY-SEED
              MOVE TBL-TIE-AWAY-ID(WS-TIE-SCAN) TO CUP-AWAY-ID
              MOVE TBL-TIE-STATUS(WS-TIE-SCAN) TO CUP-STATUS
              MOVE TBL-TIE-WINNER-ID(WS-TIE-SCAN) TO CUP-WINNER-ID
              MOVE TBL-TIE-DATE(WS-TIE-SCAN) TO CUP-DECIDED-DATE
              WRITE CUP-BRACKET-RECORD
           END-PERFORM.
           CLOSE CUP-BRACKET-FILE.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "DARTS-CUP" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "DARTS-CUP" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO CUP-REPORT-RECORD
              WRITE CUP-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-CUP-REPORT.
           OPEN OUTPUT CUP-REPORT-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "DARTS-CUP" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.
           IF NO-CUP-IN-PLAY
              MOVE WS-NO-CUP-LINE TO CUP-REPORT-RECORD
              WRITE CUP-REPORT-RECORD
           ELSE
              PERFORM VARYING WS-LAST-ROUND FROM 1 BY 1
                      UNTIL WS-LAST-ROUND > WS-CURRENT-ROUND
                 PERFORM WRITE-ROUND-BRACKET
              END-PERFORM
              PERFORM WRITE-CUP-SUMMARY
           END-IF.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           CLOSE CUP-REPORT-FILE.

       WRITE-ROUND-BRACKET.
           MOVE ZERO TO WS-ROUND-OPEN.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
              IF TBL-TIE-ROUND(WS-TIE-SCAN) = WS-LAST-ROUND
                 AND TIE-OPEN(WS-TIE-SCAN)
                 ADD 1 TO WS-ROUND-OPEN
              END-IF
           END-PERFORM.
           MOVE SPACES TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           MOVE WS-LAST-ROUND TO RHL-ROUND.
           MOVE WS-ROUND-TOTAL TO RHL-TOTAL.
           EVALUATE TRUE
              WHEN WS-ROUND-OPEN > 0
                 MOVE "IN PLAY" TO RHL-STATE
              WHEN WS-LAST-ROUND = WS-ROUND-TOTAL
                 MOVE "FINAL COMPLETE" TO RHL-STATE
              WHEN OTHER
                 MOVE "COMPLETE" TO RHL-STATE
           END-EVALUATE.
           MOVE WS-ROUND-HEADING-LINE TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
              IF TBL-TIE-ROUND(WS-TIE-SCAN) = WS-LAST-ROUND
                 PERFORM WRITE-TIE-LINE
              END-IF
           END-PERFORM.

       WRITE-TIE-LINE.
           MOVE TBL-TIE-NUMBER(WS-TIE-SCAN) TO TLN-TIE.
           MOVE TBL-TIE-HOME-SEED(WS-TIE-SCAN) TO TLN-HOME-SEED.
           MOVE TBL-TIE-HOME-ID(WS-TIE-SCAN) TO TLN-HOME-ID.
           MOVE TBL-TIE-HOME-ID(WS-TIE-SCAN) TO WS-LOOKUP-ID.
           PERFORM LOOKUP-PLAYER-NAME.
           MOVE WS-LOOKUP-NAME TO TLN-HOME-NAME.
           MOVE TBL-TIE-AWAY-SEED(WS-TIE-SCAN) TO TLN-AWAY-SEED.
           IF TBL-TIE-STATUS(WS-TIE-SCAN) = "B"
              MOVE "BYE" TO TLN-AWAY-ID
              MOVE SPACES TO TLN-AWAY-NAME
           ELSE
              MOVE TBL-TIE-AWAY-ID(WS-TIE-SCAN) TO TLN-AWAY-ID
              MOVE TBL-TIE-AWAY-ID(WS-TIE-SCAN) TO WS-LOOKUP-ID
              PERFORM LOOKUP-PLAYER-NAME
              MOVE WS-LOOKUP-NAME TO TLN-AWAY-NAME
           END-IF.
           MOVE TBL-TIE-WINNER-ID(WS-TIE-SCAN) TO TLN-WINNER-ID.
           EVALUATE TBL-TIE-STATUS(WS-TIE-SCAN)
              WHEN "S"
                 MOVE "UNPLAYED" TO TLN-FLAG
                 ADD 1 TO WS-UNPLAYED-COUNT
              WHEN "N"
                 MOVE "NO WINNER" TO TLN-FLAG
                 ADD 1 TO WS-NO-WINNER-COUNT
              WHEN "B"
                 MOVE "WALKOVER" TO TLN-FLAG
              WHEN OTHER
                 MOVE SPACES TO TLN-FLAG
           END-EVALUATE.
           MOVE WS-TIE-LINE TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       LOOKUP-PLAYER-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME.
           PERFORM VARYING WS-ROSTER-SCAN FROM 1 BY 1
                   UNTIL WS-ROSTER-SCAN > WS-ROSTER-COUNT
              IF TBL-RST-ID(WS-ROSTER-SCAN) = WS-LOOKUP-ID
                 MOVE TBL-RST-NAME(WS-ROSTER-SCAN) TO WS-LOOKUP-NAME
              END-IF
           END-PERFORM.

       WRITE-CUP-SUMMARY.
           MOVE SPACES TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           MOVE ZERO TO WS-ENTRANT-COUNT.
           MOVE ZERO TO WS-BYE-COUNT.
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                   UNTIL WS-TIE-SCAN > WS-TIE-COUNT
              IF TBL-TIE-ROUND(WS-TIE-SCAN) = 1
                 ADD 1 TO WS-ENTRANT-COUNT
                 IF TBL-TIE-STATUS(WS-TIE-SCAN) = "B"
                    ADD 1 TO WS-BYE-COUNT
                 ELSE
                    ADD 1 TO WS-ENTRANT-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-ENTRANT-COUNT TO SML-ENTRANTS.
           MOVE WS-BYE-COUNT TO SML-BYES.
           MOVE WS-CURRENT-ROUND TO SML-ROUND.
           MOVE WS-DECIDED-TODAY TO SML-DECIDED.
           MOVE WS-SUMMARY-LINE-1 TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           MOVE WS-UNPLAYED-COUNT TO SML-UNPLAYED.
           MOVE WS-NO-WINNER-COUNT TO SML-NO-WINNER.
           MOVE WS-SUMMARY-LINE-2 TO CUP-REPORT-RECORD.
           WRITE CUP-REPORT-RECORD.
           IF WS-CHAMPION-ID NOT = SPACES
              MOVE WS-CHAMPION-ID TO CHL-PLAYER-ID
              MOVE WS-CHAMPION-ID TO WS-LOOKUP-ID
              PERFORM LOOKUP-PLAYER-NAME
              MOVE WS-LOOKUP-NAME TO CHL-PLAYER-NAME
              MOVE WS-CHAMPION-LINE TO CUP-REPORT-RECORD
              WRITE CUP-REPORT-RECORD
           END-IF.

       WRITE-CUP-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "WARN" TO ALR-SEVERITY.
           MOVE "DARTS-CUP" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
