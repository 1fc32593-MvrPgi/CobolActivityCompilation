       IDENTIFICATION DIVISION.
       PROGRAM-ID. cycle-completion-forecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-FILE-STATUS.
           SELECT OPTIONAL PREFLIGHT-FILE ASSIGN TO "PREFLGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFLIGHT-FILE-STATUS.
           SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.
           SELECT OPTIONAL WINDOW-TARGET-FILE ASSIGN TO "BATWINTGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINTGT-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "CYCFCST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STEP-CONTROL-FILE.
       01 STEP-CONTROL-RECORD.
          05 CTL-STEP-NAME          PIC X(24).
          05 CTL-RUN-FLAG           PIC X.
          05 FILLER                 PIC X(01).
          05 CTL-ERROR-POLICY       PIC X.
          05 FILLER                 PIC X(01).
          05 CTL-DEPENDS-ON         PIC X(48).
       FD PREFLIGHT-FILE.
       01 PREFLIGHT-RECORD.
          05 PFG-DATASET-NAME       PIC X(10).
          05 FILLER                 PIC X(01).
          05 PFG-STATUS             PIC X(04).
          05 FILLER                 PIC X(01).
          05 PFG-ERROR-COUNT        PIC 9(06).
          05 FILLER                 PIC X(01).
          05 PFG-RECORD-COUNT       PIC 9(08).
          05 FILLER                 PIC X(01).
          05 PFG-REASON             PIC X(28).
       FD RUN-STATS-FILE.
       01 RUN-STATS-FD-RECORD       PIC X(64).
       FD WINDOW-TARGET-FILE.
       01 WINDOW-TARGET-RECORD.
          05 TGT-STEP-NAME          PIC X(24).
          05 FILLER                 PIC X(01).
          05 TGT-TARGET-SECONDS     PIC 9(06).
       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD    PIC X(90).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "RUNSTATS.cpy".
       COPY "OPRALERT.cpy".
       01 WS-STEPCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PREFLIGHT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RUNSTATS-FILE-STATUS   PIC XX VALUE "00".
       01 WS-WINTGT-FILE-STATUS     PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-ENV-HISTORY-DAYS       PIC X(20) VALUE SPACES.
       01 WS-HISTORY-DAYS           PIC 9(03) VALUE 30.
       01 WS-TODAY-DAY-NUMBER       PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DATE            PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DAY-NUMBER      PIC 9(08) VALUE ZERO.
       01 WS-DAY-DIFFERENCE         PIC S9(08) VALUE ZERO.
       01 WS-STEP-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-STEP-INDEX             PIC 9(02) VALUE ZERO.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 30 TIMES.
             10 TBL-STP-NAME        PIC X(24).
             10 TBL-STP-STATS-NAME  PIC X(14).
             10 TBL-STP-DATASET     PIC X(10).
             10 TBL-STP-VOLUME      PIC 9(08).
             10 TBL-STP-VOLUME-SEEN PIC X(01).
             10 TBL-STP-HIST-READ   PIC 9(10).
             10 TBL-STP-HIST-SECS   PIC 9(10).
             10 TBL-STP-HIST-RUNS   PIC 9(04).
       01 WS-TARGET-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-TARGET-SCAN            PIC 9(02) VALUE ZERO.
       01 WS-TARGET-TABLE.
          05 WS-TARGET-ENTRY OCCURS 31 TIMES.
             10 TBL-TGT-NAME        PIC X(24).
             10 TBL-TGT-SECONDS     PIC 9(06).
       01 WS-LOOKUP-NAME            PIC X(24) VALUE SPACES.
       01 WS-FOUND-TARGET           PIC 9(06) VALUE ZERO.
       01 WS-TARGET-FOUND-SWITCH    PIC X VALUE "N".
          88 STEP-TARGET-FOUND VALUE "Y".
       01 WS-PROJECTED-SECONDS      PIC 9(06) VALUE ZERO.
       01 WS-CYCLE-PROJECTED        PIC 9(07) VALUE ZERO.
       01 WS-CYCLE-TARGET           PIC 9(06) VALUE ZERO.
       01 WS-CYCLE-OVERRUN          PIC 9(07) VALUE ZERO.
       01 WS-BREACH-SWITCH          PIC X VALUE "N".
          88 WINDOW-BREACH-FORECAST VALUE "Y".
       01 WS-TIME-PARTS.
          05 WS-TIME-HH             PIC 9(02).
          05 WS-TIME-MM             PIC 9(02).
          05 WS-TIME-SS             PIC 9(02).
          05 FILLER                 PIC X(02).
       01 WS-START-SECONDS          PIC 9(08) VALUE ZERO.
       01 WS-END-SECONDS            PIC 9(08) VALUE ZERO.
       01 WS-END-DAYS               PIC 9(02) VALUE ZERO.
       01 WS-END-REMAINDER          PIC 9(05) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                 PIC X(26) VALUE "STEP".
          05 FILLER                 PIC X(10) VALUE "BASIS".
          05 FILLER                 PIC X(10) VALUE "   VOLUME".
          05 FILLER                 PIC X(06) VALUE " RUNS".
          05 FILLER                 PIC X(10) VALUE " PROJECTED".
          05 FILLER                 PIC X(09) VALUE "  TARGET".
          05 FILLER                 PIC X(07) VALUE " STATUS".
       01 WS-FORECAST-LINE.
          05 FCL-STEP-NAME          PIC X(24).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FCL-BASIS              PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FCL-VOLUME             PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FCL-RUNS               PIC Z(3)9.
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 FCL-PROJECTED          PIC Z(5)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FCL-TARGET             PIC Z(5)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FCL-STATUS             PIC X(16).
       01 WS-CYCLE-TOTAL-LINE.
          05 FILLER                 PIC X(26)
               VALUE "PROJECTED CYCLE SECONDS: ".
          05 CTO-PROJECTED          PIC Z(6)9.
          05 FILLER                 PIC X(18)
               VALUE "   WINDOW TARGET: ".
          05 CTO-TARGET             PIC Z(5)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CTO-STATUS             PIC X(16).
       01 WS-CYCLE-TIME-LINE.
          05 FILLER                 PIC X(16)
               VALUE "FORECAST TAKEN: ".
          05 CTM-START-HH           PIC 9(02).
          05 FILLER                 PIC X(01) VALUE ":".
          05 CTM-START-MM           PIC 9(02).
          05 FILLER                 PIC X(01) VALUE ":".
          05 CTM-START-SS           PIC 9(02).
          05 FILLER                 PIC X(18)
               VALUE "   PROJECTED END: ".
          05 CTM-END-HH             PIC 9(02).
          05 FILLER                 PIC X(01) VALUE ":".
          05 CTM-END-MM             PIC 9(02).
          05 FILLER                 PIC X(01) VALUE ":".
          05 CTM-END-SS             PIC 9(02).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 CTM-END-DAY-NOTE       PIC X(08).
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       CYCLE-FORECAST-CONTROL.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-CDT-TIME TO WS-TIME-PARTS.
           COMPUTE WS-START-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RECORD-DATE.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           MOVE "FCSTHISTDAYS" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-HISTORY-DAYS.
           IF WS-ENV-HISTORY-DAYS NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-HISTORY-DAYS)
                TO WS-HISTORY-DAYS
           END-IF.
           PERFORM LOAD-CYCLE-STEPS.
           PERFORM LOAD-PREFLIGHT-VOLUMES.
           PERFORM LOAD-RUN-HISTORY.
           PERFORM LOAD-WINDOW-TARGETS.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE WS-COLUMN-HEADING-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           PERFORM FORECAST-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           PERFORM GRADE-CYCLE-FORECAST.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE FORECAST-REPORT-FILE.
           IF WINDOW-BREACH-FORECAST
              PERFORM WRITE-BREACH-ALERT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
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

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "CYCLE-FCST" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "CYCLE-FCST" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO FORECAST-REPORT-RECORD
              WRITE FORECAST-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "CYCLE-FCST" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

       LOAD-CYCLE-STEPS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT STEP-CONTROL-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ STEP-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF CTL-RUN-FLAG = "Y"
                       MOVE CTL-STEP-NAME TO WS-LOOKUP-NAME
                       PERFORM ADD-CYCLE-STEP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STEP-CONTROL-FILE.
           IF WS-STEP-COUNT = 0
              PERFORM LOAD-DEFAULT-CYCLE-STEPS
           END-IF.

       LOAD-DEFAULT-CYCLE-STEPS.
           MOVE "PARAMETER-LISTING" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "PREFLIGHT" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "CYCLE-FORECAST" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "BOB" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "COLLATZ-CONJECTURE" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "DIFFERENCE-OF-SQUARES" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "DS-REGRESSION" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "LEAP" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "DARTS-RATINGS" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "DARTS-CUP" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "HAMMING" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "LUHN" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "VOLUME-CHECK" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "EXCEPTION-SUMMARY" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "ALERT-MANAGER" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "ONCALL-NOTIFY" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "DATE-AUDIT" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "BALANCING" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "ARCHIVER" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.
           MOVE "REPORT-DISTRIBUTION" TO WS-LOOKUP-NAME.
           PERFORM ADD-CYCLE-STEP.

       ADD-CYCLE-STEP.
           IF WS-STEP-COUNT < 30
              ADD 1 TO WS-STEP-COUNT
              MOVE WS-LOOKUP-NAME TO TBL-STP-NAME(WS-STEP-COUNT)
              MOVE SPACES TO TBL-STP-STATS-NAME(WS-STEP-COUNT)
              MOVE SPACES TO TBL-STP-DATASET(WS-STEP-COUNT)
              MOVE ZERO TO TBL-STP-VOLUME(WS-STEP-COUNT)
              MOVE "N" TO TBL-STP-VOLUME-SEEN(WS-STEP-COUNT)
              MOVE ZERO TO TBL-STP-HIST-READ(WS-STEP-COUNT)
              MOVE ZERO TO TBL-STP-HIST-SECS(WS-STEP-COUNT)
              MOVE ZERO TO TBL-STP-HIST-RUNS(WS-STEP-COUNT)
              EVALUATE WS-LOOKUP-NAME
                 WHEN "BOB"
                    MOVE "BOB" TO TBL-STP-STATS-NAME(WS-STEP-COUNT)
                    MOVE "BOBIN" TO TBL-STP-DATASET(WS-STEP-COUNT)
                 WHEN "COLLATZ-CONJECTURE"
                    MOVE "COLLATZ"
                      TO TBL-STP-STATS-NAME(WS-STEP-COUNT)
                    MOVE "COLZIN" TO TBL-STP-DATASET(WS-STEP-COUNT)
                 WHEN "DIFFERENCE-OF-SQUARES"
                    MOVE "DIFF-OF-SQRS"
                      TO TBL-STP-STATS-NAME(WS-STEP-COUNT)
                    MOVE "DSIN" TO TBL-STP-DATASET(WS-STEP-COUNT)
                 WHEN "LEAP"
                    MOVE "LEAP-DARTS"
                      TO TBL-STP-STATS-NAME(WS-STEP-COUNT)
                    MOVE "DARTSIN" TO TBL-STP-DATASET(WS-STEP-COUNT)
                 WHEN "HAMMING"
                    MOVE "HAMMING"
                      TO TBL-STP-STATS-NAME(WS-STEP-COUNT)
                    MOVE "HAMIN" TO TBL-STP-DATASET(WS-STEP-COUNT)
                 WHEN "LUHN"
                    MOVE "LUHN" TO TBL-STP-STATS-NAME(WS-STEP-COUNT)
                    MOVE "LUHNIN" TO TBL-STP-DATASET(WS-STEP-COUNT)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       LOAD-PREFLIGHT-VOLUMES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PREFLIGHT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ PREFLIGHT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-PREFLIGHT-VOLUME
              END-READ
           END-PERFORM.
           CLOSE PREFLIGHT-FILE.

       STORE-PREFLIGHT-VOLUME.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
              IF TBL-STP-DATASET(WS-STEP-INDEX) = PFG-DATASET-NAME
                 AND PFG-RECORD-COUNT IS NUMERIC
                 MOVE PFG-RECORD-COUNT
                   TO TBL-STP-VOLUME(WS-STEP-INDEX)
                 MOVE "Y" TO TBL-STP-VOLUME-SEEN(WS-STEP-INDEX)
              END-IF
           END-PERFORM.

       LOAD-RUN-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUN-STATS-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ RUN-STATS-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE RUN-STATS-FD-RECORD TO WS-RUN-STATS-RECORD
                    PERFORM STORE-RUN-RECORD THRU STORE-RUN-RECORD-EXIT
              END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.

       STORE-RUN-RECORD.
           IF STAT-RUN-DATE IS NOT NUMERIC
              OR STAT-RUN-DATE NOT < WS-BUSINESS-DATE
              GO TO STORE-RUN-RECORD-EXIT
           END-IF.
           MOVE STAT-RUN-DATE TO WS-RECORD-DATE.
           COMPUTE WS-RECORD-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           COMPUTE WS-DAY-DIFFERENCE =
               WS-TODAY-DAY-NUMBER - WS-RECORD-DAY-NUMBER.
           IF WS-DAY-DIFFERENCE > WS-HISTORY-DAYS
              GO TO STORE-RUN-RECORD-EXIT
           END-IF.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
              IF TBL-STP-STATS-NAME(WS-STEP-INDEX) = STAT-PROGRAM-NAME
                 ADD STAT-RECORDS-READ
                   TO TBL-STP-HIST-READ(WS-STEP-INDEX)
                 ADD STAT-ELAPSED-SECONDS
                   TO TBL-STP-HIST-SECS(WS-STEP-INDEX)
                 ADD 1 TO TBL-STP-HIST-RUNS(WS-STEP-INDEX)
              END-IF
           END-PERFORM.
       STORE-RUN-RECORD-EXIT.
           EXIT.

       LOAD-WINDOW-TARGETS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WINDOW-TARGET-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ WINDOW-TARGET-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-TARGET-COUNT < 31
                       ADD 1 TO WS-TARGET-COUNT
                       MOVE TGT-STEP-NAME
                         TO TBL-TGT-NAME(WS-TARGET-COUNT)
                       MOVE TGT-TARGET-SECONDS
                         TO TBL-TGT-SECONDS(WS-TARGET-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE WINDOW-TARGET-FILE.

       FIND-STEP-TARGET.
           MOVE "N" TO WS-TARGET-FOUND-SWITCH.
           MOVE ZERO TO WS-FOUND-TARGET.
           PERFORM VARYING WS-TARGET-SCAN FROM 1 BY 1
                   UNTIL WS-TARGET-SCAN > WS-TARGET-COUNT
                   OR STEP-TARGET-FOUND
              IF TBL-TGT-NAME(WS-TARGET-SCAN) = WS-LOOKUP-NAME
                 MOVE TBL-TGT-SECONDS(WS-TARGET-SCAN)
                   TO WS-FOUND-TARGET
                 MOVE "Y" TO WS-TARGET-FOUND-SWITCH
              END-IF
           END-PERFORM.

       FORECAST-ONE-STEP.
           MOVE TBL-STP-NAME(WS-STEP-INDEX) TO WS-LOOKUP-NAME.
           PERFORM FIND-STEP-TARGET.
           MOVE SPACES TO WS-FORECAST-LINE.
           MOVE ZERO TO WS-PROJECTED-SECONDS.
           EVALUATE TRUE
              WHEN TBL-STP-HIST-READ(WS-STEP-INDEX) > 0
                   AND TBL-STP-VOLUME-SEEN(WS-STEP-INDEX) = "Y"
                 COMPUTE WS-PROJECTED-SECONDS ROUNDED =
                     TBL-STP-VOLUME(WS-STEP-INDEX)
                     * TBL-STP-HIST-SECS(WS-STEP-INDEX)
                     / TBL-STP-HIST-READ(WS-STEP-INDEX)
                 MOVE "VOLUME" TO FCL-BASIS
              WHEN TBL-STP-HIST-RUNS(WS-STEP-INDEX) > 0
                 COMPUTE WS-PROJECTED-SECONDS ROUNDED =
                     TBL-STP-HIST-SECS(WS-STEP-INDEX)
                     / TBL-STP-HIST-RUNS(WS-STEP-INDEX)
                 MOVE "AVERAGE" TO FCL-BASIS
              WHEN STEP-TARGET-FOUND
                 MOVE WS-FOUND-TARGET TO WS-PROJECTED-SECONDS
                 MOVE "TARGET" TO FCL-BASIS
              WHEN OTHER
                 MOVE "NONE" TO FCL-BASIS
           END-EVALUATE.
           ADD WS-PROJECTED-SECONDS TO WS-CYCLE-PROJECTED.
           MOVE TBL-STP-NAME(WS-STEP-INDEX) TO FCL-STEP-NAME.
           MOVE TBL-STP-VOLUME(WS-STEP-INDEX) TO FCL-VOLUME.
           MOVE TBL-STP-HIST-RUNS(WS-STEP-INDEX) TO FCL-RUNS.
           MOVE WS-PROJECTED-SECONDS TO FCL-PROJECTED.
           MOVE WS-FOUND-TARGET TO FCL-TARGET.
           IF STEP-TARGET-FOUND
              IF WS-PROJECTED-SECONDS > WS-FOUND-TARGET
                 MOVE "*OVER TARGET*" TO FCL-STATUS
              ELSE
                 MOVE "WITHIN TARGET" TO FCL-STATUS
              END-IF
           ELSE
              MOVE "NO TARGET" TO FCL-STATUS
           END-IF.
           MOVE WS-FORECAST-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       GRADE-CYCLE-FORECAST.
           MOVE "*CYCLE*" TO WS-LOOKUP-NAME.
           PERFORM FIND-STEP-TARGET.
           MOVE WS-FOUND-TARGET TO WS-CYCLE-TARGET.
           MOVE WS-CYCLE-PROJECTED TO CTO-PROJECTED.
           MOVE WS-CYCLE-TARGET TO CTO-TARGET.
           IF STEP-TARGET-FOUND
              IF WS-CYCLE-PROJECTED > WS-CYCLE-TARGET
                 MOVE "*WINDOW BREACH*" TO CTO-STATUS
                 MOVE "Y" TO WS-BREACH-SWITCH
                 COMPUTE WS-CYCLE-OVERRUN =
                     WS-CYCLE-PROJECTED - WS-CYCLE-TARGET
              ELSE
                 MOVE "WITHIN WINDOW" TO CTO-STATUS
              END-IF
           ELSE
              MOVE "NO TARGET" TO CTO-STATUS
           END-IF.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-CYCLE-TOTAL-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-TIME-HH TO CTM-START-HH.
           MOVE WS-TIME-MM TO CTM-START-MM.
           MOVE WS-TIME-SS TO CTM-START-SS.
           COMPUTE WS-END-SECONDS =
               WS-START-SECONDS + WS-CYCLE-PROJECTED.
           DIVIDE WS-END-SECONDS BY 86400
               GIVING WS-END-DAYS REMAINDER WS-END-REMAINDER.
           COMPUTE CTM-END-HH = WS-END-REMAINDER / 3600.
           COMPUTE CTM-END-MM =
               (WS-END-REMAINDER - CTM-END-HH * 3600) / 60.
           COMPUTE CTM-END-SS =
               WS-END-REMAINDER - CTM-END-HH * 3600 - CTM-END-MM * 60.
           IF WS-END-DAYS > 0
              MOVE "(+1 DAY)" TO CTM-END-DAY-NOTE
           ELSE
              MOVE SPACES TO CTM-END-DAY-NOTE
           END-IF.
           MOVE WS-CYCLE-TIME-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

       WRITE-BREACH-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "WARN" TO ALR-SEVERITY.
           MOVE "CYCLE-FCST" TO ALR-PROGRAM-NAME.
           MOVE SPACES TO ALR-MESSAGE.
           MOVE WS-CYCLE-OVERRUN TO CTO-PROJECTED.
           STRING "Forecast breaches batch window by "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(CTO-PROJECTED) DELIMITED BY SIZE
                  " secs" DELIMITED BY SIZE
                  INTO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
