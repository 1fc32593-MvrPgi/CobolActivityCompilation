               FILE STATUS IS WS-WINTGT-FILE-STATUS.
           SELECT BATCH-WINDOW-FILE ASSIGN TO "DLYBATWIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYCLE-STATUS-FILE ASSIGN TO "DLYSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLYSTAT-FILE-STATUS.
           SELECT OPTIONAL PREFLIGHT-FILE ASSIGN TO "PREFLGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFLIGHT-FILE-STATUS.
           SELECT CATCH-UP-SUMMARY-FILE ASSIGN TO "DLYCATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DLYOPS-SUMMARY-FILE.
          05 ALM-MESSAGE               PIC X(60).
          05 FILLER                    PIC X(01).
          05 ALM-STATUS                PIC X(06).
          05 FILLER                    PIC X(53).
       FD STEP-CONTROL-FILE.
       01 STEP-CONTROL-RECORD.
          05 CTL-STEP-NAME             PIC X(24).
          05 PFG-STATUS                PIC X(04).
          05 FILLER                    PIC X(01).
          05 PFG-ERROR-COUNT           PIC 9(06).
          05 FILLER                    PIC X(01).
          05 PFG-RECORD-COUNT          PIC 9(08).
          05 FILLER                    PIC X(01).
          05 PFG-REASON                PIC X(28).
       FD CATCH-UP-SUMMARY-FILE.
       01 CATCH-UP-SUMMARY-RECORD      PIC X(82).
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE                  PIC X(08).
          05 FILLER                    PIC X(01).
          05 HOL-DESCRIPTION           PIC X(30).
       WORKING-STORAGE SECTION.
       COPY "OPRALERT.cpy".
       01 WS-PREFLIGHT-FILE-STATUS     PIC XX VALUE "00".
       01 WS-STEP-INPUT-DATASET        PIC X(10) VALUE SPACES.
       01 WS-PREFLIGHT-HELD-SWITCH     PIC X VALUE "N".
          88 PREFLIGHT-HELD VALUE "Y".
       01 WS-PREFLIGHT-REASON          PIC X(28) VALUE SPACES.
       01 WS-BUSDATE-FILE-STATUS       PIC XX VALUE "00".
       01 WS-BUSINESS-DATE             PIC X(08) VALUE SPACES.
       01 WS-OPRALERT-FILE-STATUS      PIC XX VALUE "00".
       01 WS-TARGET-COUNT              PIC 9(02) VALUE ZERO.
       01 WS-TARGET-SCAN               PIC 9(02) VALUE ZERO.
       01 WS-TARGET-TABLE.
          05 WS-TARGET-ENTRY OCCURS 31 TIMES.
             10 TBL-TGT-NAME           PIC X(24).
             10 TBL-TGT-SECONDS        PIC 9(06).
       01 WS-FOUND-TARGET              PIC 9(06) VALUE ZERO.
       01 WS-CYCLE-ELAPSED             PIC 9(06) VALUE ZERO.
       01 WS-STEP-DETAIL-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-STEP-DETAIL-TABLE.
          05 WS-STEP-DETAIL-ENTRY OCCURS 30 TIMES.
             10 TBL-DTL-NAME           PIC X(24).
             10 TBL-DTL-DISPOSITION    PIC X(34).
             10 TBL-DTL-RC             PIC S9(04).
       01 WS-ALERT-COUNT               PIC 9(04) VALUE ZERO.
       01 WS-STEP-RESULT-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-STEP-RESULT-TABLE.
          05 WS-STEP-RESULT-ENTRY OCCURS 30 TIMES.
             10 TBL-STEP-LINE          PIC X(60).
       01 WS-STEP-SCAN                 PIC 9(02) VALUE ZERO.
       01 WS-STEPCTL-FILE-STATUS       PIC XX VALUE "00".
       01 WS-STEP-COUNT                PIC 9(02) VALUE ZERO.
       01 WS-STEP-INDEX                PIC 9(02) VALUE ZERO.
       01 WS-STEP-TABLE.
          05 WS-STEP-CTL-ENTRY OCCURS 30 TIMES.
             10 TBL-CTL-NAME           PIC X(24).
             10 TBL-CTL-RUN-FLAG       PIC X.
             10 TBL-CTL-POLICY         PIC X.
             10 TBL-CTL-DEPENDS        PIC X(48).
       01 WS-FAILED-COUNT              PIC 9(02) VALUE ZERO.
       01 WS-CYCLE-COMPLETE-SWITCH     PIC X VALUE "N".
          88 CYCLE-COMPLETE VALUE "Y".
       01 WS-FAILED-TABLE.
          05 WS-FAILED-ENTRY OCCURS 30 TIMES.
             10 TBL-FAILED-NAME        PIC X(24).
       01 WS-FAILED-SCAN               PIC 9(02) VALUE ZERO.
       01 WS-PREREQ-LIST               PIC X(48) VALUE SPACES.
       01 WS-HELD-PREREQ               PIC X(24) VALUE SPACES.
       01 WS-COMPLETED-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-COMPLETED-TABLE.
          05 WS-COMPLETED-ENTRY OCCURS 30 TIMES.
             10 TBL-DONE-NAME          PIC X(24).
       01 WS-DONE-SCAN                 PIC 9(02) VALUE ZERO.
       01 WS-STEP-DONE-SWITCH          PIC X VALUE "N".
          05 SKP-NAME                  PIC X(24).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 SKP-REASON                PIC X(34).
       01 WS-DLYSTAT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-DLYSTAT-EOF-SWITCH        PIC X VALUE "N".
          88 END-OF-CYCLE-STATUS VALUE "Y".
       01 WS-HOLIDAY-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HOLIDAY-EOF-SWITCH        PIC X VALUE "N".
          88 END-OF-HOLIDAY-FILE VALUE "Y".
       01 WS-CATCHUP-TARGET            PIC X(08) VALUE SPACES.
       01 WS-CATCHUP-TARGET-NUM        PIC 9(08) VALUE ZERO.
       01 WS-CATCHUP-TARGET-DAY        PIC 9(08) VALUE ZERO.
       01 WS-CATCHUP-DAY-OF-WEEK       PIC 9(01) VALUE ZERO.
       01 WS-CATCHUP-START-DATE        PIC X(08) VALUE SPACES.
       01 WS-CATCHUP-OUTCOME           PIC X(40) VALUE SPACES.
       01 WS-CATCHUP-WORST-RC          PIC S9(4) VALUE ZERO.
       01 WS-CATCHUP-ROLL-RC           PIC S9(4) VALUE ZERO.
       01 WS-CATCHUP-LIMIT             PIC 9(02) VALUE 31.
       01 WS-CATCHUP-FINISHED-SWITCH   PIC X VALUE "N".
          88 CATCHUP-FINISHED VALUE "Y".
       01 WS-CATCHUP-STOPPED-SWITCH    PIC X VALUE "N".
          88 CATCHUP-STOPPED VALUE "Y".
       01 WS-CATCHUP-ROLL-SWITCH       PIC X VALUE "N".
          88 CATCHUP-ROLL-NEEDED VALUE "Y".
       01 WS-CATCHUP-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-CATCHUP-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-CATCHUP-TABLE.
          05 WS-CATCHUP-ENTRY OCCURS 31 TIMES.
             10 TBL-CUP-DATE           PIC X(08).
             10 TBL-CUP-WORST-RC       PIC S9(04).
             10 TBL-CUP-ELAPSED        PIC 9(06).
             10 TBL-CUP-WINDOW         PIC X(16).
             10 TBL-CUP-RESULT         PIC X(20).
       01 WS-CATCHUP-TITLE-LINE.
          05 FILLER                    PIC X(17)
               VALUE "CATCH-UP TARGET: ".
          05 CTT-TARGET                PIC X(08).
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 FILLER                    PIC X(24)
               VALUE "STARTING BUSINESS DATE: ".
          05 CTT-START                 PIC X(08).
       01 WS-CATCHUP-HEADING.
          05 FILLER                    PIC X(15) VALUE "BUSINESS DATE".
          05 FILLER                    PIC X(10) VALUE "WORST RC".
          05 FILLER                    PIC X(09) VALUE "ELAPSED".
          05 FILLER                    PIC X(18) VALUE "BATCH WINDOW".
          05 FILLER                    PIC X(06) VALUE "RESULT".
       01 WS-CATCHUP-LINE.
          05 CUP-DATE                  PIC X(08).
          05 FILLER                    PIC X(07) VALUE SPACES.
          05 CUP-WORST-RC              PIC Z(3)9.
          05 FILLER                    PIC X(06) VALUE SPACES.
          05 CUP-ELAPSED               PIC Z(5)9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 CUP-WINDOW                PIC X(16).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 CUP-RESULT                PIC X(20).
       01 WS-CATCHUP-TOTAL-LINE.
          05 FILLER                    PIC X(11) VALUE "DATES RUN: ".
          05 CTL-DATES-RUN             PIC Z9.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE "OUTCOME: ".
          05 CTL-OUTCOME               PIC X(40).
       01 WS-CATCHUP-NONE-LINE         PIC X(40)
            VALUE "NO BUSINESS DATES RUN".

       PROCEDURE DIVISION.
       DAILY-OPERATIONS-CONTROL.
           PERFORM ESTABLISH-BUSINESS-DATE.
           PERFORM LOAD-STEP-CONTROLS.
           PERFORM LOAD-WINDOW-TARGETS.
           ACCEPT WS-RESTART-FLAG FROM ENVIRONMENT "DLYRESTART".
           ACCEPT WS-CATCHUP-TARGET FROM ENVIRONMENT "DLYCATCHUP".
           IF WS-CATCHUP-TARGET = SPACES
              PERFORM RUN-BUSINESS-DAY-CYCLE
           ELSE
              PERFORM RUN-CATCH-UP
           END-IF.
           IF WS-WORST-RETURN-CODE > 4
              MOVE WS-WORST-RETURN-CODE TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           IF CYCLE-STOPPED AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       RUN-BUSINESS-DAY-CYCLE.
           ACCEPT WS-CYCLE-START-TIME FROM TIME.
           IF RESTART-MODE
              PERFORM READ-STEP-CHECKPOINT
           ELSE
              PERFORM RESET-STEP-CHECKPOINT
              CALL "operator-alert-manager"
              CANCEL "operator-alert-manager"
              PERFORM RESET-ALERT-FILE
           END-IF.
           PERFORM RUN-CYCLE-STEP
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           IF NOT CYCLE-STOPPED AND WS-FAILED-COUNT = 0
              PERFORM RESET-STEP-CHECKPOINT
              MOVE "Y" TO WS-CYCLE-COMPLETE-SWITCH
           END-IF.
           ACCEPT WS-CYCLE-END-TIME FROM TIME.
           MOVE WS-CYCLE-START-TIME TO WS-STEP-START-TIME.
           PERFORM WRITE-STEP-RESULT-LINES.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE DLYOPS-SUMMARY-FILE.

       RUN-CATCH-UP.
           MOVE WS-BUSINESS-DATE TO WS-CATCHUP-START-DATE.
           PERFORM VALIDATE-CATCH-UP-TARGET
              THRU VALIDATE-CATCH-UP-TARGET-EXIT.
           IF CATCHUP-STOPPED
              MOVE 8 TO WS-CATCHUP-WORST-RC
              MOVE "Y" TO WS-CATCHUP-FINISHED-SWITCH
           ELSE
              PERFORM CHECK-LAST-CYCLE-STATUS
           END-IF.
           PERFORM RUN-CATCH-UP-DAY THRU RUN-CATCH-UP-DAY-EXIT
               UNTIL CATCHUP-FINISHED.
           PERFORM WRITE-CATCH-UP-SUMMARY.
           IF CATCHUP-STOPPED
              PERFORM WRITE-CATCH-UP-ALERT
              MOVE "Y" TO WS-STOP-CYCLE-SWITCH
           END-IF.
           MOVE WS-CATCHUP-WORST-RC TO WS-WORST-RETURN-CODE.

       VALIDATE-CATCH-UP-TARGET.
           IF WS-CATCHUP-TARGET NOT NUMERIC
              MOVE "REFUSED - TARGET DATE NOT NUMERIC"
                TO WS-CATCHUP-OUTCOME
              MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
              GO TO VALIDATE-CATCH-UP-TARGET-EXIT
           END-IF.
           MOVE WS-CATCHUP-TARGET TO WS-CATCHUP-TARGET-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CATCHUP-TARGET-NUM)
              NOT = 0
              MOVE "REFUSED - TARGET DATE NOT VALID"
                TO WS-CATCHUP-OUTCOME
              MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
              GO TO VALIDATE-CATCH-UP-TARGET-EXIT
           END-IF.
           IF WS-CATCHUP-TARGET < WS-BUSINESS-DATE
              MOVE "REFUSED - TARGET BEFORE BUSINESS DATE"
                TO WS-CATCHUP-OUTCOME
              MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
              GO TO VALIDATE-CATCH-UP-TARGET-EXIT
           END-IF.
           COMPUTE WS-CATCHUP-TARGET-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CATCHUP-TARGET-NUM).
           COMPUTE WS-CATCHUP-DAY-OF-WEEK =
               FUNCTION MOD(WS-CATCHUP-TARGET-DAY, 7).
           IF WS-CATCHUP-DAY-OF-WEEK = 0 OR WS-CATCHUP-DAY-OF-WEEK = 6
              MOVE "REFUSED - TARGET NOT A BUSINESS DAY"
                TO WS-CATCHUP-OUTCOME
              MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
              GO TO VALIDATE-CATCH-UP-TARGET-EXIT
           END-IF.
           MOVE "N" TO WS-HOLIDAY-EOF-SWITCH.
           OPEN INPUT HOLIDAY-FILE.
           PERFORM UNTIL END-OF-HOLIDAY-FILE
              READ HOLIDAY-FILE
                 AT END
                    MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
                 NOT AT END
                    IF HOL-DATE = WS-CATCHUP-TARGET
                       MOVE "REFUSED - TARGET IS A HOLIDAY"
                         TO WS-CATCHUP-OUTCOME
                       MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
       VALIDATE-CATCH-UP-TARGET-EXIT.
           EXIT.

       CHECK-LAST-CYCLE-STATUS.
           MOVE "N" TO WS-DLYSTAT-EOF-SWITCH.
           OPEN INPUT CYCLE-STATUS-FILE.
           PERFORM UNTIL END-OF-CYCLE-STATUS
              READ CYCLE-STATUS-FILE
                 AT END
                    MOVE "Y" TO WS-DLYSTAT-EOF-SWITCH
                 NOT AT END
                    IF STS-STEP-NAME = "*CYCLE*"
                       AND STS-DISPOSITION(1:8) = WS-BUSINESS-DATE
                       AND STS-DISPOSITION(10:8) = "COMPLETE"
                       AND STS-RETURN-CODE NOT > 4
                       MOVE "Y" TO WS-CATCHUP-ROLL-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CYCLE-STATUS-FILE.

       RUN-CATCH-UP-DAY.
           IF CATCHUP-ROLL-NEEDED
              IF WS-BUSINESS-DATE NOT < WS-CATCHUP-TARGET
                 MOVE "COMPLETE - TARGET DATE REACHED"
                   TO WS-CATCHUP-OUTCOME
                 MOVE "Y" TO WS-CATCHUP-FINISHED-SWITCH
                 GO TO RUN-CATCH-UP-DAY-EXIT
              END-IF
              IF WS-CATCHUP-COUNT NOT < WS-CATCHUP-LIMIT
                 MOVE "STOPPED - DAY LIMIT REACHED"
                   TO WS-CATCHUP-OUTCOME
                 MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
                 MOVE "Y" TO WS-CATCHUP-FINISHED-SWITCH
                 GO TO RUN-CATCH-UP-DAY-EXIT
              END-IF
              PERFORM ROLL-CATCH-UP-DATE
              IF WS-CATCHUP-ROLL-RC > 0
                 MOVE "STOPPED - BUSINESS DATE ROLL FAILED"
                   TO WS-CATCHUP-OUTCOME
                 MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
                 MOVE "Y" TO WS-CATCHUP-FINISHED-SWITCH
                 IF WS-CATCHUP-ROLL-RC > WS-CATCHUP-WORST-RC
                    MOVE WS-CATCHUP-ROLL-RC TO WS-CATCHUP-WORST-RC
                 END-IF
                 GO TO RUN-CATCH-UP-DAY-EXIT
              END-IF
           END-IF.
           PERFORM RESET-CYCLE-STATE.
           PERFORM RUN-BUSINESS-DAY-CYCLE.
           PERFORM RECORD-CATCH-UP-DAY.
           MOVE "N" TO WS-RESTART-FLAG.
           MOVE "Y" TO WS-CATCHUP-ROLL-SWITCH.
           IF CYCLE-STOPPED OR WS-FAILED-COUNT > 0
              MOVE SPACES TO WS-CATCHUP-OUTCOME
              STRING "STOPPED - FAILING STEP ON "
                     DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     INTO WS-CATCHUP-OUTCOME
              MOVE "Y" TO WS-CATCHUP-STOPPED-SWITCH
              MOVE "Y" TO WS-CATCHUP-FINISHED-SWITCH
           END-IF.
       RUN-CATCH-UP-DAY-EXIT.
           EXIT.

       ROLL-CATCH-UP-DATE.
           DISPLAY "DATEROLLOVR" UPON ENVIRONMENT-NAME.
           DISPLAY "Y" UPON ENVIRONMENT-VALUE.
           CALL "business-date-roll".
           MOVE RETURN-CODE TO WS-CATCHUP-ROLL-RC.
           CANCEL "business-date-roll".
           MOVE SPACES TO WS-BUSINESS-DATE.
           PERFORM ESTABLISH-BUSINESS-DATE.

       RESET-CYCLE-STATE.
           MOVE ZERO TO WS-STEP-DETAIL-COUNT.
           MOVE ZERO TO WS-STEP-RESULT-COUNT.
           MOVE ZERO TO WS-FAILED-COUNT.
           MOVE ZERO TO WS-COMPLETED-COUNT.
           MOVE ZERO TO WS-WORST-RETURN-CODE.
           MOVE ZERO TO WS-REPORT-RECORD-COUNT.
           MOVE ZERO TO WS-ALERT-COUNT.
           MOVE "N" TO WS-STOP-CYCLE-SWITCH.
           MOVE "N" TO WS-CYCLE-COMPLETE-SWITCH.
           MOVE "N" TO WS-ALERT-EOF-SWITCH.
           MOVE "N" TO WS-CKPT-EOF-SWITCH.

       RECORD-CATCH-UP-DAY.
           ADD 1 TO WS-CATCHUP-COUNT.
           MOVE WS-BUSINESS-DATE TO TBL-CUP-DATE(WS-CATCHUP-COUNT).
           MOVE WS-WORST-RETURN-CODE
             TO TBL-CUP-WORST-RC(WS-CATCHUP-COUNT).
           MOVE WS-CYCLE-ELAPSED TO TBL-CUP-ELAPSED(WS-CATCHUP-COUNT).
           MOVE WIN-STATUS TO TBL-CUP-WINDOW(WS-CATCHUP-COUNT).
           IF CYCLE-STOPPED OR WS-FAILED-COUNT > 0
              MOVE "FAILED - STOPPED"
                TO TBL-CUP-RESULT(WS-CATCHUP-COUNT)
           ELSE
              MOVE "COMPLETE" TO TBL-CUP-RESULT(WS-CATCHUP-COUNT)
           END-IF.
           IF WS-WORST-RETURN-CODE > WS-CATCHUP-WORST-RC
              MOVE WS-WORST-RETURN-CODE TO WS-CATCHUP-WORST-RC
           END-IF.

       WRITE-CATCH-UP-SUMMARY.
           OPEN OUTPUT CATCH-UP-SUMMARY-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "DAILY-CATCHUP" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO CATCH-UP-SUMMARY-RECORD.
           WRITE CATCH-UP-SUMMARY-RECORD.
           MOVE WS-CATCHUP-TARGET TO CTT-TARGET.
           MOVE WS-CATCHUP-START-DATE TO CTT-START.
           MOVE WS-CATCHUP-TITLE-LINE TO CATCH-UP-SUMMARY-RECORD.
           WRITE CATCH-UP-SUMMARY-RECORD.
           MOVE SPACES TO CATCH-UP-SUMMARY-RECORD.
           WRITE CATCH-UP-SUMMARY-RECORD.
           MOVE WS-CATCHUP-HEADING TO CATCH-UP-SUMMARY-RECORD.
           WRITE CATCH-UP-SUMMARY-RECORD.
           PERFORM VARYING WS-CATCHUP-SCAN FROM 1 BY 1
                   UNTIL WS-CATCHUP-SCAN > WS-CATCHUP-COUNT
              MOVE TBL-CUP-DATE(WS-CATCHUP-SCAN) TO CUP-DATE
              MOVE TBL-CUP-WORST-RC(WS-CATCHUP-SCAN) TO CUP-WORST-RC
              MOVE TBL-CUP-ELAPSED(WS-CATCHUP-SCAN) TO CUP-ELAPSED
              MOVE TBL-CUP-WINDOW(WS-CATCHUP-SCAN) TO CUP-WINDOW
              MOVE TBL-CUP-RESULT(WS-CATCHUP-SCAN) TO CUP-RESULT
              MOVE WS-CATCHUP-LINE TO CATCH-UP-SUMMARY-RECORD
              WRITE CATCH-UP-SUMMARY-RECORD
           END-PERFORM.
           IF WS-CATCHUP-COUNT = 0
              MOVE WS-CATCHUP-NONE-LINE TO CATCH-UP-SUMMARY-RECORD
              WRITE CATCH-UP-SUMMARY-RECORD
           END-IF.
           MOVE SPACES TO CATCH-UP-SUMMARY-RECORD.
           WRITE CATCH-UP-SUMMARY-RECORD.
           MOVE WS-CATCHUP-COUNT TO CTL-DATES-RUN.
           MOVE WS-CATCHUP-OUTCOME TO CTL-OUTCOME.
           MOVE WS-CATCHUP-TOTAL-LINE TO CATCH-UP-SUMMARY-RECORD.
           WRITE CATCH-UP-SUMMARY-RECORD.
           MOVE WS-CATCHUP-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO CATCH-UP-SUMMARY-RECORD.
           WRITE CATCH-UP-SUMMARY-RECORD.
           CLOSE CATCH-UP-SUMMARY-FILE.

       WRITE-CATCH-UP-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "DAILY-OPS" TO ALR-PROGRAM-NAME.
           MOVE SPACES TO ALR-MESSAGE.
           STRING "Catch-up " DELIMITED BY SIZE
                  WS-CATCHUP-OUTCOME DELIMITED BY SIZE
                  INTO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       LOAD-STEP-CONTROLS.
           OPEN INPUT STEP-CONTROL-FILE.
                 AT END
                    MOVE "Y" TO WS-CTL-EOF-SWITCH
                 NOT AT END
                    IF WS-STEP-COUNT < 30
                       ADD 1 TO WS-STEP-COUNT
                       MOVE CTL-STEP-NAME
                         TO TBL-CTL-NAME(WS-STEP-COUNT)
           END-IF.

       LOAD-DEFAULT-STEP-CONTROLS.
           MOVE 20 TO WS-STEP-COUNT.
           MOVE "PARAMETER-LISTING" TO TBL-CTL-NAME(1).
           MOVE "PREFLIGHT" TO TBL-CTL-NAME(2).
           MOVE "CYCLE-FORECAST" TO TBL-CTL-NAME(3).
           MOVE "BOB" TO TBL-CTL-NAME(4).
           MOVE "COLLATZ-CONJECTURE" TO TBL-CTL-NAME(5).
           MOVE "DIFFERENCE-OF-SQUARES" TO TBL-CTL-NAME(6).
           MOVE "DS-REGRESSION" TO TBL-CTL-NAME(7).
           MOVE "LEAP" TO TBL-CTL-NAME(8).
           MOVE "DARTS-RATINGS" TO TBL-CTL-NAME(9).
           MOVE "DARTS-CUP" TO TBL-CTL-NAME(10).
           MOVE "HAMMING" TO TBL-CTL-NAME(11).
           MOVE "LUHN" TO TBL-CTL-NAME(12).
           MOVE "VOLUME-CHECK" TO TBL-CTL-NAME(13).
           MOVE "EXCEPTION-SUMMARY" TO TBL-CTL-NAME(14).
           MOVE "ALERT-MANAGER" TO TBL-CTL-NAME(15).
           MOVE "ONCALL-NOTIFY" TO TBL-CTL-NAME(16).
           MOVE "DATE-AUDIT" TO TBL-CTL-NAME(17).
           MOVE "BALANCING" TO TBL-CTL-NAME(18).
           MOVE "ARCHIVER" TO TBL-CTL-NAME(19).
           MOVE "REPORT-DISTRIBUTION" TO TBL-CTL-NAME(20).
           PERFORM VARYING WS-STEP-SCAN FROM 1 BY 1
                   UNTIL WS-STEP-SCAN > WS-STEP-COUNT
              MOVE "Y" TO TBL-CTL-RUN-FLAG(WS-STEP-SCAN)
              MOVE "C" TO TBL-CTL-POLICY(WS-STEP-SCAN)
              MOVE SPACES TO TBL-CTL-DEPENDS(WS-STEP-SCAN)
           END-PERFORM.
           MOVE "DIFFERENCE-OF-SQUARES" TO TBL-CTL-DEPENDS(7).
           MOVE "LEAP" TO TBL-CTL-DEPENDS(9).
           MOVE "LEAP" TO TBL-CTL-DEPENDS(10).
           MOVE "DATE-AUDIT" TO TBL-CTL-DEPENDS(18).
           MOVE "BALANCING" TO TBL-CTL-DEPENDS(19).

       READ-STEP-CHECKPOINT.
           OPEN INPUT STEP-CHECKPOINT-FILE.
                 AT END
                    MOVE "Y" TO WS-CKPT-EOF-SWITCH
                 NOT AT END
                    IF WS-COMPLETED-COUNT < 30
                       ADD 1 TO WS-COMPLETED-COUNT
                       MOVE STEP-CHECKPOINT-RECORD
                         TO TBL-DONE-NAME(WS-COMPLETED-COUNT)
                 MOVE "RESTART - COMPLETE" TO SKP-REASON
                 PERFORM LOG-SKIPPED-STEP
              WHEN PREFLIGHT-HELD
                 IF WS-PREFLIGHT-REASON(1:9) = "DUPLICATE"
                    MOVE "HELD - DUPLICATE INPUT FILE" TO SKP-REASON
                 ELSE
                    MOVE "HELD - PREFLIGHT NOGO" TO SKP-REASON
                 END-IF
                 PERFORM LOG-SKIPPED-STEP
                 PERFORM NOTE-FAILED-STEP
              WHEN PREREQ-HAS-FAILED
       EXECUTE-CYCLE-STEP.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           EVALUATE WS-STEP-NAME
              WHEN "PARAMETER-LISTING"
                 PERFORM RUN-PARAMETER-LISTING
              WHEN "PREFLIGHT"
                 PERFORM RUN-PREFLIGHT
              WHEN "CYCLE-FORECAST"
                 PERFORM RUN-CYCLE-FORECAST
              WHEN "BOB"
                 PERFORM RUN-BOB
              WHEN "COLLATZ-CONJECTURE"
                 PERFORM RUN-COLLATZ-CONJECTURE
              WHEN "DIFFERENCE-OF-SQUARES"
                 PERFORM RUN-DIFFERENCE-OF-SQUARES
              WHEN "DS-REGRESSION"
                 PERFORM RUN-DS-REGRESSION
              WHEN "LEAP"
                 PERFORM RUN-LEAP-DARTS
              WHEN "DARTS-RATINGS"
                 PERFORM RUN-DARTS-RATINGS
              WHEN "DARTS-CUP"
                 PERFORM RUN-DARTS-CUP
              WHEN "HAMMING"
                 PERFORM RUN-HAMMING
              WHEN "LUHN"
                 PERFORM RUN-EXCEPTION-SUMMARY
              WHEN "ALERT-MANAGER"
                 PERFORM RUN-ALERT-MANAGER
              WHEN "ONCALL-NOTIFY"
                 PERFORM RUN-ONCALL-NOTIFY
              WHEN "DATE-AUDIT"
                 PERFORM RUN-DATE-AUDIT
              WHEN "HOUSEKEEPING"
                 PERFORM RUN-BALANCING
              WHEN "ARCHIVER"
                 PERFORM RUN-ARCHIVER
              WHEN "REPORT-DISTRIBUTION"
                 PERFORM RUN-REPORT-DISTRIBUTION
              WHEN "LEGAL-HOLD"
                 PERFORM RUN-LEGAL-HOLD
              WHEN OTHER
                 MOVE "UNKNOWN STEP NAME" TO SKP-REASON
                 PERFORM LOG-SKIPPED-STEP

       LOG-SKIPPED-STEP.
           MOVE WS-STEP-NAME TO SKP-NAME.
           IF WS-STEP-RESULT-COUNT < 30
              ADD 1 TO WS-STEP-RESULT-COUNT
              MOVE WS-STEP-SKIP-LINE
                TO TBL-STEP-LINE(WS-STEP-RESULT-COUNT)
              ADD 1 TO WS-REPORT-RECORD-COUNT
           END-IF.
           IF WS-STEP-DETAIL-COUNT < 30
              ADD 1 TO WS-STEP-DETAIL-COUNT
              MOVE WS-STEP-NAME
                TO TBL-DTL-NAME(WS-STEP-DETAIL-COUNT)
           MOVE WS-RPT-TRAILER-LINE TO DLYOPS-SUMMARY-RECORD.
           WRITE DLYOPS-SUMMARY-RECORD.

       RUN-PARAMETER-LISTING.
           MOVE "PARAMETER-LISTING" TO WS-STEP-NAME.
           DISPLAY "PRMFUNC" UPON ENVIRONMENT-NAME.
           DISPLAY "LIST" UPON ENVIRONMENT-VALUE.
           CALL "parameter-maintenance".
           PERFORM LOG-STEP-RESULT.
           CANCEL "parameter-maintenance".

       RUN-PREFLIGHT.
           MOVE "PREFLIGHT" TO WS-STEP-NAME.
           CALL "input-preflight".
           PERFORM LOG-STEP-RESULT.
           CANCEL "input-preflight".

       RUN-CYCLE-FORECAST.
           MOVE "CYCLE-FORECAST" TO WS-STEP-NAME.
           CALL "cycle-completion-forecast".
           PERFORM LOG-STEP-RESULT.
           CANCEL "cycle-completion-forecast".

       RUN-BOB.
           MOVE "BOB" TO WS-STEP-NAME.
           CALL "BOB".
           PERFORM LOG-STEP-RESULT.
           CANCEL "BOB".

       RUN-COLLATZ-CONJECTURE.
           MOVE "COLLATZ-CONJECTURE" TO WS-STEP-NAME.
           CALL "collatz-conjecture".
           PERFORM LOG-STEP-RESULT.
           CANCEL "collatz-conjecture".

       RUN-DIFFERENCE-OF-SQUARES.
           MOVE "DIFFERENCE-OF-SQUARES" TO WS-STEP-NAME.
           CALL "difference-of-squares".
           PERFORM LOG-STEP-RESULT.
           CANCEL "difference-of-squares".

       RUN-DS-REGRESSION.
           MOVE "DS-REGRESSION" TO WS-STEP-NAME.
           CALL "ds-regression-compare".
           PERFORM LOG-STEP-RESULT.
           CANCEL "ds-regression-compare".

       RUN-LEAP-DARTS.
           MOVE "LEAP" TO WS-STEP-NAME.
           CALL "LEAP".
           PERFORM LOG-STEP-RESULT.
           CANCEL "LEAP".

       RUN-DARTS-RATINGS.
           MOVE "DARTS-RATINGS" TO WS-STEP-NAME.
           CALL "darts-ratings".
           PERFORM LOG-STEP-RESULT.
           CANCEL "darts-ratings".

       RUN-DARTS-CUP.
           MOVE "DARTS-CUP" TO WS-STEP-NAME.
           CALL "darts-cup".
           PERFORM LOG-STEP-RESULT.
           CANCEL "darts-cup".

       RUN-HAMMING.
           MOVE "HAMMING" TO WS-STEP-NAME.
           CALL "hamming".
           PERFORM LOG-STEP-RESULT.
           CANCEL "hamming".

       RUN-LUHN.
           MOVE "LUHN" TO WS-STEP-NAME.
           CALL "luhn".
           PERFORM LOG-STEP-RESULT.
           CANCEL "luhn".

       RUN-VOLUME-CHECK.
           MOVE "VOLUME-CHECK" TO WS-STEP-NAME.
           CALL "volume-anomaly-check".
           PERFORM LOG-STEP-RESULT.
           CANCEL "volume-anomaly-check".

       RUN-EXCEPTION-SUMMARY.
           MOVE "EXCEPTION-SUMMARY" TO WS-STEP-NAME.
           CALL "exception-log-summary".
           PERFORM LOG-STEP-RESULT.
           CANCEL "exception-log-summary".

       RUN-ALERT-MANAGER.
           MOVE "ALERT-MANAGER" TO WS-STEP-NAME.
           CALL "operator-alert-manager".
           PERFORM LOG-STEP-RESULT.
           CANCEL "operator-alert-manager".

       RUN-ONCALL-NOTIFY.
           MOVE "ONCALL-NOTIFY" TO WS-STEP-NAME.
           CALL "oncall-notifier".
           PERFORM LOG-STEP-RESULT.
           CANCEL "oncall-notifier".

       RUN-DATE-AUDIT.
           MOVE "DATE-AUDIT" TO WS-STEP-NAME.
           CALL "business-date-auditor".
           PERFORM LOG-STEP-RESULT.
           CANCEL "business-date-auditor".

       RUN-HOUSEKEEPING.
           MOVE "HOUSEKEEPING" TO WS-STEP-NAME.
           CALL "retention-housekeeper".
           PERFORM LOG-STEP-RESULT.
           CANCEL "retention-housekeeper".

       RUN-BALANCING.
           MOVE "BALANCING" TO WS-STEP-NAME.
           CALL "record-balancer".
           PERFORM LOG-STEP-RESULT.
           CANCEL "record-balancer".

       RUN-ARCHIVER.
           MOVE "ARCHIVER" TO WS-STEP-NAME.
           CALL "output-archiver".
           PERFORM LOG-STEP-RESULT.
           CANCEL "output-archiver".

       RUN-REPORT-DISTRIBUTION.
           MOVE "REPORT-DISTRIBUTION" TO WS-STEP-NAME.
           CALL "report-distributor".
           PERFORM LOG-STEP-RESULT.
           CANCEL "report-distributor".

       RUN-LEGAL-HOLD.
           MOVE "LEGAL-HOLD" TO WS-STEP-NAME.
           CALL "legal-hold-report".
           PERFORM LOG-STEP-RESULT.
           CANCEL "legal-hold-report".

       LOG-STEP-RESULT.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           ACCEPT WS-STEP-END-TIME FROM TIME.
           PERFORM COMPUTE-STEP-ELAPSED.
           IF WS-STEP-DETAIL-COUNT < 30
              ADD 1 TO WS-STEP-DETAIL-COUNT
              MOVE WS-STEP-NAME
                TO TBL-DTL-NAME(WS-STEP-DETAIL-COUNT)
           END-IF.
           MOVE WS-STEP-NAME TO STP-NAME.
           MOVE WS-STEP-RETURN-CODE TO STP-RETURN-CODE.
           IF WS-STEP-RESULT-COUNT < 30
              ADD 1 TO WS-STEP-RESULT-COUNT
              MOVE WS-STEP-LINE
                TO TBL-STEP-LINE(WS-STEP-RESULT-COUNT)
           END-IF.

       NOTE-FAILED-STEP.
           IF WS-FAILED-COUNT < 30
              ADD 1 TO WS-FAILED-COUNT
              MOVE WS-STEP-NAME
                TO TBL-FAILED-NAME(WS-FAILED-COUNT)
                    IF PFG-DATASET-NAME = WS-STEP-INPUT-DATASET
                       AND PFG-STATUS = "NOGO"
                       MOVE "Y" TO WS-PREFLIGHT-HELD-SWITCH
                       MOVE PFG-REASON TO WS-PREFLIGHT-REASON
                    END-IF
              END-READ
           END-PERFORM.
                 AT END
                    MOVE "Y" TO WS-WINTGT-EOF-SWITCH
                 NOT AT END
                    IF WS-TARGET-COUNT < 31
                       ADD 1 TO WS-TARGET-COUNT
                       MOVE TGT-STEP-NAME
                         TO TBL-TGT-NAME(WS-TARGET-COUNT)
           MOVE SPACES TO CYCLE-STATUS-RECORD.
           MOVE "*CYCLE*" TO STS-STEP-NAME.
           MOVE WS-BUSINESS-DATE TO STS-DISPOSITION.
           IF CYCLE-COMPLETE
              MOVE "COMPLETE" TO STS-DISPOSITION(10:8)
           END-IF.
           MOVE WS-WORST-RETURN-CODE TO STS-RETURN-CODE.
           MOVE WS-CYCLE-START-TIME TO STS-START-TIME.
           MOVE WS-CYCLE-END-TIME TO STS-END-TIME.
