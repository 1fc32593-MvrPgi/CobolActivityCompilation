               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO "PREFLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-LOG-FILE ASSIGN TO "RCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTLOG-FILE-STATUS.
           SELECT OPTIONAL RECEIPT-SCHEDULE-FILE ASSIGN TO "RCPTSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTSCHD-FILE-STATUS.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
          05 PFG-STATUS             PIC X(04).
          05 FILLER                 PIC X(01).
          05 PFG-ERROR-COUNT        PIC 9(06).
          05 FILLER                 PIC X(01).
          05 PFG-RECORD-COUNT       PIC 9(08).
          05 FILLER                 PIC X(01).
          05 PFG-REASON             PIC X(28).
       FD PREFLIGHT-REPORT-FILE.
       01 PREFLIGHT-REPORT-RECORD   PIC X(80).
       FD RECEIPT-LOG-FILE.
       01 RECEIPT-LOG-RECORD.
          05 RCP-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 RCP-DATASET-NAME       PIC X(10).
          05 FILLER                 PIC X(01).
          05 RCP-ARRIVAL-DATE       PIC X(08).
          05 FILLER                 PIC X(01).
          05 RCP-ARRIVAL-TIME       PIC X(08).
          05 FILLER                 PIC X(01).
          05 RCP-RECORD-COUNT       PIC 9(08).
          05 FILLER                 PIC X(01).
          05 RCP-FINGERPRINT        PIC 9(12).
          05 FILLER                 PIC X(01).
          05 RCP-STATUS             PIC X(10).
       FD RECEIPT-SCHEDULE-FILE.
       01 RECEIPT-SCHEDULE-RECORD.
          05 SCH-DATASET-NAME       PIC X(10).
          05 FILLER                 PIC X(01).
          05 SCH-DAY-OFFSET         PIC 9(01).
          05 FILLER                 PIC X(01).
          05 SCH-DEADLINE-TIME      PIC 9(06).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "OPRALERT.cpy".
       01 WS-INPUT-FILE-STATUS      PIC XX VALUE "00".
       01 WS-OPEN-FILE-STATUS       PIC XX VALUE "00".
          88 INPUT-FILE-NOT-PRESENT VALUE "05".
       01 WS-RCPTLOG-FILE-STATUS    PIC XX VALUE "00".
          88 RCPTLOG-FILE-NOT-FOUND VALUE "35".
       01 WS-RCPTSCHD-FILE-STATUS   PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-RECEIPT-EOF-SWITCH     PIC X VALUE "N".
          88 END-OF-RECEIPT-FILE VALUE "Y".
       01 WS-FPR-DATA               PIC X(616) VALUE SPACES.
       01 WS-FPR-LENGTH             PIC 9(04) VALUE ZERO.
       01 WS-FPR-SCAN               PIC 9(04) VALUE ZERO.
       01 WS-FINGERPRINT            PIC 9(12) VALUE ZERO.
       01 WS-ACTUAL-DATE            PIC X(08) VALUE SPACES.
       01 WS-ACTUAL-TIME            PIC X(08) VALUE SPACES.
       01 WS-ARRIVAL-DATE           PIC X(08) VALUE SPACES.
       01 WS-ARRIVAL-TIME           PIC X(08) VALUE SPACES.
       01 WS-ARRIVAL-DAY            PIC 9(08) VALUE ZERO.
       01 WS-DEADLINE-DAY           PIC 9(08) VALUE ZERO.
       01 WS-DEADLINE-TIME          PIC 9(06) VALUE ZERO.
       01 WS-DATE-WORK              PIC 9(08) VALUE ZERO.
       01 WS-RECEIPT-STATUS         PIC X(10) VALUE SPACES.
       01 WS-PRIOR-RECEIPT-DATE     PIC X(08) VALUE SPACES.
       01 WS-GATE-REASON            PIC X(28) VALUE SPACES.
       01 WS-LOGGED-SWITCH          PIC X VALUE "N".
          88 RECEIPT-ALREADY-LOGGED VALUE "Y".
       01 WS-DUPLICATE-SWITCH       PIC X VALUE "N".
          88 DUPLICATE-FILE-FOUND VALUE "Y".
       01 WS-SCHEDULED-SWITCH       PIC X VALUE "N".
          88 DEADLINE-SCHEDULED VALUE "Y".
       01 WS-LATE-SWITCH            PIC X VALUE "N".
          88 PAST-DEADLINE VALUE "Y".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-HAM-RECORD-LENGTH      PIC 9(04) VALUE ZERO.
       01 WS-ERROR-COUNT            PIC 9(06) VALUE ZERO.
       01 WS-RECORD-COUNT           PIC 9(08) VALUE ZERO.
       01 WS-NOGO-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-PENDING-SWITCH         PIC X VALUE "N".
          88 CONTINUATION-PENDING VALUE "Y".
          05 EDT-STATUS             PIC X(04).
          05 FILLER                 PIC X(10) VALUE "  ERRORS:".
          05 EDT-ERRORS             PIC Z(5)9.
          05 FILLER                 PIC X(11) VALUE "  RECORDS:".
          05 EDT-RECORDS            PIC Z(7)9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 EDT-REASON             PIC X(28).
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       PREFLIGHT-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-ACTUAL-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PREFLIGHT-FILE.
           OPEN OUTPUT PREFLIGHT-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           WRITE PREFLIGHT-REPORT-RECORD.

       WRITE-GATE-RECORD.
           PERFORM CHECK-FILE-RECEIPT THRU CHECK-FILE-RECEIPT-EXIT.
           MOVE SPACES TO PREFLIGHT-RECORD.
           MOVE EDT-DATASET TO PFG-DATASET-NAME.
           IF WS-ERROR-COUNT > 0 OR DUPLICATE-FILE-FOUND
              MOVE "NOGO" TO PFG-STATUS
              ADD 1 TO WS-NOGO-COUNT
           ELSE
              MOVE "GO" TO PFG-STATUS
           END-IF.
           IF WS-ERROR-COUNT > 0 AND NOT DUPLICATE-FILE-FOUND
              MOVE "FORMAT ERRORS" TO WS-GATE-REASON
           END-IF.
           MOVE WS-ERROR-COUNT TO PFG-ERROR-COUNT.
           MOVE WS-RECORD-COUNT TO PFG-RECORD-COUNT.
           MOVE WS-GATE-REASON TO PFG-REASON.
           WRITE PREFLIGHT-RECORD.
           MOVE PFG-STATUS TO EDT-STATUS.
           MOVE WS-ERROR-COUNT TO EDT-ERRORS.
           MOVE WS-RECORD-COUNT TO EDT-RECORDS.
           MOVE WS-GATE-REASON TO EDT-REASON.
           MOVE WS-EDIT-LINE TO PREFLIGHT-REPORT-RECORD.
           WRITE PREFLIGHT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       ADD-RECORD-TO-FINGERPRINT.
           PERFORM VARYING WS-FPR-SCAN FROM 1 BY 1
                   UNTIL WS-FPR-SCAN > WS-FPR-LENGTH
              COMPUTE WS-FINGERPRINT = FUNCTION MOD(
                  WS-FINGERPRINT * 131
                + FUNCTION ORD(WS-FPR-DATA(WS-FPR-SCAN:1)),
                  999999999989)
           END-PERFORM.
           COMPUTE WS-FINGERPRINT = FUNCTION MOD(
               WS-FINGERPRINT * 131 + 11, 999999999989).

       CHECK-FILE-RECEIPT.
           MOVE SPACES TO WS-GATE-REASON.
           MOVE "N" TO WS-DUPLICATE-SWITCH.
           ACCEPT WS-ACTUAL-TIME FROM TIME.
           PERFORM FIND-RECEIPT-DEADLINE.
           IF INPUT-FILE-NOT-PRESENT
              IF DEADLINE-SCHEDULED
                 MOVE WS-ACTUAL-DATE TO WS-ARRIVAL-DATE
                 MOVE WS-ACTUAL-TIME TO WS-ARRIVAL-TIME
                 PERFORM CHECK-AGAINST-DEADLINE
              END-IF
              IF DEADLINE-SCHEDULED AND PAST-DEADLINE
                 MOVE "NOT RECEIVED - PAST DEADLINE"
                   TO WS-GATE-REASON
                 MOVE "WARN" TO ALR-SEVERITY
                 MOVE SPACES TO ALR-MESSAGE
                 STRING "Input " DELIMITED BY SIZE
                        EDT-DATASET DELIMITED BY SPACE
                        " not received by deadline"
                        DELIMITED BY SIZE
                        INTO ALR-MESSAGE
                 PERFORM WRITE-ALERT-RECORD
              ELSE
                 MOVE "NOT RECEIVED" TO WS-GATE-REASON
              END-IF
              GO TO CHECK-FILE-RECEIPT-EXIT
           END-IF.
           PERFORM SCAN-RECEIPT-LOG.
           IF DUPLICATE-FILE-FOUND
              MOVE SPACES TO WS-GATE-REASON
              STRING "DUPLICATE OF " DELIMITED BY SIZE
                     WS-PRIOR-RECEIPT-DATE DELIMITED BY SIZE
                     " FILE" DELIMITED BY SIZE
                     INTO WS-GATE-REASON
           END-IF.
           IF RECEIPT-ALREADY-LOGGED
              GO TO CHECK-FILE-RECEIPT-EXIT
           END-IF.
           MOVE WS-ACTUAL-DATE TO WS-ARRIVAL-DATE.
           MOVE WS-ACTUAL-TIME TO WS-ARRIVAL-TIME.
           MOVE "ON TIME" TO WS-RECEIPT-STATUS.
           IF DEADLINE-SCHEDULED
              PERFORM CHECK-AGAINST-DEADLINE
              IF PAST-DEADLINE
                 MOVE "LATE" TO WS-RECEIPT-STATUS
              END-IF
           ELSE
              MOVE "UNSCHED" TO WS-RECEIPT-STATUS
           END-IF.
           IF DUPLICATE-FILE-FOUND
              MOVE "DUPLICATE" TO WS-RECEIPT-STATUS
              MOVE "CRIT" TO ALR-SEVERITY
              MOVE SPACES TO ALR-MESSAGE
              STRING "Duplicate input " DELIMITED BY SIZE
                     EDT-DATASET DELIMITED BY SPACE
                     " - repeat of " DELIMITED BY SIZE
                     WS-PRIOR-RECEIPT-DATE DELIMITED BY SIZE
                     " file" DELIMITED BY SIZE
                     INTO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF DEADLINE-SCHEDULED AND PAST-DEADLINE
              AND NOT DUPLICATE-FILE-FOUND
              MOVE "RECEIVED LATE" TO WS-GATE-REASON
              MOVE "WARN" TO ALR-SEVERITY
              MOVE SPACES TO ALR-MESSAGE
              STRING "Late input " DELIMITED BY SIZE
                     EDT-DATASET DELIMITED BY SPACE
                     " - received after deadline"
                     DELIMITED BY SIZE
                     INTO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           PERFORM APPEND-RECEIPT-LOG.
       CHECK-FILE-RECEIPT-EXIT.
           EXIT.

       FIND-RECEIPT-DEADLINE.
           MOVE "N" TO WS-SCHEDULED-SWITCH.
           MOVE "N" TO WS-RECEIPT-EOF-SWITCH.
           OPEN INPUT RECEIPT-SCHEDULE-FILE.
           PERFORM UNTIL END-OF-RECEIPT-FILE OR DEADLINE-SCHEDULED
              READ RECEIPT-SCHEDULE-FILE
                 AT END
                    MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
                 NOT AT END
                    IF SCH-DATASET-NAME = EDT-DATASET
                       MOVE "Y" TO WS-SCHEDULED-SWITCH
                       MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
                       COMPUTE WS-DEADLINE-DAY =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                           + SCH-DAY-OFFSET
                       MOVE SCH-DEADLINE-TIME TO WS-DEADLINE-TIME
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECEIPT-SCHEDULE-FILE.

       CHECK-AGAINST-DEADLINE.
           MOVE "N" TO WS-LATE-SWITCH.
           MOVE WS-ARRIVAL-DATE TO WS-DATE-WORK.
           COMPUTE WS-ARRIVAL-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
           IF WS-ARRIVAL-DAY > WS-DEADLINE-DAY
              MOVE "Y" TO WS-LATE-SWITCH
           END-IF.
           IF WS-ARRIVAL-DAY = WS-DEADLINE-DAY
              AND WS-ARRIVAL-TIME(1:6) > WS-DEADLINE-TIME
              MOVE "Y" TO WS-LATE-SWITCH
           END-IF.

       SCAN-RECEIPT-LOG.
           MOVE "N" TO WS-LOGGED-SWITCH.
           MOVE "N" TO WS-RECEIPT-EOF-SWITCH.
           OPEN INPUT RECEIPT-LOG-FILE.
           PERFORM UNTIL END-OF-RECEIPT-FILE
              READ RECEIPT-LOG-FILE
                 AT END
                    MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
                 NOT AT END
                    IF RCP-DATASET-NAME = EDT-DATASET
                       AND RCP-FINGERPRINT = WS-FINGERPRINT
                       AND RCP-RECORD-COUNT = WS-RECORD-COUNT
                       PERFORM MATCH-RECEIPT-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECEIPT-LOG-FILE.

       MATCH-RECEIPT-ENTRY.
           IF RCP-BUSINESS-DATE = WS-BUSINESS-DATE
              MOVE "Y" TO WS-LOGGED-SWITCH
           ELSE
              IF RCP-BUSINESS-DATE < WS-BUSINESS-DATE
                 AND WS-RECORD-COUNT > 0
                 AND NOT DUPLICATE-FILE-FOUND
                 MOVE "Y" TO WS-DUPLICATE-SWITCH
                 MOVE RCP-BUSINESS-DATE TO WS-PRIOR-RECEIPT-DATE
              END-IF
           END-IF.

       APPEND-RECEIPT-LOG.
           OPEN EXTEND RECEIPT-LOG-FILE.
           IF RCPTLOG-FILE-NOT-FOUND
              OPEN OUTPUT RECEIPT-LOG-FILE
              CLOSE RECEIPT-LOG-FILE
              OPEN EXTEND RECEIPT-LOG-FILE
           END-IF.
           MOVE SPACES TO RECEIPT-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO RCP-BUSINESS-DATE.
           MOVE EDT-DATASET TO RCP-DATASET-NAME.
           MOVE WS-ARRIVAL-DATE TO RCP-ARRIVAL-DATE.
           MOVE WS-ARRIVAL-TIME TO RCP-ARRIVAL-TIME.
           MOVE WS-RECORD-COUNT TO RCP-RECORD-COUNT.
           MOVE WS-FINGERPRINT TO RCP-FINGERPRINT.
           MOVE WS-RECEIPT-STATUS TO RCP-STATUS.
           WRITE RECEIPT-LOG-RECORD.
           CLOSE RECEIPT-LOG-FILE.

       WRITE-ALERT-RECORD.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "PREFLIGHT" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       EDIT-BOB-INPUT.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 7 TO WS-FINGERPRINT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-PENDING-SWITCH.
           OPEN INPUT BOB-INPUT-FILE.
           MOVE WS-INPUT-FILE-STATUS TO WS-OPEN-FILE-STATUS.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ BOB-INPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE BOB-INPUT-RECORD TO WS-FPR-DATA
                    MOVE 60 TO WS-FPR-LENGTH
                    PERFORM ADD-RECORD-TO-FINGERPRINT
                    IF BOB-INPUT-RECORD(1:5) = "*SPK*"
                       CONTINUE
                    ELSE

       EDIT-COLZ-INPUT.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 7 TO WS-FINGERPRINT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT COLZ-INPUT-FILE.
           MOVE WS-INPUT-FILE-STATUS TO WS-OPEN-FILE-STATUS.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ COLZ-INPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE COLZ-INPUT-RECORD TO WS-FPR-DATA
                    MOVE 8 TO WS-FPR-LENGTH
                    PERFORM ADD-RECORD-TO-FINGERPRINT
                    IF COLZ-INPUT-RECORD IS NOT NUMERIC
                       ADD 1 TO WS-ERROR-COUNT
                    END-IF

       EDIT-DS-INPUT.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 7 TO WS-FINGERPRINT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DS-INPUT-FILE.
           MOVE WS-INPUT-FILE-STATUS TO WS-OPEN-FILE-STATUS.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DS-INPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE DS-INPUT-RECORD TO WS-FPR-DATA
                    MOVE 17 TO WS-FPR-LENGTH
                    PERFORM ADD-RECORD-TO-FINGERPRINT
                    IF PF-DS-RECORD-TYPE = "I"
                       IF PF-DS-START-NUMBER IS NOT NUMERIC
                          OR PF-DS-END-NUMBER IS NOT NUMERIC

       EDIT-DARTS-INPUT.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 7 TO WS-FINGERPRINT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-GAME-OPEN-SWITCH.
           OPEN INPUT DARTS-INPUT-FILE.
           MOVE WS-INPUT-FILE-STATUS TO WS-OPEN-FILE-STATUS.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DARTS-INPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE DARTS-INPUT-RECORD TO WS-FPR-DATA
                    MOVE 28 TO WS-FPR-LENGTH
                    PERFORM ADD-RECORD-TO-FINGERPRINT
                    PERFORM EDIT-ONE-DARTS-RECORD
              END-READ
           END-PERFORM.

       EDIT-HAM-INPUT.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 7 TO WS-FINGERPRINT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HAM-INPUT-FILE.
           MOVE WS-INPUT-FILE-STATUS TO WS-OPEN-FILE-STATUS.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ HAM-INPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE HAM-INPUT-RECORD TO WS-FPR-DATA
                    MOVE WS-HAM-RECORD-LENGTH TO WS-FPR-LENGTH
                    PERFORM ADD-RECORD-TO-FINGERPRINT
                    IF PF-HAM-LENGTH-1 IS NOT NUMERIC
                       OR PF-HAM-LENGTH-2 IS NOT NUMERIC
                       ADD 1 TO WS-ERROR-COUNT
                    ELSE
                       IF PF-HAM-LENGTH-2 = "000"
                          COMPUTE WS-EXPECTED-LENGTH =
                              FUNCTION NUMVAL(PF-HAM-LENGTH-1)
                              + 8 + 16
                       ELSE
                          COMPUTE WS-EXPECTED-LENGTH =
                              FUNCTION NUMVAL(PF-HAM-LENGTH-1)
                              + FUNCTION NUMVAL(PF-HAM-LENGTH-2)
                              + 16
                       END-IF
                       IF WS-EXPECTED-LENGTH
                          NOT = WS-HAM-RECORD-LENGTH
                          ADD 1 TO WS-ERROR-COUNT

       EDIT-LUHN-INPUT.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 7 TO WS-FINGERPRINT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-HEADER-SEEN-SWITCH.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           OPEN INPUT LUHN-INPUT-FILE.
           MOVE WS-INPUT-FILE-STATUS TO WS-OPEN-FILE-STATUS.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ LUHN-INPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE LUHN-INPUT-RECORD TO WS-FPR-DATA
                    MOVE 46 TO WS-FPR-LENGTH
                    PERFORM ADD-RECORD-TO-FINGERPRINT
                    EVALUATE LUHN-INPUT-RECORD(1:5)
                       WHEN "*HDR*"
                          MOVE "Y" TO WS-HEADER-SEEN-SWITCH
