       IDENTIFICATION DIVISION.
       PROGRAM-ID. security-access-review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "OPRSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-FILE-STATUS.
           SELECT OPTIONAL VAULT-AUDIT-FILE ASSIGN TO "VLTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "SECREVW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-RECORD.
          05 SEC-LOG-DATE           PIC X(08).
          05 FILLER                 PIC X(01).
          05 SEC-LOG-TIME           PIC X(08).
          05 FILLER                 PIC X(02).
          05 SEC-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02).
          05 SEC-EVENT              PIC X(10).
          05 FILLER                 PIC X(02).
          05 SEC-DETAIL             PIC X(30).
       FD VAULT-AUDIT-FILE.
       01 VAULT-AUDIT-RECORD.
          05 AUD-RUN-DATE          PIC X(08).
          05 FILLER                PIC X(01).
          05 AUD-RUN-TIME          PIC X(08).
          05 FILLER                PIC X(02).
          05 AUD-REQUESTER-ID      PIC X(08).
          05 FILLER                PIC X(02).
          05 AUD-APPROVER-ID       PIC X(08).
          05 FILLER                PIC X(02).
          05 AUD-TOKEN             PIC X(16).
          05 FILLER                PIC X(02).
          05 AUD-OUTCOME           PIC X(10).
          05 FILLER                PIC X(02).
          05 AUD-REASON            PIC X(40).
       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-RECORD      PIC X(100).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "OPRALERT.cpy".
       01 WS-SECLOG-FILE-STATUS     PIC XX VALUE "00".
       01 WS-AUDIT-FILE-STATUS      PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-REVIEW-DAYS            PIC 9(03) VALUE 007.
       01 WS-NORM-WEEKS             PIC 9(02) VALUE 12.
       01 WS-DAY-START-HOUR         PIC 9(02) VALUE 07.
       01 WS-DAY-END-HOUR           PIC 9(02) VALUE 19.
       01 WS-REPEAT-VIOLATIONS      PIC 9(03) VALUE 003.
       01 WS-VOLUME-FACTOR-PCT      PIC 9(03) VALUE 200.
       01 WS-VOLUME-FLOOR           PIC 9(03) VALUE 005.
       01 WS-TODAY-DAY-NUMBER       PIC 9(08) VALUE ZERO.
       01 WS-WEEK-START-DAY-NUMBER  PIC 9(08) VALUE ZERO.
       01 WS-NORM-START-DAY-NUMBER  PIC 9(08) VALUE ZERO.
       01 WS-WEEK-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DATE            PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DAY-NUMBER      PIC 9(08) VALUE ZERO.
       01 WS-WEEKDAY                PIC 9(01) VALUE ZERO.
       01 WS-EVENT-HOUR             PIC 9(02) VALUE ZERO.
       01 WS-IN-WEEK-SWITCH         PIC X VALUE "N".
          88 RECORD-IN-REVIEW-WEEK VALUE "Y".
       01 WS-IN-NORM-SWITCH         PIC X VALUE "N".
          88 RECORD-IN-NORM-PERIOD VALUE "Y".
       01 WS-LOOKUP-ID              PIC X(08) VALUE SPACES.
       01 WS-LOOKUP-DATE            PIC X(08) VALUE SPACES.
       01 WS-OPS-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-OPS-INDEX              PIC 9(04) VALUE ZERO.
       01 WS-OPS-FOUND              PIC 9(04) VALUE ZERO.
       01 WS-OPS-OVERFLOW-SWITCH    PIC X VALUE "N".
          88 OPERATOR-TABLE-FULL VALUE "Y".
       01 WS-OPS-TABLE.
          05 WS-OPS-ENTRY OCCURS 500 TIMES.
             10 TBL-OPS-ID          PIC X(08).
             10 TBL-OPS-SIGNONS     PIC 9(05).
             10 TBL-OPS-VIOLATIONS  PIC 9(05).
             10 TBL-OPS-LOCKOUTS    PIC 9(05).
             10 TBL-OPS-OFFHOURS    PIC 9(05).
             10 TBL-OPS-REQUESTS    PIC 9(05).
             10 TBL-OPS-APPROVALS   PIC 9(05).
             10 TBL-OPS-NORM-REQS   PIC 9(05).
       01 WS-DAY-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-DAY-INDEX              PIC 9(04) VALUE ZERO.
       01 WS-DAY-FOUND              PIC 9(04) VALUE ZERO.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 2000 TIMES.
             10 TBL-DAY-ID          PIC X(08).
             10 TBL-DAY-DATE        PIC X(08).
             10 TBL-DAY-SIGNONS     PIC 9(04).
             10 TBL-DAY-VIOLATIONS  PIC 9(04).
             10 TBL-DAY-OFFHOURS    PIC 9(04).
             10 TBL-DAY-REQUESTS    PIC 9(04).
             10 TBL-DAY-APPROVALS   PIC 9(04).
       01 WS-NORM-WEEKLY            PIC 9(05)V99 VALUE ZERO.
       01 WS-VOLUME-LIMIT           PIC 9(07)V99 VALUE ZERO.
       01 WS-FINDING-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-CRITICAL-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-SECTION-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-LINE.
          05 FILLER                 PIC X(16) VALUE "REVIEW PERIOD:".
          05 PRD-FROM-DATE          PIC 9(08).
          05 FILLER                 PIC X(04) VALUE " TO ".
          05 PRD-TO-DATE            PIC X(08).
       01 WS-ACTIVITY-COLUMN-LINE.
          05 FILLER                 PIC X(10) VALUE "OPERATOR".
          05 FILLER                 PIC X(10) VALUE "DATE".
          05 FILLER                 PIC X(09) VALUE "SIGN-ONS".
          05 FILLER                 PIC X(11) VALUE " VIOLATIONS".
          05 FILLER                 PIC X(11) VALUE "  OFF-HOURS".
          05 FILLER                 PIC X(10) VALUE "  REQUESTS".
          05 FILLER                 PIC X(11) VALUE "  DECISIONS".
       01 WS-ACTIVITY-LINE.
          05 ACT-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 ACT-DATE               PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 ACT-SIGNONS            PIC Z(7)9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 ACT-VIOLATIONS         PIC Z(7)9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 ACT-OFFHOURS           PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 ACT-REQUESTS           PIC Z(7)9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 ACT-APPROVALS          PIC Z(7)9.
       01 WS-FINDING-LINE.
          05 FND-SEVERITY           PIC X(04).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FND-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FND-DATE               PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FND-TEXT               PIC X(60).
       01 WS-FINDING-TEXT           PIC X(60) VALUE SPACES.
       01 WS-EDIT-COUNT             PIC Z(4)9.
       01 WS-EDIT-COUNT-2           PIC Z(4)9.
       01 WS-EDIT-NORM              PIC Z(4)9.99.
       01 WS-SUMMARY-LINE.
          05 FILLER                 PIC X(16) VALUE "TOTAL FINDINGS:".
          05 SUM-FINDINGS           PIC Z(3)9.
          05 FILLER                 PIC X(12) VALUE "  CRITICAL:".
          05 SUM-CRITICAL           PIC Z(3)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       SECURITY-REVIEW-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           PERFORM SET-REVIEW-PERIOD.
           PERFORM SCAN-SECURITY-LOG.
           PERFORM SCAN-VAULT-AUDIT.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           PERFORM OPEN-ALERT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-ACTIVITY-SECTION.
           PERFORM WRITE-VIOLATION-FINDINGS.
           PERFORM WRITE-OFF-HOURS-FINDINGS.
           PERFORM WRITE-DUAL-ROLE-FINDINGS.
           PERFORM WRITE-VOLUME-FINDINGS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE OPR-ALERT-FILE.
           CLOSE REVIEW-REPORT-FILE.
           IF WS-CRITICAL-COUNT > 0
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

       SET-REVIEW-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-RECORD-DATE.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           COMPUTE WS-WEEK-START-DAY-NUMBER =
               WS-TODAY-DAY-NUMBER - WS-REVIEW-DAYS + 1.
           COMPUTE WS-NORM-START-DAY-NUMBER =
               WS-WEEK-START-DAY-NUMBER - (WS-NORM-WEEKS * 7).
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY-NUMBER).

       CLASSIFY-RECORD-DATE.
           MOVE "N" TO WS-IN-WEEK-SWITCH.
           MOVE "N" TO WS-IN-NORM-SWITCH.
           IF WS-LOOKUP-DATE NUMERIC
              MOVE WS-LOOKUP-DATE TO WS-RECORD-DATE
              COMPUTE WS-RECORD-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE)
              EVALUATE TRUE
                 WHEN WS-RECORD-DAY-NUMBER > WS-TODAY-DAY-NUMBER
                    CONTINUE
                 WHEN WS-RECORD-DAY-NUMBER >= WS-WEEK-START-DAY-NUMBER
                    MOVE "Y" TO WS-IN-WEEK-SWITCH
                 WHEN WS-RECORD-DAY-NUMBER >= WS-NORM-START-DAY-NUMBER
                    MOVE "Y" TO WS-IN-NORM-SWITCH
              END-EVALUATE
           END-IF.

       SCAN-SECURITY-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SECURITY-LOG-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ SECURITY-LOG-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE SEC-LOG-DATE TO WS-LOOKUP-DATE
                    PERFORM CLASSIFY-RECORD-DATE
                    IF RECORD-IN-REVIEW-WEEK
                       PERFORM TALLY-SECURITY-EVENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.

       TALLY-SECURITY-EVENT.
           MOVE SEC-OPERATOR-ID TO WS-LOOKUP-ID.
           PERFORM FIND-OPERATOR-SLOT.
           PERFORM FIND-DAY-SLOT.
           EVALUATE SEC-EVENT
              WHEN "SIGNON"
                 PERFORM CHECK-OFF-HOURS
              WHEN "VIOLATION"
              WHEN "BADPASSWD"
                 IF WS-OPS-FOUND > 0
                    ADD 1 TO TBL-OPS-VIOLATIONS(WS-OPS-FOUND)
                 END-IF
                 IF WS-DAY-FOUND > 0
                    ADD 1 TO TBL-DAY-VIOLATIONS(WS-DAY-FOUND)
                 END-IF
              WHEN "LOCKOUT"
                 IF WS-OPS-FOUND > 0
                    ADD 1 TO TBL-OPS-LOCKOUTS(WS-OPS-FOUND)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-OFF-HOURS.
           IF WS-OPS-FOUND > 0
              ADD 1 TO TBL-OPS-SIGNONS(WS-OPS-FOUND)
           END-IF.
           IF WS-DAY-FOUND > 0
              ADD 1 TO TBL-DAY-SIGNONS(WS-DAY-FOUND)
           END-IF.
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-RECORD-DAY-NUMBER, 7).
           MOVE ZERO TO WS-EVENT-HOUR.
           IF SEC-LOG-TIME(1:2) NUMERIC
              MOVE SEC-LOG-TIME(1:2) TO WS-EVENT-HOUR
           END-IF.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
              OR WS-EVENT-HOUR < WS-DAY-START-HOUR
              OR WS-EVENT-HOUR >= WS-DAY-END-HOUR
              IF WS-OPS-FOUND > 0
                 ADD 1 TO TBL-OPS-OFFHOURS(WS-OPS-FOUND)
              END-IF
              IF WS-DAY-FOUND > 0
                 ADD 1 TO TBL-DAY-OFFHOURS(WS-DAY-FOUND)
              END-IF
           END-IF.

       SCAN-VAULT-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT VAULT-AUDIT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ VAULT-AUDIT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE AUD-RUN-DATE TO WS-LOOKUP-DATE
                    PERFORM CLASSIFY-RECORD-DATE
                    PERFORM TALLY-VAULT-EVENT
              END-READ
           END-PERFORM.
           CLOSE VAULT-AUDIT-FILE.

       TALLY-VAULT-EVENT.
           EVALUATE TRUE
              WHEN AUD-OUTCOME = "REQUESTED"
               AND RECORD-IN-REVIEW-WEEK
                 MOVE AUD-REQUESTER-ID TO WS-LOOKUP-ID
                 PERFORM FIND-OPERATOR-SLOT
                 PERFORM FIND-DAY-SLOT
                 IF WS-OPS-FOUND > 0
                    ADD 1 TO TBL-OPS-REQUESTS(WS-OPS-FOUND)
                 END-IF
                 IF WS-DAY-FOUND > 0
                    ADD 1 TO TBL-DAY-REQUESTS(WS-DAY-FOUND)
                 END-IF
              WHEN AUD-OUTCOME = "REQUESTED"
               AND RECORD-IN-NORM-PERIOD
                 MOVE AUD-REQUESTER-ID TO WS-LOOKUP-ID
                 PERFORM FIND-OPERATOR-SLOT
                 IF WS-OPS-FOUND > 0
                    ADD 1 TO TBL-OPS-NORM-REQS(WS-OPS-FOUND)
                 END-IF
              WHEN AUD-APPROVER-ID NOT = SPACES
               AND RECORD-IN-REVIEW-WEEK
                 MOVE AUD-APPROVER-ID TO WS-LOOKUP-ID
                 PERFORM FIND-OPERATOR-SLOT
                 PERFORM FIND-DAY-SLOT
                 IF WS-OPS-FOUND > 0
                    ADD 1 TO TBL-OPS-APPROVALS(WS-OPS-FOUND)
                 END-IF
                 IF WS-DAY-FOUND > 0
                    ADD 1 TO TBL-DAY-APPROVALS(WS-DAY-FOUND)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       FIND-OPERATOR-SLOT.
           MOVE ZERO TO WS-OPS-FOUND.
           PERFORM VARYING WS-OPS-INDEX FROM 1 BY 1
                   UNTIL WS-OPS-INDEX > WS-OPS-COUNT
                   OR WS-OPS-FOUND > 0
              IF TBL-OPS-ID(WS-OPS-INDEX) = WS-LOOKUP-ID
                 MOVE WS-OPS-INDEX TO WS-OPS-FOUND
              END-IF
           END-PERFORM.
           IF WS-OPS-FOUND = 0
              IF WS-OPS-COUNT < 500
                 ADD 1 TO WS-OPS-COUNT
                 MOVE WS-OPS-COUNT TO WS-OPS-FOUND
                 MOVE WS-LOOKUP-ID TO TBL-OPS-ID(WS-OPS-FOUND)
                 MOVE ZERO TO TBL-OPS-SIGNONS(WS-OPS-FOUND)
                 MOVE ZERO TO TBL-OPS-VIOLATIONS(WS-OPS-FOUND)
                 MOVE ZERO TO TBL-OPS-LOCKOUTS(WS-OPS-FOUND)
                 MOVE ZERO TO TBL-OPS-OFFHOURS(WS-OPS-FOUND)
                 MOVE ZERO TO TBL-OPS-REQUESTS(WS-OPS-FOUND)
                 MOVE ZERO TO TBL-OPS-APPROVALS(WS-OPS-FOUND)
                 MOVE ZERO TO TBL-OPS-NORM-REQS(WS-OPS-FOUND)
              ELSE
                 MOVE "Y" TO WS-OPS-OVERFLOW-SWITCH
              END-IF
           END-IF.

       FIND-DAY-SLOT.
           MOVE ZERO TO WS-DAY-FOUND.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
                   OR WS-DAY-FOUND > 0
              IF TBL-DAY-ID(WS-DAY-INDEX) = WS-LOOKUP-ID
                 AND TBL-DAY-DATE(WS-DAY-INDEX) = WS-LOOKUP-DATE
                 MOVE WS-DAY-INDEX TO WS-DAY-FOUND
              END-IF
           END-PERFORM.
           IF WS-DAY-FOUND = 0
              AND WS-DAY-COUNT < 2000
              ADD 1 TO WS-DAY-COUNT
              MOVE WS-DAY-COUNT TO WS-DAY-FOUND
              MOVE WS-LOOKUP-ID TO TBL-DAY-ID(WS-DAY-FOUND)
              MOVE WS-LOOKUP-DATE TO TBL-DAY-DATE(WS-DAY-FOUND)
              MOVE ZERO TO TBL-DAY-SIGNONS(WS-DAY-FOUND)
              MOVE ZERO TO TBL-DAY-VIOLATIONS(WS-DAY-FOUND)
              MOVE ZERO TO TBL-DAY-OFFHOURS(WS-DAY-FOUND)
              MOVE ZERO TO TBL-DAY-REQUESTS(WS-DAY-FOUND)
              MOVE ZERO TO TBL-DAY-APPROVALS(WS-DAY-FOUND)
           END-IF.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "SEC-REVIEW" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-WEEK-START-DATE TO PRD-FROM-DATE.
           MOVE WS-BUSINESS-DATE TO PRD-TO-DATE.
           MOVE WS-PERIOD-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           IF OPERATOR-TABLE-FULL
              MOVE "*** OPERATOR TABLE FULL - REVIEW INCOMPLETE ***"
                TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
           END-IF.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE ZERO TO WS-SECTION-COUNT.

       WRITE-ACTIVITY-SECTION.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "ACTIVITY BY OPERATOR AND DATE"
             TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-ACTIVITY-COLUMN-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
              MOVE TBL-DAY-ID(WS-DAY-INDEX) TO ACT-OPERATOR-ID
              MOVE TBL-DAY-DATE(WS-DAY-INDEX) TO ACT-DATE
              MOVE TBL-DAY-SIGNONS(WS-DAY-INDEX) TO ACT-SIGNONS
              MOVE TBL-DAY-VIOLATIONS(WS-DAY-INDEX) TO ACT-VIOLATIONS
              MOVE TBL-DAY-OFFHOURS(WS-DAY-INDEX) TO ACT-OFFHOURS
              MOVE TBL-DAY-REQUESTS(WS-DAY-INDEX) TO ACT-REQUESTS
              MOVE TBL-DAY-APPROVALS(WS-DAY-INDEX) TO ACT-APPROVALS
              MOVE WS-ACTIVITY-LINE TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
              ADD 1 TO WS-REPORT-RECORD-COUNT
           END-PERFORM.
           IF WS-DAY-COUNT = 0
              MOVE "NO ACTIVITY IN REVIEW PERIOD"
                TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
           END-IF.

       WRITE-VIOLATION-FINDINGS.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "DENIED SIGN-ONS AND REPEATED VIOLATIONS"
             TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           PERFORM VARYING WS-OPS-INDEX FROM 1 BY 1
                   UNTIL WS-OPS-INDEX > WS-OPS-COUNT
              IF TBL-OPS-VIOLATIONS(WS-OPS-INDEX) > 0
                 OR TBL-OPS-LOCKOUTS(WS-OPS-INDEX) > 0
                 PERFORM REPORT-VIOLATION-FINDING
              END-IF
           END-PERFORM.
           PERFORM NOTE-EMPTY-SECTION.

       REPORT-VIOLATION-FINDING.
           MOVE TBL-OPS-VIOLATIONS(WS-OPS-INDEX) TO WS-EDIT-COUNT.
           MOVE TBL-OPS-LOCKOUTS(WS-OPS-INDEX) TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-FINDING-TEXT.
           STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  " DENIED SIGN-ON(S), LOCKED OUT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                  " TIME(S)" DELIMITED BY SIZE
                  INTO WS-FINDING-TEXT.
           IF TBL-OPS-VIOLATIONS(WS-OPS-INDEX) >= WS-REPEAT-VIOLATIONS
              MOVE "CRIT" TO FND-SEVERITY
           ELSE
              MOVE "INFO" TO FND-SEVERITY
           END-IF.
           MOVE SPACES TO FND-DATE.
           PERFORM WRITE-FINDING-LINE.
           IF FND-SEVERITY = "CRIT"
              MOVE SPACES TO ALR-MESSAGE
              STRING "Repeated sign-on violations by "
                     DELIMITED BY SIZE
                     TBL-OPS-ID(WS-OPS-INDEX) DELIMITED BY SPACE
                     INTO ALR-MESSAGE
              PERFORM WRITE-CRITICAL-ALERT
           END-IF.

       WRITE-OFF-HOURS-FINDINGS.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "SIGN-ONS OUTSIDE NORMAL OPERATING HOURS"
             TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
              IF TBL-DAY-OFFHOURS(WS-DAY-INDEX) > 0
                 MOVE TBL-DAY-OFFHOURS(WS-DAY-INDEX) TO WS-EDIT-COUNT
                 MOVE SPACES TO WS-FINDING-TEXT
                 STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                        " SIGN-ON(S) OUTSIDE HOURS OR AT WEEKEND"
                        DELIMITED BY SIZE
                        INTO WS-FINDING-TEXT
                 MOVE "WARN" TO FND-SEVERITY
                 MOVE TBL-DAY-ID(WS-DAY-INDEX) TO FND-OPERATOR-ID
                 MOVE TBL-DAY-DATE(WS-DAY-INDEX) TO FND-DATE
                 PERFORM WRITE-FINDING-TEXT-LINE
              END-IF
           END-PERFORM.
           PERFORM NOTE-EMPTY-SECTION.

       WRITE-DUAL-ROLE-FINDINGS.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "OPERATORS BOTH REQUESTING AND APPROVING RELEASES"
             TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           PERFORM VARYING WS-OPS-INDEX FROM 1 BY 1
                   UNTIL WS-OPS-INDEX > WS-OPS-COUNT
              IF TBL-OPS-REQUESTS(WS-OPS-INDEX) > 0
                 AND TBL-OPS-APPROVALS(WS-OPS-INDEX) > 0
                 MOVE SPACES TO WS-FINDING-TEXT
                 MOVE TBL-OPS-REQUESTS(WS-OPS-INDEX) TO WS-EDIT-COUNT
                 MOVE TBL-OPS-APPROVALS(WS-OPS-INDEX)
                   TO WS-EDIT-COUNT-2
                 STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                        " RELEASE(S) REQUESTED, " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-EDIT-COUNT-2)
                        DELIMITED BY SIZE
                        " DECIDED AS APPROVER" DELIMITED BY SIZE
                        INTO WS-FINDING-TEXT
                 MOVE "CRIT" TO FND-SEVERITY
                 MOVE SPACES TO FND-DATE
                 PERFORM WRITE-FINDING-LINE
                 MOVE SPACES TO ALR-MESSAGE
                 STRING "Operator requested and approved releases: "
                        DELIMITED BY SIZE
                        TBL-OPS-ID(WS-OPS-INDEX) DELIMITED BY SPACE
                        INTO ALR-MESSAGE
                 PERFORM WRITE-CRITICAL-ALERT
              END-IF
           END-PERFORM.
           PERFORM NOTE-EMPTY-SECTION.

       WRITE-VOLUME-FINDINGS.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "DE-TOKENIZATION VOLUME ABOVE OPERATOR NORM"
             TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           PERFORM VARYING WS-OPS-INDEX FROM 1 BY 1
                   UNTIL WS-OPS-INDEX > WS-OPS-COUNT
              IF TBL-OPS-REQUESTS(WS-OPS-INDEX) > 0
                 PERFORM CHECK-OPERATOR-VOLUME
              END-IF
           END-PERFORM.
           PERFORM NOTE-EMPTY-SECTION.

       CHECK-OPERATOR-VOLUME.
           COMPUTE WS-NORM-WEEKLY ROUNDED =
               TBL-OPS-NORM-REQS(WS-OPS-INDEX) / WS-NORM-WEEKS.
           COMPUTE WS-VOLUME-LIMIT =
               WS-NORM-WEEKLY * WS-VOLUME-FACTOR-PCT / 100.
           IF WS-VOLUME-LIMIT < WS-VOLUME-FLOOR
              MOVE WS-VOLUME-FLOOR TO WS-VOLUME-LIMIT
           END-IF.
           IF TBL-OPS-REQUESTS(WS-OPS-INDEX) > WS-VOLUME-LIMIT
              MOVE SPACES TO WS-FINDING-TEXT
              MOVE TBL-OPS-REQUESTS(WS-OPS-INDEX) TO WS-EDIT-COUNT
              MOVE WS-NORM-WEEKLY TO WS-EDIT-NORM
              STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                     " REQUESTS THIS WEEK, WEEKLY NORM "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDIT-NORM) DELIMITED BY SIZE
                     INTO WS-FINDING-TEXT
              MOVE "CRIT" TO FND-SEVERITY
              MOVE SPACES TO FND-DATE
              PERFORM WRITE-FINDING-LINE
              MOVE SPACES TO ALR-MESSAGE
              STRING "De-tokenization volume above norm for "
                     DELIMITED BY SIZE
                     TBL-OPS-ID(WS-OPS-INDEX) DELIMITED BY SPACE
                     INTO ALR-MESSAGE
              PERFORM WRITE-CRITICAL-ALERT
           END-IF.

       WRITE-FINDING-LINE.
           MOVE TBL-OPS-ID(WS-OPS-INDEX) TO FND-OPERATOR-ID.
           PERFORM WRITE-FINDING-TEXT-LINE.

       WRITE-FINDING-TEXT-LINE.
           MOVE WS-FINDING-TEXT TO FND-TEXT.
           MOVE WS-FINDING-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-FINDING-COUNT.
           IF FND-SEVERITY = "CRIT"
              ADD 1 TO WS-CRITICAL-COUNT
           END-IF.

       NOTE-EMPTY-SECTION.
           IF WS-SECTION-COUNT = 0
              MOVE "NONE" TO REVIEW-REPORT-RECORD
              WRITE REVIEW-REPORT-RECORD
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-FINDING-COUNT TO SUM-FINDINGS.
           MOVE WS-CRITICAL-COUNT TO SUM-CRITICAL.
           MOVE WS-SUMMARY-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.

       OPEN-ALERT-FILE.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.

       WRITE-CRITICAL-ALERT.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "SEC-REVIEW" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
