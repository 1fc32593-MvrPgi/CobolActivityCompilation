       IDENTIFICATION DIVISION.
       PROGRAM-ID. oncall-notifier.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-MASTER-FILE ASSIGN TO "ALRTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL OWNER-RULES-FILE ASSIGN TO "EXCPOWN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT OPTIONAL ONCALL-ROSTER-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL NOTIFY-LOG-FILE ASSIGN TO "ONCALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-LOG-FILE-STATUS.
           SELECT OPTIONAL NOTIFY-OUT-FILE ASSIGN TO "ONCALOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-OUT-FILE-STATUS.
           SELECT NOTIFY-REPORT-FILE ASSIGN TO "ONCALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ALERT-MASTER-FILE.
       01 ALERT-MASTER-RECORD.
          05 ALM-SEVERITY           PIC X(04).
          05 FILLER                 PIC X(01).
          05 ALM-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 ALM-MESSAGE            PIC X(60).
          05 FILLER                 PIC X(01).
          05 ALM-STATUS             PIC X(06).
          05 FILLER                 PIC X(01).
          05 ALM-ACK-OPERATOR       PIC X(08).
          05 FILLER                 PIC X(01).
          05 ALM-ACK-DATE           PIC X(08).
          05 FILLER                 PIC X(01).
          05 ALM-REPEAT-COUNT       PIC 9(04).
          05 FILLER                 PIC X(01).
          05 ALM-CONSEC-DAYS        PIC 9(02).
          05 FILLER                 PIC X(01).
          05 ALM-FIRST-DATE         PIC X(08).
          05 FILLER                 PIC X(01).
          05 ALM-LAST-DATE          PIC X(08).
          05 FILLER                 PIC X(01).
          05 ALM-ESCALATED-DATE     PIC X(08).
       FD OWNER-RULES-FILE.
       01 OWNER-RULES-RECORD.
          05 OWN-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 OWN-MESSAGE-PATTERN    PIC X(30).
          05 FILLER                 PIC X(01).
          05 OWN-AREA               PIC X(08).
       FD ONCALL-ROSTER-FILE.
       01 ONCALL-ROSTER-RECORD.
          05 ROS-SHIFT-CODE         PIC X(04).
          05 FILLER                 PIC X(01).
          05 ROS-START-TIME         PIC 9(04).
          05 FILLER                 PIC X(01).
          05 ROS-END-TIME           PIC 9(04).
          05 FILLER                 PIC X(01).
          05 ROS-AREA               PIC X(08).
          05 FILLER                 PIC X(01).
          05 ROS-CONTACT            PIC X(20).
          05 FILLER                 PIC X(01).
          05 ROS-ESCALATION-CONTACT PIC X(20).
       FD NOTIFY-LOG-FILE.
       01 NOTIFY-LOG-RECORD.
          05 OCL-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 OCL-SEND-TIME          PIC X(06).
          05 FILLER                 PIC X(01).
          05 OCL-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 OCL-MESSAGE            PIC X(60).
          05 FILLER                 PIC X(01).
          05 OCL-REPEAT-COUNT       PIC 9(04).
          05 FILLER                 PIC X(01).
          05 OCL-ESCALATED-DATE     PIC X(08).
          05 FILLER                 PIC X(01).
          05 OCL-REASON             PIC X(10).
          05 FILLER                 PIC X(01).
          05 OCL-OWNER-AREA         PIC X(08).
          05 FILLER                 PIC X(01).
          05 OCL-SHIFT-CODE         PIC X(04).
          05 FILLER                 PIC X(01).
          05 OCL-CONTACT            PIC X(20).
       FD NOTIFY-OUT-FILE.
       01 NOTIFY-OUT-RECORD         PIC X(143).
       FD NOTIFY-REPORT-FILE.
       01 NOTIFY-REPORT-RECORD      PIC X(140).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "ONCALNTF.cpy".
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RULES-FILE-STATUS      PIC XX VALUE "00".
       01 WS-ROSTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-NOTIFY-LOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-NOTIFY-OUT-FILE-STATUS PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-DATE               PIC X(08).
       01 WS-CDT-TIME               PIC X(08).
       01 WS-CURRENT-HHMM           PIC 9(04) VALUE ZERO.
       01 WS-DEFAULT-AREA           PIC X(08) VALUE "OPS".
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-RULE-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-RULE-SCAN              PIC 9(03) VALUE ZERO.
       01 WS-RULES-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES.
             10 TBL-OWN-PROGRAM     PIC X(14).
             10 TBL-OWN-PATTERN     PIC X(30).
             10 TBL-OWN-PAT-LEN     PIC 9(02).
             10 TBL-OWN-AREA        PIC X(08).
       01 WS-MATCHED-AREA           PIC X(08) VALUE SPACES.
       01 WS-RULE-MATCH-SWITCH      PIC X VALUE "N".
          88 RULE-MATCHED VALUE "Y".
       01 WS-ROSTER-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-ROSTER-SCAN            PIC 9(03) VALUE ZERO.
       01 WS-ROSTER-TABLE.
          05 WS-ROSTER-ENTRY OCCURS 100 TIMES.
             10 TBL-ROS-SHIFT       PIC X(04).
             10 TBL-ROS-START       PIC 9(04).
             10 TBL-ROS-END         PIC 9(04).
             10 TBL-ROS-AREA        PIC X(08).
             10 TBL-ROS-CONTACT     PIC X(20).
             10 TBL-ROS-ESCALATE    PIC X(20).
       01 WS-ROSTER-AREA            PIC X(08) VALUE SPACES.
       01 WS-ROSTER-FOUND           PIC 9(03) VALUE ZERO.
       01 WS-HISTORY-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-HISTORY-INDEX          PIC 9(04) VALUE ZERO.
       01 WS-HISTORY-FOUND          PIC 9(04) VALUE ZERO.
       01 WS-LOOKUP-PROGRAM         PIC X(14) VALUE SPACES.
       01 WS-LOOKUP-MESSAGE         PIC X(60) VALUE SPACES.
       01 WS-HISTORY-TABLE.
          05 WS-HISTORY-ENTRY OCCURS 500 TIMES.
             10 TBL-HST-PROGRAM     PIC X(14).
             10 TBL-HST-MESSAGE     PIC X(60).
             10 TBL-HST-REPEATS     PIC 9(04).
             10 TBL-HST-ESC-DATE    PIC X(08).
             10 TBL-HST-LOGGED      PIC X(01).
       01 WS-HISTORY-FULL-SWITCH    PIC X VALUE "N".
          88 HISTORY-TABLE-FULL VALUE "Y".
       01 WS-NOTIFY-REASON          PIC X(10) VALUE SPACES.
       01 WS-NOTIFY-SHIFT           PIC X(04) VALUE SPACES.
       01 WS-NOTIFY-CONTACT         PIC X(20) VALUE SPACES.
       01 WS-CRITICAL-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-SENT-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-UNROUTED-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-NOTIFY-LINE.
          05 NTL-REASON             PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 NTL-AREA               PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 NTL-SHIFT              PIC X(04).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 NTL-CONTACT            PIC X(20).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 NTL-PROGRAM            PIC X(14).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 NTL-MESSAGE            PIC X(60).
       01 WS-NOTIFY-HEADING.
          05 FILLER                 PIC X(12) VALUE "REASON".
          05 FILLER                 PIC X(10) VALUE "AREA".
          05 FILLER                 PIC X(06) VALUE "SHIFT".
          05 FILLER                 PIC X(22) VALUE "CONTACT".
          05 FILLER                 PIC X(16) VALUE "PROGRAM".
          05 FILLER                 PIC X(07) VALUE "MESSAGE".
       01 WS-NOTIFY-TOTAL-LINE.
          05 FILLER                 PIC X(16) VALUE "CRITICAL OPEN:".
          05 NTT-CRITICAL           PIC Z(3)9.
          05 FILLER                 PIC X(10) VALUE "  SENT:".
          05 NTT-SENT               PIC Z(3)9.
          05 FILLER                 PIC X(16) VALUE "  ALREADY SENT:".
          05 NTT-SUPPRESSED         PIC Z(3)9.
          05 FILLER                 PIC X(12) VALUE "  UNROUTED:".
          05 NTT-UNROUTED           PIC Z(3)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       ONCALL-NOTIFIER-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-CDT-TIME(1:4) TO WS-CURRENT-HHMM.
           PERFORM LOAD-OWNER-RULES.
           PERFORM LOAD-ONCALL-ROSTER.
           PERFORM LOAD-NOTIFY-HISTORY.
           PERFORM WRITE-REPORT-HEADER.
           IF HISTORY-TABLE-FULL
              PERFORM WRITE-REPORT-TRAILER
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-NOTIFY-FILES.
           PERFORM SCAN-ALERT-MASTER.
           CLOSE NOTIFY-OUT-FILE.
           CLOSE NOTIFY-LOG-FILE.
           PERFORM WRITE-REPORT-TRAILER.
           IF WS-UNROUTED-COUNT > 0
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

       LOAD-OWNER-RULES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OWNER-RULES-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ OWNER-RULES-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-RULE-COUNT < 50
                       AND OWN-AREA NOT = SPACES
                       ADD 1 TO WS-RULE-COUNT
                       MOVE OWN-PROGRAM-NAME
                         TO TBL-OWN-PROGRAM(WS-RULE-COUNT)
                       MOVE OWN-MESSAGE-PATTERN
                         TO TBL-OWN-PATTERN(WS-RULE-COUNT)
                       IF OWN-MESSAGE-PATTERN = SPACES
                          MOVE ZERO
                            TO TBL-OWN-PAT-LEN(WS-RULE-COUNT)
                       ELSE
                          MOVE FUNCTION LENGTH(FUNCTION TRIM(
                              OWN-MESSAGE-PATTERN))
                            TO TBL-OWN-PAT-LEN(WS-RULE-COUNT)
                       END-IF
                       MOVE OWN-AREA
                         TO TBL-OWN-AREA(WS-RULE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OWNER-RULES-FILE.

       LOAD-ONCALL-ROSTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ONCALL-ROSTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ONCALL-ROSTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-ROSTER-COUNT < 100
                       AND ROS-AREA NOT = SPACES
                       AND ROS-START-TIME IS NUMERIC
                       AND ROS-END-TIME IS NUMERIC
                       ADD 1 TO WS-ROSTER-COUNT
                       MOVE ROS-SHIFT-CODE
                         TO TBL-ROS-SHIFT(WS-ROSTER-COUNT)
                       MOVE ROS-START-TIME
                         TO TBL-ROS-START(WS-ROSTER-COUNT)
                       MOVE ROS-END-TIME
                         TO TBL-ROS-END(WS-ROSTER-COUNT)
                       MOVE ROS-AREA
                         TO TBL-ROS-AREA(WS-ROSTER-COUNT)
                       MOVE ROS-CONTACT
                         TO TBL-ROS-CONTACT(WS-ROSTER-COUNT)
                       MOVE ROS-ESCALATION-CONTACT
                         TO TBL-ROS-ESCALATE(WS-ROSTER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ONCALL-ROSTER-FILE.

       LOAD-NOTIFY-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ALERT-MASTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ALERT-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF ALM-SEVERITY = "CRIT"
                       AND ALM-STATUS = "NEW"
                       PERFORM NOTE-OPEN-CRITICAL-ALERT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERT-MASTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NOTIFY-LOG-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ NOTIFY-LOG-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE OCL-PROGRAM-NAME TO WS-LOOKUP-PROGRAM
                    MOVE OCL-MESSAGE TO WS-LOOKUP-MESSAGE
                    PERFORM FIND-NOTIFY-HISTORY
                    IF WS-HISTORY-FOUND > 0
                       MOVE OCL-REPEAT-COUNT
                         TO TBL-HST-REPEATS(WS-HISTORY-FOUND)
                       MOVE OCL-ESCALATED-DATE
                         TO TBL-HST-ESC-DATE(WS-HISTORY-FOUND)
                       MOVE "Y" TO TBL-HST-LOGGED(WS-HISTORY-FOUND)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTIFY-LOG-FILE.

       NOTE-OPEN-CRITICAL-ALERT.
           MOVE ALM-PROGRAM-NAME TO WS-LOOKUP-PROGRAM.
           MOVE ALM-MESSAGE TO WS-LOOKUP-MESSAGE.
           PERFORM FIND-NOTIFY-HISTORY.
           IF WS-HISTORY-FOUND = 0
              IF WS-HISTORY-COUNT < 500
                 ADD 1 TO WS-HISTORY-COUNT
                 MOVE ALM-PROGRAM-NAME
                   TO TBL-HST-PROGRAM(WS-HISTORY-COUNT)
                 MOVE ALM-MESSAGE TO TBL-HST-MESSAGE(WS-HISTORY-COUNT)
                 MOVE ZERO TO TBL-HST-REPEATS(WS-HISTORY-COUNT)
                 MOVE SPACES TO TBL-HST-ESC-DATE(WS-HISTORY-COUNT)
                 MOVE "N" TO TBL-HST-LOGGED(WS-HISTORY-COUNT)
              ELSE
                 MOVE "Y" TO WS-HISTORY-FULL-SWITCH
              END-IF
           END-IF.

       FIND-NOTIFY-HISTORY.
           MOVE ZERO TO WS-HISTORY-FOUND.
           PERFORM VARYING WS-HISTORY-INDEX FROM 1 BY 1
                   UNTIL WS-HISTORY-INDEX > WS-HISTORY-COUNT
                   OR WS-HISTORY-FOUND > 0
              IF TBL-HST-PROGRAM(WS-HISTORY-INDEX)
                 = WS-LOOKUP-PROGRAM
                 AND TBL-HST-MESSAGE(WS-HISTORY-INDEX)
                     = WS-LOOKUP-MESSAGE
                 MOVE WS-HISTORY-INDEX TO WS-HISTORY-FOUND
              END-IF
           END-PERFORM.

       OPEN-NOTIFY-FILES.
           OPEN EXTEND NOTIFY-OUT-FILE.
           IF WS-NOTIFY-OUT-FILE-STATUS = "35"
              OPEN OUTPUT NOTIFY-OUT-FILE
              CLOSE NOTIFY-OUT-FILE
              OPEN EXTEND NOTIFY-OUT-FILE
           END-IF.
           OPEN EXTEND NOTIFY-LOG-FILE.
           IF WS-NOTIFY-LOG-FILE-STATUS = "35"
              OPEN OUTPUT NOTIFY-LOG-FILE
              CLOSE NOTIFY-LOG-FILE
              OPEN EXTEND NOTIFY-LOG-FILE
           END-IF.

       SCAN-ALERT-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ALERT-MASTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ALERT-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF ALM-SEVERITY = "CRIT"
                       AND ALM-STATUS = "NEW"
                       ADD 1 TO WS-CRITICAL-COUNT
                       PERFORM NOTIFY-ONE-ALERT
                          THRU NOTIFY-ONE-ALERT-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERT-MASTER-FILE.
           IF WS-CRITICAL-COUNT = 0
              MOVE "NO OPEN CRITICAL ALERTS" TO NOTIFY-REPORT-RECORD
              WRITE NOTIFY-REPORT-RECORD
           END-IF.

       NOTIFY-ONE-ALERT.
           MOVE ALM-PROGRAM-NAME TO WS-LOOKUP-PROGRAM.
           MOVE ALM-MESSAGE TO WS-LOOKUP-MESSAGE.
           PERFORM FIND-NOTIFY-HISTORY.
           IF WS-HISTORY-FOUND > 0
              AND TBL-HST-LOGGED(WS-HISTORY-FOUND) NOT = "Y"
              MOVE ZERO TO WS-HISTORY-FOUND
           END-IF.
           IF WS-HISTORY-FOUND = 0
              IF ALM-ESCALATED-DATE NOT = SPACES
                 MOVE "ESCALATED" TO WS-NOTIFY-REASON
              ELSE
                 MOVE "NEW" TO WS-NOTIFY-REASON
              END-IF
           ELSE
              IF ALM-ESCALATED-DATE NOT = SPACES
                 AND ALM-ESCALATED-DATE
                     NOT = TBL-HST-ESC-DATE(WS-HISTORY-FOUND)
                 MOVE "ESCALATED" TO WS-NOTIFY-REASON
              ELSE
                 IF ALM-REPEAT-COUNT
                    > TBL-HST-REPEATS(WS-HISTORY-FOUND)
                    MOVE "RE-RAISED" TO WS-NOTIFY-REASON
                 ELSE
                    ADD 1 TO WS-SUPPRESSED-COUNT
                    GO TO NOTIFY-ONE-ALERT-EXIT
                 END-IF
              END-IF
           END-IF.
           PERFORM MATCH-ALERT-OWNER.
           PERFORM FIND-ROSTER-CONTACT.
           IF WS-NOTIFY-CONTACT = SPACES
              ADD 1 TO WS-UNROUTED-COUNT
              MOVE "NO ON-CALL CONTACT" TO WS-NOTIFY-CONTACT
              PERFORM WRITE-NOTIFY-LINE
              GO TO NOTIFY-ONE-ALERT-EXIT
           END-IF.
           PERFORM WRITE-NOTIFY-RECORD.
           PERFORM WRITE-NOTIFY-LOG.
           PERFORM WRITE-NOTIFY-LINE.
           ADD 1 TO WS-SENT-COUNT.
       NOTIFY-ONE-ALERT-EXIT.
           EXIT.

       MATCH-ALERT-OWNER.
           MOVE "N" TO WS-RULE-MATCH-SWITCH.
           MOVE WS-DEFAULT-AREA TO WS-MATCHED-AREA.
           PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1
                   UNTIL WS-RULE-SCAN > WS-RULE-COUNT
                   OR RULE-MATCHED
              IF (TBL-OWN-PROGRAM(WS-RULE-SCAN) = "*"
                  OR TBL-OWN-PROGRAM(WS-RULE-SCAN)
                     = ALM-PROGRAM-NAME)
                 AND (TBL-OWN-PAT-LEN(WS-RULE-SCAN) = 0
                      OR ALM-MESSAGE
                         (1:TBL-OWN-PAT-LEN(WS-RULE-SCAN))
                         = TBL-OWN-PATTERN(WS-RULE-SCAN)
                           (1:TBL-OWN-PAT-LEN(WS-RULE-SCAN)))
                 MOVE TBL-OWN-AREA(WS-RULE-SCAN)
                   TO WS-MATCHED-AREA
                 MOVE "Y" TO WS-RULE-MATCH-SWITCH
              END-IF
           END-PERFORM.

       FIND-ROSTER-CONTACT.
           MOVE SPACES TO WS-NOTIFY-SHIFT.
           MOVE SPACES TO WS-NOTIFY-CONTACT.
           MOVE WS-MATCHED-AREA TO WS-ROSTER-AREA.
           PERFORM FIND-ROSTER-ENTRY.
           IF WS-ROSTER-FOUND = 0
              AND WS-MATCHED-AREA NOT = WS-DEFAULT-AREA
              MOVE WS-DEFAULT-AREA TO WS-ROSTER-AREA
              PERFORM FIND-ROSTER-ENTRY
           END-IF.
           IF WS-ROSTER-FOUND > 0
              MOVE TBL-ROS-SHIFT(WS-ROSTER-FOUND) TO WS-NOTIFY-SHIFT
              IF WS-NOTIFY-REASON = "ESCALATED"
                 AND TBL-ROS-ESCALATE(WS-ROSTER-FOUND) NOT = SPACES
                 MOVE TBL-ROS-ESCALATE(WS-ROSTER-FOUND)
                   TO WS-NOTIFY-CONTACT
              ELSE
                 MOVE TBL-ROS-CONTACT(WS-ROSTER-FOUND)
                   TO WS-NOTIFY-CONTACT
              END-IF
           END-IF.

       FIND-ROSTER-ENTRY.
           MOVE ZERO TO WS-ROSTER-FOUND.
           PERFORM VARYING WS-ROSTER-SCAN FROM 1 BY 1
                   UNTIL WS-ROSTER-SCAN > WS-ROSTER-COUNT
                   OR WS-ROSTER-FOUND > 0
              IF TBL-ROS-AREA(WS-ROSTER-SCAN) = WS-ROSTER-AREA
                 IF TBL-ROS-START(WS-ROSTER-SCAN)
                    <= TBL-ROS-END(WS-ROSTER-SCAN)
                    IF WS-CURRENT-HHMM
                       >= TBL-ROS-START(WS-ROSTER-SCAN)
                       AND WS-CURRENT-HHMM
                           < TBL-ROS-END(WS-ROSTER-SCAN)
                       MOVE WS-ROSTER-SCAN TO WS-ROSTER-FOUND
                    END-IF
                 ELSE
                    IF WS-CURRENT-HHMM
                       >= TBL-ROS-START(WS-ROSTER-SCAN)
                       OR WS-CURRENT-HHMM
                          < TBL-ROS-END(WS-ROSTER-SCAN)
                       MOVE WS-ROSTER-SCAN TO WS-ROSTER-FOUND
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-NOTIFY-RECORD.
           MOVE SPACES TO WS-ONCALL-NOTIFY-RECORD.
           MOVE "N" TO ONN-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO ONN-BUSINESS-DATE.
           MOVE WS-CDT-DATE TO ONN-SEND-DATE.
           MOVE WS-CDT-TIME(1:6) TO ONN-SEND-TIME.
           MOVE ALM-SEVERITY TO ONN-SEVERITY.
           MOVE WS-NOTIFY-REASON TO ONN-REASON.
           MOVE WS-MATCHED-AREA TO ONN-OWNER-AREA.
           MOVE WS-NOTIFY-SHIFT TO ONN-SHIFT-CODE.
           MOVE WS-NOTIFY-CONTACT TO ONN-CONTACT.
           MOVE ALM-PROGRAM-NAME TO ONN-PROGRAM-NAME.
           MOVE ALM-MESSAGE TO ONN-MESSAGE.
           MOVE WS-ONCALL-NOTIFY-RECORD TO NOTIFY-OUT-RECORD.
           WRITE NOTIFY-OUT-RECORD.

       WRITE-NOTIFY-LOG.
           MOVE SPACES TO NOTIFY-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO OCL-BUSINESS-DATE.
           MOVE WS-CDT-TIME(1:6) TO OCL-SEND-TIME.
           MOVE ALM-PROGRAM-NAME TO OCL-PROGRAM-NAME.
           MOVE ALM-MESSAGE TO OCL-MESSAGE.
           MOVE ALM-REPEAT-COUNT TO OCL-REPEAT-COUNT.
           MOVE ALM-ESCALATED-DATE TO OCL-ESCALATED-DATE.
           MOVE WS-NOTIFY-REASON TO OCL-REASON.
           MOVE WS-MATCHED-AREA TO OCL-OWNER-AREA.
           MOVE WS-NOTIFY-SHIFT TO OCL-SHIFT-CODE.
           MOVE WS-NOTIFY-CONTACT TO OCL-CONTACT.
           WRITE NOTIFY-LOG-RECORD.

       WRITE-NOTIFY-LINE.
           MOVE WS-NOTIFY-REASON TO NTL-REASON.
           MOVE WS-MATCHED-AREA TO NTL-AREA.
           MOVE WS-NOTIFY-SHIFT TO NTL-SHIFT.
           MOVE WS-NOTIFY-CONTACT TO NTL-CONTACT.
           MOVE ALM-PROGRAM-NAME TO NTL-PROGRAM.
           MOVE ALM-MESSAGE TO NTL-MESSAGE.
           MOVE WS-NOTIFY-LINE TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-REPORT-HEADER.
           OPEN OUTPUT NOTIFY-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "ONCALL-NOTIFY" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.
           MOVE WS-NOTIFY-HEADING TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-CRITICAL-COUNT TO NTT-CRITICAL.
           MOVE WS-SENT-COUNT TO NTT-SENT.
           MOVE WS-SUPPRESSED-COUNT TO NTT-SUPPRESSED.
           MOVE WS-UNROUTED-COUNT TO NTT-UNROUTED.
           MOVE WS-NOTIFY-TOTAL-LINE TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.
           IF HISTORY-TABLE-FULL
              MOVE "OPEN ALERTS EXCEED HISTORY TABLE - NONE SENT"
                TO NOTIFY-REPORT-RECORD
              WRITE NOTIFY-REPORT-RECORD
           END-IF.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.
           CLOSE NOTIFY-REPORT-FILE.
