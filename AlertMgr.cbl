          05 ALM-FIRST-DATE         PIC X(08).
          05 FILLER                 PIC X(01).
          05 ALM-LAST-DATE          PIC X(08).
          05 FILLER                 PIC X(01).
          05 ALM-ESCALATED-DATE     PIC X(08).
       FD ALERT-ACK-FILE.
       01 ALERT-ACK-RECORD.
          05 ACK-ACTION             PIC X(01).
          05 FILLER                 PIC X(01).
          05 ACK-MESSAGE            PIC X(60).
       FD ALERT-WORK-FILE.
       01 ALERT-WORK-RECORD         PIC X(140).
       FD OUTSTANDING-REPORT-FILE.
       01 OUTSTANDING-REPORT-RECORD PIC X(120).
       FD BUSDATE-FILE.
             10 TBL-ALM-CONSEC      PIC 9(02).
             10 TBL-ALM-FIRST-DATE  PIC X(08).
             10 TBL-ALM-LAST-DATE   PIC X(08).
             10 TBL-ALM-ESC-DATE    PIC X(08).
       01 WS-MASTER-FULL-SWITCH     PIC X VALUE "N".
          88 MASTER-TABLE-FULL VALUE "Y".
       01 WS-TODAY-DAY-NUMBER       PIC 9(08) VALUE ZERO.
                         TO TBL-ALM-FIRST-DATE(WS-MASTER-COUNT)
                       MOVE ALM-LAST-DATE
                         TO TBL-ALM-LAST-DATE(WS-MASTER-COUNT)
                       MOVE ALM-ESCALATED-DATE
                         TO TBL-ALM-ESC-DATE(WS-MASTER-COUNT)
                    ELSE
                       MOVE "Y" TO WS-MASTER-FULL-SWITCH
                       MOVE ALERT-MASTER-RECORD TO ALERT-WORK-RECORD
                   TO TBL-ALM-FIRST-DATE(WS-FOUND-INDEX)
                 MOVE WS-BUSINESS-DATE
                   TO TBL-ALM-LAST-DATE(WS-FOUND-INDEX)
                 MOVE SPACES TO TBL-ALM-ESC-DATE(WS-FOUND-INDEX)
              ELSE
                 MOVE "Y" TO WS-MASTER-FULL-SWITCH
              END-IF
              AND TBL-ALM-CONSEC(WS-FOUND-INDEX)
                  >= WS-ESCALATE-AT-DAYS
              MOVE "CRIT" TO TBL-ALM-SEVERITY(WS-FOUND-INDEX)
              MOVE WS-BUSINESS-DATE
                TO TBL-ALM-ESC-DATE(WS-FOUND-INDEX)
           END-IF.

       APPLY-ACKNOWLEDGMENTS.
                TO ALM-FIRST-DATE
              MOVE TBL-ALM-LAST-DATE(WS-MASTER-INDEX)
                TO ALM-LAST-DATE
              MOVE TBL-ALM-ESC-DATE(WS-MASTER-INDEX)
                TO ALM-ESCALATED-DATE
              WRITE ALERT-MASTER-RECORD
           END-PERFORM.
           IF MASTER-TABLE-FULL
