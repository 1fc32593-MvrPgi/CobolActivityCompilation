       IDENTIFICATION DIVISION.
       PROGRAM-ID. embosser-reconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LUHN-EMBOSS-FILE ASSIGN TO "LUHNEMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBOSS-FILE-STATUS.
           SELECT OPTIONAL EMBOSS-ACK-FILE ASSIGN TO "LUHNEMBA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT OPTIONAL RESTORE-OUTPUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTORE-FILE-STATUS.
           SELECT EMBOSS-RECON-REPORT-FILE ASSIGN TO "LUHNEMBR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LUHN-EMBOSS-FILE.
       01 LUHN-EMBOSS-RECORD.
          05 EMB-CARD-NUMBER        PIC X(32).
       FD EMBOSS-ACK-FILE.
       01 EMBOSS-ACK-RECORD.
          05 ACK-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 ACK-CARD-NUMBER        PIC X(32).
          05 FILLER                 PIC X(01).
          05 ACK-STATUS             PIC X(02).
             88 ACK-CARD-PRODUCED VALUE "OK".
             88 ACK-CARD-SPOILED VALUE "SP".
             88 ACK-CARD-REJECTED VALUE "RJ".
          05 FILLER                 PIC X(01).
          05 ACK-REASON             PIC X(30).
       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
          05 IDX-DATASET-NAME       PIC X(10).
          05 IDX-BUSINESS-DATE      PIC X(08).
          05 IDX-GENERATION         PIC 9(03).
          05 IDX-RECORD-COUNT       PIC 9(08).
       FD RESTORE-OUTPUT-FILE.
       01 RESTORE-OUTPUT-RECORD.
          05 RST-CARD-NUMBER        PIC X(32).
          05 FILLER                 PIC X(288).
       FD EMBOSS-RECON-REPORT-FILE.
       01 EMBOSS-RECON-REPORT-RECORD PIC X(100).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "OPRALERT.cpy".
       01 WS-EMBOSS-FILE-STATUS     PIC XX VALUE "00".
       01 WS-ACK-FILE-STATUS        PIC XX VALUE "00".
       01 WS-INDEX-FILE-STATUS      PIC XX VALUE "00".
       01 WS-RESTORE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-RECON-DATE             PIC X(08) VALUE SPACES.
       01 WS-ENV-RECON-DATE         PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EMBOSS-GENERATION      PIC 9(03) VALUE ZERO.
       01 WS-EMBOSS-GEN-X           PIC 9(03).
       01 WS-RESTORE-RC             PIC S9(04) VALUE ZERO.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-SENT-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-SENT-INDEX             PIC 9(05) VALUE ZERO.
       01 WS-SENT-FOUND             PIC 9(05) VALUE ZERO.
       01 WS-SENT-TABLE.
          05 WS-SENT-ENTRY OCCURS 5000 TIMES.
             10 TBL-SENT-CARD       PIC X(32).
             10 TBL-SENT-ACK        PIC X(02).
             10 TBL-SENT-REASON     PIC X(30).
       01 WS-SENT-FULL-SWITCH       PIC X VALUE "N".
          88 SENT-TABLE-FULL VALUE "Y".
       01 WS-CARD-IN                PIC X(32) VALUE SPACES.
       01 WS-CARD-PACKED            PIC X(32) VALUE SPACES.
       01 WS-CARD-LENGTH            PIC 9(02) VALUE ZERO.
       01 WS-CARD-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-MASKED-PAN             PIC X(32) VALUE SPACES.
       01 WS-LAST-FOUR              PIC X(04) VALUE SPACES.
       01 WS-RECON-COUNTS.
          05 WS-ACK-READ-COUNT      PIC 9(06) VALUE ZERO.
          05 WS-ACK-OTHER-DATE      PIC 9(06) VALUE ZERO.
          05 WS-PRODUCED-COUNT      PIC 9(06) VALUE ZERO.
          05 WS-SPOILED-COUNT       PIC 9(06) VALUE ZERO.
          05 WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
          05 WS-NOT-ACKED-COUNT     PIC 9(06) VALUE ZERO.
          05 WS-NOT-SENT-COUNT      PIC 9(06) VALUE ZERO.
          05 WS-DUP-ACK-COUNT       PIC 9(06) VALUE ZERO.
          05 WS-BAD-STATUS-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-UNMATCHED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-SECTION-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-SECTION-STATUS         PIC X(02) VALUE SPACES.
       01 WS-ALERT-SEVERITY         PIC X(04) VALUE SPACES.
       01 WS-ALERT-TEXT             PIC X(40) VALUE SPACES.
       01 WS-PERIOD-LINE.
          05 FILLER                 PIC X(22)
               VALUE "RECONCILIATION DATE: ".
          05 PRD-RECON-DATE         PIC X(08).
       01 WS-COUNT-LINE.
          05 CNT-LABEL              PIC X(44).
          05 CNT-VALUE              PIC Z(5)9.
       01 WS-DETAIL-COLUMN-LINE.
          05 FILLER                 PIC X(34)
               VALUE "CARD NUMBER (MASKED)".
          05 FILLER                 PIC X(08) VALUE "STATUS".
          05 FILLER                 PIC X(30) VALUE "EMBOSSER REASON".
       01 WS-DETAIL-LINE.
          05 DTL-MASKED-PAN         PIC X(32).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DTL-STATUS             PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DTL-REASON             PIC X(30).
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       EMBOSS-RECON-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-ENV-RECON-DATE FROM ENVIRONMENT "EMBRECDATE".
           IF WS-ENV-RECON-DATE NOT = SPACES
              MOVE WS-ENV-RECON-DATE TO WS-RECON-DATE
           ELSE
              MOVE WS-BUSINESS-DATE TO WS-RECON-DATE
           END-IF.
           IF WS-RECON-DATE NOT = WS-BUSINESS-DATE
              PERFORM RESTORE-EMBOSS-GENERATION
              IF WS-RESTORE-RC > 4
                 PERFORM OPEN-ALERT-FILE
                 MOVE "CRIT" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO ALR-MESSAGE
                 STRING "No verified LUHNEMB generation for "
                        DELIMITED BY SIZE
                        WS-RECON-DATE DELIMITED BY SIZE
                        INTO ALR-MESSAGE
                 PERFORM WRITE-ALERT-RECORD
                 CLOSE OPR-ALERT-FILE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM LOAD-RESTORED-SENT-CARDS
           ELSE
              PERFORM LOAD-SENT-CARDS
           END-IF.
           OPEN OUTPUT EMBOSS-RECON-REPORT-FILE.
           PERFORM OPEN-ALERT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM MATCH-ACKNOWLEDGMENTS.
           PERFORM WRITE-NOT-ACKNOWLEDGED.
           PERFORM WRITE-SPOILED-REJECTED.
           PERFORM WRITE-RECON-SUMMARY.
           PERFORM WRITE-REPORT-TRAILER.
           IF SENT-TABLE-FULL
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE SPACES TO ALR-MESSAGE
              MOVE "LUHNEMB exceeds table; reconciliation partial"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           CLOSE OPR-ALERT-FILE.
           CLOSE EMBOSS-RECON-REPORT-FILE.
           EVALUATE TRUE
              WHEN WS-UNMATCHED-COUNT > 0
              WHEN SENT-TABLE-FULL
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SPOILED-COUNT > 0
              WHEN WS-REJECTED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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

       LOAD-SENT-CARDS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT LUHN-EMBOSS-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ LUHN-EMBOSS-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE EMB-CARD-NUMBER TO WS-CARD-IN
                    PERFORM PACK-CARD-NUMBER
                    IF WS-CARD-LENGTH > 0
                       PERFORM STORE-SENT-CARD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LUHN-EMBOSS-FILE.

       RESTORE-EMBOSS-GENERATION.
           MOVE ZERO TO WS-EMBOSS-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ARCHIVE-INDEX-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF IDX-DATASET-NAME = "LUHNEMB"
                       AND IDX-BUSINESS-DATE = WS-RECON-DATE
                       AND IDX-GENERATION > WS-EMBOSS-GENERATION
                       MOVE IDX-GENERATION TO WS-EMBOSS-GENERATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.
           IF WS-EMBOSS-GENERATION = 0
              MOVE 8 TO WS-RESTORE-RC
           ELSE
              MOVE WS-EMBOSS-GENERATION TO WS-EMBOSS-GEN-X
              DISPLAY "ARCHFUNC" UPON ENVIRONMENT-NAME
              DISPLAY "RESTORE" UPON ENVIRONMENT-VALUE
              DISPLAY "ARCHDSN" UPON ENVIRONMENT-NAME
              DISPLAY "LUHNEMB" UPON ENVIRONMENT-VALUE
              DISPLAY "ARCHDATE" UPON ENVIRONMENT-NAME
              DISPLAY WS-RECON-DATE UPON ENVIRONMENT-VALUE
              DISPLAY "ARCHGEN" UPON ENVIRONMENT-NAME
              DISPLAY WS-EMBOSS-GEN-X UPON ENVIRONMENT-VALUE
              CALL "archive-restore"
              MOVE RETURN-CODE TO WS-RESTORE-RC
              CANCEL "archive-restore"
           END-IF.

       LOAD-RESTORED-SENT-CARDS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RESTORE-OUTPUT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ RESTORE-OUTPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE RST-CARD-NUMBER TO WS-CARD-IN
                    PERFORM PACK-CARD-NUMBER
                    IF WS-CARD-LENGTH > 0
                       PERFORM STORE-SENT-CARD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESTORE-OUTPUT-FILE.

       STORE-SENT-CARD.
           IF WS-SENT-COUNT < 5000
              ADD 1 TO WS-SENT-COUNT
              MOVE WS-CARD-PACKED TO TBL-SENT-CARD(WS-SENT-COUNT)
              MOVE SPACES TO TBL-SENT-ACK(WS-SENT-COUNT)
              MOVE SPACES TO TBL-SENT-REASON(WS-SENT-COUNT)
           ELSE
              MOVE "Y" TO WS-SENT-FULL-SWITCH
           END-IF.

       PACK-CARD-NUMBER.
           MOVE SPACES TO WS-CARD-PACKED.
           MOVE ZERO TO WS-CARD-LENGTH.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
                   UNTIL WS-CARD-SCAN > 32
              IF WS-CARD-IN(WS-CARD-SCAN:1) NOT = SPACE
                 ADD 1 TO WS-CARD-LENGTH
                 MOVE WS-CARD-IN(WS-CARD-SCAN:1)
                   TO WS-CARD-PACKED(WS-CARD-LENGTH:1)
              END-IF
           END-PERFORM.

       MASK-CARD-NUMBER.
           MOVE SPACES TO WS-MASKED-PAN.
           MOVE SPACES TO WS-LAST-FOUR.
           MOVE ZERO TO WS-CARD-LENGTH.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
                   UNTIL WS-CARD-SCAN > 32
              IF WS-CARD-PACKED(WS-CARD-SCAN:1) NOT = SPACE
                 MOVE WS-CARD-SCAN TO WS-CARD-LENGTH
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
                   UNTIL WS-CARD-SCAN > WS-CARD-LENGTH
              IF WS-CARD-SCAN > WS-CARD-LENGTH - 4
                 MOVE WS-CARD-PACKED(WS-CARD-SCAN:1)
                   TO WS-MASKED-PAN(WS-CARD-SCAN:1)
              ELSE
                 MOVE "*" TO WS-MASKED-PAN(WS-CARD-SCAN:1)
              END-IF
           END-PERFORM.
           IF WS-CARD-LENGTH >= 4
              MOVE WS-CARD-PACKED(WS-CARD-LENGTH - 3:4)
                TO WS-LAST-FOUR
           ELSE
              MOVE WS-CARD-PACKED TO WS-LAST-FOUR
           END-IF.

       MATCH-ACKNOWLEDGMENTS.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "ACKNOWLEDGED NOT SENT, DUPLICATE OR INVALID"
             TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE WS-DETAIL-COLUMN-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EMBOSS-ACK-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ EMBOSS-ACK-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF ACK-BUSINESS-DATE = WS-RECON-DATE
                       ADD 1 TO WS-ACK-READ-COUNT
                       PERFORM APPLY-ACKNOWLEDGMENT
                           THRU APPLY-ACKNOWLEDGMENT-EXIT
                    ELSE
                       ADD 1 TO WS-ACK-OTHER-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EMBOSS-ACK-FILE.
           PERFORM NOTE-EMPTY-SECTION.

       APPLY-ACKNOWLEDGMENT.
           MOVE ACK-CARD-NUMBER TO WS-CARD-IN.
           PERFORM PACK-CARD-NUMBER.
           PERFORM MASK-CARD-NUMBER.
           MOVE ZERO TO WS-SENT-FOUND.
           PERFORM VARYING WS-SENT-INDEX FROM 1 BY 1
                   UNTIL WS-SENT-INDEX > WS-SENT-COUNT
                   OR WS-SENT-FOUND > 0
              IF TBL-SENT-CARD(WS-SENT-INDEX) = WS-CARD-PACKED
                 MOVE WS-SENT-INDEX TO WS-SENT-FOUND
              END-IF
           END-PERFORM.
           IF WS-SENT-FOUND = 0
              ADD 1 TO WS-NOT-SENT-COUNT
              MOVE "NOSEND" TO DTL-STATUS
              MOVE "Acknowledged, never sent" TO DTL-REASON
              PERFORM WRITE-DETAIL-LINE
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "acknowledged but never sent" TO WS-ALERT-TEXT
              PERFORM WRITE-CARD-ALERT
              GO TO APPLY-ACKNOWLEDGMENT-EXIT
           END-IF.
           IF TBL-SENT-ACK(WS-SENT-FOUND) NOT = SPACES
              ADD 1 TO WS-DUP-ACK-COUNT
              MOVE "DUPACK" TO DTL-STATUS
              MOVE "Acknowledged more than once" TO DTL-REASON
              PERFORM WRITE-DETAIL-LINE
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "acknowledged more than once" TO WS-ALERT-TEXT
              PERFORM WRITE-CARD-ALERT
              GO TO APPLY-ACKNOWLEDGMENT-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN ACK-CARD-PRODUCED
                 ADD 1 TO WS-PRODUCED-COUNT
              WHEN ACK-CARD-SPOILED
                 ADD 1 TO WS-SPOILED-COUNT
              WHEN ACK-CARD-REJECTED
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-BAD-STATUS-COUNT
                 MOVE ACK-STATUS TO DTL-STATUS
                 MOVE "Embosser status not known" TO DTL-REASON
                 PERFORM WRITE-DETAIL-LINE
                 MOVE "CRIT" TO WS-ALERT-SEVERITY
                 MOVE "has unknown embosser status" TO WS-ALERT-TEXT
                 PERFORM WRITE-CARD-ALERT
           END-EVALUATE.
           IF ACK-STATUS = SPACES
              MOVE "??" TO TBL-SENT-ACK(WS-SENT-FOUND)
           ELSE
              MOVE ACK-STATUS TO TBL-SENT-ACK(WS-SENT-FOUND)
           END-IF.
           MOVE ACK-REASON TO TBL-SENT-REASON(WS-SENT-FOUND).
       APPLY-ACKNOWLEDGMENT-EXIT.
           EXIT.

       WRITE-NOT-ACKNOWLEDGED.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "SENT TO EMBOSSER BUT NOT ACKNOWLEDGED"
             TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE WS-DETAIL-COLUMN-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           PERFORM VARYING WS-SENT-INDEX FROM 1 BY 1
                   UNTIL WS-SENT-INDEX > WS-SENT-COUNT
              IF TBL-SENT-ACK(WS-SENT-INDEX) = SPACES
                 ADD 1 TO WS-NOT-ACKED-COUNT
                 MOVE TBL-SENT-CARD(WS-SENT-INDEX) TO WS-CARD-PACKED
                 PERFORM MASK-CARD-NUMBER
                 MOVE "NOACK" TO DTL-STATUS
                 MOVE "No embosser acknowledgment" TO DTL-REASON
                 PERFORM WRITE-DETAIL-LINE
                 MOVE "CRIT" TO WS-ALERT-SEVERITY
                 MOVE "sent but not acknowledged" TO WS-ALERT-TEXT
                 PERFORM WRITE-CARD-ALERT
              END-IF
           END-PERFORM.
           PERFORM NOTE-EMPTY-SECTION.

       WRITE-SPOILED-REJECTED.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "SPOILED OR REJECTED BY EMBOSSER"
             TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE WS-DETAIL-COLUMN-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           PERFORM VARYING WS-SENT-INDEX FROM 1 BY 1
                   UNTIL WS-SENT-INDEX > WS-SENT-COUNT
              IF TBL-SENT-ACK(WS-SENT-INDEX) = "SP"
                 OR TBL-SENT-ACK(WS-SENT-INDEX) = "RJ"
                 MOVE TBL-SENT-CARD(WS-SENT-INDEX) TO WS-CARD-PACKED
                 PERFORM MASK-CARD-NUMBER
                 IF TBL-SENT-ACK(WS-SENT-INDEX) = "SP"
                    MOVE "SPOIL" TO DTL-STATUS
                    MOVE "spoiled by embosser" TO WS-ALERT-TEXT
                 ELSE
                    MOVE "REJECT" TO DTL-STATUS
                    MOVE "rejected by embosser" TO WS-ALERT-TEXT
                 END-IF
                 MOVE TBL-SENT-REASON(WS-SENT-INDEX) TO DTL-REASON
                 PERFORM WRITE-DETAIL-LINE
                 MOVE "WARN" TO WS-ALERT-SEVERITY
                 PERFORM WRITE-CARD-ALERT
              END-IF
           END-PERFORM.
           PERFORM NOTE-EMPTY-SECTION.

       WRITE-RECON-SUMMARY.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "RECONCILIATION TOTALS" TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE "CARDS SENT TO EMBOSSER (LUHNEMB)" TO CNT-LABEL.
           MOVE WS-SENT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACKNOWLEDGMENTS FOR RECONCILIATION DATE" TO CNT-LABEL.
           MOVE WS-ACK-READ-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACKNOWLEDGMENTS FOR OTHER DATES (SKIPPED)"
             TO CNT-LABEL.
           MOVE WS-ACK-OTHER-DATE TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CARDS PRODUCED" TO CNT-LABEL.
           MOVE WS-PRODUCED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CARDS SPOILED" TO CNT-LABEL.
           MOVE WS-SPOILED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CARDS REJECTED" TO CNT-LABEL.
           MOVE WS-REJECTED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SENT BUT NOT ACKNOWLEDGED" TO CNT-LABEL.
           MOVE WS-NOT-ACKED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ACKNOWLEDGED BUT NEVER SENT" TO CNT-LABEL.
           MOVE WS-NOT-SENT-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DUPLICATE ACKNOWLEDGMENTS" TO CNT-LABEL.
           MOVE WS-DUP-ACK-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "UNKNOWN ACKNOWLEDGMENT STATUS" TO CNT-LABEL.
           MOVE WS-BAD-STATUS-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF SENT-TABLE-FULL
              MOVE "*** LUHNEMB TABLE FULL - RECONCILIATION PARTIAL"
                TO EMBOSS-RECON-REPORT-RECORD
              WRITE EMBOSS-RECON-REPORT-RECORD
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "EMB-RECON" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE WS-RECON-DATE TO PRD-RECON-DATE.
           MOVE WS-PERIOD-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE ZERO TO WS-SECTION-COUNT.

       WRITE-DETAIL-LINE.
           MOVE WS-MASKED-PAN TO DTL-MASKED-PAN.
           MOVE WS-DETAIL-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.
           ADD 1 TO WS-SECTION-COUNT.

       NOTE-EMPTY-SECTION.
           IF WS-SECTION-COUNT = 0
              MOVE "NONE" TO EMBOSS-RECON-REPORT-RECORD
              WRITE EMBOSS-RECON-REPORT-RECORD
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO EMBOSS-RECON-REPORT-RECORD.
           WRITE EMBOSS-RECON-REPORT-RECORD.

       OPEN-ALERT-FILE.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.

       WRITE-CARD-ALERT.
           IF WS-ALERT-SEVERITY = "CRIT"
              ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.
           MOVE SPACES TO ALR-MESSAGE.
           STRING "Card ending " DELIMITED BY SIZE
                  WS-LAST-FOUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-TEXT) DELIMITED BY SIZE
                  INTO ALR-MESSAGE.
           PERFORM WRITE-ALERT-RECORD.

       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE "EMB-RECON" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
