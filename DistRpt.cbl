       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-distributor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIST-CONTROL-FILE ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-FILE-STATUS.
           SELECT OPTIONAL REPORT-SOURCE-FILE
               ASSIGN TO WS-SOURCE-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT BUNDLE-FILE ASSIGN TO WS-BUNDLE-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-FILE-STATUS.
           SELECT OPTIONAL DIST-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-FILE-STATUS.
           SELECT DIST-REPORT-FILE ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DIST-CONTROL-FILE.
       01 DIST-CONTROL-RECORD.
          05 DST-RECORD-TYPE        PIC X(01).
             88 DST-RECIPIENT-RECORD VALUE "R".
             88 DST-REPORT-RECORD VALUE "D".
             88 DST-CARD-DATA-RECORD VALUE "C".
          05 FILLER                 PIC X(01).
          05 DST-RECIPIENT          PIC X(08).
          05 FILLER                 PIC X(01).
          05 DST-DETAIL             PIC X(41).
          05 DST-RECIPIENT-DETAIL REDEFINES DST-DETAIL.
             10 DST-CLEARED-FLAG    PIC X(01).
             10 FILLER              PIC X(01).
             10 DST-RECIPIENT-NAME  PIC X(30).
             10 FILLER              PIC X(09).
          05 DST-REPORT-DETAIL REDEFINES DST-DETAIL.
             10 DST-REPORT-DATASET  PIC X(10).
             10 FILLER              PIC X(01).
             10 DST-COPIES          PIC X(02).
             10 FILLER              PIC X(28).
       FD REPORT-SOURCE-FILE.
       01 REPORT-SOURCE-RECORD      PIC X(300).
       FD BUNDLE-FILE.
       01 BUNDLE-RECORD             PIC X(300).
       FD DIST-LOG-FILE.
       01 DIST-LOG-RECORD.
          05 DLG-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 DLG-SEND-TIME          PIC X(06).
          05 FILLER                 PIC X(01).
          05 DLG-RECIPIENT          PIC X(08).
          05 FILLER                 PIC X(01).
          05 DLG-REPORT-DATASET     PIC X(10).
          05 FILLER                 PIC X(01).
          05 DLG-COPIES             PIC 9(02).
          05 FILLER                 PIC X(01).
          05 DLG-PAGE-COUNT         PIC 9(04).
          05 FILLER                 PIC X(01).
          05 DLG-RECORD-COUNT       PIC 9(08).
          05 FILLER                 PIC X(01).
          05 DLG-STATUS             PIC X(10).
          05 FILLER                 PIC X(01).
          05 DLG-BUNDLE-DATASET     PIC X(10).
       FD DIST-REPORT-FILE.
       01 DIST-REPORT-RECORD        PIC X(80).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-DISTCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SOURCE-FILE-STATUS     PIC XX VALUE "00".
          88 SOURCE-FILE-NOT-PRESENT VALUE "05" "35".
       01 WS-BUNDLE-FILE-STATUS     PIC XX VALUE "00".
       01 WS-DISTLOG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-SOURCE-DATASET         PIC X(10) VALUE SPACES.
       01 WS-BUNDLE-DATASET         PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-CARD-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-EXTRA-CARD-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-EXTRA-CARD-TABLE.
          05 TBL-EXTRA-CARD-DATASET OCCURS 20 TIMES PIC X(10).
       01 WS-RECIPIENT-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-RECIPIENT-INDEX        PIC 9(02) VALUE ZERO.
       01 WS-RECIPIENT-FOUND        PIC 9(02) VALUE ZERO.
       01 WS-RECIPIENT-TABLE.
          05 WS-RECIPIENT-ENTRY OCCURS 50 TIMES.
             10 TBL-RCP-ID          PIC X(08).
             10 TBL-RCP-NAME        PIC X(30).
             10 TBL-RCP-CLEARED     PIC X(01).
                88 RECIPIENT-CLEARED VALUE "Y".
       01 WS-REPORT-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-REPORT-INDEX           PIC 9(02) VALUE ZERO.
       01 WS-REPORT-FOUND           PIC 9(02) VALUE ZERO.
       01 WS-REPORT-TABLE.
          05 WS-REPORT-ENTRY OCCURS 50 TIMES.
             10 TBL-RPT-DATASET     PIC X(10).
             10 TBL-RPT-PRESENT     PIC X(01).
                88 REPORT-PRESENT VALUE "Y".
             10 TBL-RPT-CARD-DATA   PIC X(01).
                88 REPORT-HOLDS-CARD-DATA VALUE "Y".
             10 TBL-RPT-PAGES       PIC 9(04).
             10 TBL-RPT-RECORDS     PIC 9(08).
             10 TBL-RPT-TRAILER     PIC X(01).
                88 REPORT-HAS-TRAILER VALUE "Y".
       01 WS-LINE-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-DIST-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-DIST-INDEX             PIC 9(03) VALUE ZERO.
       01 WS-DIST-TABLE.
          05 WS-DIST-ENTRY OCCURS 500 TIMES.
             10 TBL-DST-RECIPIENT   PIC X(08).
             10 TBL-DST-REPORT      PIC 9(02).
             10 TBL-DST-COPIES      PIC 9(02).
             10 TBL-DST-STATUS      PIC X(10).
       01 WS-DIST-FULL-SWITCH       PIC X VALUE "N".
          88 DIST-TABLE-FULL VALUE "Y".
       01 WS-COPY-NUMBER            PIC 9(02) VALUE ZERO.
       01 WS-BUNDLE-REPORTS         PIC 9(03) VALUE ZERO.
       01 WS-SENT-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-WITHHELD-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-MISSING-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-COVER-TITLE-LINE.
          05 FILLER                 PIC X(21)
               VALUE "REPORT BUNDLE FOR".
          05 CVT-RECIPIENT          PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CVT-NAME               PIC X(30).
       01 WS-COVER-DATE-LINE.
          05 FILLER                 PIC X(21)
               VALUE "BUSINESS DATE".
          05 CVD-DATE               PIC X(08).
       01 WS-COVER-HEADING.
          05 FILLER                 PIC X(12) VALUE "REPORT".
          05 FILLER                 PIC X(08) VALUE "COPIES".
          05 FILLER                 PIC X(08) VALUE "  PAGES".
          05 FILLER                 PIC X(11) VALUE "   RECORDS".
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE "STATUS".
       01 WS-COVER-DETAIL-LINE.
          05 CVL-REPORT             PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CVL-COPIES             PIC Z(5)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CVL-PAGES              PIC Z(5)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CVL-RECORDS            PIC Z(8)9.
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 CVL-STATUS             PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CVL-NOTE               PIC X(26).
       01 WS-COPY-SEPARATOR-LINE.
          05 FILLER                 PIC X(11) VALUE "*** REPORT".
          05 CSP-REPORT             PIC X(10).
          05 FILLER                 PIC X(06) VALUE " COPY".
          05 CSP-COPY               PIC Z9.
          05 FILLER                 PIC X(04) VALUE " OF".
          05 CSP-COPIES             PIC Z9.
          05 FILLER                 PIC X(04) VALUE " ***".
       01 WS-DIST-LINE.
          05 DSL-RECIPIENT          PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-REPORT             PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-COPIES             PIC Z9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-PAGES              PIC Z(3)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-RECORDS            PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-STATUS             PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-BUNDLE             PIC X(10).
       01 WS-DIST-HEADING.
          05 FILLER                 PIC X(10) VALUE "RECIPIENT".
          05 FILLER                 PIC X(12) VALUE "REPORT".
          05 FILLER                 PIC X(04) VALUE "CPY".
          05 FILLER                 PIC X(06) VALUE " PAGES".
          05 FILLER                 PIC X(10) VALUE "   RECORDS".
          05 FILLER                 PIC X(12) VALUE "  STATUS".
          05 FILLER                 PIC X(06) VALUE "BUNDLE".
       01 WS-DIST-TOTAL-LINE.
          05 FILLER                 PIC X(06) VALUE "SENT:".
          05 DTT-SENT         PIC Z(3)9.
          05 FILLER                 PIC X(12) VALUE "  WITHHELD:".
          05 DTT-WITHHELD     PIC Z(3)9.
          05 FILLER                 PIC X(11) VALUE "  MISSING:".
          05 DTT-MISSING      PIC Z(3)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       REPORT-DISTRIBUTOR-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-CDT-TIME FROM TIME.
           PERFORM LOAD-DISTRIBUTION-CONTROL.
           PERFORM SCAN-ONE-REPORT
               VARYING WS-REPORT-INDEX FROM 1 BY 1
               UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT.
           PERFORM OPEN-DISTRIBUTION-LOG.
           PERFORM BUILD-ONE-BUNDLE
               VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
               UNTIL WS-RECIPIENT-INDEX > WS-RECIPIENT-COUNT.
           CLOSE DIST-LOG-FILE.
           PERFORM WRITE-DISTRIBUTION-REPORT.
           IF WS-WITHHELD-COUNT > 0
              OR WS-MISSING-COUNT > 0
              OR DIST-TABLE-FULL
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

       LOAD-DISTRIBUTION-CONTROL.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DIST-CONTROL-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DIST-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    EVALUATE TRUE
                       WHEN DST-RECIPIENT-RECORD
                          PERFORM STORE-RECIPIENT
                       WHEN DST-REPORT-RECORD
                          PERFORM STORE-DISTRIBUTION-LINE
                       WHEN DST-CARD-DATA-RECORD
                          IF WS-EXTRA-CARD-COUNT < 20
                             AND DST-REPORT-DATASET NOT = SPACES
                             ADD 1 TO WS-EXTRA-CARD-COUNT
                             MOVE DST-REPORT-DATASET
                               TO TBL-EXTRA-CARD-DATASET
                                  (WS-EXTRA-CARD-COUNT)
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE DIST-CONTROL-FILE.
           PERFORM VARYING WS-REPORT-INDEX FROM 1 BY 1
                   UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
              PERFORM FLAG-CARD-DATA-REPORT
           END-PERFORM.

       STORE-RECIPIENT.
           PERFORM FIND-RECIPIENT.
           IF WS-RECIPIENT-FOUND > 0
              MOVE DST-RECIPIENT-NAME
                TO TBL-RCP-NAME(WS-RECIPIENT-FOUND)
              MOVE DST-CLEARED-FLAG
                TO TBL-RCP-CLEARED(WS-RECIPIENT-FOUND)
           END-IF.

       STORE-DISTRIBUTION-LINE.
           IF DST-REPORT-DATASET = SPACES
              CONTINUE
           ELSE
              PERFORM FIND-RECIPIENT
              PERFORM FIND-REPORT
              IF WS-RECIPIENT-FOUND > 0
                 AND WS-REPORT-FOUND > 0
                 IF WS-DIST-COUNT < 500
                    ADD 1 TO WS-DIST-COUNT
                    MOVE DST-RECIPIENT
                      TO TBL-DST-RECIPIENT(WS-DIST-COUNT)
                    MOVE WS-REPORT-FOUND
                      TO TBL-DST-REPORT(WS-DIST-COUNT)
                    IF DST-COPIES IS NUMERIC
                       AND DST-COPIES > "00"
                       MOVE DST-COPIES
                         TO TBL-DST-COPIES(WS-DIST-COUNT)
                    ELSE
                       MOVE 1 TO TBL-DST-COPIES(WS-DIST-COUNT)
                    END-IF
                    MOVE SPACES TO TBL-DST-STATUS(WS-DIST-COUNT)
                 ELSE
                    MOVE "Y" TO WS-DIST-FULL-SWITCH
                 END-IF
              END-IF
           END-IF.

       FIND-RECIPIENT.
           MOVE ZERO TO WS-RECIPIENT-FOUND.
           PERFORM VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
                   UNTIL WS-RECIPIENT-INDEX > WS-RECIPIENT-COUNT
                   OR WS-RECIPIENT-FOUND > 0
              IF TBL-RCP-ID(WS-RECIPIENT-INDEX) = DST-RECIPIENT
                 MOVE WS-RECIPIENT-INDEX TO WS-RECIPIENT-FOUND
              END-IF
           END-PERFORM.
           IF WS-RECIPIENT-FOUND = 0
              AND WS-RECIPIENT-COUNT < 50
              AND DST-RECIPIENT NOT = SPACES
              ADD 1 TO WS-RECIPIENT-COUNT
              MOVE WS-RECIPIENT-COUNT TO WS-RECIPIENT-FOUND
              MOVE DST-RECIPIENT TO TBL-RCP-ID(WS-RECIPIENT-FOUND)
              MOVE SPACES TO TBL-RCP-NAME(WS-RECIPIENT-FOUND)
              MOVE "N" TO TBL-RCP-CLEARED(WS-RECIPIENT-FOUND)
           END-IF.

       FIND-REPORT.
           MOVE ZERO TO WS-REPORT-FOUND.
           PERFORM VARYING WS-REPORT-INDEX FROM 1 BY 1
                   UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
                   OR WS-REPORT-FOUND > 0
              IF TBL-RPT-DATASET(WS-REPORT-INDEX)
                 = DST-REPORT-DATASET
                 MOVE WS-REPORT-INDEX TO WS-REPORT-FOUND
              END-IF
           END-PERFORM.
           IF WS-REPORT-FOUND = 0
              AND WS-REPORT-COUNT < 50
              ADD 1 TO WS-REPORT-COUNT
              MOVE WS-REPORT-COUNT TO WS-REPORT-FOUND
              MOVE DST-REPORT-DATASET
                TO TBL-RPT-DATASET(WS-REPORT-FOUND)
              MOVE "N" TO TBL-RPT-PRESENT(WS-REPORT-FOUND)
              MOVE "N" TO TBL-RPT-CARD-DATA(WS-REPORT-FOUND)
              MOVE "N" TO TBL-RPT-TRAILER(WS-REPORT-FOUND)
              MOVE ZERO TO TBL-RPT-PAGES(WS-REPORT-FOUND)
              MOVE ZERO TO TBL-RPT-RECORDS(WS-REPORT-FOUND)
           END-IF.

       FLAG-CARD-DATA-REPORT.
           IF TBL-RPT-DATASET(WS-REPORT-INDEX)(1:4) = "LUHN"
              OR TBL-RPT-DATASET(WS-REPORT-INDEX)(1:2) = "LR"
              MOVE "Y" TO TBL-RPT-CARD-DATA(WS-REPORT-INDEX)
           END-IF.
           PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
                   UNTIL WS-CARD-SCAN > WS-EXTRA-CARD-COUNT
              IF TBL-EXTRA-CARD-DATASET(WS-CARD-SCAN)
                 = TBL-RPT-DATASET(WS-REPORT-INDEX)
                 MOVE "Y" TO TBL-RPT-CARD-DATA(WS-REPORT-INDEX)
              END-IF
           END-PERFORM.

       SCAN-ONE-REPORT.
           MOVE TBL-RPT-DATASET(WS-REPORT-INDEX) TO WS-SOURCE-DATASET.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT REPORT-SOURCE-FILE.
           IF SOURCE-FILE-NOT-PRESENT
              MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ REPORT-SOURCE-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM EXTRACT-REPORT-COUNTS
              END-READ
           END-PERFORM.
           CLOSE REPORT-SOURCE-FILE.
           IF WS-LINE-COUNT > 0
              MOVE "Y" TO TBL-RPT-PRESENT(WS-REPORT-INDEX)
              IF TBL-RPT-PAGES(WS-REPORT-INDEX) = 0
                 MOVE 1 TO TBL-RPT-PAGES(WS-REPORT-INDEX)
              END-IF
           END-IF.

       EXTRACT-REPORT-COUNTS.
           IF REPORT-SOURCE-RECORD(1:9) = "RUN DATE:"
              ADD 1 TO TBL-RPT-PAGES(WS-REPORT-INDEX)
           END-IF.
           IF REPORT-SOURCE-RECORD(1:15) = "END OF REPORT -"
              MOVE FUNCTION NUMVAL(REPORT-SOURCE-RECORD(21:8))
                TO TBL-RPT-RECORDS(WS-REPORT-INDEX)
              MOVE "Y" TO TBL-RPT-TRAILER(WS-REPORT-INDEX)
           END-IF.

       OPEN-DISTRIBUTION-LOG.
           OPEN EXTEND DIST-LOG-FILE.
           IF WS-DISTLOG-FILE-STATUS = "35"
              OPEN OUTPUT DIST-LOG-FILE
              CLOSE DIST-LOG-FILE
              OPEN EXTEND DIST-LOG-FILE
           END-IF.

       BUILD-ONE-BUNDLE.
           MOVE SPACES TO WS-BUNDLE-DATASET.
           STRING "DB" DELIMITED BY SIZE
                  TBL-RCP-ID(WS-RECIPIENT-INDEX)
                  DELIMITED BY SPACE
                  INTO WS-BUNDLE-DATASET.
           MOVE ZERO TO WS-BUNDLE-REPORTS.
           PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                   UNTIL WS-DIST-INDEX > WS-DIST-COUNT
              IF TBL-DST-RECIPIENT(WS-DIST-INDEX)
                 = TBL-RCP-ID(WS-RECIPIENT-INDEX)
                 PERFORM SET-DISTRIBUTION-STATUS
              END-IF
           END-PERFORM.
           OPEN OUTPUT BUNDLE-FILE.
           PERFORM WRITE-COVER-SHEET.
           PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                   UNTIL WS-DIST-INDEX > WS-DIST-COUNT
              IF TBL-DST-RECIPIENT(WS-DIST-INDEX)
                 = TBL-RCP-ID(WS-RECIPIENT-INDEX)
                 IF TBL-DST-STATUS(WS-DIST-INDEX) = "SENT"
                    PERFORM COPY-REPORT-TO-BUNDLE
                       VARYING WS-COPY-NUMBER FROM 1 BY 1
                       UNTIL WS-COPY-NUMBER
                             > TBL-DST-COPIES(WS-DIST-INDEX)
                 END-IF
                 PERFORM WRITE-DISTRIBUTION-LOG
              END-IF
           END-PERFORM.
           CLOSE BUNDLE-FILE.

       SET-DISTRIBUTION-STATUS.
           MOVE TBL-DST-REPORT(WS-DIST-INDEX) TO WS-REPORT-INDEX.
           EVALUATE TRUE
              WHEN NOT REPORT-PRESENT(WS-REPORT-INDEX)
                 MOVE "MISSING" TO TBL-DST-STATUS(WS-DIST-INDEX)
                 ADD 1 TO WS-MISSING-COUNT
              WHEN REPORT-HOLDS-CARD-DATA(WS-REPORT-INDEX)
                   AND NOT RECIPIENT-CLEARED(WS-RECIPIENT-INDEX)
                 MOVE "WITHHELD" TO TBL-DST-STATUS(WS-DIST-INDEX)
                 ADD 1 TO WS-WITHHELD-COUNT
              WHEN OTHER
                 MOVE "SENT" TO TBL-DST-STATUS(WS-DIST-INDEX)
                 ADD 1 TO WS-SENT-COUNT
                 ADD 1 TO WS-BUNDLE-REPORTS
           END-EVALUATE.

       WRITE-COVER-SHEET.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "REPORT-DISTRIB" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE TBL-RCP-ID(WS-RECIPIENT-INDEX) TO CVT-RECIPIENT.
           MOVE TBL-RCP-NAME(WS-RECIPIENT-INDEX) TO CVT-NAME.
           MOVE WS-COVER-TITLE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BUSINESS-DATE TO CVD-DATE.
           MOVE WS-COVER-DATE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-COVER-HEADING TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                   UNTIL WS-DIST-INDEX > WS-DIST-COUNT
              IF TBL-DST-RECIPIENT(WS-DIST-INDEX)
                 = TBL-RCP-ID(WS-RECIPIENT-INDEX)
                 PERFORM WRITE-COVER-DETAIL
              END-IF
           END-PERFORM.
           IF WS-BUNDLE-REPORTS = 0
              MOVE "NO REPORTS INCLUDED IN THIS BUNDLE"
                TO BUNDLE-RECORD
              WRITE BUNDLE-RECORD
           END-IF.

       WRITE-COVER-DETAIL.
           MOVE TBL-DST-REPORT(WS-DIST-INDEX) TO WS-REPORT-INDEX.
           MOVE TBL-RPT-DATASET(WS-REPORT-INDEX) TO CVL-REPORT.
           MOVE TBL-DST-COPIES(WS-DIST-INDEX) TO CVL-COPIES.
           MOVE TBL-RPT-PAGES(WS-REPORT-INDEX) TO CVL-PAGES.
           MOVE TBL-RPT-RECORDS(WS-REPORT-INDEX) TO CVL-RECORDS.
           MOVE TBL-DST-STATUS(WS-DIST-INDEX) TO CVL-STATUS.
           EVALUATE TBL-DST-STATUS(WS-DIST-INDEX)
              WHEN "WITHHELD"
                 MOVE "NOT CLEARED FOR CARD DATA" TO CVL-NOTE
              WHEN "MISSING"
                 MOVE "NOT PRODUCED THIS CYCLE" TO CVL-NOTE
              WHEN OTHER
                 IF REPORT-HAS-TRAILER(WS-REPORT-INDEX)
                    MOVE SPACES TO CVL-NOTE
                 ELSE
                    MOVE "NO REPORT TRAILER" TO CVL-NOTE
                 END-IF
           END-EVALUATE.
           MOVE WS-COVER-DETAIL-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.

       COPY-REPORT-TO-BUNDLE.
           MOVE TBL-DST-REPORT(WS-DIST-INDEX) TO WS-REPORT-INDEX.
           MOVE TBL-RPT-DATASET(WS-REPORT-INDEX) TO WS-SOURCE-DATASET.
           MOVE TBL-RPT-DATASET(WS-REPORT-INDEX) TO CSP-REPORT.
           MOVE WS-COPY-NUMBER TO CSP-COPY.
           MOVE TBL-DST-COPIES(WS-DIST-INDEX) TO CSP-COPIES.
           MOVE WS-COPY-SEPARATOR-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT REPORT-SOURCE-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ REPORT-SOURCE-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE REPORT-SOURCE-RECORD TO BUNDLE-RECORD
                    WRITE BUNDLE-RECORD
              END-READ
           END-PERFORM.
           CLOSE REPORT-SOURCE-FILE.

       WRITE-DISTRIBUTION-LOG.
           MOVE TBL-DST-REPORT(WS-DIST-INDEX) TO WS-REPORT-INDEX.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO DLG-BUSINESS-DATE.
           MOVE WS-CDT-TIME(1:6) TO DLG-SEND-TIME.
           MOVE TBL-RCP-ID(WS-RECIPIENT-INDEX) TO DLG-RECIPIENT.
           MOVE TBL-RPT-DATASET(WS-REPORT-INDEX) TO DLG-REPORT-DATASET.
           MOVE TBL-DST-COPIES(WS-DIST-INDEX) TO DLG-COPIES.
           MOVE TBL-RPT-PAGES(WS-REPORT-INDEX) TO DLG-PAGE-COUNT.
           MOVE TBL-RPT-RECORDS(WS-REPORT-INDEX) TO DLG-RECORD-COUNT.
           MOVE TBL-DST-STATUS(WS-DIST-INDEX) TO DLG-STATUS.
           MOVE WS-BUNDLE-DATASET TO DLG-BUNDLE-DATASET.
           WRITE DIST-LOG-RECORD.

       WRITE-DISTRIBUTION-REPORT.
           OPEN OUTPUT DIST-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "REPORT-DISTRIB" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           MOVE WS-DIST-HEADING TO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           PERFORM VARYING WS-DIST-INDEX FROM 1 BY 1
                   UNTIL WS-DIST-INDEX > WS-DIST-COUNT
              MOVE TBL-DST-REPORT(WS-DIST-INDEX) TO WS-REPORT-INDEX
              MOVE TBL-DST-RECIPIENT(WS-DIST-INDEX) TO DSL-RECIPIENT
              MOVE TBL-RPT-DATASET(WS-REPORT-INDEX) TO DSL-REPORT
              MOVE TBL-DST-COPIES(WS-DIST-INDEX) TO DSL-COPIES
              MOVE TBL-RPT-PAGES(WS-REPORT-INDEX) TO DSL-PAGES
              MOVE TBL-RPT-RECORDS(WS-REPORT-INDEX) TO DSL-RECORDS
              MOVE TBL-DST-STATUS(WS-DIST-INDEX) TO DSL-STATUS
              MOVE SPACES TO DSL-BUNDLE
              STRING "DB" DELIMITED BY SIZE
                     TBL-DST-RECIPIENT(WS-DIST-INDEX)
                     DELIMITED BY SPACE
                     INTO DSL-BUNDLE
              MOVE WS-DIST-LINE TO DIST-REPORT-RECORD
              WRITE DIST-REPORT-RECORD
              ADD 1 TO WS-REPORT-RECORD-COUNT
           END-PERFORM.
           IF WS-DIST-COUNT = 0
              MOVE "NO DISTRIBUTION CONTROL ENTRIES"
                TO DIST-REPORT-RECORD
              WRITE DIST-REPORT-RECORD
           END-IF.
           MOVE WS-SENT-COUNT TO DTT-SENT.
           MOVE WS-WITHHELD-COUNT TO DTT-WITHHELD.
           MOVE WS-MISSING-COUNT TO DTT-MISSING.
           MOVE WS-DIST-TOTAL-LINE TO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           IF DIST-TABLE-FULL
              MOVE "DISTRIBUTION TABLE LIMIT REACHED - PARTIAL"
                TO DIST-REPORT-RECORD
              WRITE DIST-REPORT-RECORD
           END-IF.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO DIST-REPORT-RECORD.
           WRITE DIST-REPORT-RECORD.
           CLOSE DIST-REPORT-FILE.
