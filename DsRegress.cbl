       IDENTIFICATION DIVISION.
       PROGRAM-ID. ds-regression-compare.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DS-OUTPUT-FILE ASSIGN TO "DSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSOUT-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT OPTIONAL RESTORE-OUTPUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTORE-FILE-STATUS.
           SELECT REGRESSION-REPORT-FILE ASSIGN TO "DSREGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGRESSION-STATUS-FILE ASSIGN TO "DSREGSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DS-OUTPUT-FILE.
       01 DS-OUTPUT-RECORD.
          05 OUT-NUMBER                PIC 9(18).
          05 OUT-SQUARE-OF-SUM         PIC 9(18).
          05 OUT-SUM-OF-SQUARES        PIC 9(18).
          05 OUT-DIFFERENCE-OF-SQUARES PIC 9(18).
          05 OUT-START-NUMBER          PIC 9(18).
       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
          05 IDX-DATASET-NAME       PIC X(10).
          05 IDX-BUSINESS-DATE      PIC X(08).
          05 IDX-GENERATION         PIC 9(03).
          05 IDX-RECORD-COUNT       PIC 9(08).
       FD RESTORE-OUTPUT-FILE.
       01 RESTORE-OUTPUT-RECORD.
          05 PRV-NUMBER                PIC 9(18).
          05 PRV-SQUARE-OF-SUM         PIC 9(18).
          05 PRV-SUM-OF-SQUARES        PIC 9(18).
          05 PRV-DIFFERENCE-OF-SQUARES PIC 9(18).
          05 PRV-START-NUMBER          PIC 9(18).
          05 FILLER                    PIC X(230).
       FD REGRESSION-REPORT-FILE.
       01 REGRESSION-REPORT-RECORD  PIC X(132).
       FD REGRESSION-STATUS-FILE.
       01 REGRESSION-STATUS-RECORD.
          05 RGS-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 RGS-RESULT             PIC X(08).
          05 FILLER                 PIC X(01).
          05 RGS-PRIOR-DATE         PIC X(08).
          05 FILLER                 PIC X(01).
          05 RGS-PRIOR-GENERATION   PIC 9(03).
          05 FILLER                 PIC X(01).
          05 RGS-COMPARED-COUNT     PIC 9(08).
          05 FILLER                 PIC X(01).
          05 RGS-CHANGED-COUNT      PIC 9(08).
          05 FILLER                 PIC X(01).
          05 RGS-TODAY-ONLY-COUNT   PIC 9(08).
          05 FILLER                 PIC X(01).
          05 RGS-PRIOR-ONLY-COUNT   PIC 9(08).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "OPRALERT.cpy".
       01 WS-DSOUT-FILE-STATUS      PIC XX VALUE "00".
       01 WS-INDEX-FILE-STATUS      PIC XX VALUE "00".
       01 WS-RESTORE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-PRIOR-DATE             PIC X(08) VALUE SPACES.
       01 WS-PRIOR-GENERATION       PIC 9(03) VALUE ZERO.
       01 WS-PRIOR-GEN-X            PIC 9(03).
       01 WS-PRIOR-EXPECTED         PIC 9(08) VALUE ZERO.
       01 WS-RESTORE-RC             PIC S9(04) VALUE ZERO.
       01 WS-RESULT                 PIC X(08) VALUE SPACES.
          88 RESULT-CLEAN VALUE "CLEAN".
          88 RESULT-CHANGED VALUE "CHANGED".
          88 RESULT-NO-PRIOR VALUE "NOPRIOR".
          88 RESULT-FAILED VALUE "FAILED".
       01 WS-PRIOR-MAX              PIC 9(05) VALUE 20000.
       01 WS-PRIOR-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-PRIOR-INDEX            PIC 9(05) VALUE ZERO.
       01 WS-PRIOR-TABLE.
          05 WS-PRIOR-ENTRY OCCURS 20000 TIMES.
             10 TBL-PRV-NUMBER      PIC 9(18).
             10 TBL-PRV-START       PIC 9(18).
             10 TBL-PRV-SQUARE-SUM  PIC 9(18).
             10 TBL-PRV-SUM-SQUARES PIC 9(18).
             10 TBL-PRV-DIFFERENCE  PIC 9(18).
             10 TBL-PRV-MATCHED     PIC X(01).
                88 PRIOR-WAS-MATCHED VALUE "Y".
       01 WS-TABLE-FULL-SWITCH      PIC X VALUE "N".
          88 PRIOR-TABLE-FULL VALUE "Y".
       01 WS-FOUND-INDEX            PIC 9(05) VALUE ZERO.
       01 WS-TODAY-COUNT            PIC 9(08) VALUE ZERO.
       01 WS-COMPARED-COUNT         PIC 9(08) VALUE ZERO.
       01 WS-CHANGED-COUNT          PIC 9(08) VALUE ZERO.
       01 WS-TODAY-ONLY-COUNT       PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-ONLY-COUNT       PIC 9(08) VALUE ZERO.
       01 WS-ALERT-LIMIT            PIC 9(04) VALUE 20.
       01 WS-ALERT-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-ALERT-SEVERITY         PIC X(04) VALUE SPACES.
       01 WS-EDITED-NUMBER          PIC Z(17)9.
       01 WS-EDITED-COUNT           PIC Z(7)9.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-SECTION-TITLE          PIC X(60) VALUE SPACES.
       01 WS-SECTION-EMPTY-SWITCH   PIC X VALUE "Y".
          88 SECTION-IS-EMPTY VALUE "Y".
       01 WS-PRIOR-LINE.
          05 FILLER                 PIC X(24)
               VALUE "PRIOR GENERATION DATE:".
          05 PRL-DATE               PIC X(08).
          05 FILLER                 PIC X(07) VALUE "  GEN".
          05 PRL-GENERATION         PIC ZZ9.
          05 FILLER                 PIC X(12) VALUE "  RECORDS".
          05 PRL-COUNT              PIC Z(7)9.
       01 WS-DETAIL-HEADING.
          05 FILLER                 PIC X(08) VALUE "GEN".
          05 FILLER                 PIC X(19)
               VALUE "            NUMBER ".
          05 FILLER                 PIC X(19)
               VALUE "             START ".
          05 FILLER                 PIC X(19)
               VALUE "     SQUARE-OF-SUM ".
          05 FILLER                 PIC X(19)
               VALUE "    SUM-OF-SQUARES ".
          05 FILLER                 PIC X(19)
               VALUE "        DIFFERENCE ".
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(20) VALUE "FIELDS CHANGED".
       01 WS-DETAIL-LINE.
          05 DTL-GENERATION         PIC X(08).
          05 DTL-NUMBER             PIC Z(17)9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 DTL-START              PIC Z(17)9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 DTL-SQUARE-SUM         PIC Z(17)9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 DTL-SUM-SQUARES        PIC Z(17)9.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 DTL-DIFFERENCE         PIC Z(17)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DTL-FIELDS             PIC X(20).
       01 WS-FIELDS-CHANGED         PIC X(20) VALUE SPACES.
       01 WS-FIELDS-POINTER         PIC 9(02) VALUE 1.
       01 WS-COUNT-LINE.
          05 CNT-LABEL              PIC X(44).
          05 CNT-VALUE              PIC Z(7)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       DS-REGRESSION-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT REGRESSION-REPORT-FILE.
           PERFORM OPEN-ALERT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM FIND-PRIOR-GENERATION.
           IF WS-PRIOR-DATE = SPACES
              MOVE "NOPRIOR" TO WS-RESULT
              MOVE "NO PRIOR DSOUT GENERATION IN ARCHIVE - NOT COMPARED"
                TO REGRESSION-REPORT-RECORD
              WRITE REGRESSION-REPORT-RECORD
           ELSE
              PERFORM RESTORE-PRIOR-GENERATION
           END-IF.
           IF WS-RESULT = SPACES
              PERFORM LOAD-PRIOR-GENERATION
           END-IF.
           IF WS-RESULT = SPACES
              PERFORM COMPARE-TODAYS-DSOUT
              PERFORM WRITE-PRIOR-ONLY
              PERFORM WRITE-REGRESSION-SUMMARY
              IF WS-CHANGED-COUNT > 0
                 MOVE "CHANGED" TO WS-RESULT
              ELSE
                 MOVE "CLEAN" TO WS-RESULT
              END-IF
           END-IF.
           PERFORM WRITE-REGRESSION-STATUS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE REGRESSION-REPORT-FILE.
           CLOSE OPR-ALERT-FILE.
           EVALUATE TRUE
              WHEN RESULT-CHANGED
              WHEN RESULT-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TODAY-ONLY-COUNT > 0
              WHEN WS-PRIOR-ONLY-COUNT > 0
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

       FIND-PRIOR-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ARCHIVE-INDEX-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF IDX-DATASET-NAME = "DSOUT"
                       AND IDX-BUSINESS-DATE < WS-BUSINESS-DATE
                       PERFORM KEEP-LATEST-GENERATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

       KEEP-LATEST-GENERATION.
           IF IDX-BUSINESS-DATE > WS-PRIOR-DATE
              OR (IDX-BUSINESS-DATE = WS-PRIOR-DATE
                  AND IDX-GENERATION > WS-PRIOR-GENERATION)
              MOVE IDX-BUSINESS-DATE TO WS-PRIOR-DATE
              MOVE IDX-GENERATION TO WS-PRIOR-GENERATION
              MOVE IDX-RECORD-COUNT TO WS-PRIOR-EXPECTED
           END-IF.

       RESTORE-PRIOR-GENERATION.
           MOVE WS-PRIOR-GENERATION TO WS-PRIOR-GEN-X.
           DISPLAY "ARCHFUNC" UPON ENVIRONMENT-NAME.
           DISPLAY "RESTORE" UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHDSN" UPON ENVIRONMENT-NAME.
           DISPLAY "DSOUT" UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHDATE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-PRIOR-DATE UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHGEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-PRIOR-GEN-X UPON ENVIRONMENT-VALUE.
           CALL "archive-restore".
           MOVE RETURN-CODE TO WS-RESTORE-RC.
           CANCEL "archive-restore".
           MOVE WS-PRIOR-DATE TO PRL-DATE.
           MOVE WS-PRIOR-GENERATION TO PRL-GENERATION.
           MOVE WS-PRIOR-EXPECTED TO PRL-COUNT.
           MOVE WS-PRIOR-LINE TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.
           IF WS-RESTORE-RC > 4
              MOVE "FAILED" TO WS-RESULT
              MOVE "PRIOR GENERATION FAILED RESTORE VERIFICATION"
                TO REGRESSION-REPORT-RECORD
              WRITE REGRESSION-REPORT-RECORD
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "Prior DSOUT generation failed restore verification"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.

       LOAD-PRIOR-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RESTORE-OUTPUT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ RESTORE-OUTPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-PRIOR-RECORD
              END-READ
           END-PERFORM.
           CLOSE RESTORE-OUTPUT-FILE.
           IF PRIOR-TABLE-FULL
              MOVE "FAILED" TO WS-RESULT
              MOVE "PRIOR GENERATION EXCEEDS COMPARISON TABLE"
                TO REGRESSION-REPORT-RECORD
              WRITE REGRESSION-REPORT-RECORD
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "Prior DSOUT exceeds table; comparison not done"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.

       STORE-PRIOR-RECORD.
           IF WS-PRIOR-COUNT < WS-PRIOR-MAX
              ADD 1 TO WS-PRIOR-COUNT
              MOVE PRV-NUMBER TO TBL-PRV-NUMBER(WS-PRIOR-COUNT)
              MOVE PRV-START-NUMBER TO TBL-PRV-START(WS-PRIOR-COUNT)
              MOVE PRV-SQUARE-OF-SUM
                TO TBL-PRV-SQUARE-SUM(WS-PRIOR-COUNT)
              MOVE PRV-SUM-OF-SQUARES
                TO TBL-PRV-SUM-SQUARES(WS-PRIOR-COUNT)
              MOVE PRV-DIFFERENCE-OF-SQUARES
                TO TBL-PRV-DIFFERENCE(WS-PRIOR-COUNT)
              MOVE "N" TO TBL-PRV-MATCHED(WS-PRIOR-COUNT)
           ELSE
              MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

       COMPARE-TODAYS-DSOUT.
           MOVE "CHANGED RESULTS (PRIOR GENERATION VS TODAY)"
             TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-DETAIL-HEADING TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DS-OUTPUT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DS-OUTPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TODAY-COUNT
                    PERFORM COMPARE-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE DS-OUTPUT-FILE.
           IF WS-CHANGED-COUNT = 0
              MOVE "  NONE" TO REGRESSION-REPORT-RECORD
              WRITE REGRESSION-REPORT-RECORD
           END-IF.
           MOVE "IN TODAY'S DSOUT ONLY" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "Y" TO WS-SECTION-EMPTY-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DS-OUTPUT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DS-OUTPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM FIND-PRIOR-ENTRY
                    IF WS-FOUND-INDEX = 0
                       MOVE "N" TO WS-SECTION-EMPTY-SWITCH
                       MOVE "TODAY" TO DTL-GENERATION
                       PERFORM MOVE-TODAY-TO-DETAIL
                       MOVE SPACES TO DTL-FIELDS
                       PERFORM WRITE-DETAIL-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DS-OUTPUT-FILE.
           IF SECTION-IS-EMPTY
              MOVE "  NONE" TO REGRESSION-REPORT-RECORD
              WRITE REGRESSION-REPORT-RECORD
           END-IF.

       COMPARE-ONE-RECORD.
           PERFORM FIND-PRIOR-ENTRY.
           IF WS-FOUND-INDEX = 0
              ADD 1 TO WS-TODAY-ONLY-COUNT
           ELSE
              MOVE "Y" TO TBL-PRV-MATCHED(WS-FOUND-INDEX)
              ADD 1 TO WS-COMPARED-COUNT
              MOVE SPACES TO WS-FIELDS-CHANGED
              MOVE 1 TO WS-FIELDS-POINTER
              IF OUT-SQUARE-OF-SUM
                 NOT = TBL-PRV-SQUARE-SUM(WS-FOUND-INDEX)
                 STRING "SQSUM " DELIMITED BY SIZE
                        INTO WS-FIELDS-CHANGED
                        WITH POINTER WS-FIELDS-POINTER
              END-IF
              IF OUT-SUM-OF-SQUARES
                 NOT = TBL-PRV-SUM-SQUARES(WS-FOUND-INDEX)
                 STRING "SUMSQ " DELIMITED BY SIZE
                        INTO WS-FIELDS-CHANGED
                        WITH POINTER WS-FIELDS-POINTER
              END-IF
              IF OUT-DIFFERENCE-OF-SQUARES
                 NOT = TBL-PRV-DIFFERENCE(WS-FOUND-INDEX)
                 STRING "DIFF" DELIMITED BY SIZE
                        INTO WS-FIELDS-CHANGED
                        WITH POINTER WS-FIELDS-POINTER
              END-IF
              IF WS-FIELDS-CHANGED NOT = SPACES
                 PERFORM REPORT-CHANGED-RECORD
              END-IF
           END-IF.

       FIND-PRIOR-ENTRY.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
                   UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
                   OR WS-FOUND-INDEX > 0
              IF TBL-PRV-NUMBER(WS-PRIOR-INDEX) = OUT-NUMBER
                 AND TBL-PRV-START(WS-PRIOR-INDEX) = OUT-START-NUMBER
                 MOVE WS-PRIOR-INDEX TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       REPORT-CHANGED-RECORD.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE "PRIOR" TO DTL-GENERATION.
           MOVE TBL-PRV-NUMBER(WS-FOUND-INDEX) TO DTL-NUMBER.
           MOVE TBL-PRV-START(WS-FOUND-INDEX) TO DTL-START.
           MOVE TBL-PRV-SQUARE-SUM(WS-FOUND-INDEX) TO DTL-SQUARE-SUM.
           MOVE TBL-PRV-SUM-SQUARES(WS-FOUND-INDEX)
             TO DTL-SUM-SQUARES.
           MOVE TBL-PRV-DIFFERENCE(WS-FOUND-INDEX) TO DTL-DIFFERENCE.
           MOVE WS-FIELDS-CHANGED TO DTL-FIELDS.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "TODAY" TO DTL-GENERATION.
           PERFORM MOVE-TODAY-TO-DETAIL.
           MOVE SPACES TO DTL-FIELDS.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-ALERT-COUNT < WS-ALERT-LIMIT
              ADD 1 TO WS-ALERT-COUNT
              MOVE OUT-NUMBER TO WS-EDITED-NUMBER
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE SPACES TO ALR-MESSAGE
              STRING "DSOUT number " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDITED-NUMBER) DELIMITED BY SIZE
                     " changed: " DELIMITED BY SIZE
                     WS-FIELDS-CHANGED DELIMITED BY SIZE
                     INTO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.

       MOVE-TODAY-TO-DETAIL.
           MOVE OUT-NUMBER TO DTL-NUMBER.
           MOVE OUT-START-NUMBER TO DTL-START.
           MOVE OUT-SQUARE-OF-SUM TO DTL-SQUARE-SUM.
           MOVE OUT-SUM-OF-SQUARES TO DTL-SUM-SQUARES.
           MOVE OUT-DIFFERENCE-OF-SQUARES TO DTL-DIFFERENCE.

       WRITE-PRIOR-ONLY.
           MOVE "IN PRIOR GENERATION ONLY" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
                   UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
              IF NOT PRIOR-WAS-MATCHED(WS-PRIOR-INDEX)
                 ADD 1 TO WS-PRIOR-ONLY-COUNT
                 MOVE "PRIOR" TO DTL-GENERATION
                 MOVE TBL-PRV-NUMBER(WS-PRIOR-INDEX) TO DTL-NUMBER
                 MOVE TBL-PRV-START(WS-PRIOR-INDEX) TO DTL-START
                 MOVE TBL-PRV-SQUARE-SUM(WS-PRIOR-INDEX)
                   TO DTL-SQUARE-SUM
                 MOVE TBL-PRV-SUM-SQUARES(WS-PRIOR-INDEX)
                   TO DTL-SUM-SQUARES
                 MOVE TBL-PRV-DIFFERENCE(WS-PRIOR-INDEX)
                   TO DTL-DIFFERENCE
                 MOVE SPACES TO DTL-FIELDS
                 PERFORM WRITE-DETAIL-LINE
              END-IF
           END-PERFORM.
           IF WS-PRIOR-ONLY-COUNT = 0
              MOVE "  NONE" TO REGRESSION-REPORT-RECORD
              WRITE REGRESSION-REPORT-RECORD
           END-IF.

       WRITE-REGRESSION-SUMMARY.
           MOVE "REGRESSION TOTALS" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "PRIOR GENERATION RECORDS" TO CNT-LABEL.
           MOVE WS-PRIOR-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TODAY'S DSOUT RECORDS" TO CNT-LABEL.
           MOVE WS-TODAY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RECORDS COMPARED" TO CNT-LABEL.
           MOVE WS-COMPARED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STORED RESULTS CHANGED" TO CNT-LABEL.
           MOVE WS-CHANGED-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "IN TODAY'S DSOUT ONLY" TO CNT-LABEL.
           MOVE WS-TODAY-ONLY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "IN PRIOR GENERATION ONLY" TO CNT-LABEL.
           MOVE WS-PRIOR-ONLY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-CHANGED-COUNT > WS-ALERT-COUNT
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE WS-CHANGED-COUNT TO WS-EDITED-COUNT
              MOVE SPACES TO ALR-MESSAGE
              STRING "DSOUT regression: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDITED-COUNT) DELIMITED BY SIZE
                     " stored results changed in total"
                         DELIMITED BY SIZE
                     INTO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF WS-TODAY-ONLY-COUNT > 0 OR WS-PRIOR-ONLY-COUNT > 0
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE "DSOUT numbers differ from prior archived generation"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.

       WRITE-REGRESSION-STATUS.
           OPEN OUTPUT REGRESSION-STATUS-FILE.
           MOVE SPACES TO REGRESSION-STATUS-RECORD.
           MOVE WS-BUSINESS-DATE TO RGS-BUSINESS-DATE.
           MOVE WS-RESULT TO RGS-RESULT.
           MOVE WS-PRIOR-DATE TO RGS-PRIOR-DATE.
           MOVE WS-PRIOR-GENERATION TO RGS-PRIOR-GENERATION.
           MOVE WS-COMPARED-COUNT TO RGS-COMPARED-COUNT.
           MOVE WS-CHANGED-COUNT TO RGS-CHANGED-COUNT.
           MOVE WS-TODAY-ONLY-COUNT TO RGS-TODAY-ONLY-COUNT.
           MOVE WS-PRIOR-ONLY-COUNT TO RGS-PRIOR-ONLY-COUNT.
           WRITE REGRESSION-STATUS-RECORD.
           CLOSE REGRESSION-STATUS-FILE.
           MOVE SPACES TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.
           MOVE SPACES TO REGRESSION-REPORT-RECORD.
           STRING "REGRESSION RESULT: " DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SPACE
                  INTO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "DS-REGRESSION" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.
           MOVE WS-SECTION-TITLE TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO REGRESSION-REPORT-RECORD.
           WRITE REGRESSION-REPORT-RECORD.

       OPEN-ALERT-FILE.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.

       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE "DS-REGRESSION" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
