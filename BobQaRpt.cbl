       IDENTIFICATION DIVISION.
       PROGRAM-ID. bob-qa-accuracy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOB-QA-SAMPLE-FILE ASSIGN TO "BOBQASMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QASMP-FILE-STATUS.
           SELECT OPTIONAL BOB-QA-OVERRIDE-FILE ASSIGN TO "BOBQAOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QAOVR-FILE-STATUS.
           SELECT QA-REPORT-FILE ASSIGN TO "BOBQARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOB-QA-SAMPLE-FILE.
       01 BOB-QA-SAMPLE-FD-RECORD   PIC X(317).
       FD BOB-QA-OVERRIDE-FILE.
       01 BOB-QA-OVERRIDE-RECORD.
          05 QAO-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 QAO-SAMPLE-SEQ         PIC 9(06).
          05 FILLER                 PIC X(01).
          05 QAO-REVIEWER-CATEGORY  PIC X(08).
          05 FILLER                 PIC X(01).
          05 QAO-REVIEWER-ID        PIC X(08).
       FD QA-REPORT-FILE.
       01 QA-REPORT-RECORD          PIC X(100).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "BOBQASMP.cpy".
       01 WS-QASMP-FILE-STATUS      PIC XX VALUE "00".
       01 WS-QAOVR-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-REVIEW-MONTH           PIC X(06) VALUE SPACES.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-SAMPLE-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-SAMPLE-INDEX           PIC 9(05) VALUE ZERO.
       01 WS-SAMPLE-FOUND           PIC 9(05) VALUE ZERO.
       01 WS-SAMPLE-TABLE.
          05 WS-SAMPLE-ENTRY OCCURS 5000 TIMES.
             10 TBL-SMP-DATE        PIC X(08).
             10 TBL-SMP-SEQ         PIC 9(06).
             10 TBL-SMP-SPEAKER     PIC X(10).
             10 TBL-SMP-SYSTEM-CAT  PIC 9(01).
             10 TBL-SMP-REVIEW-CAT  PIC 9(01).
       01 WS-SAMPLE-FULL-SWITCH     PIC X VALUE "N".
          88 SAMPLE-TABLE-FULL VALUE "Y".
       01 WS-CATEGORY-NAMES.
          05 FILLER                 PIC X(08) VALUE "FINE".
          05 FILLER                 PIC X(08) VALUE "CALM".
          05 FILLER                 PIC X(08) VALUE "CHILL".
          05 FILLER                 PIC X(08) VALUE "SURE".
          05 FILLER                 PIC X(08) VALUE "WHATEVER".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
          05 TBL-CAT-NAME           PIC X(08) OCCURS 5 TIMES.
       01 WS-CATEGORY-CODE          PIC X(08) VALUE SPACES.
       01 WS-CATEGORY-NUMBER        PIC 9(01) VALUE ZERO.
       01 WS-CAT-INDEX              PIC 9(01) VALUE ZERO.
       01 WS-COL-INDEX              PIC 9(01) VALUE ZERO.
       01 WS-CATEGORY-TOTALS.
          05 WS-CATEGORY-TOTAL-ENTRY OCCURS 5 TIMES.
             10 TBL-CTT-SAMPLED     PIC 9(06).
             10 TBL-CTT-REVIEWED    PIC 9(06).
             10 TBL-CTT-AGREED      PIC 9(06).
             10 TBL-CTT-RATE        PIC 9(03)V9.
             10 TBL-CTT-RANKED      PIC X(01).
             10 WS-CONFUSION-CELL   PIC 9(06) OCCURS 5 TIMES.
       01 WS-SPEAKER-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-SPEAKER-INDEX          PIC 9(02) VALUE ZERO.
       01 WS-SPEAKER-TABLE.
          05 WS-SPEAKER-ENTRY OCCURS 50 TIMES.
             10 TBL-SPK-ID          PIC X(10).
             10 TBL-SPK-SAMPLED     PIC 9(06).
             10 TBL-SPK-REVIEWED    PIC 9(06).
             10 TBL-SPK-AGREED      PIC 9(06).
       01 WS-SPEAKER-FULL-SWITCH    PIC X VALUE "N".
          88 SPEAKER-TABLE-FULL VALUE "Y".
       01 WS-TOTAL-SAMPLED          PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-REVIEWED         PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-AGREED           PIC 9(06) VALUE ZERO.
       01 WS-OVERRIDE-READ          PIC 9(06) VALUE ZERO.
       01 WS-OVERRIDE-REPLACED      PIC 9(06) VALUE ZERO.
       01 WS-OVERRIDE-NO-SAMPLE     PIC 9(06) VALUE ZERO.
       01 WS-OVERRIDE-BAD-CATEGORY  PIC 9(06) VALUE ZERO.
       01 WS-WORK-SAMPLED           PIC 9(06) VALUE ZERO.
       01 WS-WORK-REVIEWED          PIC 9(06) VALUE ZERO.
       01 WS-WORK-AGREED            PIC 9(06) VALUE ZERO.
       01 WS-WORK-RATE              PIC 9(03)V9 VALUE ZERO.
       01 WS-WORST-INDEX            PIC 9(01) VALUE ZERO.
       01 WS-WORST-RANK             PIC 9(01) VALUE ZERO.
       01 WS-WORST-RATE             PIC 9(03)V9 VALUE ZERO.
       01 WS-WORST-DISAGREED        PIC 9(06) VALUE ZERO.
       01 WS-CAT-DISAGREED          PIC 9(06) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-LINE.
          05 FILLER                 PIC X(14) VALUE "REVIEW MONTH:".
          05 PRD-REVIEW-MONTH       PIC X(06).
       01 WS-RATE-COLUMN-LINE.
          05 RCL-LABEL              PIC X(12).
          05 FILLER                 PIC X(10) VALUE "   SAMPLED".
          05 FILLER                 PIC X(10) VALUE "  REVIEWED".
          05 FILLER                 PIC X(10) VALUE "    AGREED".
          05 FILLER                 PIC X(10) VALUE "  AGREE %".
       01 WS-RATE-LINE.
          05 RTL-KEY                PIC X(12).
          05 RTL-SAMPLED            PIC Z(9)9.
          05 RTL-REVIEWED           PIC Z(9)9.
          05 RTL-AGREED             PIC Z(9)9.
          05 RTL-RATE-DISPLAY.
             10 FILLER              PIC X(04) VALUE SPACES.
             10 RTL-RATE            PIC ZZ9.9.
             10 FILLER              PIC X(01) VALUE SPACES.
       01 WS-MATRIX-HEADING-LINE.
          05 FILLER                 PIC X(12) VALUE "SYSTEM \ REV".
          05 MHL-COLUMN OCCURS 5 TIMES.
             10 FILLER              PIC X(02) VALUE SPACES.
             10 MHL-CATEGORY        PIC X(08) JUSTIFIED RIGHT.
       01 WS-MATRIX-LINE.
          05 MXL-CATEGORY           PIC X(12).
          05 MXL-CELL               PIC Z(9)9 OCCURS 5 TIMES.
       01 WS-WORST-LINE.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 WST-RANK               PIC 9.
          05 FILLER                 PIC X(03) VALUE ".  ".
          05 WST-CATEGORY           PIC X(10).
          05 FILLER                 PIC X(08) VALUE "AGREE %".
          05 WST-RATE               PIC ZZ9.9.
          05 FILLER                 PIC X(15) VALUE "   DISAGREED:".
          05 WST-DISAGREED          PIC Z(5)9.
       01 WS-COUNT-LINE.
          05 CNT-LABEL              PIC X(44).
          05 CNT-VALUE              PIC Z(5)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       QA-ACCURACY-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-REVIEW-MONTH FROM ENVIRONMENT "BOBQAMONTH".
           IF WS-REVIEW-MONTH = SPACES
              MOVE WS-BUSINESS-DATE(1:6) TO WS-REVIEW-MONTH
           END-IF.
           INITIALIZE WS-CATEGORY-TOTALS.
           PERFORM LOAD-MONTH-SAMPLES.
           PERFORM APPLY-REVIEWER-OVERRIDES.
           PERFORM ACCUMULATE-AGREEMENT.
           OPEN OUTPUT QA-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-CATEGORY-AGREEMENT.
           PERFORM WRITE-SPEAKER-AGREEMENT.
           PERFORM WRITE-CONFUSION-MATRIX.
           PERFORM WRITE-WORST-CATEGORIES.
           PERFORM WRITE-QA-SUMMARY.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE QA-REPORT-FILE.
           IF WS-OVERRIDE-NO-SAMPLE > 0
              OR WS-OVERRIDE-BAD-CATEGORY > 0
              OR SAMPLE-TABLE-FULL
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

       FIND-CATEGORY-NUMBER.
           MOVE ZERO TO WS-CATEGORY-NUMBER.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 5
              IF TBL-CAT-NAME(WS-CAT-INDEX) = WS-CATEGORY-CODE
                 MOVE WS-CAT-INDEX TO WS-CATEGORY-NUMBER
              END-IF
           END-PERFORM.

       LOAD-MONTH-SAMPLES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BOB-QA-SAMPLE-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ BOB-QA-SAMPLE-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE BOB-QA-SAMPLE-FD-RECORD
                      TO WS-BOB-QA-SAMPLE-RECORD
                    IF QAS-BUSINESS-DATE(1:6) = WS-REVIEW-MONTH
                       PERFORM STORE-MONTH-SAMPLE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOB-QA-SAMPLE-FILE.

       STORE-MONTH-SAMPLE.
           MOVE QAS-CATEGORY-CODE TO WS-CATEGORY-CODE.
           PERFORM FIND-CATEGORY-NUMBER.
           IF WS-CATEGORY-NUMBER > 0
              IF WS-SAMPLE-COUNT < 5000
                 ADD 1 TO WS-SAMPLE-COUNT
                 MOVE QAS-BUSINESS-DATE
                   TO TBL-SMP-DATE(WS-SAMPLE-COUNT)
                 MOVE QAS-SAMPLE-SEQ TO TBL-SMP-SEQ(WS-SAMPLE-COUNT)
                 MOVE QAS-SPEAKER TO TBL-SMP-SPEAKER(WS-SAMPLE-COUNT)
                 MOVE WS-CATEGORY-NUMBER
                   TO TBL-SMP-SYSTEM-CAT(WS-SAMPLE-COUNT)
                 MOVE ZERO TO TBL-SMP-REVIEW-CAT(WS-SAMPLE-COUNT)
              ELSE
                 MOVE "Y" TO WS-SAMPLE-FULL-SWITCH
              END-IF
           END-IF.

       APPLY-REVIEWER-OVERRIDES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BOB-QA-OVERRIDE-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ BOB-QA-OVERRIDE-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF QAO-BUSINESS-DATE(1:6) = WS-REVIEW-MONTH
                       ADD 1 TO WS-OVERRIDE-READ
                       PERFORM APPLY-ONE-OVERRIDE
                           THRU APPLY-ONE-OVERRIDE-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOB-QA-OVERRIDE-FILE.

       APPLY-ONE-OVERRIDE.
           MOVE FUNCTION UPPER-CASE(QAO-REVIEWER-CATEGORY)
             TO WS-CATEGORY-CODE.
           PERFORM FIND-CATEGORY-NUMBER.
           IF WS-CATEGORY-NUMBER = 0
              ADD 1 TO WS-OVERRIDE-BAD-CATEGORY
              GO TO APPLY-ONE-OVERRIDE-EXIT
           END-IF.
           MOVE ZERO TO WS-SAMPLE-FOUND.
           PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
                   UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
                   OR WS-SAMPLE-FOUND > 0
              IF TBL-SMP-DATE(WS-SAMPLE-INDEX) = QAO-BUSINESS-DATE
                 AND TBL-SMP-SEQ(WS-SAMPLE-INDEX) = QAO-SAMPLE-SEQ
                 MOVE WS-SAMPLE-INDEX TO WS-SAMPLE-FOUND
              END-IF
           END-PERFORM.
           IF WS-SAMPLE-FOUND = 0
              ADD 1 TO WS-OVERRIDE-NO-SAMPLE
              GO TO APPLY-ONE-OVERRIDE-EXIT
           END-IF.
           IF TBL-SMP-REVIEW-CAT(WS-SAMPLE-FOUND) > 0
              ADD 1 TO WS-OVERRIDE-REPLACED
           END-IF.
           MOVE WS-CATEGORY-NUMBER
             TO TBL-SMP-REVIEW-CAT(WS-SAMPLE-FOUND).
       APPLY-ONE-OVERRIDE-EXIT.
           EXIT.

       ACCUMULATE-AGREEMENT.
           PERFORM VARYING WS-SAMPLE-INDEX FROM 1 BY 1
                   UNTIL WS-SAMPLE-INDEX > WS-SAMPLE-COUNT
              MOVE TBL-SMP-SYSTEM-CAT(WS-SAMPLE-INDEX) TO WS-CAT-INDEX
              MOVE TBL-SMP-REVIEW-CAT(WS-SAMPLE-INDEX) TO WS-COL-INDEX
              ADD 1 TO WS-TOTAL-SAMPLED
              ADD 1 TO TBL-CTT-SAMPLED(WS-CAT-INDEX)
              PERFORM FIND-SPEAKER-ENTRY
              IF WS-SPEAKER-INDEX > 0
                 ADD 1 TO TBL-SPK-SAMPLED(WS-SPEAKER-INDEX)
              END-IF
              IF WS-COL-INDEX > 0
                 ADD 1 TO WS-TOTAL-REVIEWED
                 ADD 1 TO TBL-CTT-REVIEWED(WS-CAT-INDEX)
                 ADD 1 TO WS-CONFUSION-CELL(WS-CAT-INDEX, WS-COL-INDEX)
                 IF WS-SPEAKER-INDEX > 0
                    ADD 1 TO TBL-SPK-REVIEWED(WS-SPEAKER-INDEX)
                 END-IF
                 IF WS-COL-INDEX = WS-CAT-INDEX
                    ADD 1 TO WS-TOTAL-AGREED
                    ADD 1 TO TBL-CTT-AGREED(WS-CAT-INDEX)
                    IF WS-SPEAKER-INDEX > 0
                       ADD 1 TO TBL-SPK-AGREED(WS-SPEAKER-INDEX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 5
              MOVE TBL-CTT-REVIEWED(WS-CAT-INDEX) TO WS-WORK-REVIEWED
              MOVE TBL-CTT-AGREED(WS-CAT-INDEX) TO WS-WORK-AGREED
              PERFORM COMPUTE-AGREEMENT-RATE
              MOVE WS-WORK-RATE TO TBL-CTT-RATE(WS-CAT-INDEX)
              MOVE "N" TO TBL-CTT-RANKED(WS-CAT-INDEX)
           END-PERFORM.

       FIND-SPEAKER-ENTRY.
           PERFORM VARYING WS-SPEAKER-INDEX FROM 1 BY 1
                   UNTIL WS-SPEAKER-INDEX > WS-SPEAKER-COUNT
                   OR TBL-SPK-ID(WS-SPEAKER-INDEX)
                      = TBL-SMP-SPEAKER(WS-SAMPLE-INDEX)
              CONTINUE
           END-PERFORM.
           IF WS-SPEAKER-INDEX > WS-SPEAKER-COUNT
              IF WS-SPEAKER-COUNT < 50
                 ADD 1 TO WS-SPEAKER-COUNT
                 MOVE TBL-SMP-SPEAKER(WS-SAMPLE-INDEX)
                   TO TBL-SPK-ID(WS-SPEAKER-COUNT)
                 MOVE ZERO TO TBL-SPK-SAMPLED(WS-SPEAKER-COUNT)
                 MOVE ZERO TO TBL-SPK-REVIEWED(WS-SPEAKER-COUNT)
                 MOVE ZERO TO TBL-SPK-AGREED(WS-SPEAKER-COUNT)
                 MOVE WS-SPEAKER-COUNT TO WS-SPEAKER-INDEX
              ELSE
                 MOVE "Y" TO WS-SPEAKER-FULL-SWITCH
                 MOVE ZERO TO WS-SPEAKER-INDEX
              END-IF
           END-IF.

       COMPUTE-AGREEMENT-RATE.
           IF WS-WORK-REVIEWED > 0
              COMPUTE WS-WORK-RATE ROUNDED =
                  WS-WORK-AGREED * 100 / WS-WORK-REVIEWED
           ELSE
              MOVE ZERO TO WS-WORK-RATE
           END-IF.

       WRITE-RATE-LINE.
           MOVE WS-WORK-SAMPLED TO RTL-SAMPLED.
           MOVE WS-WORK-REVIEWED TO RTL-REVIEWED.
           MOVE WS-WORK-AGREED TO RTL-AGREED.
           IF WS-WORK-REVIEWED > 0
              PERFORM COMPUTE-AGREEMENT-RATE
              MOVE WS-WORK-RATE TO RTL-RATE
           ELSE
              MOVE "     N/A  " TO RTL-RATE-DISPLAY
           END-IF.
           MOVE WS-RATE-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.
           MOVE SPACES TO RTL-RATE-DISPLAY.

       WRITE-CATEGORY-AGREEMENT.
           MOVE SPACES TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "AGREEMENT BY SYSTEM CATEGORY" TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "CATEGORY" TO RCL-LABEL.
           MOVE WS-RATE-COLUMN-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 5
              MOVE TBL-CAT-NAME(WS-CAT-INDEX) TO RTL-KEY
              MOVE TBL-CTT-SAMPLED(WS-CAT-INDEX) TO WS-WORK-SAMPLED
              MOVE TBL-CTT-REVIEWED(WS-CAT-INDEX) TO WS-WORK-REVIEWED
              MOVE TBL-CTT-AGREED(WS-CAT-INDEX) TO WS-WORK-AGREED
              PERFORM WRITE-RATE-LINE
           END-PERFORM.
           MOVE "ALL" TO RTL-KEY.
           MOVE WS-TOTAL-SAMPLED TO WS-WORK-SAMPLED.
           MOVE WS-TOTAL-REVIEWED TO WS-WORK-REVIEWED.
           MOVE WS-TOTAL-AGREED TO WS-WORK-AGREED.
           PERFORM WRITE-RATE-LINE.

       WRITE-SPEAKER-AGREEMENT.
           MOVE SPACES TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "AGREEMENT BY SPEAKER" TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "SPEAKER" TO RCL-LABEL.
           MOVE WS-RATE-COLUMN-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           PERFORM VARYING WS-SPEAKER-INDEX FROM 1 BY 1
                   UNTIL WS-SPEAKER-INDEX > WS-SPEAKER-COUNT
              MOVE TBL-SPK-ID(WS-SPEAKER-INDEX) TO RTL-KEY
              MOVE TBL-SPK-SAMPLED(WS-SPEAKER-INDEX) TO WS-WORK-SAMPLED
              MOVE TBL-SPK-REVIEWED(WS-SPEAKER-INDEX)
                TO WS-WORK-REVIEWED
              MOVE TBL-SPK-AGREED(WS-SPEAKER-INDEX) TO WS-WORK-AGREED
              PERFORM WRITE-RATE-LINE
           END-PERFORM.
           IF SPEAKER-TABLE-FULL
              MOVE "*** SPEAKER TABLE FULL - LATER SPEAKERS NOT SHOWN"
                TO QA-REPORT-RECORD
              WRITE QA-REPORT-RECORD
           END-IF.

       WRITE-CONFUSION-MATRIX.
           MOVE SPACES TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "CONFUSION MATRIX (ROWS SYSTEM, COLUMNS REVIEWER)"
             TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                   UNTIL WS-COL-INDEX > 5
              MOVE FUNCTION TRIM(TBL-CAT-NAME(WS-COL-INDEX))
                TO MHL-CATEGORY(WS-COL-INDEX)
           END-PERFORM.
           MOVE WS-MATRIX-HEADING-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 5
              MOVE TBL-CAT-NAME(WS-CAT-INDEX) TO MXL-CATEGORY
              PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                      UNTIL WS-COL-INDEX > 5
                 MOVE WS-CONFUSION-CELL(WS-CAT-INDEX, WS-COL-INDEX)
                   TO MXL-CELL(WS-COL-INDEX)
              END-PERFORM
              MOVE WS-MATRIX-LINE TO QA-REPORT-RECORD
              WRITE QA-REPORT-RECORD
           END-PERFORM.

       WRITE-WORST-CATEGORIES.
           MOVE SPACES TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "WORST-PERFORMING CATEGORIES (LOWEST AGREEMENT FIRST)"
             TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE ZERO TO WS-WORST-RANK.
           PERFORM 3 TIMES
              PERFORM FIND-NEXT-WORST-CATEGORY
              IF WS-WORST-INDEX > 0
                 ADD 1 TO WS-WORST-RANK
                 MOVE "Y" TO TBL-CTT-RANKED(WS-WORST-INDEX)
                 MOVE WS-WORST-RANK TO WST-RANK
                 MOVE TBL-CAT-NAME(WS-WORST-INDEX) TO WST-CATEGORY
                 MOVE TBL-CTT-RATE(WS-WORST-INDEX) TO WST-RATE
                 COMPUTE WST-DISAGREED =
                     TBL-CTT-REVIEWED(WS-WORST-INDEX)
                     - TBL-CTT-AGREED(WS-WORST-INDEX)
                 MOVE WS-WORST-LINE TO QA-REPORT-RECORD
                 WRITE QA-REPORT-RECORD
              END-IF
           END-PERFORM.
           IF WS-WORST-RANK = 0
              MOVE "NO REVIEWED SAMPLES FOR THE MONTH"
                TO QA-REPORT-RECORD
              WRITE QA-REPORT-RECORD
           END-IF.

       FIND-NEXT-WORST-CATEGORY.
           MOVE ZERO TO WS-WORST-INDEX.
           MOVE 999.9 TO WS-WORST-RATE.
           MOVE ZERO TO WS-WORST-DISAGREED.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 5
              COMPUTE WS-CAT-DISAGREED = TBL-CTT-REVIEWED(WS-CAT-INDEX)
                  - TBL-CTT-AGREED(WS-CAT-INDEX)
              IF TBL-CTT-REVIEWED(WS-CAT-INDEX) > 0
                 AND TBL-CTT-RANKED(WS-CAT-INDEX) = "N"
                 AND (TBL-CTT-RATE(WS-CAT-INDEX) < WS-WORST-RATE
                      OR (TBL-CTT-RATE(WS-CAT-INDEX) = WS-WORST-RATE
                          AND WS-CAT-DISAGREED > WS-WORST-DISAGREED))
                 MOVE TBL-CTT-RATE(WS-CAT-INDEX) TO WS-WORST-RATE
                 MOVE WS-CAT-DISAGREED TO WS-WORST-DISAGREED
                 MOVE WS-CAT-INDEX TO WS-WORST-INDEX
              END-IF
           END-PERFORM.

       WRITE-QA-SUMMARY.
           MOVE SPACES TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "REVIEW TOTALS" TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE "UTTERANCES SAMPLED FOR THE MONTH" TO CNT-LABEL.
           MOVE WS-TOTAL-SAMPLED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SAMPLES REVIEWED" TO CNT-LABEL.
           MOVE WS-TOTAL-REVIEWED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SAMPLES AWAITING REVIEW" TO CNT-LABEL.
           COMPUTE CNT-VALUE = WS-TOTAL-SAMPLED - WS-TOTAL-REVIEWED.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REVIEWER OVERRIDES READ" TO CNT-LABEL.
           MOVE WS-OVERRIDE-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OVERRIDES REPLACING AN EARLIER REVIEW" TO CNT-LABEL.
           MOVE WS-OVERRIDE-REPLACED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OVERRIDES WITH NO MATCHING SAMPLE" TO CNT-LABEL.
           MOVE WS-OVERRIDE-NO-SAMPLE TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OVERRIDES WITH AN UNKNOWN CATEGORY" TO CNT-LABEL.
           MOVE WS-OVERRIDE-BAD-CATEGORY TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF SAMPLE-TABLE-FULL
              MOVE "*** SAMPLE TABLE FULL - REPORT COVERS FIRST 5000"
                TO QA-REPORT-RECORD
              WRITE QA-REPORT-RECORD
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "BOB-QA" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE WS-REVIEW-MONTH TO PRD-REVIEW-MONTH.
           MOVE WS-PERIOD-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO QA-REPORT-RECORD.
           WRITE QA-REPORT-RECORD.
