           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BOB-QA-SAMPLE-FILE ASSIGN TO "BOBQASMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QASMP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOB-INPUT-FILE.
       01 RUN-CONTROL-FD-RECORD    PIC X(25).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD      PIC X(82).
       FD BOB-QA-SAMPLE-FILE.
       01 BOB-QA-SAMPLE-FD-RECORD  PIC X(317).
       WORKING-STORAGE SECTION.
       COPY "EXCPLOG.cpy".
       COPY "RUNSTATS.cpy".
       COPY "OPRALERT.cpy".
       COPY "RUNCTL.cpy".
       COPY "BOBQASMP.cpy".
       01 WS-QASMP-FILE-STATUS        PIC XX VALUE "00".
          88 QASMP-FILE-NOT-FOUND VALUE "35".
       01 WS-QASMP-EOF-SWITCH         PIC X VALUE "N".
          88 END-OF-QA-SAMPLES VALUE "Y".
       01 WS-QA-SAMPLE-PCT            PIC 9(03) VALUE 5.
       01 WS-ENV-QA-PCT               PIC X(03) VALUE SPACES.
       01 WS-QA-SAMPLE-SEQ            PIC 9(06) VALUE ZERO.
       01 WS-QA-TARGET                PIC 9(06) VALUE ZERO.
       01 WS-RUNCTL-FILE-STATUS       PIC XX VALUE "00".
          88 RUNCTL-FILE-NOT-FOUND VALUE "35".
       01 WS-RUNCTL-EOF-SWITCH        PIC X VALUE "N".
          05 WS-CATEGORY-ENTRY OCCURS 10 TIMES.
             10 TBL-CAT-CODE        PIC X(08).
             10 TBL-CAT-COUNT       PIC 9(06).
             10 TBL-CAT-SAMPLED     PIC 9(06).
       01 WS-CURRENT-SPEAKER        PIC X(10) VALUE "UNKNOWN".
       01 WS-SPEAKER-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-SPEAKER-INDEX          PIC 9(02) VALUE ZERO.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE "SPEAKER".
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       BOB-CONTROL.
              GOBACK
           END-IF.
           PERFORM LOAD-RESPONSE-RULES.
           PERFORM OPEN-QA-SAMPLE-FILE.
           OPEN INPUT BOB-INPUT-FILE
                OUTPUT BOB-REPORT-FILE
                OUTPUT BOB-AUDIT-FILE
                OUTPUT BOB-STATS-FILE
                OUTPUT BOB-REJECTS-FILE.
           PERFORM OPEN-EXCP-LOG-FILE.
           MOVE "ALERTEXCPMAX" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-ALERT-MAX.
           IF WS-ENV-ALERT-MAX NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-ALERT-MAX)
                TO WS-ALERT-THRESHOLD
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL END-OF-BOB-INPUT
              READ BOB-INPUT-FILE
                 BOB-STATS-FILE
                 BOB-REJECTS-FILE
                 EXCP-LOG-FILE.
           IF WS-QA-SAMPLE-PCT > 0
              CLOSE BOB-QA-SAMPLE-FILE
           END-IF.
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
           GOBACK.

       WRITE-OPERATOR-ALERTS.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              PERFORM LOG-AUDIT-RECORD
              PERFORM TALLY-CATEGORY
              PERFORM TALLY-SPEAKER-CATEGORY
              IF WS-QA-SAMPLE-PCT > 0
                 PERFORM SELECT-QA-SAMPLE
              END-IF
           ELSE
              PERFORM LOG-REJECT-RECORD
           END-IF.
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "BOB" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "BOB" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO BOB-REPORT-RECORD
              WRITE BOB-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RPT-HEADER-LINE TO BOB-REPORT-RECORD.
           WRITE BOB-REPORT-RECORD.
           IF WS-PAGE-NUMBER = 1
              PERFORM WRITE-PARAMETER-LINES
           END-IF.
           MOVE WS-PAGE-NUMBER TO COL-PAGE-NUMBER.
           MOVE WS-COLUMN-HEADING-LINE TO BOB-REPORT-RECORD.
           WRITE BOB-REPORT-RECORD.
                 MOVE WS-CATEGORY-CODE
                   TO TBL-CAT-CODE(WS-CATEGORY-COUNT)
                 MOVE 1 TO TBL-CAT-COUNT(WS-CATEGORY-COUNT)
                 MOVE ZERO TO TBL-CAT-SAMPLED(WS-CATEGORY-COUNT)
                 MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-INDEX
              END-IF
           ELSE
              ADD 1 TO TBL-CAT-COUNT(WS-CATEGORY-INDEX)
           END-IF.

       OPEN-QA-SAMPLE-FILE.
           MOVE "BOBQAPCT" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-QA-PCT.
           IF WS-ENV-QA-PCT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-QA-PCT) TO WS-QA-SAMPLE-PCT
           END-IF.
           IF WS-QA-SAMPLE-PCT > 100
              MOVE 100 TO WS-QA-SAMPLE-PCT
           END-IF.
           IF WS-QA-SAMPLE-PCT > 0
              MOVE ZERO TO WS-QA-SAMPLE-SEQ
              OPEN INPUT BOB-QA-SAMPLE-FILE
              PERFORM UNTIL END-OF-QA-SAMPLES
                 READ BOB-QA-SAMPLE-FILE
                    AT END
                       MOVE "Y" TO WS-QASMP-EOF-SWITCH
                    NOT AT END
                       MOVE BOB-QA-SAMPLE-FD-RECORD
                         TO WS-BOB-QA-SAMPLE-RECORD
                       IF QAS-BUSINESS-DATE = WS-BUSINESS-DATE
                          AND QAS-SAMPLE-SEQ > WS-QA-SAMPLE-SEQ
                          MOVE QAS-SAMPLE-SEQ TO WS-QA-SAMPLE-SEQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOB-QA-SAMPLE-FILE
              OPEN EXTEND BOB-QA-SAMPLE-FILE
              IF QASMP-FILE-NOT-FOUND
                 OPEN OUTPUT BOB-QA-SAMPLE-FILE
                 CLOSE BOB-QA-SAMPLE-FILE
                 OPEN EXTEND BOB-QA-SAMPLE-FILE
              END-IF
           END-IF.

       SELECT-QA-SAMPLE.
           IF WS-CATEGORY-INDEX > 0
              AND WS-CATEGORY-INDEX <= WS-CATEGORY-COUNT
              COMPUTE WS-QA-TARGET =
                  (TBL-CAT-COUNT(WS-CATEGORY-INDEX) * WS-QA-SAMPLE-PCT
                   + 99) / 100
              IF WS-QA-TARGET > TBL-CAT-SAMPLED(WS-CATEGORY-INDEX)
                 ADD 1 TO TBL-CAT-SAMPLED(WS-CATEGORY-INDEX)
                 ADD 1 TO WS-QA-SAMPLE-SEQ
                 MOVE WS-BUSINESS-DATE TO QAS-BUSINESS-DATE
                 MOVE WS-QA-SAMPLE-SEQ TO QAS-SAMPLE-SEQ
                 MOVE WS-CURRENT-SPEAKER TO QAS-SPEAKER
                 MOVE WS-CATEGORY-CODE TO QAS-CATEGORY-CODE
                 MOVE WS-RESULT TO QAS-RESPONSE
                 MOVE WS-HEYBOB TO QAS-HEYBOB
                 MOVE WS-BOB-QA-SAMPLE-RECORD
                   TO BOB-QA-SAMPLE-FD-RECORD
                 WRITE BOB-QA-SAMPLE-FD-RECORD
              END-IF
           END-IF.

       WRITE-CATEGORY-STATS.
           MOVE "CATEGORY                      COUNT"
             TO BOB-STATS-RECORD.
