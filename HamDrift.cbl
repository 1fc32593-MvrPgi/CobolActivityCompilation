          05 MST-FD-KEY.
             10 MST-FD-SAMPLE-ID     PIC X(10).
             10 MST-FD-RUN-DATE      PIC X(08).
          05 MST-FD-RESULTS          PIC X(24).
       FD DRIFT-REPORT-FILE.
       01 DRIFT-REPORT-RECORD       PIC X(80).
       FD BUSDATE-FILE.
          05 FILLER                 PIC X(08) VALUE "    PCT".
          05 FILLER                 PIC X(09) VALUE "   DELTA".
          05 FILLER                 PIC X(08) VALUE " STATUS".
          05 FILLER                 PIC X(05) VALUE " CORR".
       01 WS-DRIFT-DETAIL-LINE.
          05 DRF-SAMPLE-ID          PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DRF-DELTA              PIC +ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DRF-STATUS             PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DRF-CORRECTED          PIC X(04).
       01 WS-SUMMARY-LINE.
          05 FILLER                 PIC X(09) VALUE "STABLE:".
          05 SUM-STABLE             PIC Z(5)9.
          05 FILLER                 PIC X(13) VALUE "  SINGLE-RUN:".
          05 SUM-SINGLE             PIC Z(5)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       DRIFT-REPORT-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           MOVE "HAMDRIFTPCT" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-DRIFT.
           IF WS-ENV-DRIFT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-DRIFT)
                TO WS-DRIFT-THRESHOLD
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "HAM-DRIFT" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "HAM-DRIFT" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO DRIFT-REPORT-RECORD
              WRITE DRIFT-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE "HAM-DRIFT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO DRIFT-REPORT-RECORD.
           WRITE DRIFT-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE MST-RUN-DATE TO DRF-RUN-DATE.
           MOVE MST-DISTANCE TO DRF-DISTANCE.
           MOVE MST-MISMATCH-PCT TO DRF-PERCENT.
           IF MST-CORRECTION-COUNT NUMERIC
              AND MST-CORRECTION-COUNT > 0
              MOVE "CORR" TO DRF-CORRECTED
           ELSE
              MOVE SPACES TO DRF-CORRECTED
           END-IF.
           IF WS-GROUP-RUN-COUNT = 1
              MOVE ZERO TO DRF-DELTA
              MOVE "FIRST" TO DRF-STATUS
