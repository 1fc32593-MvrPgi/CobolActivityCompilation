          05 FILLER                 PIC X(02) VALUE SPACES.
          05 ANM-GRADE              PIC X(16).
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       VOLUME-CHECK-CONTROL.
           MOVE WS-BUSINESS-DATE TO WS-RECORD-DATE.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           PERFORM LOAD-VOLUME-LIMITS.
           PERFORM LOAD-RUN-HISTORY.
           OPEN OUTPUT ANOMALY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-VOLUME-LIMITS.
           MOVE "VOLWARNPCT" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           IF PRQ-VALUE NOT = SPACES
              MOVE FUNCTION NUMVAL(PRQ-VALUE) TO WS-WARN-PCT
           END-IF.
           MOVE "VOLCRITPCT" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           IF PRQ-VALUE NOT = SPACES
              MOVE FUNCTION NUMVAL(PRQ-VALUE) TO WS-CRIT-PCT
           END-IF.
           MOVE "VOLZEROFLOOR" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           IF PRQ-VALUE NOT = SPACES
              MOVE FUNCTION NUMVAL(PRQ-VALUE) TO WS-ZERO-INPUT-FLOOR
           END-IF.
           MOVE "VOLTRAILDAYS" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           IF PRQ-VALUE NOT = SPACES
              MOVE FUNCTION NUMVAL(PRQ-VALUE) TO WS-TRAIL-WINDOW-DAYS
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "VOLUME-CHECK" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "VOLUME-CHECK" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO ANOMALY-REPORT-RECORD
              WRITE ANOMALY-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE "VOLUME-CHECK" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO ANOMALY-REPORT-RECORD.
           WRITE ANOMALY-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
