          05 FILLER                 PIC X(07) VALUE "  PAGE:".
          05 COL-PAGE-NUMBER        PIC Z(3)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       DS-CONTROL.
                OUTPUT DS-OUTPUT-FILE
                OUTPUT DS-EXCEPTIONS-FILE.
           PERFORM OPEN-EXCP-LOG-FILE.
           MOVE "ALERTEXCPMAX" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-ALERT-MAX.
           IF WS-ENV-ALERT-MAX NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-ALERT-MAX)
                TO WS-ALERT-THRESHOLD
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL END-OF-DS-INPUT
              READ DS-INPUT-FILE
           GOBACK.

       WRITE-OPERATOR-ALERTS.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "DIFF-OF-SQRS" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "DIFF-OF-SQRS" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO DS-REPORT-RECORD
              WRITE DS-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RPT-HEADER-LINE TO DS-REPORT-RECORD.
           WRITE DS-REPORT-RECORD.
           IF WS-PAGE-NUMBER = 1
              PERFORM WRITE-PARAMETER-LINES
           END-IF.
           MOVE WS-PAGE-NUMBER TO COL-PAGE-NUMBER.
           MOVE WS-COLUMN-HEADING-LINE TO DS-REPORT-RECORD.
           WRITE DS-REPORT-RECORD.
