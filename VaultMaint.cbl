          05 VLT-FIRST-DATE        PIC X(08).
          05 FILLER                PIC X(01).
          05 VLT-ENC-FLAG          PIC X(01).
          05 FILLER                PIC X(01).
          05 VLT-KEY-VERSION       PIC X(03).
       FD VAULT-WORK-FILE.
       01 VAULT-WORK-RECORD        PIC X(67).
       FD VAULT-RETIRE-FILE.
       01 VAULT-RETIRE-RECORD.
          05 RET-RETIRE-DATE       PIC X(08).
          05 FILLER                PIC X(01).
          05 RET-VAULT-ENTRY       PIC X(67).
       FD VAULT-CENSUS-FILE.
       01 VAULT-CENSUS-RECORD      PIC X(60).
       FD BUSDATE-FILE.
               VALUE "RETENTION KEEP-DAYS:".
          05 CEN-KEEP-DAYS          PIC Z(3)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       VAULT-MAINTENANCE-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           MOVE "VLTKEEPDAYS" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-KEEP-DAYS.
           IF WS-ENV-KEEP-DAYS NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-KEEP-DAYS)
                TO WS-KEEP-DAYS
           CLOSE VAULT-WORK-FILE.
           CLOSE LUHN-VAULT-FILE.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "VAULT-MAINT" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "VAULT-MAINT" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO VAULT-CENSUS-RECORD
              WRITE VAULT-CENSUS-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-CENSUS-REPORT.
           OPEN OUTPUT VAULT-CENSUS-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE "VAULT-MAINT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO VAULT-CENSUS-RECORD.
           WRITE VAULT-CENSUS-RECORD.
           PERFORM WRITE-PARAMETER-LINES.
           MOVE WS-KEEP-DAYS TO CEN-KEEP-DAYS.
           MOVE WS-KEEP-DAYS-LINE TO VAULT-CENSUS-RECORD.
           WRITE VAULT-CENSUS-RECORD.
