       IDENTIFICATION DIVISION.
       PROGRAM-ID. vault-key-rotation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LUHN-VAULT-FILE ASSIGN TO "LUHNVLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-FILE-STATUS.
           SELECT OPTIONAL VAULT-KEY-FILE ASSIGN TO "VLTKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VKEY-FILE-STATUS.
           SELECT VAULT-WORK-FILE ASSIGN TO "VLTTEMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROTATION-REPORT-FILE ASSIGN TO "VLTROTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LUHN-VAULT-FILE.
       01 LUHN-VAULT-RECORD.
          05 VLT-TOKEN             PIC X(16).
          05 FILLER                PIC X(01).
          05 VLT-PAN               PIC X(32).
          05 FILLER                PIC X(01).
          05 VLT-DIGIT-COUNT       PIC 9(02).
          05 FILLER                PIC X(01).
          05 VLT-FIRST-DATE        PIC X(08).
          05 FILLER                PIC X(01).
          05 VLT-ENC-FLAG          PIC X(01).
          05 FILLER                PIC X(01).
          05 VLT-KEY-VERSION       PIC X(03).
       FD VAULT-KEY-FILE.
       01 VAULT-KEY-RECORD.
          05 VKY-KEY-DIGITS        PIC X(32).
          05 FILLER                PIC X(01).
          05 VKY-KEY-VERSION       PIC X(03).
          05 FILLER                PIC X(01).
          05 VKY-KEY-STATUS        PIC X(01).
       FD VAULT-WORK-FILE.
       01 VAULT-WORK-RECORD         PIC X(67).
       FD ROTATION-REPORT-FILE.
       01 ROTATION-REPORT-RECORD    PIC X(80).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       COPY "OPRALERT.cpy".
       01 WS-VAULT-FILE-STATUS      PIC XX VALUE "00".
       01 WS-VKEY-FILE-STATUS       PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-VKEY-LOADED-SWITCH     PIC X VALUE "N".
          88 VAULT-KEY-LOADED VALUE "Y".
       01 WS-VKEY-DIGITS            PIC X(32) VALUE SPACES.
       01 WS-VKEY-LENGTH            PIC 9(02) VALUE ZERO.
       01 WS-VKEY-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-VKEY-POS               PIC 9(02) VALUE ZERO.
       01 WS-CLEAR-PAN              PIC X(32) VALUE SPACES.
       01 WS-CODED-PAN              PIC X(32) VALUE SPACES.
       01 WS-PAN-LENGTH             PIC 9(02) VALUE ZERO.
       01 WS-CRYPT-SCAN             PIC 9(02) VALUE ZERO.
       01 WS-CRYPT-DIGIT            PIC 9(01) VALUE ZERO.
       01 WS-VKEY-DIGIT             PIC 9(01) VALUE ZERO.
       01 WS-VKEY-EOF-SWITCH        PIC X VALUE "N".
          88 END-OF-VAULT-KEYS VALUE "Y".
       01 WS-VKEY-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-VKEY-INDEX             PIC 9(02) VALUE ZERO.
       01 WS-VKEY-TABLE.
          05 WS-VKEY-ENTRY OCCURS 10 TIMES.
             10 TBL-VKEY-VERSION      PIC 9(03).
             10 TBL-VKEY-STATUS       PIC X(01).
             10 TBL-VKEY-DIGITS       PIC X(32).
       01 WS-VKEY-CURRENT-VERSION   PIC 9(03) VALUE ZERO.
       01 WS-VKEY-WANTED-VERSION    PIC 9(03) VALUE ZERO.
       01 WS-VKEY-SELECTED-SWITCH   PIC X VALUE "N".
          88 VAULT-KEY-SELECTED VALUE "Y".
       01 WS-VKEY-PRIOR-VERSION     PIC 9(03) VALUE ZERO.
       01 WS-VKEY-NEW-VERSION       PIC 9(03) VALUE ZERO.
       01 WS-VKEY-NEW-INDEX         PIC 9(02) VALUE ZERO.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-ABORT-SWITCH           PIC X VALUE "N".
          88 ROTATION-ABORTED VALUE "Y".
       01 WS-ABORT-REASON           PIC X(50) VALUE SPACES.
       01 WS-VERIFY-CAPACITY        PIC 9(04) VALUE 2000.
       01 WS-VERIFY-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-VERIFY-INDEX           PIC 9(04) VALUE ZERO.
       01 WS-VERIFY-TABLE.
          05 WS-VERIFY-ENTRY OCCURS 2000 TIMES.
             10 TBL-VFY-TOKEN         PIC X(16).
             10 TBL-VFY-CLEAR-PAN     PIC X(32).
       01 WS-BEFORE-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-AFTER-COUNT            PIC 9(06) VALUE ZERO.
       01 WS-REENCRYPTED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-CURRENT-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-UNDECODABLE-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-VERIFIED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-MISMATCH-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-KEY-VERSION-LINE.
          05 FILLER                 PIC X(28)
               VALUE "KEY VERSION BEFORE ROTATION:".
          05 RPT-PRIOR-VERSION      PIC 9(03).
          05 FILLER                 PIC X(08) VALUE "  AFTER:".
          05 RPT-NEW-VERSION        PIC 9(03).
       01 WS-COUNT-LINE.
          05 RPT-COUNT-LABEL        PIC X(28).
          05 RPT-COUNT              PIC Z(5)9.
       01 WS-RESULT-LINE.
          05 FILLER                 PIC X(08) VALUE "RESULT:".
          05 RPT-RESULT             PIC X(60).
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       VAULT-ROTATION-CONTROL.
           DISPLAY "VAULT KEY ROTATION".
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-VAULT-KEY.
           MOVE WS-VKEY-CURRENT-VERSION TO WS-VKEY-PRIOR-VERSION.
           PERFORM PROMOTE-NEW-KEY THRU PROMOTE-NEW-KEY-EXIT.
           IF NOT ROTATION-ABORTED
              OPEN OUTPUT VAULT-WORK-FILE
              PERFORM REENCRYPT-VAULT-ENTRIES
              CLOSE VAULT-WORK-FILE
              PERFORM VERIFY-WORK-FILE
              PERFORM CHECK-ROTATION-RESULT
           END-IF.
           IF NOT ROTATION-ABORTED
              PERFORM COPY-BACK-VAULT
              PERFORM COUNT-VAULT-AFTER
           END-IF.
           PERFORM WRITE-ROTATION-REPORT.
           DISPLAY "RECORDS BEFORE:    " WS-BEFORE-COUNT.
           DISPLAY "RE-ENCRYPTED:      " WS-REENCRYPTED-COUNT.
           DISPLAY "RECORDS AFTER:     " WS-AFTER-COUNT.
           IF ROTATION-ABORTED
              DISPLAY "ROTATION NOT COMPLETED - " WS-ABORT-REASON
              PERFORM WRITE-ROTATION-ALERT
              MOVE 12 TO RETURN-CODE
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

       PROMOTE-NEW-KEY.
           IF WS-VKEY-CURRENT-VERSION = 0
              MOVE "Y" TO WS-ABORT-SWITCH
              MOVE "NO CURRENT VAULT KEY ON KEY FILE"
                TO WS-ABORT-REASON
              GO TO PROMOTE-NEW-KEY-EXIT
           END-IF.
           MOVE ZERO TO WS-VKEY-NEW-INDEX.
           MOVE ZERO TO WS-VKEY-NEW-VERSION.
           PERFORM VARYING WS-VKEY-INDEX FROM 1 BY 1
                   UNTIL WS-VKEY-INDEX > WS-VKEY-COUNT
              IF TBL-VKEY-STATUS(WS-VKEY-INDEX) = "P"
                 AND TBL-VKEY-VERSION(WS-VKEY-INDEX)
                     > WS-VKEY-NEW-VERSION
                 MOVE WS-VKEY-INDEX TO WS-VKEY-NEW-INDEX
                 MOVE TBL-VKEY-VERSION(WS-VKEY-INDEX)
                   TO WS-VKEY-NEW-VERSION
              END-IF
           END-PERFORM.
           IF WS-VKEY-NEW-INDEX = 0
              DISPLAY "NO PENDING KEY - COMPLETING RE-ENCRYPTION UNDER "
                      "VERSION " WS-VKEY-CURRENT-VERSION
              GO TO PROMOTE-NEW-KEY-EXIT
           END-IF.
           IF WS-VKEY-NEW-VERSION <= WS-VKEY-CURRENT-VERSION
              MOVE "Y" TO WS-ABORT-SWITCH
              MOVE "PENDING KEY VERSION NOT ABOVE CURRENT VERSION"
                TO WS-ABORT-REASON
              GO TO PROMOTE-NEW-KEY-EXIT
           END-IF.
           MOVE WS-VKEY-NEW-VERSION TO WS-VKEY-WANTED-VERSION.
           PERFORM SELECT-VAULT-KEY.
           IF NOT VAULT-KEY-SELECTED
              OR WS-VKEY-DIGITS(1:WS-VKEY-LENGTH) NOT NUMERIC
              MOVE "Y" TO WS-ABORT-SWITCH
              MOVE "PENDING KEY IS NOT A VALID DIGIT STRING"
                TO WS-ABORT-REASON
              GO TO PROMOTE-NEW-KEY-EXIT
           END-IF.
           PERFORM VARYING WS-VKEY-INDEX FROM 1 BY 1
                   UNTIL WS-VKEY-INDEX > WS-VKEY-COUNT
              IF TBL-VKEY-STATUS(WS-VKEY-INDEX) = "C"
                 MOVE "R" TO TBL-VKEY-STATUS(WS-VKEY-INDEX)
              END-IF
           END-PERFORM.
           MOVE "C" TO TBL-VKEY-STATUS(WS-VKEY-NEW-INDEX).
           MOVE WS-VKEY-NEW-VERSION TO WS-VKEY-CURRENT-VERSION.
           PERFORM SAVE-VAULT-KEYS.
           DISPLAY "KEY VERSION " WS-VKEY-NEW-VERSION
                   " NOW CURRENT, VERSION " WS-VKEY-PRIOR-VERSION
                   " RETIRED".
       PROMOTE-NEW-KEY-EXIT.
           EXIT.

       SAVE-VAULT-KEYS.
           OPEN OUTPUT VAULT-KEY-FILE.
           PERFORM VARYING WS-VKEY-INDEX FROM 1 BY 1
                   UNTIL WS-VKEY-INDEX > WS-VKEY-COUNT
              MOVE SPACES TO VAULT-KEY-RECORD
              MOVE TBL-VKEY-DIGITS(WS-VKEY-INDEX) TO VKY-KEY-DIGITS
              MOVE TBL-VKEY-VERSION(WS-VKEY-INDEX) TO VKY-KEY-VERSION
              MOVE TBL-VKEY-STATUS(WS-VKEY-INDEX) TO VKY-KEY-STATUS
              WRITE VAULT-KEY-RECORD
           END-PERFORM.
           CLOSE VAULT-KEY-FILE.

       REENCRYPT-VAULT-ENTRIES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT LUHN-VAULT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ LUHN-VAULT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-BEFORE-COUNT
                    PERFORM REENCRYPT-ONE-ENTRY
              END-READ
           END-PERFORM.
           CLOSE LUHN-VAULT-FILE.

       REENCRYPT-ONE-ENTRY.
           MOVE VLT-DIGIT-COUNT TO WS-PAN-LENGTH.
           IF VLT-ENC-FLAG = "E"
              PERFORM SELECT-RECORD-VAULT-KEY
              IF VAULT-KEY-SELECTED
                 MOVE VLT-PAN TO WS-CODED-PAN
                 PERFORM DECODE-PAN-DIGITS
              ELSE
                 ADD 1 TO WS-UNDECODABLE-COUNT
                 MOVE SPACES TO WS-CLEAR-PAN
              END-IF
           ELSE
              MOVE VLT-PAN TO WS-CLEAR-PAN
           END-IF.
           IF WS-VERIFY-COUNT < WS-VERIFY-CAPACITY
              ADD 1 TO WS-VERIFY-COUNT
              MOVE VLT-TOKEN TO TBL-VFY-TOKEN(WS-VERIFY-COUNT)
              MOVE WS-CLEAR-PAN TO TBL-VFY-CLEAR-PAN(WS-VERIFY-COUNT)
           END-IF.
           EVALUATE TRUE
              WHEN WS-CLEAR-PAN = SPACES
                 CONTINUE
              WHEN VLT-ENC-FLAG = "E"
               AND WS-VKEY-WANTED-VERSION = WS-VKEY-CURRENT-VERSION
                 ADD 1 TO WS-CURRENT-COUNT
              WHEN OTHER
                 PERFORM SELECT-CURRENT-VAULT-KEY
                 PERFORM ENCODE-PAN-DIGITS
                 MOVE WS-CODED-PAN TO VLT-PAN
                 MOVE "E" TO VLT-ENC-FLAG
                 MOVE WS-VKEY-CURRENT-VERSION TO VLT-KEY-VERSION
                 ADD 1 TO WS-REENCRYPTED-COUNT
           END-EVALUATE.
           MOVE LUHN-VAULT-RECORD TO VAULT-WORK-RECORD.
           WRITE VAULT-WORK-RECORD.

       VERIFY-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-VERIFY-INDEX.
           OPEN INPUT VAULT-WORK-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ VAULT-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-VERIFY-INDEX
                    MOVE VAULT-WORK-RECORD TO LUHN-VAULT-RECORD
                    PERFORM VERIFY-ONE-ENTRY
              END-READ
           END-PERFORM.
           CLOSE VAULT-WORK-FILE.

       VERIFY-ONE-ENTRY.
           IF WS-VERIFY-INDEX > WS-VERIFY-COUNT
              ADD 1 TO WS-MISMATCH-COUNT
           ELSE
              PERFORM SELECT-RECORD-VAULT-KEY
              IF VLT-ENC-FLAG = "E"
                 AND VAULT-KEY-SELECTED
                 AND WS-VKEY-WANTED-VERSION = WS-VKEY-CURRENT-VERSION
                 MOVE VLT-PAN TO WS-CODED-PAN
                 MOVE VLT-DIGIT-COUNT TO WS-PAN-LENGTH
                 PERFORM DECODE-PAN-DIGITS
                 IF VLT-TOKEN = TBL-VFY-TOKEN(WS-VERIFY-INDEX)
                    AND WS-CLEAR-PAN
                        = TBL-VFY-CLEAR-PAN(WS-VERIFY-INDEX)
                    ADD 1 TO WS-VERIFIED-COUNT
                 ELSE
                    ADD 1 TO WS-MISMATCH-COUNT
                 END-IF
              ELSE
                 ADD 1 TO WS-MISMATCH-COUNT
              END-IF
           END-IF.

       CHECK-ROTATION-RESULT.
           EVALUATE TRUE
              WHEN WS-BEFORE-COUNT > WS-VERIFY-CAPACITY
                 MOVE "Y" TO WS-ABORT-SWITCH
                 MOVE "VAULT EXCEEDS VERIFICATION CAPACITY"
                   TO WS-ABORT-REASON
              WHEN WS-UNDECODABLE-COUNT > 0
                 MOVE "Y" TO WS-ABORT-SWITCH
                 MOVE "ENTRIES UNDER A KEY VERSION NOT ON KEY FILE"
                   TO WS-ABORT-REASON
              WHEN WS-MISMATCH-COUNT > 0
                 MOVE "Y" TO WS-ABORT-SWITCH
                 MOVE "RE-ENCRYPTED ENTRIES FAILED DECODE CHECK"
                   TO WS-ABORT-REASON
              WHEN WS-VERIFY-INDEX NOT = WS-BEFORE-COUNT
                 MOVE "Y" TO WS-ABORT-SWITCH
                 MOVE "WORK FILE COUNT DIFFERS FROM VAULT COUNT"
                   TO WS-ABORT-REASON
           END-EVALUATE.

       COPY-BACK-VAULT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT VAULT-WORK-FILE.
           OPEN OUTPUT LUHN-VAULT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ VAULT-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE VAULT-WORK-RECORD TO LUHN-VAULT-RECORD
                    WRITE LUHN-VAULT-RECORD
              END-READ
           END-PERFORM.
           CLOSE VAULT-WORK-FILE.
           CLOSE LUHN-VAULT-FILE.

       COUNT-VAULT-AFTER.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-AFTER-COUNT.
           OPEN INPUT LUHN-VAULT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ LUHN-VAULT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-AFTER-COUNT
              END-READ
           END-PERFORM.
           CLOSE LUHN-VAULT-FILE.
           IF WS-AFTER-COUNT NOT = WS-BEFORE-COUNT
              MOVE "Y" TO WS-ABORT-SWITCH
              MOVE "VAULT COUNT AFTER COPY-BACK DIFFERS FROM BEFORE"
                TO WS-ABORT-REASON
           END-IF.

       WRITE-ROTATION-REPORT.
           OPEN OUTPUT ROTATION-REPORT-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "VLT-ROTATE" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO ROTATION-REPORT-RECORD.
           WRITE ROTATION-REPORT-RECORD.
           MOVE WS-VKEY-PRIOR-VERSION TO RPT-PRIOR-VERSION.
           MOVE WS-VKEY-CURRENT-VERSION TO RPT-NEW-VERSION.
           MOVE WS-KEY-VERSION-LINE TO ROTATION-REPORT-RECORD.
           WRITE ROTATION-REPORT-RECORD.
           MOVE "VAULT RECORDS BEFORE:" TO RPT-COUNT-LABEL.
           MOVE WS-BEFORE-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RE-ENCRYPTED THIS RUN:" TO RPT-COUNT-LABEL.
           MOVE WS-REENCRYPTED-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ALREADY UNDER CURRENT KEY:" TO RPT-COUNT-LABEL.
           MOVE WS-CURRENT-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "KEY VERSION NOT ON FILE:" TO RPT-COUNT-LABEL.
           MOVE WS-UNDECODABLE-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TOKENS VERIFIED:" TO RPT-COUNT-LABEL.
           MOVE WS-VERIFIED-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TOKENS FAILING DECODE:" TO RPT-COUNT-LABEL.
           MOVE WS-MISMATCH-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "VAULT RECORDS AFTER:" TO RPT-COUNT-LABEL.
           MOVE WS-AFTER-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           IF ROTATION-ABORTED
              STRING "VAULT NOT REPLACED - " DELIMITED BY SIZE
                     WS-ABORT-REASON DELIMITED BY SIZE
                     INTO RPT-RESULT
           ELSE
              MOVE "ROTATION COMPLETE - ALL TOKENS VERIFIED"
                TO RPT-RESULT
           END-IF.
           MOVE WS-RESULT-LINE TO ROTATION-REPORT-RECORD.
           WRITE ROTATION-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO ROTATION-REPORT-RECORD.
           WRITE ROTATION-REPORT-RECORD.
           CLOSE ROTATION-REPORT-FILE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO ROTATION-REPORT-RECORD.
           WRITE ROTATION-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-ROTATION-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "VLT-ROTATE" TO ALR-PROGRAM-NAME.
           MOVE "Vault key rotation not completed; see VLTROTRPT"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       LOAD-VAULT-KEY.
           MOVE "N" TO WS-VKEY-LOADED-SWITCH.
           MOVE "N" TO WS-VKEY-EOF-SWITCH.
           MOVE ZERO TO WS-VKEY-COUNT.
           MOVE ZERO TO WS-VKEY-CURRENT-VERSION.
           OPEN INPUT VAULT-KEY-FILE.
           PERFORM UNTIL END-OF-VAULT-KEYS
              READ VAULT-KEY-FILE
                 AT END
                    MOVE "Y" TO WS-VKEY-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-VAULT-KEY
              END-READ
           END-PERFORM.
           CLOSE VAULT-KEY-FILE.
           IF WS-VKEY-CURRENT-VERSION > 0
              PERFORM SELECT-CURRENT-VAULT-KEY
              IF VAULT-KEY-SELECTED
                 MOVE "Y" TO WS-VKEY-LOADED-SWITCH
              END-IF
           END-IF.

       STORE-VAULT-KEY.
           IF VKY-KEY-DIGITS NOT = SPACES
              AND WS-VKEY-COUNT < 10
              ADD 1 TO WS-VKEY-COUNT
              IF VKY-KEY-VERSION NUMERIC
                 MOVE VKY-KEY-VERSION
                   TO TBL-VKEY-VERSION(WS-VKEY-COUNT)
              ELSE
                 MOVE 1 TO TBL-VKEY-VERSION(WS-VKEY-COUNT)
              END-IF
              IF VKY-KEY-STATUS = SPACE
                 MOVE "C" TO TBL-VKEY-STATUS(WS-VKEY-COUNT)
              ELSE
                 MOVE VKY-KEY-STATUS
                   TO TBL-VKEY-STATUS(WS-VKEY-COUNT)
              END-IF
              MOVE VKY-KEY-DIGITS TO TBL-VKEY-DIGITS(WS-VKEY-COUNT)
              IF TBL-VKEY-STATUS(WS-VKEY-COUNT) = "C"
                 AND TBL-VKEY-VERSION(WS-VKEY-COUNT)
                     > WS-VKEY-CURRENT-VERSION
                 MOVE TBL-VKEY-VERSION(WS-VKEY-COUNT)
                   TO WS-VKEY-CURRENT-VERSION
              END-IF
           END-IF.

       SELECT-CURRENT-VAULT-KEY.
           MOVE WS-VKEY-CURRENT-VERSION TO WS-VKEY-WANTED-VERSION.
           PERFORM SELECT-VAULT-KEY.

       SELECT-RECORD-VAULT-KEY.
           IF VLT-KEY-VERSION NUMERIC
              MOVE VLT-KEY-VERSION TO WS-VKEY-WANTED-VERSION
           ELSE
              MOVE 1 TO WS-VKEY-WANTED-VERSION
           END-IF.
           PERFORM SELECT-VAULT-KEY.

       SELECT-VAULT-KEY.
           MOVE "N" TO WS-VKEY-SELECTED-SWITCH.
           MOVE SPACES TO WS-VKEY-DIGITS.
           PERFORM VARYING WS-VKEY-INDEX FROM 1 BY 1
                   UNTIL WS-VKEY-INDEX > WS-VKEY-COUNT
                   OR VAULT-KEY-SELECTED
              IF TBL-VKEY-VERSION(WS-VKEY-INDEX)
                 = WS-VKEY-WANTED-VERSION
                 MOVE TBL-VKEY-DIGITS(WS-VKEY-INDEX) TO WS-VKEY-DIGITS
                 MOVE "Y" TO WS-VKEY-SELECTED-SWITCH
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-VKEY-LENGTH.
           PERFORM VARYING WS-VKEY-SCAN FROM 1 BY 1
                   UNTIL WS-VKEY-SCAN > 32
                   OR WS-VKEY-DIGITS(WS-VKEY-SCAN:1) = SPACE
              IF WS-VKEY-DIGITS(WS-VKEY-SCAN:1) >= "0"
                 AND WS-VKEY-DIGITS(WS-VKEY-SCAN:1) <= "9"
                 ADD 1 TO WS-VKEY-LENGTH
              END-IF
           END-PERFORM.
           IF WS-VKEY-LENGTH = 0
              MOVE "N" TO WS-VKEY-SELECTED-SWITCH
           END-IF.

       ENCODE-PAN-DIGITS.
           MOVE WS-CLEAR-PAN TO WS-CODED-PAN.
           PERFORM VARYING WS-CRYPT-SCAN FROM 1 BY 1
                   UNTIL WS-CRYPT-SCAN > WS-PAN-LENGTH
              IF WS-CLEAR-PAN(WS-CRYPT-SCAN:1) >= "0"
                 AND WS-CLEAR-PAN(WS-CRYPT-SCAN:1) <= "9"
                 MOVE WS-CLEAR-PAN(WS-CRYPT-SCAN:1)
                   TO WS-CRYPT-DIGIT
                 COMPUTE WS-VKEY-POS = FUNCTION MOD(
                     WS-CRYPT-SCAN - 1, WS-VKEY-LENGTH) + 1
                 MOVE WS-VKEY-DIGITS(WS-VKEY-POS:1)
                   TO WS-VKEY-DIGIT
                 COMPUTE WS-CRYPT-DIGIT = FUNCTION MOD(
                     WS-CRYPT-DIGIT + WS-VKEY-DIGIT, 10)
                 MOVE WS-CRYPT-DIGIT
                   TO WS-CODED-PAN(WS-CRYPT-SCAN:1)
              END-IF
           END-PERFORM.

       DECODE-PAN-DIGITS.
           MOVE WS-CODED-PAN TO WS-CLEAR-PAN.
           PERFORM VARYING WS-CRYPT-SCAN FROM 1 BY 1
                   UNTIL WS-CRYPT-SCAN > WS-PAN-LENGTH
              IF WS-CODED-PAN(WS-CRYPT-SCAN:1) >= "0"
                 AND WS-CODED-PAN(WS-CRYPT-SCAN:1) <= "9"
                 MOVE WS-CODED-PAN(WS-CRYPT-SCAN:1)
                   TO WS-CRYPT-DIGIT
                 COMPUTE WS-VKEY-POS = FUNCTION MOD(
                     WS-CRYPT-SCAN - 1, WS-VKEY-LENGTH) + 1
                 MOVE WS-VKEY-DIGITS(WS-VKEY-POS:1)
                   TO WS-VKEY-DIGIT
                 COMPUTE WS-CRYPT-DIGIT = FUNCTION MOD(
                     WS-CRYPT-DIGIT - WS-VKEY-DIGIT + 10, 10)
                 MOVE WS-CRYPT-DIGIT
                   TO WS-CLEAR-PAN(WS-CRYPT-SCAN:1)
              END-IF
           END-PERFORM.
