       IDENTIFICATION DIVISION.
       PROGRAM-ID. hot-card-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOT-CARD-FILE ASSIGN TO "LUHNHOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTCARD-FILE-STATUS.
           SELECT HOT-CARD-AUDIT-FILE ASSIGN TO "LUHNHOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOT-CARD-FILE.
       01 HOT-CARD-RECORD.
          05 HOT-HASH              PIC 9(15).
          05 FILLER                PIC X(01).
          05 HOT-DIGIT-COUNT       PIC 9(02).
          05 FILLER                PIC X(01).
          05 HOT-REASON-CODE       PIC X(02).
          05 FILLER                PIC X(01).
          05 HOT-LISTED-DATE       PIC X(08).
          05 FILLER                PIC X(01).
          05 HOT-LAST-FOUR         PIC X(04).
          05 FILLER                PIC X(01).
          05 HOT-LISTED-BY         PIC X(08).
       FD HOT-CARD-AUDIT-FILE.
       01 HOT-CARD-AUDIT-RECORD.
          05 HTA-RUN-DATE          PIC X(08).
          05 FILLER                PIC X(01).
          05 HTA-RUN-TIME          PIC X(08).
          05 FILLER                PIC X(02).
          05 HTA-OPERATOR-ID       PIC X(08).
          05 FILLER                PIC X(02).
          05 HTA-ACTION            PIC X(06).
          05 FILLER                PIC X(02).
          05 HTA-MASKED-PAN        PIC X(32).
          05 FILLER                PIC X(02).
          05 HTA-HASH              PIC 9(15).
          05 FILLER                PIC X(02).
          05 HTA-REASON-CODE       PIC X(02).
          05 FILLER                PIC X(02).
          05 HTA-LISTED-DATE       PIC X(08).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-HOTCARD-FILE-STATUS    PIC XX VALUE "00".
       01 WS-AUDIT-FILE-STATUS      PIC XX VALUE "00".
          88 HOTAUDIT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01 WS-AUTHORITY-LEVEL        PIC 9(02) VALUE ZERO.
       01 WS-REQUIRED-AUTHORITY     PIC 9(02) VALUE 03.
       01 WS-SIGNON-STATUS          PIC X(01) VALUE SPACE.
       01 WS-MENU-CHOICE            PIC X(01) VALUE SPACE.
       01 WS-DONE-SWITCH            PIC X VALUE "N".
          88 SESSION-FINISHED VALUE "Y".
       01 WS-CHANGED-SWITCH         PIC X VALUE "N".
          88 HOT-FILE-CHANGED VALUE "Y".
       01 WS-HOTCARD-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-HOTCARD-INDEX          PIC 9(05) VALUE ZERO.
       01 WS-HOTCARD-FOUND          PIC 9(05) VALUE ZERO.
       01 WS-HOTCARD-OVERFLOW-SWITCH PIC X VALUE "N".
          88 HOTCARD-TABLE-OVERFLOW VALUE "Y".
       01 WS-HOTCARD-TABLE.
          05 WS-HOTCARD-ENTRY OCCURS 5000 TIMES.
             10 TBL-HOT-HASH        PIC 9(15).
             10 TBL-HOT-DIGITS      PIC 9(02).
             10 TBL-HOT-REASON      PIC X(02).
             10 TBL-HOT-DATE        PIC X(08).
             10 TBL-HOT-LAST-FOUR   PIC X(04).
             10 TBL-HOT-LISTED-BY   PIC X(08).
       01 WS-ENTERED-PAN            PIC X(32) VALUE SPACES.
       01 WS-ENTERED-REASON         PIC X(02) VALUE SPACES.
          88 VALID-HOT-REASON VALUE "LS" "ST" "CP" "FR".
       01 WS-PAN-DIGITS             PIC X(32) VALUE SPACES.
       01 WS-DIGIT-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-PAN-SCAN               PIC 9(03) VALUE ZERO.
       01 WS-PAN-CHAR               PIC X(01) VALUE SPACE.
       01 WS-PAN-ERROR-SWITCH       PIC X VALUE "N".
          88 PAN-ENTRY-INVALID VALUE "Y".
       01 WS-MASKED-PAN             PIC X(32) VALUE SPACES.
       01 WS-LAST-FOUR              PIC X(04) VALUE SPACES.
       01 WS-CARD-FINGERPRINT       PIC 9(15) VALUE ZERO.
       01 WS-HASH-WORK              PIC 9(18) VALUE ZERO.
       01 WS-HASH-DIGIT             PIC 9 VALUE ZERO.
       01 WS-HASH-SCAN              PIC 9(03) VALUE ZERO.
       01 WS-AUDIT-ACTION           PIC X(06) VALUE SPACES.
       COPY "OPRALERT.cpy".

       PROCEDURE DIVISION.
       HOT-CARD-MAINT-CONTROL.
           DISPLAY "HOT-CARD FILE MAINTENANCE".
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE 03 TO WS-REQUIRED-AUTHORITY.
           CALL "operator-signon" USING WS-OPERATOR-ID
                                       WS-AUTHORITY-LEVEL
                                       WS-REQUIRED-AUTHORITY
                                       WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = "A"
              DISPLAY "SIGN-ON FAILED - MAINTENANCE DENIED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-HOT-CARDS.
           IF HOTCARD-TABLE-OVERFLOW
              DISPLAY "HOT-CARD FILE EXCEEDS TABLE - MAINTENANCE DENIED"
              PERFORM WRITE-OVERFLOW-ALERT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM SESSION-DIALOG UNTIL SESSION-FINISHED.
           IF HOT-FILE-CHANGED
              PERFORM SAVE-HOT-CARDS
           END-IF.
           MOVE 0 TO RETURN-CODE.
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

       SESSION-DIALOG.
           DISPLAY "A=ADD CARD  R=REMOVE CARD  L=LIST  X=EXIT:".
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN "A"
              WHEN "a"
                 PERFORM ADD-HOT-CARD THRU ADD-HOT-CARD-EXIT
              WHEN "R"
              WHEN "r"
                 PERFORM REMOVE-HOT-CARD THRU REMOVE-HOT-CARD-EXIT
              WHEN "L"
              WHEN "l"
                 PERFORM LIST-HOT-CARDS
              WHEN "X"
              WHEN "x"
                 MOVE "Y" TO WS-DONE-SWITCH
              WHEN OTHER
                 DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE.

       ADD-HOT-CARD.
           PERFORM ACCEPT-CARD-NUMBER.
           IF PAN-ENTRY-INVALID
              GO TO ADD-HOT-CARD-EXIT
           END-IF.
           IF WS-HOTCARD-FOUND > 0
              DISPLAY "CARD ALREADY LISTED ON "
                      TBL-HOT-DATE(WS-HOTCARD-FOUND)
                      " REASON " TBL-HOT-REASON(WS-HOTCARD-FOUND)
              GO TO ADD-HOT-CARD-EXIT
           END-IF.
           IF WS-HOTCARD-COUNT >= 5000
              DISPLAY "HOT-CARD FILE FULL - CARD NOT ADDED"
              GO TO ADD-HOT-CARD-EXIT
           END-IF.
           DISPLAY "REASON (LS=LOST ST=STOLEN CP=COMPROMISED "
                   "FR=FRAUD):".
           MOVE SPACES TO WS-ENTERED-REASON.
           ACCEPT WS-ENTERED-REASON.
           MOVE FUNCTION UPPER-CASE(WS-ENTERED-REASON)
             TO WS-ENTERED-REASON.
           IF NOT VALID-HOT-REASON
              DISPLAY "REASON CODE NOT RECOGNIZED - CARD NOT ADDED"
              GO TO ADD-HOT-CARD-EXIT
           END-IF.
           ADD 1 TO WS-HOTCARD-COUNT.
           MOVE WS-HOTCARD-COUNT TO WS-HOTCARD-FOUND.
           MOVE WS-CARD-FINGERPRINT TO TBL-HOT-HASH(WS-HOTCARD-FOUND).
           MOVE WS-DIGIT-COUNT TO TBL-HOT-DIGITS(WS-HOTCARD-FOUND).
           MOVE WS-ENTERED-REASON TO TBL-HOT-REASON(WS-HOTCARD-FOUND).
           MOVE WS-BUSINESS-DATE TO TBL-HOT-DATE(WS-HOTCARD-FOUND).
           MOVE WS-LAST-FOUR TO TBL-HOT-LAST-FOUR(WS-HOTCARD-FOUND).
           MOVE WS-OPERATOR-ID TO TBL-HOT-LISTED-BY(WS-HOTCARD-FOUND).
           MOVE "Y" TO WS-CHANGED-SWITCH.
           MOVE "ADD" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "CARD " WS-MASKED-PAN(1:WS-DIGIT-COUNT)
                   " ADDED TO HOT-CARD FILE".
       ADD-HOT-CARD-EXIT.
           EXIT.

       REMOVE-HOT-CARD.
           PERFORM ACCEPT-CARD-NUMBER.
           IF PAN-ENTRY-INVALID
              GO TO REMOVE-HOT-CARD-EXIT
           END-IF.
           IF WS-HOTCARD-FOUND = 0
              DISPLAY "CARD IS NOT ON THE HOT-CARD FILE"
              GO TO REMOVE-HOT-CARD-EXIT
           END-IF.
           MOVE "REMOVE" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM VARYING WS-HOTCARD-INDEX FROM WS-HOTCARD-FOUND BY 1
                   UNTIL WS-HOTCARD-INDEX >= WS-HOTCARD-COUNT
              MOVE WS-HOTCARD-ENTRY(WS-HOTCARD-INDEX + 1)
                TO WS-HOTCARD-ENTRY(WS-HOTCARD-INDEX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-HOTCARD-COUNT.
           MOVE "Y" TO WS-CHANGED-SWITCH.
           DISPLAY "CARD " WS-MASKED-PAN(1:WS-DIGIT-COUNT)
                   " REMOVED FROM HOT-CARD FILE".
       REMOVE-HOT-CARD-EXIT.
           EXIT.

       LIST-HOT-CARDS.
           DISPLAY "LAST  DIGITS  REASON  LISTED    BY".
           PERFORM VARYING WS-HOTCARD-INDEX FROM 1 BY 1
                   UNTIL WS-HOTCARD-INDEX > WS-HOTCARD-COUNT
              DISPLAY TBL-HOT-LAST-FOUR(WS-HOTCARD-INDEX) "  "
                      TBL-HOT-DIGITS(WS-HOTCARD-INDEX) "      "
                      TBL-HOT-REASON(WS-HOTCARD-INDEX) "      "
                      TBL-HOT-DATE(WS-HOTCARD-INDEX) "  "
                      TBL-HOT-LISTED-BY(WS-HOTCARD-INDEX)
           END-PERFORM.
           DISPLAY "CARDS ON HOT-CARD FILE: " WS-HOTCARD-COUNT.

       ACCEPT-CARD-NUMBER.
           MOVE "N" TO WS-PAN-ERROR-SWITCH.
           MOVE ZERO TO WS-HOTCARD-FOUND.
           DISPLAY "ENTER CARD NUMBER:".
           MOVE SPACES TO WS-ENTERED-PAN.
           ACCEPT WS-ENTERED-PAN.
           MOVE SPACES TO WS-PAN-DIGITS.
           MOVE ZERO TO WS-DIGIT-COUNT.
           PERFORM VARYING WS-PAN-SCAN FROM 1 BY 1
                   UNTIL WS-PAN-SCAN > 32
              MOVE WS-ENTERED-PAN(WS-PAN-SCAN:1) TO WS-PAN-CHAR
              EVALUATE TRUE
                 WHEN WS-PAN-CHAR = SPACE
                    CONTINUE
                 WHEN WS-PAN-CHAR >= "0" AND WS-PAN-CHAR <= "9"
                    ADD 1 TO WS-DIGIT-COUNT
                    MOVE WS-PAN-CHAR TO WS-PAN-DIGITS(WS-DIGIT-COUNT:1)
                 WHEN OTHER
                    MOVE "Y" TO WS-PAN-ERROR-SWITCH
              END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-ENTERED-PAN.
           IF PAN-ENTRY-INVALID OR WS-DIGIT-COUNT < 12
              DISPLAY "CARD NUMBER NOT VALID"
              MOVE "Y" TO WS-PAN-ERROR-SWITCH
           ELSE
              PERFORM COMPUTE-CARD-FINGERPRINT
              PERFORM MASK-CARD-NUMBER
              PERFORM FIND-HOT-CARD
           END-IF.
           MOVE SPACES TO WS-PAN-DIGITS.

       COMPUTE-CARD-FINGERPRINT.
           MOVE ZERO TO WS-HASH-WORK.
           PERFORM VARYING WS-HASH-SCAN FROM 1 BY 1
                   UNTIL WS-HASH-SCAN > WS-DIGIT-COUNT
              MOVE WS-PAN-DIGITS(WS-HASH-SCAN:1)
                TO WS-HASH-DIGIT
              COMPUTE WS-HASH-WORK = FUNCTION MOD(
                  WS-HASH-WORK * 11 + WS-HASH-DIGIT + 1,
                  999999999999989)
           END-PERFORM.
           MOVE WS-HASH-WORK TO WS-CARD-FINGERPRINT.

       MASK-CARD-NUMBER.
           MOVE SPACES TO WS-MASKED-PAN.
           PERFORM VARYING WS-PAN-SCAN FROM 1 BY 1
                   UNTIL WS-PAN-SCAN > WS-DIGIT-COUNT
              IF WS-PAN-SCAN > WS-DIGIT-COUNT - 4
                 MOVE WS-PAN-DIGITS(WS-PAN-SCAN:1)
                   TO WS-MASKED-PAN(WS-PAN-SCAN:1)
              ELSE
                 MOVE "*" TO WS-MASKED-PAN(WS-PAN-SCAN:1)
              END-IF
           END-PERFORM.
           MOVE WS-PAN-DIGITS(WS-DIGIT-COUNT - 3:4) TO WS-LAST-FOUR.

       FIND-HOT-CARD.
           MOVE ZERO TO WS-HOTCARD-FOUND.
           PERFORM VARYING WS-HOTCARD-INDEX FROM 1 BY 1
                   UNTIL WS-HOTCARD-INDEX > WS-HOTCARD-COUNT
                   OR WS-HOTCARD-FOUND > 0
              IF TBL-HOT-HASH(WS-HOTCARD-INDEX) = WS-CARD-FINGERPRINT
                 AND TBL-HOT-DIGITS(WS-HOTCARD-INDEX) = WS-DIGIT-COUNT
                 MOVE WS-HOTCARD-INDEX TO WS-HOTCARD-FOUND
              END-IF
           END-PERFORM.

       LOAD-HOT-CARDS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-HOTCARD-COUNT.
           OPEN INPUT HOT-CARD-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ HOT-CARD-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-HOTCARD-COUNT < 5000
                       ADD 1 TO WS-HOTCARD-COUNT
                       MOVE HOT-HASH
                         TO TBL-HOT-HASH(WS-HOTCARD-COUNT)
                       MOVE HOT-DIGIT-COUNT
                         TO TBL-HOT-DIGITS(WS-HOTCARD-COUNT)
                       MOVE HOT-REASON-CODE
                         TO TBL-HOT-REASON(WS-HOTCARD-COUNT)
                       MOVE HOT-LISTED-DATE
                         TO TBL-HOT-DATE(WS-HOTCARD-COUNT)
                       MOVE HOT-LAST-FOUR
                         TO TBL-HOT-LAST-FOUR(WS-HOTCARD-COUNT)
                       MOVE HOT-LISTED-BY
                         TO TBL-HOT-LISTED-BY(WS-HOTCARD-COUNT)
                    ELSE
                       MOVE "Y" TO WS-HOTCARD-OVERFLOW-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HOT-CARD-FILE.

       SAVE-HOT-CARDS.
           OPEN OUTPUT HOT-CARD-FILE.
           PERFORM VARYING WS-HOTCARD-INDEX FROM 1 BY 1
                   UNTIL WS-HOTCARD-INDEX > WS-HOTCARD-COUNT
              MOVE SPACES TO HOT-CARD-RECORD
              MOVE TBL-HOT-HASH(WS-HOTCARD-INDEX) TO HOT-HASH
              MOVE TBL-HOT-DIGITS(WS-HOTCARD-INDEX) TO HOT-DIGIT-COUNT
              MOVE TBL-HOT-REASON(WS-HOTCARD-INDEX) TO HOT-REASON-CODE
              MOVE TBL-HOT-DATE(WS-HOTCARD-INDEX) TO HOT-LISTED-DATE
              MOVE TBL-HOT-LAST-FOUR(WS-HOTCARD-INDEX)
                TO HOT-LAST-FOUR
              MOVE TBL-HOT-LISTED-BY(WS-HOTCARD-INDEX)
                TO HOT-LISTED-BY
              WRITE HOT-CARD-RECORD
           END-PERFORM.
           CLOSE HOT-CARD-FILE.

       WRITE-OVERFLOW-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "HOT-CARD-MAINT" TO ALR-PROGRAM-NAME.
           MOVE "LUHNHOT exceeds hot-card table - file not updated"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND HOT-CARD-AUDIT-FILE.
           IF HOTAUDIT-FILE-NOT-FOUND
              OPEN OUTPUT HOT-CARD-AUDIT-FILE
              CLOSE HOT-CARD-AUDIT-FILE
              OPEN EXTEND HOT-CARD-AUDIT-FILE
           END-IF.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO HOT-CARD-AUDIT-RECORD.
           MOVE WS-BUSINESS-DATE TO HTA-RUN-DATE.
           MOVE WS-CDT-TIME TO HTA-RUN-TIME.
           MOVE WS-OPERATOR-ID TO HTA-OPERATOR-ID.
           MOVE WS-AUDIT-ACTION TO HTA-ACTION.
           MOVE WS-MASKED-PAN TO HTA-MASKED-PAN.
           MOVE TBL-HOT-HASH(WS-HOTCARD-FOUND) TO HTA-HASH.
           MOVE TBL-HOT-REASON(WS-HOTCARD-FOUND) TO HTA-REASON-CODE.
           MOVE TBL-HOT-DATE(WS-HOTCARD-FOUND) TO HTA-LISTED-DATE.
           WRITE HOT-CARD-AUDIT-RECORD.
           CLOSE HOT-CARD-AUDIT-FILE.
