           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPERATOR-WORK-FILE ASSIGN TO "OPRMTEMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "OPRSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-FILE-STATUS.
          05 OPR-AUTHORITY-LEVEL    PIC 9(02).
          05 FILLER                 PIC X(01).
          05 OPR-ACTIVE-FLAG        PIC X(01).
          05 FILLER                 PIC X(01).
          05 OPR-PASSWORD-HASH      PIC X(12).
          05 FILLER                 PIC X(01).
          05 OPR-PASSWORD-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 OPR-FAIL-COUNT         PIC 9(02).
          05 FILLER                 PIC X(01).
          05 OPR-LOCKED-FLAG        PIC X(01).
       FD OPERATOR-WORK-FILE.
       01 OPERATOR-WORK-RECORD      PIC X(61).
       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-RECORD.
          05 SEC-LOG-DATE           PIC X(08).
       01 WS-FOUND-NAME             PIC X(20) VALUE SPACES.
       01 WS-FOUND-AUTHORITY        PIC 9(02) VALUE ZERO.
       01 WS-FOUND-ACTIVE           PIC X(01) VALUE "N".
       01 WS-FOUND-HASH             PIC X(12) VALUE SPACES.
       01 WS-FOUND-PASSWORD-DATE    PIC X(08) VALUE SPACES.
       01 WS-FOUND-FAIL-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-FOUND-LOCKED           PIC X(01) VALUE "N".
          88 OPERATOR-LOCKED VALUE "Y".
       01 WS-MAX-FAILURES           PIC 9(02) VALUE 03.
       01 WS-ENV-MAX-FAILURES       PIC X(02) VALUE SPACES.
       01 WS-PASSWORD-LIFE-DAYS     PIC 9(03) VALUE 090.
       01 WS-ENV-PASSWORD-LIFE      PIC X(03) VALUE SPACES.
       01 WS-MIN-PASSWORD-LENGTH    PIC 9(02) VALUE 06.
       01 WS-ENTERED-PASSWORD       PIC X(16) VALUE SPACES.
       01 WS-NEW-PASSWORD           PIC X(16) VALUE SPACES.
       01 WS-CONFIRM-PASSWORD       PIC X(16) VALUE SPACES.
       01 WS-HASH-INPUT.
          05 WS-HASH-INPUT-ID       PIC X(08).
          05 WS-HASH-INPUT-SECRET   PIC X(16).
       01 WS-HASH-VALUE             PIC 9(12) VALUE ZERO.
       01 WS-HASH-RESULT            PIC X(12) VALUE SPACES.
       01 WS-HASH-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-PASSWORD-STATE-SWITCH  PIC X VALUE "C".
          88 PASSWORD-CURRENT VALUE "C".
          88 PASSWORD-EXPIRED VALUE "E".
          88 PASSWORD-CHANGED VALUE "N".
       01 WS-MASTER-UPDATE-SWITCH   PIC X VALUE "N".
          88 MASTER-UPDATE-NEEDED VALUE "Y".
       01 WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
       01 WS-CHANGED-DATE           PIC 9(08) VALUE ZERO.
       01 WS-PASSWORD-AGE-DAYS      PIC S9(08) VALUE ZERO.
       01 WS-SEC-EVENT              PIC X(10) VALUE SPACES.
       01 WS-SEC-DETAIL             PIC X(30) VALUE SPACES.
       01 WS-SIGNON-DATE            PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       COPY "PARMREQ.cpy".
       LINKAGE SECTION.
       01 LNK-OPERATOR-ID           PIC X(08).
       01 LNK-AUTHORITY-LEVEL       PIC 9(02).
       SIGNON-CONTROL.
           MOVE "D" TO LNK-SIGNON-STATUS.
           MOVE ZERO TO LNK-AUTHORITY-LEVEL.
           MOVE "C" TO WS-PASSWORD-STATE-SWITCH.
           MOVE "N" TO WS-MASTER-UPDATE-SWITCH.
           ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
           IF LNK-OPERATOR-ID = SPACES
              DISPLAY "ENTER OPERATOR ID:"
              PERFORM LOG-VIOLATION
              GOBACK
           END-IF.
           PERFORM LOAD-SECURITY-SETTINGS.
           PERFORM LOOK-UP-OPERATOR.
           EVALUATE TRUE
              WHEN NOT OPERATOR-FOUND
              WHEN WS-FOUND-ACTIVE NOT = "Y"
                 DISPLAY "OPERATOR INACTIVE - SIGN-ON DENIED"
                 PERFORM LOG-VIOLATION
              WHEN OPERATOR-LOCKED
                 DISPLAY "OPERATOR LOCKED - PASSWORD RESET REQUIRED"
                 PERFORM LOG-VIOLATION
              WHEN WS-FOUND-HASH = SPACES
                 DISPLAY "NO PASSWORD ISSUED - SIGN-ON DENIED"
                 PERFORM LOG-VIOLATION
              WHEN OTHER
                 PERFORM VERIFY-OPERATOR-PASSWORD
                     THRU VERIFY-PASSWORD-EXIT
           END-EVALUATE.
           IF MASTER-UPDATE-NEEDED
              PERFORM REWRITE-OPERATOR-MASTER
           END-IF.
           GOBACK.

       LOAD-SECURITY-SETTINGS.
           MOVE "OPRMAXFAIL" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-MAX-FAILURES.
           IF WS-ENV-MAX-FAILURES NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-MAX-FAILURES)
                TO WS-MAX-FAILURES
           END-IF.
           MOVE "OPRPWDAYS" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-PASSWORD-LIFE.
           IF WS-ENV-PASSWORD-LIFE NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-PASSWORD-LIFE)
                TO WS-PASSWORD-LIFE-DAYS
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "OPR-SIGNON" TO PRQ-PROGRAM-NAME.
           MOVE SPACES TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       VERIFY-OPERATOR-PASSWORD.
           DISPLAY "ENTER PASSWORD:".
           MOVE SPACES TO WS-ENTERED-PASSWORD.
           ACCEPT WS-ENTERED-PASSWORD.
           MOVE WS-ENTERED-PASSWORD TO WS-HASH-INPUT-SECRET.
           PERFORM HASH-PASSWORD.
           MOVE SPACES TO WS-ENTERED-PASSWORD.
           IF WS-HASH-RESULT NOT = WS-FOUND-HASH
              PERFORM RECORD-PASSWORD-FAILURE
              GO TO VERIFY-PASSWORD-EXIT
           END-IF.
           IF WS-FOUND-FAIL-COUNT > 0
              MOVE ZERO TO WS-FOUND-FAIL-COUNT
              MOVE "Y" TO WS-MASTER-UPDATE-SWITCH
           END-IF.
           PERFORM CHECK-PASSWORD-EXPIRY.
           IF PASSWORD-EXPIRED
              DISPLAY "PASSWORD EXPIRED - CHANGE REQUIRED"
              PERFORM CHANGE-OPERATOR-PASSWORD
                  THRU CHANGE-PASSWORD-EXIT
              IF NOT PASSWORD-CHANGED
                 DISPLAY "PASSWORD NOT CHANGED - SIGN-ON DENIED"
                 PERFORM LOG-VIOLATION
                 GO TO VERIFY-PASSWORD-EXIT
              END-IF
           END-IF.
           IF WS-FOUND-AUTHORITY < LNK-REQUIRED-AUTHORITY
              DISPLAY "AUTHORITY INSUFFICIENT FOR FUNCTION"
              MOVE "I" TO LNK-SIGNON-STATUS
              PERFORM LOG-VIOLATION
           ELSE
              MOVE "A" TO LNK-SIGNON-STATUS
              MOVE WS-FOUND-AUTHORITY TO LNK-AUTHORITY-LEVEL
              DISPLAY "SIGNED ON: " WS-FOUND-NAME
              PERFORM LOG-SIGNON
           END-IF.
       VERIFY-PASSWORD-EXIT.
           EXIT.

       RECORD-PASSWORD-FAILURE.
           ADD 1 TO WS-FOUND-FAIL-COUNT.
           MOVE "Y" TO WS-MASTER-UPDATE-SWITCH.
           MOVE "BADPASSWD" TO WS-SEC-EVENT.
           MOVE SPACES TO WS-SEC-DETAIL.
           STRING "CONSECUTIVE FAILURE "
                  DELIMITED BY SIZE
                  WS-FOUND-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-SEC-DETAIL.
           PERFORM LOG-SECURITY-EVENT.
           IF WS-FOUND-FAIL-COUNT >= WS-MAX-FAILURES
              MOVE "Y" TO WS-FOUND-LOCKED
              DISPLAY "PASSWORD INVALID - OPERATOR NOW LOCKED"
              MOVE "LOCKOUT" TO WS-SEC-EVENT
              MOVE "FAILURE LIMIT REACHED" TO WS-SEC-DETAIL
              PERFORM LOG-SECURITY-EVENT
           ELSE
              DISPLAY "PASSWORD INVALID - SIGN-ON DENIED"
           END-IF.

       CHECK-PASSWORD-EXPIRY.
           MOVE "C" TO WS-PASSWORD-STATE-SWITCH.
           IF WS-FOUND-PASSWORD-DATE = SPACES
              OR WS-FOUND-PASSWORD-DATE NOT NUMERIC
              MOVE "E" TO WS-PASSWORD-STATE-SWITCH
           ELSE
              MOVE WS-SIGNON-DATE TO WS-TODAY-DATE
              MOVE WS-FOUND-PASSWORD-DATE TO WS-CHANGED-DATE
              COMPUTE WS-PASSWORD-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-CHANGED-DATE)
              IF WS-PASSWORD-AGE-DAYS > WS-PASSWORD-LIFE-DAYS
                 MOVE "E" TO WS-PASSWORD-STATE-SWITCH
              END-IF
           END-IF.

       CHANGE-OPERATOR-PASSWORD.
           DISPLAY "ENTER NEW PASSWORD:".
           MOVE SPACES TO WS-NEW-PASSWORD.
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "RE-ENTER NEW PASSWORD:".
           MOVE SPACES TO WS-CONFIRM-PASSWORD.
           ACCEPT WS-CONFIRM-PASSWORD.
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
              DISPLAY "PASSWORDS DO NOT MATCH"
              GO TO CHANGE-PASSWORD-EXIT
           END-IF.
           IF WS-NEW-PASSWORD = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD))
                 < WS-MIN-PASSWORD-LENGTH
              DISPLAY "NEW PASSWORD TOO SHORT"
              GO TO CHANGE-PASSWORD-EXIT
           END-IF.
           MOVE WS-NEW-PASSWORD TO WS-HASH-INPUT-SECRET.
           PERFORM HASH-PASSWORD.
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE SPACES TO WS-CONFIRM-PASSWORD.
           IF WS-HASH-RESULT = WS-FOUND-HASH
              DISPLAY "NEW PASSWORD MUST DIFFER FROM CURRENT"
              GO TO CHANGE-PASSWORD-EXIT
           END-IF.
           MOVE WS-HASH-RESULT TO WS-FOUND-HASH.
           MOVE WS-SIGNON-DATE TO WS-FOUND-PASSWORD-DATE.
           MOVE "N" TO WS-PASSWORD-STATE-SWITCH.
           MOVE "Y" TO WS-MASTER-UPDATE-SWITCH.
           MOVE "PWCHANGE" TO WS-SEC-EVENT.
           MOVE "PASSWORD CHANGED AT SIGN-ON" TO WS-SEC-DETAIL.
           PERFORM LOG-SECURITY-EVENT.
           DISPLAY "PASSWORD CHANGED".
       CHANGE-PASSWORD-EXIT.
           EXIT.

       HASH-PASSWORD.
           MOVE LNK-OPERATOR-ID TO WS-HASH-INPUT-ID.
           MOVE 7 TO WS-HASH-VALUE.
           PERFORM VARYING WS-HASH-SCAN FROM 1 BY 1
                   UNTIL WS-HASH-SCAN > 24
              COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                  WS-HASH-VALUE * 131
                + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-SCAN:1)),
                  999999999989)
           END-PERFORM.
           MOVE WS-HASH-VALUE TO WS-HASH-RESULT.
           MOVE SPACES TO WS-HASH-INPUT-SECRET.

       LOOK-UP-OPERATOR.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
                       MOVE OPR-AUTHORITY-LEVEL
                         TO WS-FOUND-AUTHORITY
                       MOVE OPR-ACTIVE-FLAG TO WS-FOUND-ACTIVE
                       MOVE OPR-PASSWORD-HASH TO WS-FOUND-HASH
                       MOVE OPR-PASSWORD-DATE
                         TO WS-FOUND-PASSWORD-DATE
                       MOVE OPR-LOCKED-FLAG TO WS-FOUND-LOCKED
                       IF OPR-FAIL-COUNT NUMERIC
                          MOVE OPR-FAIL-COUNT TO WS-FOUND-FAIL-COUNT
                       ELSE
                          MOVE ZERO TO WS-FOUND-FAIL-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

       REWRITE-OPERATOR-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-MASTER-FILE.
           OPEN OUTPUT OPERATOR-WORK-FILE.
           PERFORM UNTIL END-OF-MASTER-FILE
              READ OPERATOR-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF OPR-OPERATOR-ID = LNK-OPERATOR-ID
                       MOVE WS-FOUND-HASH TO OPR-PASSWORD-HASH
                       MOVE WS-FOUND-PASSWORD-DATE
                         TO OPR-PASSWORD-DATE
                       MOVE WS-FOUND-FAIL-COUNT TO OPR-FAIL-COUNT
                       MOVE WS-FOUND-LOCKED TO OPR-LOCKED-FLAG
                    END-IF
                    MOVE OPERATOR-MASTER-RECORD
                      TO OPERATOR-WORK-RECORD
                    WRITE OPERATOR-WORK-RECORD
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE OPERATOR-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-WORK-FILE.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           PERFORM UNTIL END-OF-MASTER-FILE
              READ OPERATOR-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE OPERATOR-WORK-RECORD
                      TO OPERATOR-MASTER-RECORD
                    WRITE OPERATOR-MASTER-RECORD
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-WORK-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           MOVE "N" TO WS-MASTER-UPDATE-SWITCH.

       OPEN-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECLOG-FILE-NOT-FOUND
                 MOVE "OPERATOR NOT ON MASTER" TO SEC-DETAIL
              WHEN WS-FOUND-ACTIVE NOT = "Y"
                 MOVE "OPERATOR INACTIVE" TO SEC-DETAIL
              WHEN OPERATOR-LOCKED
                 MOVE "OPERATOR LOCKED" TO SEC-DETAIL
              WHEN WS-FOUND-HASH = SPACES
                 MOVE "NO PASSWORD ISSUED" TO SEC-DETAIL
              WHEN PASSWORD-EXPIRED
                 MOVE "EXPIRED PASSWORD NOT CHANGED" TO SEC-DETAIL
              WHEN OTHER
                 MOVE "AUTHORITY INSUFFICIENT" TO SEC-DETAIL
           END-EVALUATE.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

       LOG-SECURITY-EVENT.
           PERFORM OPEN-SECURITY-LOG.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-SIGNON-DATE TO SEC-LOG-DATE.
           MOVE WS-CDT-TIME TO SEC-LOG-TIME.
           MOVE LNK-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-SEC-EVENT TO SEC-EVENT.
           MOVE WS-SEC-DETAIL TO SEC-DETAIL.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.
