       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-password-reset.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPERATOR-WORK-FILE ASSIGN TO "OPRMTEMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "OPRSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
          05 OPR-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(01).
          05 OPR-OPERATOR-NAME      PIC X(20).
          05 FILLER                 PIC X(01).
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
          05 FILLER                 PIC X(01).
          05 SEC-LOG-TIME           PIC X(08).
          05 FILLER                 PIC X(02).
          05 SEC-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02).
          05 SEC-EVENT              PIC X(10).
          05 FILLER                 PIC X(02).
          05 SEC-DETAIL             PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-SECLOG-FILE-STATUS     PIC XX VALUE "00".
          88 SECLOG-FILE-NOT-FOUND VALUE "35".
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-MASTER-FILE VALUE "Y".
       01 WS-FOUND-SWITCH           PIC X VALUE "N".
          88 OPERATOR-FOUND VALUE "Y".
       01 WS-ADMIN-ID               PIC X(08) VALUE SPACES.
       01 WS-ADMIN-AUTHORITY        PIC 9(02) VALUE ZERO.
       01 WS-REQUIRED-AUTHORITY     PIC 9(02) VALUE 05.
       01 WS-SIGNON-STATUS          PIC X(01) VALUE SPACE.
       01 WS-TARGET-ID              PIC X(08) VALUE SPACES.
       01 WS-MIN-PASSWORD-LENGTH    PIC 9(02) VALUE 06.
       01 WS-NEW-PASSWORD           PIC X(16) VALUE SPACES.
       01 WS-CONFIRM-PASSWORD       PIC X(16) VALUE SPACES.
       01 WS-HASH-INPUT.
          05 WS-HASH-INPUT-ID       PIC X(08).
          05 WS-HASH-INPUT-SECRET   PIC X(16).
       01 WS-HASH-VALUE             PIC 9(12) VALUE ZERO.
       01 WS-HASH-RESULT            PIC X(12) VALUE SPACES.
       01 WS-HASH-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-RESET-DATE             PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-MORE-SWITCH            PIC X VALUE "Y".
          88 MORE-RESETS VALUE "Y" "y".

       PROCEDURE DIVISION.
       PASSWORD-RESET-CONTROL.
           DISPLAY "OPERATOR PASSWORD RESET - SECURITY ADMINISTRATION".
           MOVE SPACES TO WS-ADMIN-ID.
           MOVE 05 TO WS-REQUIRED-AUTHORITY.
           CALL "operator-signon" USING WS-ADMIN-ID
                                       WS-ADMIN-AUTHORITY
                                       WS-REQUIRED-AUTHORITY
                                       WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = "A"
              DISPLAY "SIGN-ON FAILED - RESET DENIED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-RESET-DATE FROM DATE YYYYMMDD.
           MOVE "Y" TO WS-MORE-SWITCH.
           PERFORM UNTIL NOT MORE-RESETS
              PERFORM RESET-ONE-OPERATOR THRU RESET-ONE-OPERATOR-EXIT
              DISPLAY "RESET ANOTHER OPERATOR (Y/N):"
              MOVE "N" TO WS-MORE-SWITCH
              ACCEPT WS-MORE-SWITCH
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       RESET-ONE-OPERATOR.
           DISPLAY "ENTER OPERATOR ID TO RESET:".
           MOVE SPACES TO WS-TARGET-ID.
           ACCEPT WS-TARGET-ID.
           IF WS-TARGET-ID = SPACES
              GO TO RESET-ONE-OPERATOR-EXIT
           END-IF.
           IF WS-TARGET-ID = WS-ADMIN-ID
              DISPLAY "ADMINISTRATOR MAY NOT RESET OWN PASSWORD"
              GO TO RESET-ONE-OPERATOR-EXIT
           END-IF.
           PERFORM LOOK-UP-OPERATOR.
           IF NOT OPERATOR-FOUND
              DISPLAY "OPERATOR NOT ON MASTER"
              GO TO RESET-ONE-OPERATOR-EXIT
           END-IF.
           DISPLAY "ENTER TEMPORARY PASSWORD:".
           MOVE SPACES TO WS-NEW-PASSWORD.
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "RE-ENTER TEMPORARY PASSWORD:".
           MOVE SPACES TO WS-CONFIRM-PASSWORD.
           ACCEPT WS-CONFIRM-PASSWORD.
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
              DISPLAY "PASSWORDS DO NOT MATCH - NOT RESET"
              GO TO RESET-ONE-OPERATOR-EXIT
           END-IF.
           IF WS-NEW-PASSWORD = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD))
                 < WS-MIN-PASSWORD-LENGTH
              DISPLAY "TEMPORARY PASSWORD TOO SHORT - NOT RESET"
              GO TO RESET-ONE-OPERATOR-EXIT
           END-IF.
           MOVE WS-NEW-PASSWORD TO WS-HASH-INPUT-SECRET.
           PERFORM HASH-PASSWORD.
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE SPACES TO WS-CONFIRM-PASSWORD.
           PERFORM REWRITE-OPERATOR-MASTER.
           PERFORM LOG-PASSWORD-RESET.
           DISPLAY "PASSWORD RESET - CHANGE FORCED AT NEXT SIGN-ON".
       RESET-ONE-OPERATOR-EXIT.
           EXIT.

       LOOK-UP-OPERATOR.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-MASTER-FILE.
           PERFORM UNTIL END-OF-MASTER-FILE OR OPERATOR-FOUND
              READ OPERATOR-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF OPR-OPERATOR-ID = WS-TARGET-ID
                       MOVE "Y" TO WS-FOUND-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

       HASH-PASSWORD.
           MOVE WS-TARGET-ID TO WS-HASH-INPUT-ID.
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

       REWRITE-OPERATOR-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-MASTER-FILE.
           OPEN OUTPUT OPERATOR-WORK-FILE.
           PERFORM UNTIL END-OF-MASTER-FILE
              READ OPERATOR-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF OPR-OPERATOR-ID = WS-TARGET-ID
                       MOVE WS-HASH-RESULT TO OPR-PASSWORD-HASH
                       MOVE SPACES TO OPR-PASSWORD-DATE
                       MOVE ZERO TO OPR-FAIL-COUNT
                       MOVE "N" TO OPR-LOCKED-FLAG
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

       LOG-PASSWORD-RESET.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECLOG-FILE-NOT-FOUND
              OPEN OUTPUT SECURITY-LOG-FILE
              CLOSE SECURITY-LOG-FILE
              OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-RESET-DATE TO SEC-LOG-DATE.
           MOVE WS-CDT-TIME TO SEC-LOG-TIME.
           MOVE WS-TARGET-ID TO SEC-OPERATOR-ID.
           MOVE "PWRESET" TO SEC-EVENT.
           STRING "RESET BY " DELIMITED BY SIZE
                  WS-ADMIN-ID DELIMITED BY SIZE
                  INTO SEC-DETAIL.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.
