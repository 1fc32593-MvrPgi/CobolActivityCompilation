       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-TRANS-FILE ASSIGN TO "OPRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-AUDIT-FILE ASSIGN TO "OPRMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "OPRSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "OPRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECERT-REPORT-FILE ASSIGN TO "OPRRECRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
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
       FD OPERATOR-TRANS-FILE.
       01 OPERATOR-TRANS-RECORD.
          05 TRN-ACTION             PIC X(01).
             88 TRN-ADD-OPERATOR        VALUE "A".
             88 TRN-CHANGE-OPERATOR     VALUE "C".
             88 TRN-DEACTIVATE-OPERATOR VALUE "D".
             88 TRN-REACTIVATE-OPERATOR VALUE "R".
             88 TRN-ISSUE-PASSWORD      VALUE "P".
          05 FILLER                 PIC X(01).
          05 TRN-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(01).
          05 TRN-OPERATOR-NAME      PIC X(20).
          05 FILLER                 PIC X(01).
          05 TRN-AUTHORITY-LEVEL    PIC X(02).
          05 FILLER                 PIC X(01).
          05 TRN-REQUESTED-BY       PIC X(08).
          05 FILLER                 PIC X(01).
          05 TRN-TEMP-PASSWORD      PIC X(16).
       FD OPERATOR-AUDIT-FILE.
       01 OPERATOR-AUDIT-RECORD.
          05 OAU-RUN-DATE           PIC X(08).
          05 FILLER                 PIC X(01).
          05 OAU-RUN-TIME           PIC X(08).
          05 FILLER                 PIC X(02).
          05 OAU-REQUESTED-BY       PIC X(08).
          05 FILLER                 PIC X(02).
          05 OAU-ACTION             PIC X(08).
          05 FILLER                 PIC X(02).
          05 OAU-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02).
          05 OAU-BEFORE-IMAGE       PIC X(25).
          05 FILLER                 PIC X(02).
          05 OAU-AFTER-IMAGE        PIC X(25).
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
       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD       PIC X(100).
       FD RECERT-REPORT-FILE.
       01 RECERT-REPORT-RECORD      PIC X(100).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-TRANS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AUDIT-FILE-STATUS      PIC XX VALUE "00".
          88 OPRMAUD-FILE-NOT-FOUND VALUE "35".
       01 WS-SECLOG-FILE-STATUS     PIC XX VALUE "00".
          88 SECLOG-FILE-NOT-FOUND VALUE "35".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-FUNCTION-CODE          PIC X(08) VALUE SPACES.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-OPR-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-OPR-INDEX              PIC 9(04) VALUE ZERO.
       01 WS-FOUND-INDEX            PIC 9(04) VALUE ZERO.
       01 WS-OPR-LIMIT              PIC 9(04) VALUE 500.
       01 WS-OPR-OVERFLOW-SWITCH    PIC X VALUE "N".
          88 OPERATOR-TABLE-OVERFLOW VALUE "Y".
       01 WS-REQUESTER-INDEX        PIC 9(04) VALUE ZERO.
       01 WS-ADMIN-AUTHORITY        PIC 9(02) VALUE 05.
       01 WS-MIN-PASSWORD-LENGTH    PIC 9(02) VALUE 06.
       01 WS-PASSWORD-ISSUED-SWITCH PIC X VALUE "N".
          88 PASSWORD-ISSUED VALUE "Y".
       01 WS-HASH-INPUT.
          05 WS-HASH-INPUT-ID       PIC X(08).
          05 WS-HASH-INPUT-SECRET   PIC X(16).
       01 WS-HASH-VALUE             PIC 9(12) VALUE ZERO.
       01 WS-HASH-RESULT            PIC X(12) VALUE SPACES.
       01 WS-HASH-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 500 TIMES.
             10 TBL-OPR-ID          PIC X(08).
             10 TBL-OPR-NAME        PIC X(20).
             10 TBL-OPR-AUTHORITY   PIC 9(02).
             10 TBL-OPR-ACTIVE      PIC X(01).
             10 TBL-OPR-HASH        PIC X(12).
             10 TBL-OPR-PW-DATE     PIC X(08).
             10 TBL-OPR-FAILS       PIC 9(02).
             10 TBL-OPR-LOCKED      PIC X(01).
             10 TBL-OPR-LAST-SIGNON PIC X(08).
       01 WS-TRANS-READ             PIC 9(06) VALUE ZERO.
       01 WS-TRANS-APPLIED          PIC 9(06) VALUE ZERO.
       01 WS-TRANS-REJECTED         PIC 9(06) VALUE ZERO.
       01 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01 WS-AUDIT-ACTION           PIC X(08) VALUE SPACES.
       01 WS-BEFORE-IMAGE           PIC X(25) VALUE SPACES.
       01 WS-AFTER-IMAGE            PIC X(25) VALUE SPACES.
       01 WS-OPERATOR-IMAGE.
          05 IMG-NAME               PIC X(20).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 IMG-AUTHORITY          PIC 9(02).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 IMG-ACTIVE             PIC X(01).
       01 WS-MASTER-CHANGED-SWITCH  PIC X VALUE "N".
          88 MASTER-CHANGED VALUE "Y".
       01 WS-DORMANT-DAYS           PIC 9(03) VALUE 090.
       01 WS-TODAY-DAY-NUMBER       PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DATE            PIC 9(08) VALUE ZERO.
       01 WS-RECORD-DAY-NUMBER      PIC 9(08) VALUE ZERO.
       01 WS-SIGNON-AGE-DAYS        PIC S9(08) VALUE ZERO.
       01 WS-ACTIVE-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-DORMANT-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-ELEVATED-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-DETOKEN-AUTHORITY      PIC 9(02) VALUE 03.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-RECERT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-MAINT-LINE.
          05 MNT-ACTION             PIC X(01).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-REQUESTED-BY       PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-OUTCOME            PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-DETAIL             PIC X(40).
       01 WS-MAINT-TOTAL-LINE.
          05 FILLER                 PIC X(20)
               VALUE "TRANSACTIONS READ:".
          05 MTL-READ               PIC Z(5)9.
          05 FILLER                 PIC X(12) VALUE "  APPLIED:".
          05 MTL-APPLIED            PIC Z(5)9.
          05 FILLER                 PIC X(12) VALUE "  REJECTED:".
          05 MTL-REJECTED           PIC Z(5)9.
       01 WS-RECERT-COLUMN-LINE.
          05 FILLER                 PIC X(10) VALUE "OPERATOR".
          05 FILLER                 PIC X(22) VALUE "NAME".
          05 FILLER                 PIC X(06) VALUE "AUTH".
          05 FILLER                 PIC X(12) VALUE "LAST SIGN-ON".
          05 FILLER                 PIC X(08) VALUE "  DAYS".
          05 FILLER                 PIC X(10) VALUE "STATUS".
          05 FILLER                 PIC X(04) VALUE "NOTE".
       01 WS-RECERT-LINE.
          05 RCL-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RCL-NAME               PIC X(20).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RCL-AUTHORITY          PIC 9(02).
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 RCL-LAST-SIGNON        PIC X(08).
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 RCL-DAYS               PIC X(06).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RCL-DORMANT            PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RCL-NOTE               PIC X(20).
       01 WS-RECERT-DAYS-EDIT       PIC Z(5)9.
       01 WS-RECERT-TOTAL-LINE.
          05 FILLER                 PIC X(18) VALUE "ACTIVE OPERATORS:".
          05 RTL-ACTIVE             PIC Z(3)9.
          05 FILLER                 PIC X(12) VALUE "  DORMANT:".
          05 RTL-DORMANT            PIC Z(3)9.
          05 FILLER                 PIC X(24)
               VALUE "  DE-TOKENIZE AUTHORITY:".
          05 RTL-ELEVATED           PIC Z(3)9.
       COPY "RPTBANNR.cpy".
       COPY "OPRALERT.cpy".

       PROCEDURE DIVISION.
       OPERATOR-MAINT-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-FUNCTION-CODE FROM ENVIRONMENT "OPRMFUNC".
           MOVE WS-BUSINESS-DATE TO WS-RECORD-DATE.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           PERFORM LOAD-OPERATOR-TABLE.
           IF OPERATOR-TABLE-OVERFLOW
              PERFORM WRITE-OVERFLOW-ALERT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           EVALUATE WS-FUNCTION-CODE
              WHEN "RECERT"
                 PERFORM FIND-LAST-SIGNONS
                 PERFORM WRITE-RECERT-REPORT
                 MOVE 0 TO RETURN-CODE
              WHEN OTHER
                 PERFORM APPLY-TRANSACTIONS
                 IF MASTER-CHANGED
                    PERFORM SAVE-OPERATOR-TABLE
                 END-IF
                 IF WS-TRANS-REJECTED > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
           END-EVALUATE.
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

       LOAD-OPERATOR-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-MASTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ OPERATOR-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-OPR-COUNT < WS-OPR-LIMIT
                       ADD 1 TO WS-OPR-COUNT
                       PERFORM STORE-OPERATOR-ENTRY
                    ELSE
                       MOVE "Y" TO WS-OPR-OVERFLOW-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

       STORE-OPERATOR-ENTRY.
           MOVE OPR-OPERATOR-ID TO TBL-OPR-ID(WS-OPR-COUNT).
           MOVE OPR-OPERATOR-NAME TO TBL-OPR-NAME(WS-OPR-COUNT).
           MOVE OPR-AUTHORITY-LEVEL TO TBL-OPR-AUTHORITY(WS-OPR-COUNT).
           MOVE OPR-ACTIVE-FLAG TO TBL-OPR-ACTIVE(WS-OPR-COUNT).
           MOVE OPR-PASSWORD-HASH TO TBL-OPR-HASH(WS-OPR-COUNT).
           MOVE OPR-PASSWORD-DATE TO TBL-OPR-PW-DATE(WS-OPR-COUNT).
           IF OPR-FAIL-COUNT NUMERIC
              MOVE OPR-FAIL-COUNT TO TBL-OPR-FAILS(WS-OPR-COUNT)
           ELSE
              MOVE ZERO TO TBL-OPR-FAILS(WS-OPR-COUNT)
           END-IF.
           MOVE OPR-LOCKED-FLAG TO TBL-OPR-LOCKED(WS-OPR-COUNT).
           MOVE SPACES TO TBL-OPR-LAST-SIGNON(WS-OPR-COUNT).

       SAVE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
              MOVE SPACES TO OPERATOR-MASTER-RECORD
              MOVE TBL-OPR-ID(WS-OPR-INDEX) TO OPR-OPERATOR-ID
              MOVE TBL-OPR-NAME(WS-OPR-INDEX) TO OPR-OPERATOR-NAME
              MOVE TBL-OPR-AUTHORITY(WS-OPR-INDEX)
                TO OPR-AUTHORITY-LEVEL
              MOVE TBL-OPR-ACTIVE(WS-OPR-INDEX) TO OPR-ACTIVE-FLAG
              MOVE TBL-OPR-HASH(WS-OPR-INDEX) TO OPR-PASSWORD-HASH
              MOVE TBL-OPR-PW-DATE(WS-OPR-INDEX) TO OPR-PASSWORD-DATE
              MOVE TBL-OPR-FAILS(WS-OPR-INDEX) TO OPR-FAIL-COUNT
              MOVE TBL-OPR-LOCKED(WS-OPR-INDEX) TO OPR-LOCKED-FLAG
              WRITE OPERATOR-MASTER-RECORD
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

       APPLY-TRANSACTIONS.
           OPEN OUTPUT MAINT-REPORT-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "OPR-MAINT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-TRANS-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ OPERATOR-TRANS-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TRANS-READ
                    PERFORM APPLY-ONE-TRANSACTION
                        THRU APPLY-ONE-TRANSACTION-EXIT
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-TRANS-FILE.
           MOVE WS-TRANS-READ TO MTL-READ.
           MOVE WS-TRANS-APPLIED TO MTL-APPLIED.
           MOVE WS-TRANS-REJECTED TO MTL-REJECTED.
           MOVE SPACES TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE WS-MAINT-TOTAL-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           CLOSE MAINT-REPORT-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-PASSWORD-ISSUED-SWITCH.
           IF TRN-OPERATOR-ID = SPACES
              MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TRN-REQUESTED-BY = SPACES
              MOVE "REQUESTED-BY MISSING" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TRN-REQUESTED-BY = TRN-OPERATOR-ID
              MOVE "REQUESTER MAY NOT CHANGE OWN RECORD"
                TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM FIND-REQUESTING-OPERATOR.
           IF WS-REQUESTER-INDEX = 0
              MOVE "REQUESTER NOT ON OPERATOR MASTER"
                TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TBL-OPR-ACTIVE(WS-REQUESTER-INDEX) NOT = "Y"
              OR TBL-OPR-LOCKED(WS-REQUESTER-INDEX) = "Y"
              MOVE "REQUESTER INACTIVE OR LOCKED" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TBL-OPR-AUTHORITY(WS-REQUESTER-INDEX)
              < WS-ADMIN-AUTHORITY
              MOVE "REQUESTER NOT AUTHORIZED" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TRN-AUTHORITY-LEVEL NOT = SPACES
              AND TRN-AUTHORITY-LEVEL NOT NUMERIC
              MOVE "AUTHORITY LEVEL NOT NUMERIC" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM FIND-OPERATOR-ENTRY.
           EVALUATE TRUE
              WHEN TRN-ADD-OPERATOR
                 PERFORM ADD-OPERATOR
              WHEN TRN-CHANGE-OPERATOR
                 PERFORM CHANGE-OPERATOR
              WHEN TRN-DEACTIVATE-OPERATOR
                 PERFORM DEACTIVATE-OPERATOR
              WHEN TRN-REACTIVATE-OPERATOR
                 PERFORM REACTIVATE-OPERATOR
              WHEN TRN-ISSUE-PASSWORD
                 PERFORM ISSUE-OPERATOR-PASSWORD
              WHEN OTHER
                 MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-TRANSACTION
           ELSE
              PERFORM ACCEPT-TRANSACTION
           END-IF.
           MOVE SPACES TO TRN-TEMP-PASSWORD.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       FIND-REQUESTING-OPERATOR.
           MOVE ZERO TO WS-REQUESTER-INDEX.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                   OR WS-REQUESTER-INDEX > 0
              IF TBL-OPR-ID(WS-OPR-INDEX) = TRN-REQUESTED-BY
                 MOVE WS-OPR-INDEX TO WS-REQUESTER-INDEX
              END-IF
           END-PERFORM.

       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                   OR WS-FOUND-INDEX > 0
              IF TBL-OPR-ID(WS-OPR-INDEX) = TRN-OPERATOR-ID
                 MOVE WS-OPR-INDEX TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       ADD-OPERATOR.
           EVALUATE TRUE
              WHEN WS-FOUND-INDEX > 0
                 MOVE "OPERATOR ALREADY ON MASTER" TO WS-REJECT-REASON
              WHEN TRN-OPERATOR-NAME = SPACES
                 MOVE "OPERATOR NAME REQUIRED FOR ADD"
                   TO WS-REJECT-REASON
              WHEN TRN-AUTHORITY-LEVEL = SPACES
                 MOVE "AUTHORITY LEVEL REQUIRED FOR ADD"
                   TO WS-REJECT-REASON
              WHEN TRN-TEMP-PASSWORD = SPACES
                 MOVE "TEMPORARY PASSWORD REQUIRED FOR ADD"
                   TO WS-REJECT-REASON
              WHEN FUNCTION LENGTH(FUNCTION TRIM(TRN-TEMP-PASSWORD))
                   < WS-MIN-PASSWORD-LENGTH
                 MOVE "TEMPORARY PASSWORD TOO SHORT"
                   TO WS-REJECT-REASON
              WHEN WS-OPR-COUNT >= WS-OPR-LIMIT
                 MOVE "OPERATOR MASTER FULL" TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 ADD 1 TO WS-OPR-COUNT
                 MOVE WS-OPR-COUNT TO WS-FOUND-INDEX
                 MOVE TRN-OPERATOR-ID TO TBL-OPR-ID(WS-FOUND-INDEX)
                 MOVE TRN-OPERATOR-NAME TO TBL-OPR-NAME(WS-FOUND-INDEX)
                 MOVE TRN-AUTHORITY-LEVEL
                   TO TBL-OPR-AUTHORITY(WS-FOUND-INDEX)
                 MOVE "Y" TO TBL-OPR-ACTIVE(WS-FOUND-INDEX)
                 MOVE SPACES TO TBL-OPR-LAST-SIGNON(WS-FOUND-INDEX)
                 PERFORM SET-TEMPORARY-PASSWORD
                 MOVE "ADD" TO WS-AUDIT-ACTION
           END-EVALUATE.

       CHANGE-OPERATOR.
           EVALUATE TRUE
              WHEN WS-FOUND-INDEX = 0
                 MOVE "OPERATOR NOT ON MASTER" TO WS-REJECT-REASON
              WHEN TRN-OPERATOR-NAME = SPACES
               AND TRN-AUTHORITY-LEVEL = SPACES
                 MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BUILD-OPERATOR-IMAGE
                 MOVE WS-OPERATOR-IMAGE TO WS-BEFORE-IMAGE
                 IF TRN-OPERATOR-NAME NOT = SPACES
                    MOVE TRN-OPERATOR-NAME
                      TO TBL-OPR-NAME(WS-FOUND-INDEX)
                 END-IF
                 IF TRN-AUTHORITY-LEVEL NOT = SPACES
                    MOVE TRN-AUTHORITY-LEVEL
                      TO TBL-OPR-AUTHORITY(WS-FOUND-INDEX)
                 END-IF
                 MOVE "CHANGE" TO WS-AUDIT-ACTION
           END-EVALUATE.

       DEACTIVATE-OPERATOR.
           EVALUATE TRUE
              WHEN WS-FOUND-INDEX = 0
                 MOVE "OPERATOR NOT ON MASTER" TO WS-REJECT-REASON
              WHEN TBL-OPR-ACTIVE(WS-FOUND-INDEX) NOT = "Y"
                 MOVE "OPERATOR ALREADY INACTIVE" TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BUILD-OPERATOR-IMAGE
                 MOVE WS-OPERATOR-IMAGE TO WS-BEFORE-IMAGE
                 MOVE "N" TO TBL-OPR-ACTIVE(WS-FOUND-INDEX)
                 MOVE "DEACT" TO WS-AUDIT-ACTION
           END-EVALUATE.

       REACTIVATE-OPERATOR.
           EVALUATE TRUE
              WHEN WS-FOUND-INDEX = 0
                 MOVE "OPERATOR NOT ON MASTER" TO WS-REJECT-REASON
              WHEN TBL-OPR-ACTIVE(WS-FOUND-INDEX) = "Y"
                 MOVE "OPERATOR ALREADY ACTIVE" TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BUILD-OPERATOR-IMAGE
                 MOVE WS-OPERATOR-IMAGE TO WS-BEFORE-IMAGE
                 MOVE "Y" TO TBL-OPR-ACTIVE(WS-FOUND-INDEX)
                 MOVE "REACT" TO WS-AUDIT-ACTION
           END-EVALUATE.

       ISSUE-OPERATOR-PASSWORD.
           EVALUATE TRUE
              WHEN WS-FOUND-INDEX = 0
                 MOVE "OPERATOR NOT ON MASTER" TO WS-REJECT-REASON
              WHEN TBL-OPR-ACTIVE(WS-FOUND-INDEX) NOT = "Y"
                 MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
              WHEN TRN-TEMP-PASSWORD = SPACES
                 MOVE "TEMPORARY PASSWORD REQUIRED" TO WS-REJECT-REASON
              WHEN FUNCTION LENGTH(FUNCTION TRIM(TRN-TEMP-PASSWORD))
                   < WS-MIN-PASSWORD-LENGTH
                 MOVE "TEMPORARY PASSWORD TOO SHORT"
                   TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BUILD-OPERATOR-IMAGE
                 MOVE WS-OPERATOR-IMAGE TO WS-BEFORE-IMAGE
                 PERFORM SET-TEMPORARY-PASSWORD
                 MOVE "PWISSUE" TO WS-AUDIT-ACTION
           END-EVALUATE.

       SET-TEMPORARY-PASSWORD.
           MOVE TRN-TEMP-PASSWORD TO WS-HASH-INPUT-SECRET.
           PERFORM HASH-PASSWORD.
           MOVE WS-HASH-RESULT TO TBL-OPR-HASH(WS-FOUND-INDEX).
           MOVE SPACES TO TBL-OPR-PW-DATE(WS-FOUND-INDEX).
           MOVE ZERO TO TBL-OPR-FAILS(WS-FOUND-INDEX).
           MOVE "N" TO TBL-OPR-LOCKED(WS-FOUND-INDEX).
           MOVE "Y" TO WS-PASSWORD-ISSUED-SWITCH.

       HASH-PASSWORD.
           MOVE TRN-OPERATOR-ID TO WS-HASH-INPUT-ID.
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

       BUILD-OPERATOR-IMAGE.
           MOVE TBL-OPR-NAME(WS-FOUND-INDEX) TO IMG-NAME.
           MOVE TBL-OPR-AUTHORITY(WS-FOUND-INDEX) TO IMG-AUTHORITY.
           MOVE TBL-OPR-ACTIVE(WS-FOUND-INDEX) TO IMG-ACTIVE.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "Y" TO WS-MASTER-CHANGED-SWITCH.
           PERFORM BUILD-OPERATOR-IMAGE.
           MOVE WS-OPERATOR-IMAGE TO WS-AFTER-IMAGE.
           PERFORM WRITE-OPERATOR-AUDIT.
           IF PASSWORD-ISSUED
              PERFORM LOG-PASSWORD-ISSUE
           END-IF.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE TRN-ACTION TO MNT-ACTION.
           MOVE TRN-OPERATOR-ID TO MNT-OPERATOR-ID.
           MOVE TRN-REQUESTED-BY TO MNT-REQUESTED-BY.
           MOVE "APPLIED" TO MNT-OUTCOME.
           MOVE WS-AFTER-IMAGE TO MNT-DETAIL.
           MOVE WS-MAINT-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE TRN-ACTION TO MNT-ACTION.
           MOVE TRN-OPERATOR-ID TO MNT-OPERATOR-ID.
           MOVE TRN-REQUESTED-BY TO MNT-REQUESTED-BY.
           MOVE "REJECTED" TO MNT-OUTCOME.
           MOVE WS-REJECT-REASON TO MNT-DETAIL.
           MOVE WS-MAINT-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-OPERATOR-AUDIT.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF OPRMAUD-FILE-NOT-FOUND
              OPEN OUTPUT OPERATOR-AUDIT-FILE
              CLOSE OPERATOR-AUDIT-FILE
              OPEN EXTEND OPERATOR-AUDIT-FILE
           END-IF.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO OPERATOR-AUDIT-RECORD.
           MOVE WS-BUSINESS-DATE TO OAU-RUN-DATE.
           MOVE WS-CDT-TIME TO OAU-RUN-TIME.
           MOVE TRN-REQUESTED-BY TO OAU-REQUESTED-BY.
           MOVE WS-AUDIT-ACTION TO OAU-ACTION.
           MOVE TRN-OPERATOR-ID TO OAU-OPERATOR-ID.
           MOVE WS-BEFORE-IMAGE TO OAU-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO OAU-AFTER-IMAGE.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.

       LOG-PASSWORD-ISSUE.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECLOG-FILE-NOT-FOUND
              OPEN OUTPUT SECURITY-LOG-FILE
              CLOSE SECURITY-LOG-FILE
              OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO SEC-LOG-DATE.
           MOVE WS-CDT-TIME TO SEC-LOG-TIME.
           MOVE TRN-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "PWRESET" TO SEC-EVENT.
           STRING "ISSUED BY " DELIMITED BY SIZE
                  TRN-REQUESTED-BY DELIMITED BY SIZE
                  INTO SEC-DETAIL.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

       WRITE-OVERFLOW-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "OPR-MAINT" TO ALR-PROGRAM-NAME.
           MOVE "OPRMAST exceeds operator table - master not updated"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       FIND-LAST-SIGNONS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SECURITY-LOG-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ SECURITY-LOG-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF SEC-EVENT = "SIGNON"
                       PERFORM NOTE-SUCCESSFUL-SIGNON
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.

       NOTE-SUCCESSFUL-SIGNON.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
              IF TBL-OPR-ID(WS-OPR-INDEX) = SEC-OPERATOR-ID
                 AND (TBL-OPR-LAST-SIGNON(WS-OPR-INDEX) = SPACES
                  OR SEC-LOG-DATE > TBL-OPR-LAST-SIGNON(WS-OPR-INDEX))
                 MOVE SEC-LOG-DATE TO TBL-OPR-LAST-SIGNON(WS-OPR-INDEX)
              END-IF
           END-PERFORM.

       WRITE-RECERT-REPORT.
           OPEN OUTPUT RECERT-REPORT-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "OPR-RECERT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           MOVE "OPERATOR ACCESS RECERTIFICATION"
             TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           MOVE WS-RECERT-COLUMN-LINE TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
              IF TBL-OPR-ACTIVE(WS-OPR-INDEX) = "Y"
                 PERFORM WRITE-RECERT-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           MOVE WS-ACTIVE-COUNT TO RTL-ACTIVE.
           MOVE WS-DORMANT-COUNT TO RTL-DORMANT.
           MOVE WS-ELEVATED-COUNT TO RTL-ELEVATED.
           MOVE WS-RECERT-TOTAL-LINE TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           MOVE SPACES TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           MOVE "REVIEWED BY: ____________________  DATE: __________"
             TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           MOVE WS-RECERT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           CLOSE RECERT-REPORT-FILE.

       WRITE-RECERT-LINE.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE SPACES TO WS-RECERT-LINE.
           MOVE TBL-OPR-ID(WS-OPR-INDEX) TO RCL-OPERATOR-ID.
           MOVE TBL-OPR-NAME(WS-OPR-INDEX) TO RCL-NAME.
           MOVE TBL-OPR-AUTHORITY(WS-OPR-INDEX) TO RCL-AUTHORITY.
           IF TBL-OPR-AUTHORITY(WS-OPR-INDEX) >= WS-DETOKEN-AUTHORITY
              ADD 1 TO WS-ELEVATED-COUNT
           END-IF.
           IF TBL-OPR-LAST-SIGNON(WS-OPR-INDEX) = SPACES
              MOVE "NEVER" TO RCL-LAST-SIGNON
              MOVE "DORMANT" TO RCL-DORMANT
              ADD 1 TO WS-DORMANT-COUNT
           ELSE
              MOVE TBL-OPR-LAST-SIGNON(WS-OPR-INDEX) TO RCL-LAST-SIGNON
              MOVE TBL-OPR-LAST-SIGNON(WS-OPR-INDEX) TO WS-RECORD-DATE
              COMPUTE WS-RECORD-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE)
              COMPUTE WS-SIGNON-AGE-DAYS =
                  WS-TODAY-DAY-NUMBER - WS-RECORD-DAY-NUMBER
              MOVE WS-SIGNON-AGE-DAYS TO WS-RECERT-DAYS-EDIT
              MOVE WS-RECERT-DAYS-EDIT TO RCL-DAYS
              IF WS-SIGNON-AGE-DAYS > WS-DORMANT-DAYS
                 MOVE "DORMANT" TO RCL-DORMANT
                 ADD 1 TO WS-DORMANT-COUNT
              END-IF
           END-IF.
           IF TBL-OPR-LOCKED(WS-OPR-INDEX) = "Y"
              MOVE "LOCKED" TO RCL-NOTE
           END-IF.
           IF TBL-OPR-HASH(WS-OPR-INDEX) = SPACES
              MOVE "NO PASSWORD ISSUED" TO RCL-NOTE
           END-IF.
           MOVE WS-RECERT-LINE TO RECERT-REPORT-RECORD.
           WRITE RECERT-REPORT-RECORD.
           ADD 1 TO WS-RECERT-RECORD-COUNT.
