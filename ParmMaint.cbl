       IDENTIFICATION DIVISION.
       PROGRAM-ID. parameter-maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMLIB-FILE-STATUS.
           SELECT OPTIONAL PARAMETER-TRANS-FILE ASSIGN TO "PARMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OPTIONAL PARAMETER-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "PARMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTING-REPORT-FILE ASSIGN TO "PARMLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       01 PARAMETER-FD-RECORD       PIC X(75).
       FD PARAMETER-TRANS-FILE.
       01 PARAMETER-TRANS-RECORD.
          05 TRN-ACTION             PIC X(01).
             88 TRN-SET-PARAMETER       VALUE "A".
             88 TRN-DELETE-PARAMETER    VALUE "D".
          05 FILLER                 PIC X(01).
          05 TRN-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 TRN-PARM-NAME          PIC X(12).
          05 FILLER                 PIC X(01).
          05 TRN-EFFECTIVE-DATE     PIC X(08).
          05 FILLER                 PIC X(01).
          05 TRN-VALUE              PIC X(20).
          05 FILLER                 PIC X(01).
          05 TRN-REQUESTED-BY       PIC X(08).
       FD PARAMETER-AUDIT-FILE.
       01 PARAMETER-AUDIT-RECORD.
          05 PAU-RUN-DATE           PIC X(08).
          05 FILLER                 PIC X(01).
          05 PAU-RUN-TIME           PIC X(08).
          05 FILLER                 PIC X(02).
          05 PAU-REQUESTED-BY       PIC X(08).
          05 FILLER                 PIC X(02).
          05 PAU-ACTION             PIC X(08).
          05 FILLER                 PIC X(02).
          05 PAU-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 PAU-PARM-NAME          PIC X(12).
          05 FILLER                 PIC X(01).
          05 PAU-EFFECTIVE-DATE     PIC X(08).
          05 FILLER                 PIC X(02).
          05 PAU-BEFORE-VALUE       PIC X(20).
          05 FILLER                 PIC X(02).
          05 PAU-AFTER-VALUE        PIC X(20).
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
       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD       PIC X(120).
       FD LISTING-REPORT-FILE.
       01 LISTING-REPORT-RECORD     PIC X(100).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "PARMLIB.cpy".
       01 WS-PARMLIB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TRANS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AUDIT-FILE-STATUS      PIC XX VALUE "00".
          88 PARMAUD-FILE-NOT-FOUND VALUE "35".
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-FUNCTION-CODE          PIC X(08) VALUE SPACES.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-PARM-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-PARM-INDEX             PIC 9(04) VALUE ZERO.
       01 WS-FOUND-INDEX            PIC 9(04) VALUE ZERO.
       01 WS-INSERT-INDEX           PIC 9(04) VALUE ZERO.
       01 WS-SHIFT-INDEX            PIC 9(04) VALUE ZERO.
       01 WS-NEXT-INDEX             PIC 9(04) VALUE ZERO.
       01 WS-PARM-LIMIT             PIC 9(04) VALUE 500.
       01 WS-PARM-TABLE.
          05 WS-PARM-ENTRY OCCURS 500 TIMES.
             10 TBL-PRM-KEY.
                15 TBL-PRM-PROGRAM  PIC X(14).
                15 TBL-PRM-NAME     PIC X(12).
                15 TBL-PRM-EFFECTIVE
                                    PIC X(08).
             10 TBL-PRM-VALUE       PIC X(20).
             10 TBL-PRM-CHANGED-BY  PIC X(08).
             10 TBL-PRM-CHANGED-ON  PIC X(08).
             10 TBL-PRM-DELETED     PIC X(01).
       01 WS-TRANS-KEY.
          05 WS-TRANS-KEY-PROGRAM   PIC X(14).
          05 WS-TRANS-KEY-NAME      PIC X(12).
          05 WS-TRANS-KEY-EFFECTIVE PIC X(08).
       01 WS-OPR-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-OPR-INDEX              PIC 9(04) VALUE ZERO.
       01 WS-OPR-FOUND              PIC 9(04) VALUE ZERO.
       01 WS-OPR-LIMIT              PIC 9(04) VALUE 500.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 500 TIMES.
             10 TBL-OPR-ID          PIC X(08).
             10 TBL-OPR-ACTIVE      PIC X(01).
             10 TBL-OPR-LOCKED      PIC X(01).
       01 WS-TRANS-READ             PIC 9(06) VALUE ZERO.
       01 WS-TRANS-APPLIED          PIC 9(06) VALUE ZERO.
       01 WS-TRANS-REJECTED         PIC 9(06) VALUE ZERO.
       01 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01 WS-AUDIT-ACTION           PIC X(08) VALUE SPACES.
       01 WS-BEFORE-VALUE           PIC X(20) VALUE SPACES.
       01 WS-AFTER-VALUE            PIC X(20) VALUE SPACES.
       01 WS-LIBRARY-CHANGED-SWITCH PIC X VALUE "N".
          88 LIBRARY-CHANGED VALUE "Y".
       01 WS-IN-EFFECT-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-PENDING-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-LISTING-RECORD-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-MAINT-COLUMN-LINE.
          05 FILLER                 PIC X(03) VALUE "A".
          05 FILLER                 PIC X(16) VALUE "PROGRAM".
          05 FILLER                 PIC X(14) VALUE "PARAMETER".
          05 FILLER                 PIC X(10) VALUE "EFFECTIVE".
          05 FILLER                 PIC X(10) VALUE "REQ-BY".
          05 FILLER                 PIC X(10) VALUE "OUTCOME".
          05 FILLER                 PIC X(06) VALUE "DETAIL".
       01 WS-MAINT-LINE.
          05 MNT-ACTION             PIC X(01).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-PARM-NAME          PIC X(12).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-EFFECTIVE-DATE     PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-REQUESTED-BY       PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-OUTCOME            PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MNT-DETAIL             PIC X(44).
       01 WS-CHANGE-DETAIL.
          05 CHG-BEFORE-VALUE       PIC X(20).
          05 FILLER                 PIC X(04) VALUE " -> ".
          05 CHG-AFTER-VALUE        PIC X(20).
       01 WS-MAINT-TOTAL-LINE.
          05 FILLER                 PIC X(20)
               VALUE "TRANSACTIONS READ:".
          05 MTL-READ               PIC Z(5)9.
          05 FILLER                 PIC X(12) VALUE "  APPLIED:".
          05 MTL-APPLIED            PIC Z(5)9.
          05 FILLER                 PIC X(12) VALUE "  REJECTED:".
          05 MTL-REJECTED           PIC Z(5)9.
       01 WS-LISTING-COLUMN-LINE.
          05 FILLER                 PIC X(16) VALUE "PROGRAM".
          05 FILLER                 PIC X(14) VALUE "PARAMETER".
          05 FILLER                 PIC X(22) VALUE "VALUE".
          05 FILLER                 PIC X(10) VALUE "EFFECTIVE".
          05 FILLER                 PIC X(11) VALUE "STATUS".
          05 FILLER                 PIC X(12) VALUE "CHANGED BY".
          05 FILLER                 PIC X(10) VALUE "CHANGED ON".
       01 WS-LISTING-LINE.
          05 LST-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 LST-PARM-NAME          PIC X(12).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 LST-VALUE              PIC X(20).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 LST-EFFECTIVE-DATE     PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 LST-STATUS             PIC X(09).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 LST-CHANGED-BY         PIC X(08).
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 LST-CHANGED-ON         PIC X(08).
       01 WS-LISTING-TOTAL-LINE.
          05 FILLER                 PIC X(22)
               VALUE "PARAMETERS IN EFFECT:".
          05 LTL-IN-EFFECT          PIC Z(3)9.
          05 FILLER                 PIC X(20)
               VALUE "  PENDING CHANGES:".
          05 LTL-PENDING            PIC Z(3)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       PARAMETER-MAINT-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-FUNCTION-CODE FROM ENVIRONMENT "PRMFUNC".
           PERFORM LOAD-PARAMETER-TABLE.
           EVALUATE WS-FUNCTION-CODE
              WHEN "LIST"
                 PERFORM WRITE-PARAMETER-LISTING
                 MOVE 0 TO RETURN-CODE
              WHEN OTHER
                 PERFORM LOAD-OPERATOR-TABLE
                 PERFORM APPLY-TRANSACTIONS
                 IF LIBRARY-CHANGED
                    PERFORM SAVE-PARAMETER-TABLE
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

       LOAD-PARAMETER-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PARAMETER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ PARAMETER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE PARAMETER-FD-RECORD TO WS-PARAMETER-RECORD
                    IF WS-PARM-COUNT < WS-PARM-LIMIT
                       ADD 1 TO WS-PARM-COUNT
                       PERFORM STORE-PARAMETER-ENTRY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PARAMETER-FILE.

       STORE-PARAMETER-ENTRY.
           MOVE PRM-PROGRAM-NAME TO TBL-PRM-PROGRAM(WS-PARM-COUNT).
           MOVE PRM-PARM-NAME TO TBL-PRM-NAME(WS-PARM-COUNT).
           MOVE PRM-EFFECTIVE-DATE TO TBL-PRM-EFFECTIVE(WS-PARM-COUNT).
           MOVE PRM-VALUE TO TBL-PRM-VALUE(WS-PARM-COUNT).
           MOVE PRM-CHANGED-BY TO TBL-PRM-CHANGED-BY(WS-PARM-COUNT).
           MOVE PRM-CHANGED-DATE TO TBL-PRM-CHANGED-ON(WS-PARM-COUNT).
           MOVE "N" TO TBL-PRM-DELETED(WS-PARM-COUNT).

       SAVE-PARAMETER-TABLE.
           OPEN OUTPUT PARAMETER-FILE.
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PARM-COUNT
              IF TBL-PRM-DELETED(WS-PARM-INDEX) NOT = "Y"
                 MOVE SPACES TO WS-PARAMETER-RECORD
                 MOVE TBL-PRM-PROGRAM(WS-PARM-INDEX)
                   TO PRM-PROGRAM-NAME
                 MOVE TBL-PRM-NAME(WS-PARM-INDEX) TO PRM-PARM-NAME
                 MOVE TBL-PRM-EFFECTIVE(WS-PARM-INDEX)
                   TO PRM-EFFECTIVE-DATE
                 MOVE TBL-PRM-VALUE(WS-PARM-INDEX) TO PRM-VALUE
                 MOVE TBL-PRM-CHANGED-BY(WS-PARM-INDEX)
                   TO PRM-CHANGED-BY
                 MOVE TBL-PRM-CHANGED-ON(WS-PARM-INDEX)
                   TO PRM-CHANGED-DATE
                 MOVE WS-PARAMETER-RECORD TO PARAMETER-FD-RECORD
                 WRITE PARAMETER-FD-RECORD
              END-IF
           END-PERFORM.
           CLOSE PARAMETER-FILE.

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
                       MOVE OPR-OPERATOR-ID
                         TO TBL-OPR-ID(WS-OPR-COUNT)
                       MOVE OPR-ACTIVE-FLAG
                         TO TBL-OPR-ACTIVE(WS-OPR-COUNT)
                       MOVE OPR-LOCKED-FLAG
                         TO TBL-OPR-LOCKED(WS-OPR-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

       APPLY-TRANSACTIONS.
           OPEN OUTPUT MAINT-REPORT-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "PARM-MAINT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE WS-MAINT-COLUMN-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PARAMETER-TRANS-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ PARAMETER-TRANS-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TRANS-READ
                    PERFORM APPLY-ONE-TRANSACTION
                        THRU APPLY-ONE-TRANSACTION-EXIT
              END-READ
           END-PERFORM.
           CLOSE PARAMETER-TRANS-FILE.
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
           MOVE SPACES TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-AFTER-VALUE.
           IF TRN-PROGRAM-NAME = SPACES OR TRN-PARM-NAME = SPACES
              MOVE "PROGRAM OR PARAMETER NAME MISSING"
                TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TRN-REQUESTED-BY = SPACES
              MOVE "REQUESTED-BY MISSING" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM FIND-REQUESTING-OPERATOR.
           IF WS-OPR-FOUND = 0
              MOVE "REQUESTER NOT ON OPERATOR MASTER"
                TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TBL-OPR-ACTIVE(WS-OPR-FOUND) NOT = "Y"
              OR TBL-OPR-LOCKED(WS-OPR-FOUND) = "Y"
              MOVE "REQUESTER INACTIVE OR LOCKED" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TRN-EFFECTIVE-DATE NOT NUMERIC
              MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF TRN-EFFECTIVE-DATE < WS-BUSINESS-DATE
              MOVE "EFFECTIVE DATE BEFORE BUSINESS DATE"
                TO WS-REJECT-REASON
              PERFORM REJECT-TRANSACTION
              GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM FIND-PARAMETER-ENTRY.
           EVALUATE TRUE
              WHEN TRN-SET-PARAMETER
                 PERFORM SET-PARAMETER
              WHEN TRN-DELETE-PARAMETER
                 PERFORM DELETE-PARAMETER
              WHEN OTHER
                 MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-TRANSACTION
           ELSE
              PERFORM ACCEPT-TRANSACTION
           END-IF.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       FIND-REQUESTING-OPERATOR.
           MOVE ZERO TO WS-OPR-FOUND.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                   OR WS-OPR-FOUND > 0
              IF TBL-OPR-ID(WS-OPR-INDEX) = TRN-REQUESTED-BY
                 MOVE WS-OPR-INDEX TO WS-OPR-FOUND
              END-IF
           END-PERFORM.

       FIND-PARAMETER-ENTRY.
           MOVE TRN-PROGRAM-NAME TO WS-TRANS-KEY-PROGRAM.
           MOVE TRN-PARM-NAME TO WS-TRANS-KEY-NAME.
           MOVE TRN-EFFECTIVE-DATE TO WS-TRANS-KEY-EFFECTIVE.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PARM-COUNT
                   OR WS-FOUND-INDEX > 0
              IF TBL-PRM-KEY(WS-PARM-INDEX) = WS-TRANS-KEY
                 AND TBL-PRM-DELETED(WS-PARM-INDEX) NOT = "Y"
                 MOVE WS-PARM-INDEX TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       SET-PARAMETER.
           EVALUATE TRUE
              WHEN TRN-VALUE = SPACES
                 MOVE "VALUE REQUIRED" TO WS-REJECT-REASON
              WHEN WS-FOUND-INDEX > 0
               AND TBL-PRM-VALUE(WS-FOUND-INDEX) = TRN-VALUE
                 MOVE "VALUE ALREADY IN LIBRARY" TO WS-REJECT-REASON
              WHEN WS-FOUND-INDEX > 0
                 MOVE TBL-PRM-VALUE(WS-FOUND-INDEX) TO WS-BEFORE-VALUE
                 MOVE TRN-VALUE TO TBL-PRM-VALUE(WS-FOUND-INDEX)
                 MOVE TRN-REQUESTED-BY
                   TO TBL-PRM-CHANGED-BY(WS-FOUND-INDEX)
                 MOVE WS-BUSINESS-DATE
                   TO TBL-PRM-CHANGED-ON(WS-FOUND-INDEX)
                 MOVE TRN-VALUE TO WS-AFTER-VALUE
                 MOVE "CHANGE" TO WS-AUDIT-ACTION
              WHEN WS-PARM-COUNT >= WS-PARM-LIMIT
                 MOVE "PARAMETER LIBRARY FULL" TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM INSERT-PARAMETER-ENTRY
                 MOVE TRN-VALUE TO WS-AFTER-VALUE
                 MOVE "ADD" TO WS-AUDIT-ACTION
           END-EVALUATE.

       INSERT-PARAMETER-ENTRY.
           MOVE ZERO TO WS-INSERT-INDEX.
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PARM-COUNT
                   OR WS-INSERT-INDEX > 0
              IF TBL-PRM-KEY(WS-PARM-INDEX) > WS-TRANS-KEY
                 MOVE WS-PARM-INDEX TO WS-INSERT-INDEX
              END-IF
           END-PERFORM.
           IF WS-INSERT-INDEX = 0
              COMPUTE WS-INSERT-INDEX = WS-PARM-COUNT + 1
           END-IF.
           PERFORM VARYING WS-SHIFT-INDEX FROM WS-PARM-COUNT BY -1
                   UNTIL WS-SHIFT-INDEX < WS-INSERT-INDEX
              COMPUTE WS-NEXT-INDEX = WS-SHIFT-INDEX + 1
              MOVE WS-PARM-ENTRY(WS-SHIFT-INDEX)
                TO WS-PARM-ENTRY(WS-NEXT-INDEX)
           END-PERFORM.
           ADD 1 TO WS-PARM-COUNT.
           MOVE WS-INSERT-INDEX TO WS-FOUND-INDEX.
           MOVE WS-TRANS-KEY TO TBL-PRM-KEY(WS-FOUND-INDEX).
           MOVE TRN-VALUE TO TBL-PRM-VALUE(WS-FOUND-INDEX).
           MOVE TRN-REQUESTED-BY TO TBL-PRM-CHANGED-BY(WS-FOUND-INDEX).
           MOVE WS-BUSINESS-DATE TO TBL-PRM-CHANGED-ON(WS-FOUND-INDEX).
           MOVE "N" TO TBL-PRM-DELETED(WS-FOUND-INDEX).

       DELETE-PARAMETER.
           EVALUATE TRUE
              WHEN WS-FOUND-INDEX = 0
                 MOVE "PARAMETER ENTRY NOT IN LIBRARY"
                   TO WS-REJECT-REASON
              WHEN TBL-PRM-EFFECTIVE(WS-FOUND-INDEX)
                   NOT > WS-BUSINESS-DATE
                 MOVE "ENTRY ALREADY IN EFFECT" TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE TBL-PRM-VALUE(WS-FOUND-INDEX) TO WS-BEFORE-VALUE
                 MOVE "Y" TO TBL-PRM-DELETED(WS-FOUND-INDEX)
                 MOVE "DELETE" TO WS-AUDIT-ACTION
           END-EVALUATE.

       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "Y" TO WS-LIBRARY-CHANGED-SWITCH.
           PERFORM WRITE-PARAMETER-AUDIT.
           MOVE SPACES TO WS-MAINT-LINE.
           PERFORM MOVE-TRANSACTION-TO-LINE.
           MOVE "APPLIED" TO MNT-OUTCOME.
           MOVE WS-BEFORE-VALUE TO CHG-BEFORE-VALUE.
           MOVE WS-AFTER-VALUE TO CHG-AFTER-VALUE.
           MOVE WS-CHANGE-DETAIL TO MNT-DETAIL.
           MOVE WS-MAINT-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO WS-MAINT-LINE.
           PERFORM MOVE-TRANSACTION-TO-LINE.
           MOVE "REJECTED" TO MNT-OUTCOME.
           MOVE WS-REJECT-REASON TO MNT-DETAIL.
           MOVE WS-MAINT-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       MOVE-TRANSACTION-TO-LINE.
           MOVE TRN-ACTION TO MNT-ACTION.
           MOVE TRN-PROGRAM-NAME TO MNT-PROGRAM-NAME.
           MOVE TRN-PARM-NAME TO MNT-PARM-NAME.
           MOVE TRN-EFFECTIVE-DATE TO MNT-EFFECTIVE-DATE.
           MOVE TRN-REQUESTED-BY TO MNT-REQUESTED-BY.

       WRITE-PARAMETER-AUDIT.
           OPEN EXTEND PARAMETER-AUDIT-FILE.
           IF PARMAUD-FILE-NOT-FOUND
              OPEN OUTPUT PARAMETER-AUDIT-FILE
              CLOSE PARAMETER-AUDIT-FILE
              OPEN EXTEND PARAMETER-AUDIT-FILE
           END-IF.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE SPACES TO PARAMETER-AUDIT-RECORD.
           MOVE WS-BUSINESS-DATE TO PAU-RUN-DATE.
           MOVE WS-CDT-TIME TO PAU-RUN-TIME.
           MOVE TRN-REQUESTED-BY TO PAU-REQUESTED-BY.
           MOVE WS-AUDIT-ACTION TO PAU-ACTION.
           MOVE TRN-PROGRAM-NAME TO PAU-PROGRAM-NAME.
           MOVE TRN-PARM-NAME TO PAU-PARM-NAME.
           MOVE TRN-EFFECTIVE-DATE TO PAU-EFFECTIVE-DATE.
           MOVE WS-BEFORE-VALUE TO PAU-BEFORE-VALUE.
           MOVE WS-AFTER-VALUE TO PAU-AFTER-VALUE.
           WRITE PARAMETER-AUDIT-RECORD.
           CLOSE PARAMETER-AUDIT-FILE.

       WRITE-PARAMETER-LISTING.
           OPEN OUTPUT LISTING-REPORT-FILE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "PARM-LIST" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO LISTING-REPORT-RECORD.
           WRITE LISTING-REPORT-RECORD.
           MOVE "PARAMETERS IN EFFECT" TO LISTING-REPORT-RECORD.
           WRITE LISTING-REPORT-RECORD.
           MOVE WS-LISTING-COLUMN-LINE TO LISTING-REPORT-RECORD.
           WRITE LISTING-REPORT-RECORD.
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PARM-COUNT
              PERFORM LIST-PARAMETER-ENTRY
           END-PERFORM.
           MOVE SPACES TO LISTING-REPORT-RECORD.
           WRITE LISTING-REPORT-RECORD.
           MOVE WS-IN-EFFECT-COUNT TO LTL-IN-EFFECT.
           MOVE WS-PENDING-COUNT TO LTL-PENDING.
           MOVE WS-LISTING-TOTAL-LINE TO LISTING-REPORT-RECORD.
           WRITE LISTING-REPORT-RECORD.
           MOVE WS-LISTING-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO LISTING-REPORT-RECORD.
           WRITE LISTING-REPORT-RECORD.
           CLOSE LISTING-REPORT-FILE.

       LIST-PARAMETER-ENTRY.
           MOVE SPACES TO LST-STATUS.
           IF TBL-PRM-EFFECTIVE(WS-PARM-INDEX) > WS-BUSINESS-DATE
              MOVE "PENDING" TO LST-STATUS
              ADD 1 TO WS-PENDING-COUNT
           ELSE
              COMPUTE WS-NEXT-INDEX = WS-PARM-INDEX + 1
              IF WS-PARM-INDEX = WS-PARM-COUNT
                 OR TBL-PRM-PROGRAM(WS-NEXT-INDEX)
                    NOT = TBL-PRM-PROGRAM(WS-PARM-INDEX)
                 OR TBL-PRM-NAME(WS-NEXT-INDEX)
                    NOT = TBL-PRM-NAME(WS-PARM-INDEX)
                 OR TBL-PRM-EFFECTIVE(WS-NEXT-INDEX)
                    > WS-BUSINESS-DATE
                 MOVE "IN EFFECT" TO LST-STATUS
                 ADD 1 TO WS-IN-EFFECT-COUNT
              END-IF
           END-IF.
           IF LST-STATUS NOT = SPACES
              MOVE TBL-PRM-PROGRAM(WS-PARM-INDEX) TO LST-PROGRAM-NAME
              MOVE TBL-PRM-NAME(WS-PARM-INDEX) TO LST-PARM-NAME
              MOVE TBL-PRM-VALUE(WS-PARM-INDEX) TO LST-VALUE
              MOVE TBL-PRM-EFFECTIVE(WS-PARM-INDEX)
                TO LST-EFFECTIVE-DATE
              MOVE TBL-PRM-CHANGED-BY(WS-PARM-INDEX) TO LST-CHANGED-BY
              MOVE TBL-PRM-CHANGED-ON(WS-PARM-INDEX) TO LST-CHANGED-ON
              MOVE WS-LISTING-LINE TO LISTING-REPORT-RECORD
              WRITE LISTING-REPORT-RECORD
              ADD 1 TO WS-LISTING-RECORD-COUNT
           END-IF.
