       IDENTIFICATION DIVISION.
       PROGRAM-ID. cycle-backout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BACKOUT-FILE
               ASSIGN TO WS-BACKOUT-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-FILE-STATUS.
           SELECT BACKOUT-WORK-FILE ASSIGN TO "BKOTEMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKOUT-SAVE-FILE ASSIGN TO "BKOSAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-FILE-STATUS.
           SELECT OPTIONAL HAM-MASTER-FILE ASSIGN TO "HAMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-FD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BACKOUT-FILE.
       01 BACKOUT-RECORD            PIC X(120).
       FD BACKOUT-WORK-FILE.
       01 BACKOUT-WORK-RECORD       PIC X(120).
       FD BACKOUT-SAVE-FILE.
       01 BACKOUT-SAVE-RECORD.
          05 SAV-DATASET-NAME       PIC X(10).
          05 FILLER                 PIC X(01).
          05 SAV-BACKOUT-DATE       PIC X(08).
          05 FILLER                 PIC X(01).
          05 SAV-RECORD-DATA        PIC X(120).
       FD HAM-MASTER-FILE.
       01 HAM-MASTER-FD-RECORD.
          05 MST-FD-KEY.
             10 MST-FD-SAMPLE-ID     PIC X(10).
             10 MST-FD-RUN-DATE      PIC X(08).
          05 MST-FD-RESULTS          PIC X(24).
       FD BACKOUT-REPORT-FILE.
       01 BACKOUT-REPORT-RECORD     PIC X(80).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-FD-RECORD     PIC X(25).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       COPY "RUNCTL.cpy".
       COPY "OPRALERT.cpy".
       01 WS-BACKOUT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SAVE-FILE-STATUS       PIC XX VALUE "00".
          88 BKOSAVE-FILE-NOT-FOUND VALUE "35".
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS     PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-RUNCTL-EOF-SWITCH      PIC X VALUE "N".
          88 END-OF-RUN-CONTROL VALUE "Y".
       01 WS-RUN-OVERRIDE-SWITCH    PIC X VALUE "N".
          88 RUN-OVERRIDE-PRESENT VALUE "Y".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-BACKOUT-DATASET        PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-BACKOUT-DATE           PIC X(08) VALUE SPACES.
       01 WS-SCOPE-PROGRAM          PIC X(14) VALUE SPACES.
          88 SCOPE-WHOLE-CYCLE VALUE "ALL".
       01 WS-SCOPE-LENGTH           PIC 9(02) VALUE ZERO.
       01 WS-OWNER-LENGTH           PIC 9(02) VALUE ZERO.
       01 WS-PARM-ERROR             PIC X(40) VALUE SPACES.
       01 WS-RECORD-DATE-X          PIC X(08) VALUE SPACES.
       01 WS-RECORD-PROGRAM         PIC X(14) VALUE SPACES.
       01 WS-RECORD-SCOPE-SWITCH    PIC X VALUE "N".
          88 RECORD-IN-SCOPE VALUE "Y".
       01 WS-NAME-MATCH-SWITCH      PIC X VALUE "N".
          88 PROGRAM-NAME-MATCHES VALUE "Y".
       01 WS-APPLY-SWITCH           PIC X VALUE "N".
          88 APPLYING-BACKOUT VALUE "Y".
       01 WS-KEPT-COUNT             PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-LATER            PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-REMOVED          PIC 9(08) VALUE ZERO.
       01 WS-DS-COUNT               PIC 9(02) VALUE ZERO.
       01 WS-DS-INDEX               PIC 9(02) VALUE ZERO.
       01 WS-NEW-DATE-OFFSET        PIC 9(03) VALUE ZERO.
       01 WS-NEW-PROG-OFFSET        PIC 9(03) VALUE ZERO.
       01 WS-NEW-OWNER              PIC X(14) VALUE SPACES.
       01 WS-DATASET-TABLE.
          05 WS-DATASET-ENTRY OCCURS 9 TIMES.
             10 TBL-DSN             PIC X(10).
             10 TBL-DATE-OFFSET     PIC 9(03).
             10 TBL-PROG-OFFSET     PIC 9(03).
             10 TBL-OWNER           PIC X(14).
             10 TBL-IN-SCOPE        PIC X(01).
             10 TBL-BEFORE          PIC 9(08).
             10 TBL-MATCHED         PIC 9(08).
             10 TBL-LATER           PIC 9(08).
             10 TBL-REMOVED         PIC 9(08).
             10 TBL-AFTER           PIC 9(08).
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-PARAMETER-LINE.
          05 FILLER                 PIC X(15) VALUE "BACK-OUT DATE:".
          05 PRM-BACKOUT-DATE       PIC X(08).
          05 FILLER                 PIC X(12) VALUE "  PROGRAM:".
          05 PRM-PROGRAM            PIC X(14).
          05 FILLER                 PIC X(12) VALUE "  OVERRIDE:".
          05 PRM-OVERRIDE           PIC X(01).
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                 PIC X(12) VALUE "DATASET".
          05 FILLER                 PIC X(10) VALUE "    BEFORE".
          05 FILLER                 PIC X(10) VALUE "   REMOVED".
          05 FILLER                 PIC X(10) VALUE "     AFTER".
          05 FILLER                 PIC X(10) VALUE "     LATER".
          05 FILLER                 PIC X(14) VALUE "  STATUS".
       01 WS-DATASET-LINE.
          05 DSL-DATASET            PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-BEFORE             PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-REMOVED            PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-AFTER              PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DSL-LATER              PIC Z(7)9.
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 DSL-STATUS             PIC X(14).
       01 WS-MESSAGE-LINE           PIC X(80) VALUE SPACES.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       CYCLE-BACKOUT-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-BACKOUT-PARAMETERS.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-PARM-ERROR NOT = SPACES
              MOVE WS-PARM-ERROR TO WS-MESSAGE-LINE
              PERFORM WRITE-MESSAGE-LINE
              MOVE "CRIT" TO ALR-SEVERITY
              MOVE "Back-out not run - invalid BKOPROG/BKODATE"
                TO ALR-MESSAGE
              PERFORM WRITE-BACKOUT-ALERT
              PERFORM WRITE-REPORT-TRAILER
              CLOSE BACKOUT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM WRITE-PARAMETER-LINE.
           PERFORM LOAD-DATASET-TABLE.
           MOVE "N" TO WS-APPLY-SWITCH.
           PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
                   UNTIL WS-DS-INDEX > WS-DS-COUNT
              PERFORM PROCESS-ONE-DATASET
              ADD TBL-LATER(WS-DS-INDEX) TO WS-TOTAL-LATER
           END-PERFORM.
           IF WS-TOTAL-LATER > 0 AND NOT RUN-OVERRIDE-PRESENT
              PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
                      UNTIL WS-DS-INDEX > WS-DS-COUNT
                 MOVE ZERO TO TBL-REMOVED(WS-DS-INDEX)
                 MOVE TBL-BEFORE(WS-DS-INDEX)
                   TO TBL-AFTER(WS-DS-INDEX)
                 PERFORM WRITE-DATASET-LINE
              END-PERFORM
              MOVE SPACES TO WS-MESSAGE-LINE
              PERFORM WRITE-MESSAGE-LINE
              MOVE "BACK-OUT REFUSED - LATER DATES BUILT ON THIS DATE"
                TO WS-MESSAGE-LINE
              PERFORM WRITE-MESSAGE-LINE
              MOVE "CRIT" TO ALR-SEVERITY
              MOVE "Back-out refused - later business dates present"
                TO ALR-MESSAGE
              PERFORM WRITE-BACKOUT-ALERT
              PERFORM WRITE-REPORT-TRAILER
              CLOSE BACKOUT-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-SAVE-FILE.
           MOVE "Y" TO WS-APPLY-SWITCH.
           PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
                   UNTIL WS-DS-INDEX > WS-DS-COUNT
              PERFORM PROCESS-ONE-DATASET
              ADD TBL-REMOVED(WS-DS-INDEX) TO WS-TOTAL-REMOVED
              PERFORM WRITE-DATASET-LINE
           END-PERFORM.
           CLOSE BACKOUT-SAVE-FILE.
           PERFORM WRITE-BACKOUT-SUMMARY.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE BACKOUT-REPORT-FILE.
           IF WS-TOTAL-LATER > 0
              MOVE "WARN" TO ALR-SEVERITY
              MOVE "Back-out forced by override - later dates present"
                TO ALR-MESSAGE
              PERFORM WRITE-BACKOUT-ALERT
              MOVE 4 TO RETURN-CODE
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

       READ-BACKOUT-PARAMETERS.
           ACCEPT WS-SCOPE-PROGRAM FROM ENVIRONMENT "BKOPROG".
           ACCEPT WS-BACKOUT-DATE FROM ENVIRONMENT "BKODATE".
           IF WS-BACKOUT-DATE = SPACES
              MOVE WS-BUSINESS-DATE TO WS-BACKOUT-DATE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SCOPE-PROGRAM)
             TO WS-SCOPE-PROGRAM.
           IF WS-SCOPE-PROGRAM = SPACES
              MOVE "BKOPROG NOT SET - PROGRAM NAME OR ALL"
                TO WS-PARM-ERROR
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCOPE-PROGRAM))
                TO WS-SCOPE-LENGTH
           END-IF.
           IF WS-BACKOUT-DATE NOT NUMERIC
              MOVE "BKODATE MUST BE A YYYYMMDD DATE"
                TO WS-PARM-ERROR
           END-IF.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "CYCLE-BACKOUT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.

       WRITE-PARAMETER-LINE.
           MOVE WS-BACKOUT-DATE TO PRM-BACKOUT-DATE.
           MOVE WS-SCOPE-PROGRAM TO PRM-PROGRAM.
           MOVE WS-RUN-OVERRIDE-SWITCH TO PRM-OVERRIDE.
           MOVE WS-PARAMETER-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.

       WRITE-MESSAGE-LINE.
           MOVE WS-MESSAGE-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.

       LOAD-DATASET-TABLE.
           MOVE ZERO TO WS-DS-COUNT.
           MOVE "EXCPLOG" TO WS-BACKOUT-DATASET.
           MOVE 91 TO WS-NEW-DATE-OFFSET.
           MOVE 1 TO WS-NEW-PROG-OFFSET.
           MOVE SPACES TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "RUNSTATS" TO WS-BACKOUT-DATASET.
           MOVE 15 TO WS-NEW-DATE-OFFSET.
           MOVE 1 TO WS-NEW-PROG-OFFSET.
           MOVE SPACES TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "RUNCTL" TO WS-BACKOUT-DATASET.
           MOVE 18 TO WS-NEW-DATE-OFFSET.
           MOVE 3 TO WS-NEW-PROG-OFFSET.
           MOVE SPACES TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "COLZMSTR" TO WS-BACKOUT-DATASET.
           MOVE 15 TO WS-NEW-DATE-OFFSET.
           MOVE ZERO TO WS-NEW-PROG-OFFSET.
           MOVE "COLLATZ" TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "HAMMSTR" TO WS-BACKOUT-DATASET.
           MOVE 11 TO WS-NEW-DATE-OFFSET.
           MOVE ZERO TO WS-NEW-PROG-OFFSET.
           MOVE "HAMMING" TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "LUHNSEEN" TO WS-BACKOUT-DATASET.
           MOVE 20 TO WS-NEW-DATE-OFFSET.
           MOVE ZERO TO WS-NEW-PROG-OFFSET.
           MOVE "LUHN" TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "LUHNVELJ" TO WS-BACKOUT-DATASET.
           MOVE 20 TO WS-NEW-DATE-OFFSET.
           MOVE ZERO TO WS-NEW-PROG-OFFSET.
           MOVE "LUHN" TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "LUHNVLT" TO WS-BACKOUT-DATASET.
           MOVE 54 TO WS-NEW-DATE-OFFSET.
           MOVE ZERO TO WS-NEW-PROG-OFFSET.
           MOVE "LUHN" TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.
           MOVE "LUHNSUBH" TO WS-BACKOUT-DATASET.
           MOVE 1 TO WS-NEW-DATE-OFFSET.
           MOVE ZERO TO WS-NEW-PROG-OFFSET.
           MOVE "LUHN" TO WS-NEW-OWNER.
           PERFORM ADD-DATASET-ENTRY.

       ADD-DATASET-ENTRY.
           ADD 1 TO WS-DS-COUNT.
           MOVE WS-BACKOUT-DATASET TO TBL-DSN(WS-DS-COUNT).
           MOVE WS-NEW-DATE-OFFSET TO TBL-DATE-OFFSET(WS-DS-COUNT).
           MOVE WS-NEW-PROG-OFFSET TO TBL-PROG-OFFSET(WS-DS-COUNT).
           MOVE WS-NEW-OWNER TO TBL-OWNER(WS-DS-COUNT).
           MOVE ZERO TO TBL-BEFORE(WS-DS-COUNT)
                        TBL-MATCHED(WS-DS-COUNT)
                        TBL-LATER(WS-DS-COUNT)
                        TBL-REMOVED(WS-DS-COUNT)
                        TBL-AFTER(WS-DS-COUNT).
           MOVE "Y" TO TBL-IN-SCOPE(WS-DS-COUNT).
           IF TBL-OWNER(WS-DS-COUNT) NOT = SPACES
              AND NOT SCOPE-WHOLE-CYCLE
              MOVE TBL-OWNER(WS-DS-COUNT) TO WS-RECORD-PROGRAM
              PERFORM MATCH-PROGRAM-NAME
              IF NOT PROGRAM-NAME-MATCHES
                 MOVE WS-SCOPE-PROGRAM TO WS-RECORD-PROGRAM
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(
                     TBL-OWNER(WS-DS-COUNT))) TO WS-OWNER-LENGTH
                 IF WS-RECORD-PROGRAM(1:WS-OWNER-LENGTH)
                       = TBL-OWNER(WS-DS-COUNT)(1:WS-OWNER-LENGTH)
                    AND WS-RECORD-PROGRAM(WS-OWNER-LENGTH + 1:2)
                       = "-P"
                    MOVE "Y" TO WS-NAME-MATCH-SWITCH
                 END-IF
              END-IF
              IF NOT PROGRAM-NAME-MATCHES
                 MOVE "N" TO TBL-IN-SCOPE(WS-DS-COUNT)
              END-IF
           END-IF.

       MATCH-PROGRAM-NAME.
           MOVE "N" TO WS-NAME-MATCH-SWITCH.
           IF SCOPE-WHOLE-CYCLE
              OR WS-RECORD-PROGRAM = WS-SCOPE-PROGRAM
              MOVE "Y" TO WS-NAME-MATCH-SWITCH
           ELSE
              IF WS-SCOPE-LENGTH < 13
                 AND WS-RECORD-PROGRAM(1:WS-SCOPE-LENGTH)
                    = WS-SCOPE-PROGRAM(1:WS-SCOPE-LENGTH)
                 AND WS-RECORD-PROGRAM(WS-SCOPE-LENGTH + 1:2) = "-P"
                 MOVE "Y" TO WS-NAME-MATCH-SWITCH
              END-IF
           END-IF.

       PROCESS-ONE-DATASET.
           IF APPLYING-BACKOUT
              MOVE ZERO TO TBL-REMOVED(WS-DS-INDEX)
              MOVE ZERO TO WS-KEPT-COUNT
           ELSE
              MOVE ZERO TO TBL-BEFORE(WS-DS-INDEX)
              MOVE ZERO TO TBL-MATCHED(WS-DS-INDEX)
              MOVE ZERO TO TBL-LATER(WS-DS-INDEX)
           END-IF.
           EVALUATE TRUE
              WHEN TBL-IN-SCOPE(WS-DS-INDEX) NOT = "Y"
                 IF NOT APPLYING-BACKOUT
                    PERFORM COUNT-OUT-OF-SCOPE-DATASET
                 END-IF
              WHEN TBL-DSN(WS-DS-INDEX) = "HAMMSTR"
                 PERFORM SCAN-HAM-MASTER
              WHEN OTHER
                 PERFORM SCAN-SEQUENTIAL-DATASET
           END-EVALUATE.
           IF APPLYING-BACKOUT
              IF TBL-IN-SCOPE(WS-DS-INDEX) = "Y"
                 MOVE WS-KEPT-COUNT TO TBL-AFTER(WS-DS-INDEX)
              ELSE
                 MOVE TBL-BEFORE(WS-DS-INDEX)
                   TO TBL-AFTER(WS-DS-INDEX)
              END-IF
           END-IF.

       COUNT-OUT-OF-SCOPE-DATASET.
           IF TBL-DSN(WS-DS-INDEX) = "HAMMSTR"
              PERFORM SCAN-HAM-MASTER
           ELSE
              PERFORM SCAN-SEQUENTIAL-DATASET
           END-IF.

       SCAN-SEQUENTIAL-DATASET.
           MOVE TBL-DSN(WS-DS-INDEX) TO WS-BACKOUT-DATASET.
           MOVE "N" TO WS-EOF-SWITCH.
           IF APPLYING-BACKOUT
              OPEN OUTPUT BACKOUT-WORK-FILE
           END-IF.
           OPEN INPUT BACKOUT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ BACKOUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM BACKOUT-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE BACKOUT-FILE.
           IF APPLYING-BACKOUT
              CLOSE BACKOUT-WORK-FILE
              PERFORM COPY-BACK-DATASET
           END-IF.

       BACKOUT-ONE-RECORD.
           MOVE BACKOUT-RECORD(TBL-DATE-OFFSET(WS-DS-INDEX):8)
             TO WS-RECORD-DATE-X.
           PERFORM SET-RECORD-SCOPE.
           IF APPLYING-BACKOUT
              IF RECORD-IN-SCOPE
                 AND WS-RECORD-DATE-X = WS-BACKOUT-DATE
                 ADD 1 TO TBL-REMOVED(WS-DS-INDEX)
                 MOVE SPACES TO BACKOUT-SAVE-RECORD
                 MOVE TBL-DSN(WS-DS-INDEX) TO SAV-DATASET-NAME
                 MOVE WS-BACKOUT-DATE TO SAV-BACKOUT-DATE
                 MOVE BACKOUT-RECORD TO SAV-RECORD-DATA
                 WRITE BACKOUT-SAVE-RECORD
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE BACKOUT-RECORD TO BACKOUT-WORK-RECORD
                 IF TBL-DSN(WS-DS-INDEX) = "COLZMSTR"
                    MOVE WS-KEPT-COUNT(7:2) TO BACKOUT-WORK-RECORD(1:2)
                 END-IF
                 WRITE BACKOUT-WORK-RECORD
              END-IF
           ELSE
              ADD 1 TO TBL-BEFORE(WS-DS-INDEX)
              IF RECORD-IN-SCOPE
                 AND WS-RECORD-DATE-X = WS-BACKOUT-DATE
                 ADD 1 TO TBL-MATCHED(WS-DS-INDEX)
              END-IF
              IF RECORD-IN-SCOPE
                 AND WS-RECORD-DATE-X NOT = SPACES
                 AND WS-RECORD-DATE-X > WS-BACKOUT-DATE
                 ADD 1 TO TBL-LATER(WS-DS-INDEX)
              END-IF
           END-IF.

       SET-RECORD-SCOPE.
           MOVE TBL-IN-SCOPE(WS-DS-INDEX) TO WS-RECORD-SCOPE-SWITCH.
           IF RECORD-IN-SCOPE AND TBL-PROG-OFFSET(WS-DS-INDEX) > 0
              MOVE BACKOUT-RECORD(TBL-PROG-OFFSET(WS-DS-INDEX):14)
                TO WS-RECORD-PROGRAM
              PERFORM MATCH-PROGRAM-NAME
              IF NOT PROGRAM-NAME-MATCHES
                 MOVE "N" TO WS-RECORD-SCOPE-SWITCH
              END-IF
           END-IF.
           IF RECORD-IN-SCOPE AND TBL-DSN(WS-DS-INDEX) = "RUNCTL"
              AND BACKOUT-RECORD(1:1) NOT = "C"
              MOVE "N" TO WS-RECORD-SCOPE-SWITCH
           END-IF.

       COPY-BACK-DATASET.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT BACKOUT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ BACKOUT-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE BACKOUT-WORK-RECORD TO BACKOUT-RECORD
                    WRITE BACKOUT-RECORD
              END-READ
           END-PERFORM.
           CLOSE BACKOUT-WORK-FILE.
           CLOSE BACKOUT-FILE.

       SCAN-HAM-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           IF APPLYING-BACKOUT
              OPEN I-O HAM-MASTER-FILE
           ELSE
              OPEN INPUT HAM-MASTER-FILE
           END-IF.
           MOVE LOW-VALUES TO MST-FD-KEY.
           START HAM-MASTER-FILE KEY >= MST-FD-KEY
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ HAM-MASTER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM BACKOUT-ONE-MASTER-RECORD
              END-READ
           END-PERFORM.
           CLOSE HAM-MASTER-FILE.

       BACKOUT-ONE-MASTER-RECORD.
           MOVE MST-FD-RUN-DATE TO WS-RECORD-DATE-X.
           IF APPLYING-BACKOUT
              IF WS-RECORD-DATE-X = WS-BACKOUT-DATE
                 ADD 1 TO TBL-REMOVED(WS-DS-INDEX)
                 MOVE SPACES TO BACKOUT-SAVE-RECORD
                 MOVE TBL-DSN(WS-DS-INDEX) TO SAV-DATASET-NAME
                 MOVE WS-BACKOUT-DATE TO SAV-BACKOUT-DATE
                 MOVE HAM-MASTER-FD-RECORD TO SAV-RECORD-DATA
                 WRITE BACKOUT-SAVE-RECORD
                 DELETE HAM-MASTER-FILE
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
              END-IF
           ELSE
              ADD 1 TO TBL-BEFORE(WS-DS-INDEX)
              IF TBL-IN-SCOPE(WS-DS-INDEX) = "Y"
                 IF WS-RECORD-DATE-X = WS-BACKOUT-DATE
                    ADD 1 TO TBL-MATCHED(WS-DS-INDEX)
                 END-IF
                 IF WS-RECORD-DATE-X > WS-BACKOUT-DATE
                    ADD 1 TO TBL-LATER(WS-DS-INDEX)
                 END-IF
              END-IF
           END-IF.

       WRITE-DATASET-LINE.
           MOVE TBL-DSN(WS-DS-INDEX) TO DSL-DATASET.
           MOVE TBL-BEFORE(WS-DS-INDEX) TO DSL-BEFORE.
           MOVE TBL-REMOVED(WS-DS-INDEX) TO DSL-REMOVED.
           MOVE TBL-AFTER(WS-DS-INDEX) TO DSL-AFTER.
           MOVE TBL-LATER(WS-DS-INDEX) TO DSL-LATER.
           EVALUATE TRUE
              WHEN TBL-IN-SCOPE(WS-DS-INDEX) NOT = "Y"
                 MOVE "NOT IN SCOPE" TO DSL-STATUS
              WHEN NOT APPLYING-BACKOUT
                 MOVE "REFUSED" TO DSL-STATUS
              WHEN TBL-REMOVED(WS-DS-INDEX) = 0
                 MOVE "NOTHING DATED" TO DSL-STATUS
              WHEN OTHER
                 MOVE "BACKED OUT" TO DSL-STATUS
           END-EVALUATE.
           MOVE WS-DATASET-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-BACKOUT-SUMMARY.
           MOVE SPACES TO WS-MESSAGE-LINE.
           PERFORM WRITE-MESSAGE-LINE.
           IF TBL-IN-SCOPE(4) = "Y" AND TBL-REMOVED(4) > 0
              MOVE "COLZMSTR RE-RANKED - DISPLACED ENTRIES NOT RESTORED"
                TO WS-MESSAGE-LINE
              PERFORM WRITE-MESSAGE-LINE
           END-IF.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "RECORDS BACKED OUT: " DELIMITED BY SIZE
                  WS-TOTAL-REMOVED DELIMITED BY SIZE
                  "  SAVED TO BKOSAVE" DELIMITED BY SIZE
                  INTO WS-MESSAGE-LINE.
           PERFORM WRITE-MESSAGE-LINE.

       OPEN-SAVE-FILE.
           OPEN EXTEND BACKOUT-SAVE-FILE.
           IF BKOSAVE-FILE-NOT-FOUND
              OPEN OUTPUT BACKOUT-SAVE-FILE
              CLOSE BACKOUT-SAVE-FILE
              OPEN EXTEND BACKOUT-SAVE-FILE
           END-IF.

       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM UNTIL END-OF-RUN-CONTROL
              READ RUN-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-RUNCTL-EOF-SWITCH
                 NOT AT END
                    MOVE RUN-CONTROL-FD-RECORD
                      TO WS-RUN-CONTROL-RECORD
                    IF RCT-PROGRAM-NAME = "CYCLE-BACKOUT"
                       AND RCT-RUN-DATE = WS-BACKOUT-DATE
                       AND RUN-OVERRIDE-RECORD
                       MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

       WRITE-BACKOUT-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "CYCLE-BACKOUT" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
