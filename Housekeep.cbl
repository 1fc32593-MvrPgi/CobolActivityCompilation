               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RETENTION-REPORT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
          05 MST-FD-KEY.
             10 MST-FD-SAMPLE-ID     PIC X(10).
             10 MST-FD-RUN-DATE      PIC X(08).
          05 MST-FD-RESULTS          PIC X(24).
       FD RETENTION-REPORT-FILE.
       01 RETENTION-REPORT-RECORD   PIC X(80).
       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-FD-RECORD      PIC X(125).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HOUSEKEEP-FILE-STATUS  PIC XX VALUE "00".
          88 RETOFFLD-FILE-NOT-FOUND VALUE "35".
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HOLD-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-HOLD-ERROR-SWITCH      PIC X VALUE "N".
          88 HOLD-TABLE-UNRELIABLE VALUE "Y".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-HOUSEKEEP-DATASET      PIC X(10) VALUE SPACES.
       01 WS-RECORD-DATE-X          PIC X(08) VALUE SPACES.
       01 WS-KEPT-COUNT             PIC 9(08) VALUE ZERO.
       01 WS-REMOVED-COUNT          PIC 9(08) VALUE ZERO.
       01 WS-HELD-COUNT             PIC 9(08) VALUE ZERO.
       01 WS-HOLD-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-HOLD-SCAN              PIC 9(03) VALUE ZERO.
       01 WS-HOLD-DS-SCAN           PIC 9(02) VALUE ZERO.
       01 WS-HELD-BY                PIC 9(03) VALUE ZERO.
       01 WS-HOLD-DATASET           PIC X(10) VALUE SPACES.
       01 WS-HOLD-DATE              PIC X(08) VALUE SPACES.
       01 WS-LEGAL-HOLD-TABLE.
          05 WS-LEGAL-HOLD-ENTRY OCCURS 50 TIMES.
             10 TBL-HLD-ID          PIC X(10).
             10 TBL-HLD-FROM        PIC X(08).
             10 TBL-HLD-TO          PIC X(08).
             10 TBL-HLD-DATASETS.
                15 TBL-HLD-DATASET OCCURS 6 TIMES.
                   20 TBL-HLD-DS-NAME PIC X(10).
                   20 FILLER        PIC X(01).
             10 TBL-HLD-SKIPPED     PIC 9(08).
       01 WS-DATASET-KNOWN-SWITCH   PIC X VALUE "N".
          88 DATASET-LAYOUT-KNOWN VALUE "Y".
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
          05 RTL-REMOVED            PIC Z(7)9.
          05 FILLER                 PIC X(12) VALUE "  KEEP-DAYS:".
          05 RTL-KEEP-DAYS          PIC Z(3)9.
          05 FILLER                 PIC X(08) VALUE "  HELD:".
          05 RTL-HELD               PIC Z(7)9.
       01 WS-HELD-BY-LINE.
          05 FILLER                 PIC X(12) VALUE "    HELD BY".
          05 HBL-HOLD-ID            PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HBL-RECORDS            PIC Z(7)9.
          05 FILLER                 PIC X(08) VALUE " RECORDS".
       01 WS-UNKNOWN-LINE.
          05 UNK-DATASET            PIC X(10).
          05 FILLER                 PIC X(30)
               VALUE "  UNKNOWN DATASET - SKIPPED".
       COPY "RPTBANNR.cpy".
       COPY "LEGLHOLD.cpy".
       COPY "OPRALERT.cpy".

       PROCEDURE DIVISION.
       HOUSEKEEPER-CONTROL.
           MOVE WS-BUSINESS-DATE TO WS-RECORD-DATE.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           PERFORM LOAD-LEGAL-HOLDS.
           OPEN OUTPUT RETENTION-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF HOLD-TABLE-UNRELIABLE
              MOVE "LEGAL HOLD FILE INVALID OR FULL - NOTHING PURGED"
                TO RETENTION-REPORT-RECORD
              WRITE RETENTION-REPORT-RECORD
              ADD 1 TO WS-REPORT-RECORD-COUNT
              PERFORM WRITE-REPORT-TRAILER
              CLOSE RETENTION-REPORT-FILE
              PERFORM WRITE-HOLD-ALERT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-OFFLOAD-FILE.
           OPEN INPUT RETENTION-PARM-FILE.
           PERFORM UNTIL END-OF-PARM-FILE
              READ RETENTION-PARM-FILE
           MOVE WS-RPT-TRAILER-LINE TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.

       LOAD-LEGAL-HOLDS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT LEGAL-HOLD-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ LEGAL-HOLD-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF LEGAL-HOLD-FD-RECORD NOT = SPACES
                       MOVE LEGAL-HOLD-FD-RECORD
                         TO WS-LEGAL-HOLD-RECORD
                       PERFORM STORE-LEGAL-HOLD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

       STORE-LEGAL-HOLD.
           IF HLD-TO-DATE = SPACES
              MOVE "99999999" TO HLD-TO-DATE
           END-IF.
           IF HLD-RELEASE-DATE = SPACES
              OR HLD-RELEASE-DATE > WS-BUSINESS-DATE
              IF HLD-HOLD-ID = SPACES
                 OR HLD-FROM-DATE IS NOT NUMERIC
                 OR HLD-TO-DATE IS NOT NUMERIC
                 OR WS-HOLD-COUNT >= 50
                 MOVE "Y" TO WS-HOLD-ERROR-SWITCH
              ELSE
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE HLD-HOLD-ID TO TBL-HLD-ID(WS-HOLD-COUNT)
                 MOVE HLD-FROM-DATE TO TBL-HLD-FROM(WS-HOLD-COUNT)
                 MOVE HLD-TO-DATE TO TBL-HLD-TO(WS-HOLD-COUNT)
                 MOVE HLD-DATASET-LIST
                   TO TBL-HLD-DATASETS(WS-HOLD-COUNT)
                 MOVE ZERO TO TBL-HLD-SKIPPED(WS-HOLD-COUNT)
              END-IF
           END-IF.

       CHECK-LEGAL-HOLD.
           MOVE ZERO TO WS-HELD-BY.
           PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
                   OR WS-HELD-BY > 0
              IF WS-HOLD-DATE >= TBL-HLD-FROM(WS-HOLD-SCAN)
                 AND WS-HOLD-DATE <= TBL-HLD-TO(WS-HOLD-SCAN)
                 PERFORM VARYING WS-HOLD-DS-SCAN FROM 1 BY 1
                         UNTIL WS-HOLD-DS-SCAN > 6
                         OR WS-HELD-BY > 0
                    IF TBL-HLD-DS-NAME(WS-HOLD-SCAN, WS-HOLD-DS-SCAN)
                       = WS-HOLD-DATASET OR "*"
                       MOVE WS-HOLD-SCAN TO WS-HELD-BY
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       WRITE-HOLD-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "HOUSEKEEPING" TO ALR-PROGRAM-NAME.
           MOVE "LEGLHOLD invalid or over 50 holds - nothing purged"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.

       NOTE-HELD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO TBL-HLD-SKIPPED(WS-HELD-BY).

       OPEN-OFFLOAD-FILE.
           OPEN EXTEND RETENTION-OFFLOAD-FILE.
           IF RETOFFLD-FILE-NOT-FOUND
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-X.
           MOVE ZERO TO WS-KEPT-COUNT.
           MOVE ZERO TO WS-REMOVED-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
              MOVE ZERO TO TBL-HLD-SKIPPED(WS-HOLD-SCAN)
           END-PERFORM.
           PERFORM SET-DATASET-DATE-OFFSET.
           EVALUATE TRUE
              WHEN RTN-DATASET-NAME = "HAMMSTR"
       TRIM-ONE-RECORD.
           MOVE HOUSEKEEP-RECORD(WS-DATE-OFFSET:8)
             TO WS-RECORD-DATE-X.
           MOVE ZERO TO WS-HELD-BY.
           IF WS-RECORD-DATE-X NOT = SPACES
              AND WS-RECORD-DATE-X < WS-CUTOFF-DATE-X
              MOVE RTN-DATASET-NAME TO WS-HOLD-DATASET
              MOVE WS-RECORD-DATE-X TO WS-HOLD-DATE
              PERFORM CHECK-LEGAL-HOLD
           END-IF.
           IF WS-RECORD-DATE-X NOT = SPACES
              AND WS-RECORD-DATE-X < WS-CUTOFF-DATE-X
              AND WS-HELD-BY = 0
              ADD 1 TO WS-REMOVED-COUNT
              MOVE SPACES TO RETENTION-OFFLOAD-RECORD
              MOVE RTN-DATASET-NAME TO OFF-DATASET-NAME
              MOVE HOUSEKEEP-RECORD TO OFF-RECORD-DATA
              WRITE RETENTION-OFFLOAD-RECORD
           ELSE
              IF WS-HELD-BY > 0
                 PERFORM NOTE-HELD-RECORD
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
              END-IF
              MOVE HOUSEKEEP-RECORD TO HOUSEKEEP-WORK-RECORD
              WRITE HOUSEKEEP-WORK-RECORD
           END-IF.
           CLOSE HAM-MASTER-FILE.

       TRIM-ONE-MASTER-RECORD.
           MOVE ZERO TO WS-HELD-BY.
           IF MST-FD-RUN-DATE < WS-CUTOFF-DATE-X
              MOVE RTN-DATASET-NAME TO WS-HOLD-DATASET
              MOVE MST-FD-RUN-DATE TO WS-HOLD-DATE
              PERFORM CHECK-LEGAL-HOLD
           END-IF.
           IF MST-FD-RUN-DATE < WS-CUTOFF-DATE-X
              AND WS-HELD-BY = 0
              ADD 1 TO WS-REMOVED-COUNT
              MOVE SPACES TO RETENTION-OFFLOAD-RECORD
              MOVE RTN-DATASET-NAME TO OFF-DATASET-NAME
              WRITE RETENTION-OFFLOAD-RECORD
              DELETE HAM-MASTER-FILE
           ELSE
              IF WS-HELD-BY > 0
                 PERFORM NOTE-HELD-RECORD
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
              END-IF
           END-IF.

       WRITE-RETENTION-LINE.
           MOVE WS-KEPT-COUNT TO RTL-KEPT.
           MOVE WS-REMOVED-COUNT TO RTL-REMOVED.
           MOVE WS-KEEP-DAYS TO RTL-KEEP-DAYS.
           MOVE WS-HELD-COUNT TO RTL-HELD.
           MOVE WS-RETENTION-LINE TO RETENTION-REPORT-RECORD.
           WRITE RETENTION-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.
           PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
              IF TBL-HLD-SKIPPED(WS-HOLD-SCAN) > 0
                 MOVE TBL-HLD-ID(WS-HOLD-SCAN) TO HBL-HOLD-ID
                 MOVE TBL-HLD-SKIPPED(WS-HOLD-SCAN) TO HBL-RECORDS
                 MOVE WS-HELD-BY-LINE TO RETENTION-REPORT-RECORD
                 WRITE RETENTION-REPORT-RECORD
              END-IF
           END-PERFORM.
