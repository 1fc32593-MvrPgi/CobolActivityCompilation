       IDENTIFICATION DIVISION.
       PROGRAM-ID. hamming-correction.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CORRECTION-TRANS-FILE ASSIGN TO "HAMCORIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT HAM-MASTER-FILE ASSIGN TO "HAMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-FD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT HAM-HISTORY-FILE ASSIGN TO "HAMMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRMAST-FILE-STATUS.
           SELECT CORRECTION-REPORT-FILE ASSIGN TO "HAMCORRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCP-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPLOG-FILE-STATUS.
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
       FD CORRECTION-TRANS-FILE.
       01 CORRECTION-TRANS-RECORD.
          05 CTR-SAMPLE-ID          PIC X(10).
          05 FILLER                 PIC X(01).
          05 CTR-RUN-DATE           PIC X(08).
          05 FILLER                 PIC X(01).
          05 CTR-DISTANCE           PIC 9(03).
          05 FILLER                 PIC X(01).
          05 CTR-STRAND-LENGTH      PIC 9(03).
          05 FILLER                 PIC X(01).
          05 CTR-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(01).
          05 CTR-REASON             PIC X(30).
       FD HAM-MASTER-FILE.
       01 HAM-MASTER-FD-RECORD.
          05 MST-FD-KEY.
             10 MST-FD-SAMPLE-ID     PIC X(10).
             10 MST-FD-RUN-DATE      PIC X(08).
          05 MST-FD-RESULTS          PIC X(24).
       FD HAM-HISTORY-FILE.
       01 HAM-HISTORY-FD-RECORD     PIC X(99).
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
       FD CORRECTION-REPORT-FILE.
       01 CORRECTION-REPORT-RECORD  PIC X(120).
       FD EXCP-LOG-FILE.
       01 EXCP-LOG-FD-RECORD        PIC X(98).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-FD-RECORD     PIC X(25).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       COPY "HAMMSTR.cpy".
       COPY "HAMMHIST.cpy".
       COPY "EXCPLOG.cpy".
       COPY "RUNCTL.cpy".
       COPY "OPRALERT.cpy".
       01 WS-TRANS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
          88 HAMMSTR-FILE-NOT-FOUND VALUE "35".
       01 WS-HISTORY-FILE-STATUS    PIC XX VALUE "00".
          88 HISTORY-FILE-NOT-FOUND VALUE "35".
       01 WS-OPRMAST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXCPLOG-FILE-STATUS    PIC XX VALUE "00".
          88 EXCPLOG-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS     PIC XX VALUE "00".
          88 RUNCTL-FILE-NOT-FOUND VALUE "35".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-RUNCTL-EOF-SWITCH      PIC X VALUE "N".
          88 END-OF-RUN-CONTROL VALUE "Y".
       01 WS-PRIOR-RUN-SWITCH       PIC X VALUE "N".
          88 PRIOR-RUN-RECORDED VALUE "Y".
       01 WS-RUN-OVERRIDE-SWITCH    PIC X VALUE "N".
          88 RUN-OVERRIDE-PRESENT VALUE "Y".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-OPR-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-OPR-INDEX              PIC 9(04) VALUE ZERO.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 500 TIMES.
             10 TBL-OPR-ID          PIC X(08).
             10 TBL-OPR-ACTIVE      PIC X(01).
             10 TBL-OPR-LOCKED      PIC X(01).
       01 WS-FOUND-INDEX            PIC 9(04) VALUE ZERO.
       01 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01 WS-TRANS-READ             PIC 9(06) VALUE ZERO.
       01 WS-TRANS-APPLIED          PIC 9(06) VALUE ZERO.
       01 WS-TRANS-REJECTED         PIC 9(06) VALUE ZERO.
       01 WS-NEW-PERCENT            PIC 9(03)V99 VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                 PIC X(12) VALUE "SAMPLE-ID".
          05 FILLER                 PIC X(10) VALUE "RUN DATE".
          05 FILLER                 PIC X(12) VALUE "OLD DST/LEN".
          05 FILLER                 PIC X(12) VALUE "NEW DST/LEN".
          05 FILLER                 PIC X(05) VALUE "VER".
          05 FILLER                 PIC X(10) VALUE "OPERATOR".
          05 FILLER                 PIC X(10) VALUE "OUTCOME".
          05 FILLER                 PIC X(20) VALUE "REASON / DETAIL".
       01 WS-CORRECTION-LINE.
          05 CRL-SAMPLE-ID          PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CRL-RUN-DATE           PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CRL-OLD-DISTANCE       PIC ZZ9.
          05 FILLER                 PIC X(01) VALUE "/".
          05 CRL-OLD-LENGTH         PIC ZZ9.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 CRL-NEW-DISTANCE       PIC ZZ9.
          05 FILLER                 PIC X(01) VALUE "/".
          05 CRL-NEW-LENGTH         PIC ZZ9.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 CRL-VERSION            PIC Z9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 CRL-OPERATOR-ID        PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CRL-OUTCOME            PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CRL-DETAIL             PIC X(40).
       01 WS-CORRECTION-TOTAL-LINE.
          05 FILLER                 PIC X(20)
               VALUE "TRANSACTIONS READ:".
          05 CTL-READ               PIC Z(5)9.
          05 FILLER                 PIC X(12) VALUE "  APPLIED:".
          05 CTL-APPLIED            PIC Z(5)9.
          05 FILLER                 PIC X(12) VALUE "  REJECTED:".
          05 CTL-REJECTED           PIC Z(5)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       HAM-CORRECTION-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           IF PRIOR-RUN-RECORDED AND NOT RUN-OVERRIDE-PRESENT
              PERFORM WRITE-DUPRUN-ALERT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-TABLE.
           OPEN OUTPUT CORRECTION-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCP-LOG-FILE.
           PERFORM OPEN-HAM-MASTER-FILE.
           OPEN EXTEND HAM-HISTORY-FILE.
           IF HISTORY-FILE-NOT-FOUND
              OPEN OUTPUT HAM-HISTORY-FILE
              CLOSE HAM-HISTORY-FILE
              OPEN EXTEND HAM-HISTORY-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CORRECTION-TRANS-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ CORRECTION-TRANS-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TRANS-READ
                    PERFORM APPLY-ONE-CORRECTION
                        THRU APPLY-ONE-CORRECTION-EXIT
              END-READ
           END-PERFORM.
           CLOSE CORRECTION-TRANS-FILE
                 HAM-MASTER-FILE
                 HAM-HISTORY-FILE
                 EXCP-LOG-FILE.
           PERFORM WRITE-CORRECTION-TOTALS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE CORRECTION-REPORT-FILE.
           IF WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-RUN-CONTROL.
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

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "HAM-CORRECT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO CORRECTION-REPORT-RECORD.
           WRITE CORRECTION-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING-LINE TO CORRECTION-REPORT-RECORD.
           WRITE CORRECTION-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO CORRECTION-REPORT-RECORD.
           WRITE CORRECTION-REPORT-RECORD.

       WRITE-CORRECTION-TOTALS.
           MOVE WS-TRANS-READ TO CTL-READ.
           MOVE WS-TRANS-APPLIED TO CTL-APPLIED.
           MOVE WS-TRANS-REJECTED TO CTL-REJECTED.
           MOVE SPACES TO CORRECTION-REPORT-RECORD.
           WRITE CORRECTION-REPORT-RECORD.
           MOVE WS-CORRECTION-TOTAL-LINE TO CORRECTION-REPORT-RECORD.
           WRITE CORRECTION-REPORT-RECORD.

       LOAD-OPERATOR-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-MASTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ OPERATOR-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-OPR-COUNT < 500
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

       OPEN-HAM-MASTER-FILE.
           OPEN I-O HAM-MASTER-FILE.
           IF HAMMSTR-FILE-NOT-FOUND
              OPEN OUTPUT HAM-MASTER-FILE
              CLOSE HAM-MASTER-FILE
              OPEN I-O HAM-MASTER-FILE
           END-IF.

       OPEN-EXCP-LOG-FILE.
           OPEN EXTEND EXCP-LOG-FILE.
           IF EXCPLOG-FILE-NOT-FOUND
              OPEN OUTPUT EXCP-LOG-FILE
              CLOSE EXCP-LOG-FILE
              OPEN EXTEND EXCP-LOG-FILE
           END-IF.

       APPLY-ONE-CORRECTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-CORRECTION-LINE.
           MOVE CTR-SAMPLE-ID TO CRL-SAMPLE-ID.
           MOVE CTR-RUN-DATE TO CRL-RUN-DATE.
           MOVE CTR-OPERATOR-ID TO CRL-OPERATOR-ID.
           IF CTR-SAMPLE-ID = SPACES OR CTR-RUN-DATE = SPACES
              MOVE "SAMPLE ID OR RUN DATE MISSING" TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           IF CTR-DISTANCE NOT NUMERIC
              OR CTR-STRAND-LENGTH NOT NUMERIC
              MOVE "DISTANCE OR LENGTH NOT NUMERIC"
                TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           MOVE CTR-DISTANCE TO CRL-NEW-DISTANCE.
           MOVE CTR-STRAND-LENGTH TO CRL-NEW-LENGTH.
           IF CTR-STRAND-LENGTH = 0 OR CTR-STRAND-LENGTH > 300
              MOVE "STRAND LENGTH MUST BE 1 TO 300" TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           IF CTR-DISTANCE > CTR-STRAND-LENGTH
              MOVE "DISTANCE EXCEEDS STRAND LENGTH" TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           IF CTR-REASON = SPACES
              MOVE "CORRECTION REASON MISSING" TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           PERFORM FIND-OPERATOR.
           IF WS-FOUND-INDEX = 0
              MOVE "OPERATOR NOT ON OPRMAST" TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           IF TBL-OPR-ACTIVE(WS-FOUND-INDEX) NOT = "Y"
              OR TBL-OPR-LOCKED(WS-FOUND-INDEX) = "Y"
              MOVE "OPERATOR INACTIVE OR LOCKED" TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           MOVE CTR-SAMPLE-ID TO MST-FD-SAMPLE-ID.
           MOVE CTR-RUN-DATE TO MST-FD-RUN-DATE.
           READ HAM-MASTER-FILE
              INVALID KEY
                 MOVE "NO HAMMSTR RESULT FOR SAMPLE AND DATE"
                   TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           MOVE HAM-MASTER-FD-RECORD TO WS-HAM-MASTER-RECORD.
           IF MST-CORRECTION-COUNT NOT NUMERIC
              MOVE ZERO TO MST-CORRECTION-COUNT
           END-IF.
           MOVE MST-DISTANCE TO CRL-OLD-DISTANCE.
           MOVE MST-STRAND-LENGTH TO CRL-OLD-LENGTH.
           IF MST-DISTANCE = CTR-DISTANCE
              AND MST-STRAND-LENGTH = CTR-STRAND-LENGTH
              MOVE "CORRECTION MATCHES CURRENT RESULT"
                TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           IF MST-CORRECTION-COUNT >= 99
              MOVE "CORRECTION VERSION LIMIT REACHED"
                TO WS-REJECT-REASON
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           PERFORM WRITE-PRIOR-VERSION.
           ADD 1 TO MST-CORRECTION-COUNT.
           MOVE CTR-DISTANCE TO MST-DISTANCE.
           MOVE CTR-STRAND-LENGTH TO MST-STRAND-LENGTH.
           COMPUTE WS-NEW-PERCENT ROUNDED =
               (CTR-DISTANCE / CTR-STRAND-LENGTH) * 100.
           MOVE WS-NEW-PERCENT TO MST-MISMATCH-PCT.
           MOVE WS-HAM-MASTER-RECORD TO HAM-MASTER-FD-RECORD.
           REWRITE HAM-MASTER-FD-RECORD
              INVALID KEY
                 MOVE "HAMMSTR REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-CORRECTION
              GO TO APPLY-ONE-CORRECTION-EXIT
           END-IF.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE MST-CORRECTION-COUNT TO CRL-VERSION.
           MOVE "APPLIED" TO CRL-OUTCOME.
           MOVE CTR-REASON TO CRL-DETAIL.
           PERFORM WRITE-CORRECTION-LINE.
       APPLY-ONE-CORRECTION-EXIT.
           EXIT.

       FIND-OPERATOR.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-COUNT
                   OR WS-FOUND-INDEX > 0
              IF TBL-OPR-ID(WS-OPR-INDEX) = CTR-OPERATOR-ID
                 MOVE WS-OPR-INDEX TO WS-FOUND-INDEX
              END-IF
           END-PERFORM.

       WRITE-PRIOR-VERSION.
           MOVE SPACES TO WS-HAM-HISTORY-RECORD.
           MOVE MST-SAMPLE-ID TO HHS-SAMPLE-ID.
           MOVE MST-RUN-DATE TO HHS-RUN-DATE.
           MOVE MST-CORRECTION-COUNT TO HHS-VERSION.
           MOVE MST-DISTANCE TO HHS-DISTANCE.
           MOVE MST-STRAND-LENGTH TO HHS-STRAND-LENGTH.
           MOVE MST-MISMATCH-PCT TO HHS-MISMATCH-PCT.
           MOVE MST-REFERENCE-ID TO HHS-REFERENCE-ID.
           IF MST-REFERENCE-VERSION NUMERIC
              MOVE MST-REFERENCE-VERSION TO HHS-REFERENCE-VERSION
           ELSE
              MOVE ZERO TO HHS-REFERENCE-VERSION
           END-IF.
           MOVE WS-BUSINESS-DATE TO HHS-SUPERSEDED-DATE.
           MOVE CTR-OPERATOR-ID TO HHS-OPERATOR-ID.
           MOVE CTR-REASON TO HHS-REASON.
           MOVE WS-HAM-HISTORY-RECORD TO HAM-HISTORY-FD-RECORD.
           WRITE HAM-HISTORY-FD-RECORD.

       REJECT-CORRECTION.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO CRL-OUTCOME.
           MOVE WS-REJECT-REASON TO CRL-DETAIL.
           PERFORM WRITE-CORRECTION-LINE.
           MOVE "HAM-CORRECT" TO EXCP-PROGRAM-NAME.
           MOVE CTR-SAMPLE-ID TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-MESSAGE.
           MOVE WS-BUSINESS-DATE TO EXCP-RUN-DATE.
           MOVE WS-EXCP-LOG-RECORD TO EXCP-LOG-FD-RECORD.
           WRITE EXCP-LOG-FD-RECORD.

       WRITE-CORRECTION-LINE.
           MOVE WS-CORRECTION-LINE TO CORRECTION-REPORT-RECORD.
           WRITE CORRECTION-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

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
                    IF RCT-PROGRAM-NAME = "HAM-CORRECT"
                       AND RCT-RUN-DATE = WS-BUSINESS-DATE
                       IF RUN-COMPLETE-RECORD
                          MOVE "Y" TO WS-PRIOR-RUN-SWITCH
                       END-IF
                       IF RUN-OVERRIDE-RECORD
                          MOVE "Y" TO WS-RUN-OVERRIDE-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

       RECORD-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUNCTL-FILE-NOT-FOUND
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
           MOVE SPACES TO WS-RUN-CONTROL-RECORD.
           MOVE "C" TO RCT-RECORD-TYPE.
           MOVE "HAM-CORRECT" TO RCT-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO RCT-RUN-DATE.
           MOVE WS-RUN-CONTROL-RECORD TO RUN-CONTROL-FD-RECORD.
           WRITE RUN-CONTROL-FD-RECORD.
           CLOSE RUN-CONTROL-FILE.

       WRITE-DUPRUN-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "WARN" TO ALR-SEVERITY.
           MOVE "HAM-CORRECT" TO ALR-PROGRAM-NAME.
           MOVE "Corrections already applied for business date"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
