           SELECT OPTIONAL HAM-MANIFEST-FILE ASSIGN TO "HAMMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT OPTIONAL HAM-CONTROL-FILE ASSIGN TO "HAMQCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPTIONAL HAM-REFERENCE-FILE ASSIGN TO "HAMREFLB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-FILE-STATUS.
           SELECT HAM-RECON-FILE ASSIGN TO "HAMRECON"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAM-MASTER-FILE ASSIGN TO "HAMMSTR"
          05 DTL2-CHAR-2             PIC X.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 DTL2-CLASS              PIC X(02).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 DTL2-REFERENCE-ID       PIC X(08).
       FD HAM-ALERT-FILE.
       01 HAM-ALERT-RECORD.
          05 ALT-SAMPLE-ID           PIC X(10).
       FD HAM-MANIFEST-FILE.
       01 HAM-MANIFEST-RECORD.
          05 MAN-SAMPLE-ID           PIC X(10).
       FD HAM-CONTROL-FILE.
       01 HAM-CONTROL-RECORD.
          05 QCC-SAMPLE-ID           PIC X(10).
          05 FILLER                  PIC X(01).
          05 QCC-EXPECTED-DISTANCE   PIC 9(03).
          05 FILLER                  PIC X(01).
          05 QCC-TOLERANCE           PIC 9(03).
       FD HAM-REFERENCE-FILE.
       01 HAM-REFERENCE-RECORD.
          05 REF-REFERENCE-ID        PIC X(08).
          05 FILLER                  PIC X(01).
          05 REF-VERSION             PIC 9(03).
          05 FILLER                  PIC X(01).
          05 REF-EFFECTIVE-DATE      PIC X(08).
          05 FILLER                  PIC X(01).
          05 REF-STRAND-LENGTH       PIC 9(03).
          05 FILLER                  PIC X(01).
          05 REF-STRAND              PIC X(300).
       FD HAM-RECON-FILE.
       01 HAM-RECON-RECORD           PIC X(60).
       FD HAM-MASTER-FILE.
          05 MST-FD-KEY.
             10 MST-FD-SAMPLE-ID     PIC X(10).
             10 MST-FD-RUN-DATE      PIC X(08).
          05 MST-FD-RESULTS          PIC X(24).
       FD HAM-EXTRACT-FILE.
       01 HAM-EXTRACT-RECORD         PIC X(42).
       FD EXCP-LOG-FILE.
       01 EXCP-LOG-FD-RECORD         PIC X(98).
       FD RUN-STATS-FILE.
            VALUE "MANIFEST AND BATCH RECONCILE CLEAN".
       01 WS-RECON-OVERFLOW-LINE      PIC X(40)
            VALUE "SAMPLE TABLE LIMIT REACHED - PARTIAL".
       01 WS-CONTROL-FILE-STATUS      PIC XX VALUE "00".
       01 WS-CONTROL-EOF-SWITCH       PIC X VALUE "N".
          88 END-OF-CONTROL-FILE VALUE "Y".
       01 WS-QC-PREFIX                PIC X(10) VALUE "QC".
       01 WS-QC-PREFIX-LENGTH         PIC 9(02) VALUE 2.
       01 WS-QC-PREPASS-SWITCH        PIC X VALUE "N".
          88 QC-PREPASS-ACTIVE VALUE "Y".
       01 WS-QC-FAILED-SWITCH         PIC X VALUE "N".
          88 QC-CONTROLS-FAILED VALUE "Y".
       01 WS-QC-DEF-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-QC-DEF-TABLE.
          05 WS-QC-DEF-ENTRY OCCURS 100 TIMES.
             10 TBL-QCD-ID            PIC X(10).
             10 TBL-QCD-EXPECTED      PIC 9(03).
             10 TBL-QCD-TOLERANCE     PIC 9(03).
       01 WS-QC-DEF-SCAN              PIC 9(03) VALUE ZERO.
       01 WS-QC-DEF-INDEX             PIC 9(03) VALUE ZERO.
       01 WS-QC-RESULT-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-QC-RESULT-TABLE.
          05 WS-QC-RESULT-ENTRY OCCURS 100 TIMES.
             10 TBL-QCR-ID            PIC X(10).
             10 TBL-QCR-DISTANCE      PIC 9(03).
             10 TBL-QCR-EXPECTED      PIC 9(03).
             10 TBL-QCR-TOLERANCE     PIC 9(03).
             10 TBL-QCR-STATUS        PIC X(04).
       01 WS-QC-RESULT-SCAN           PIC 9(03) VALUE ZERO.
       01 WS-QC-DEVIATION             PIC 9(03) VALUE ZERO.
       01 WS-QC-LINE.
          05 FILLER                   PIC X(12) VALUE "QC CONTROL".
          05 QCL-SAMPLE-ID            PIC X(10).
          05 FILLER                   PIC X(07) VALUE "  DIST".
          05 QCL-DISTANCE             PIC Z(2)9.
          05 FILLER                   PIC X(11) VALUE "  EXPECTED".
          05 QCL-EXPECTED             PIC Z(2)9.
          05 FILLER                   PIC X(06) VALUE "  TOL".
          05 QCL-TOLERANCE            PIC Z(2)9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 QCL-STATUS               PIC X(04).
       01 WS-QC-HOLD-LINE             PIC X(60)
            VALUE "QC CONTROL FAILURE - NO RESULTS POSTED TO HAMMSTR".
       01 WS-QC-ALERT-MESSAGE.
          05 FILLER                   PIC X(19)
               VALUE "QC control failed: ".
          05 QCA-SAMPLE-ID            PIC X(10).
          05 FILLER                   PIC X(06) VALUE " dist ".
          05 QCA-DISTANCE             PIC ZZ9.
          05 FILLER                   PIC X(05) VALUE " exp ".
          05 QCA-EXPECTED             PIC ZZ9.
          05 FILLER                   PIC X(06) VALUE " tol ".
          05 QCA-TOLERANCE            PIC ZZ9.
       01 WS-REFERENCE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REFERENCE-EOF-SWITCH     PIC X VALUE "N".
          88 END-OF-REFERENCE-FILE VALUE "Y".
       01 WS-REF-LIB-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-REF-LIB-TABLE.
          05 WS-REF-LIB-ENTRY OCCURS 50 TIMES.
             10 TBL-REF-ID            PIC X(08).
             10 TBL-REF-VERSION       PIC 9(03).
             10 TBL-REF-EFFECTIVE     PIC X(08).
             10 TBL-REF-LENGTH        PIC 9(03).
             10 TBL-REF-STRAND        PIC X(300).
       01 WS-REF-LIB-SCAN             PIC 9(03) VALUE ZERO.
       01 WS-REF-LIB-INDEX            PIC 9(03) VALUE ZERO.
       01 WS-CURRENT-REF-ID           PIC X(08) VALUE SPACES.
       01 WS-CURRENT-REF-VERSION      PIC 9(03) VALUE ZERO.
       01 WS-REF-SUM-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-REF-SUM-TABLE.
          05 WS-REF-SUM-ENTRY OCCURS 50 TIMES.
             10 TBL-RSM-ID            PIC X(08).
             10 TBL-RSM-VERSION       PIC 9(03).
             10 TBL-RSM-SAMPLES       PIC 9(05).
             10 TBL-RSM-TOTAL-DIST    PIC 9(08).
             10 TBL-RSM-TOTAL-PCT     PIC 9(08)V99.
             10 TBL-RSM-MAX-DIST      PIC 9(03).
       01 WS-REF-SUM-SCAN             PIC 9(03) VALUE ZERO.
       01 WS-REF-SUM-INDEX            PIC 9(03) VALUE ZERO.
       01 WS-REF-AVERAGE              PIC 9(03)V99 VALUE ZERO.
       01 WS-REF-HEADING-LINE         PIC X(40)
            VALUE "DISTANCE SUMMARY BY REFERENCE".
       01 WS-REF-SUMMARY-LINE.
          05 FILLER                   PIC X(04) VALUE "REF ".
          05 RSL-REFERENCE-ID         PIC X(08).
          05 FILLER                   PIC X(02) VALUE " V".
          05 RSL-VERSION              PIC 9(03).
          05 FILLER                   PIC X(04) VALUE "  N:".
          05 RSL-SAMPLES              PIC Z(4)9.
          05 FILLER                   PIC X(11) VALUE "  AVG DIST:".
          05 RSL-AVG-DISTANCE         PIC ZZ9.99.
          05 FILLER                   PIC X(10) VALUE "  AVG PCT:".
          05 RSL-AVG-PERCENT          PIC ZZ9.99.
          05 FILLER                   PIC X(06) VALUE "  MAX:".
          05 RSL-MAX-DISTANCE         PIC ZZ9.
       01 WS-STRAND-LENGTH            PIC 9(3).
       01 WS-ENV-IUPAC                PIC X VALUE SPACE.
       01 WS-IUPAC-MODE-FLAG          PIC X VALUE "N".
          05 FILLER                   PIC X(06) VALUE "PAGE:".
          05 COL-PAGE-NUMBER          PIC Z(3)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".
       01 WS-DETAIL-LINE.
          05 DTL-SAMPLE-ID            PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
              GOBACK
           END-IF.
           PERFORM LOAD-SAMPLE-MANIFEST.
           MOVE "HAMTHRESHOLD" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-THRESHOLD.
           IF WS-ENV-THRESHOLD NOT = SPACES
              MOVE WS-ENV-THRESHOLD TO WS-THRESHOLD-PERCENT
           END-IF.
           MOVE "HAMIUPAC" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-IUPAC.
           IF WS-ENV-IUPAC = "Y"
              MOVE "Y" TO WS-IUPAC-MODE-FLAG
           END-IF.
           MOVE "HAMALIGN" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-ALIGN.
           IF WS-ENV-ALIGN = "Y"
              MOVE "Y" TO WS-ALIGN-MODE-FLAG
           END-IF.
           MOVE "ALERTEXCPMAX" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-ALERT-MAX.
           IF WS-ENV-ALERT-MAX NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-ALERT-MAX)
                TO WS-ALERT-THRESHOLD
           END-IF.
           PERFORM LOAD-REFERENCE-LIBRARY.
           PERFORM EVALUATE-QC-CONTROLS.
           OPEN INPUT HAM-INPUT-FILE
                OUTPUT HAM-REPORT-FILE
                OUTPUT HAM-DETAIL-FILE
           PERFORM OPEN-EXCP-LOG-FILE.
           PERFORM OPEN-HAM-MASTER-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-QC-CONTROL-LINES.
           PERFORM UNTIL END-OF-HAM-INPUT
              READ HAM-INPUT-FILE
                 AT END
              END-READ
           END-PERFORM.
           PERFORM WRITE-TS-TV-SUMMARY.
           PERFORM WRITE-REFERENCE-SUMMARY.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE HAM-INPUT-FILE
                 HAM-REPORT-FILE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           IF QC-CONTROLS-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATISTICS.
           PERFORM WRITE-OPERATOR-ALERTS.
           IF RETURN-CODE <= 4
           GOBACK.

       WRITE-OPERATOR-ALERTS.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           PERFORM VARYING WS-QC-RESULT-SCAN FROM 1 BY 1
                   UNTIL WS-QC-RESULT-SCAN > WS-QC-RESULT-COUNT
              IF TBL-QCR-STATUS(WS-QC-RESULT-SCAN) NOT = "PASS"
                 MOVE "CRIT" TO ALR-SEVERITY
                 MOVE "HAMMING" TO ALR-PROGRAM-NAME
                 MOVE TBL-QCR-ID(WS-QC-RESULT-SCAN) TO QCA-SAMPLE-ID
                 MOVE TBL-QCR-DISTANCE(WS-QC-RESULT-SCAN)
                   TO QCA-DISTANCE
                 MOVE TBL-QCR-EXPECTED(WS-QC-RESULT-SCAN)
                   TO QCA-EXPECTED
                 MOVE TBL-QCR-TOLERANCE(WS-QC-RESULT-SCAN)
                   TO QCA-TOLERANCE
                 MOVE WS-QC-ALERT-MESSAGE TO ALR-MESSAGE
                 IF TBL-QCR-STATUS(WS-QC-RESULT-SCAN) = "UNDF"
                    MOVE SPACES TO ALR-MESSAGE
                    STRING "QC control not on HAMQCCTL: "
                           DELIMITED BY SIZE
                           TBL-QCR-ID(WS-QC-RESULT-SCAN)
                           DELIMITED BY SIZE
                      INTO ALR-MESSAGE
                    END-STRING
                 END-IF
                 PERFORM WRITE-ALERT-RECORD
              END-IF
           END-PERFORM.
           CLOSE OPR-ALERT-FILE.

       WRITE-ALERT-RECORD.
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "HAMMING" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "HAMMING" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO HAM-REPORT-RECORD
              WRITE HAM-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RPT-HEADER-LINE TO HAM-REPORT-RECORD.
           WRITE HAM-REPORT-RECORD.
           IF WS-PAGE-NUMBER = 1
              PERFORM WRITE-PARAMETER-LINES
           END-IF.
           MOVE WS-PAGE-NUMBER TO COL-PAGE-NUMBER.
           MOVE WS-COLUMN-HEADING-LINE TO HAM-REPORT-RECORD.
           WRITE HAM-REPORT-RECORD.
              MOVE "Strand length exceeds 300 max" TO WS-ERROR
              PERFORM LOG-SHARED-EXCEPTION
           ELSE
              PERFORM LOAD-PAIR-STRANDS
              IF STRAND-CODES-VALID
                 PERFORM HAMMING
              END-IF
              IF WS-ERROR = SPACES
                 PERFORM CHECK-MISMATCH-THRESHOLD
                 IF WS-CURRENT-REF-ID NOT = SPACES
                    PERFORM ACCUMULATE-REFERENCE-SUMMARY
                 END-IF
                 IF NOT QC-CONTROLS-FAILED
                    PERFORM WRITE-RESULTS-MASTER
                 END-IF
              ELSE
                 PERFORM LOG-SHARED-EXCEPTION
              END-IF
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       LOAD-PAIR-STRANDS.
           MOVE SPACES TO WS-CURRENT-REF-ID.
           MOVE ZERO TO WS-CURRENT-REF-VERSION.
           MOVE IN-STRANDS(1:IN-DNA-1-LENGTH) TO
               WS-DNA-1(1:IN-DNA-1-LENGTH).
           COMPUTE WS-DNA-2-START = IN-DNA-1-LENGTH + 1.
           IF IN-DNA-2-LENGTH = 0
              PERFORM RESOLVE-REFERENCE-STRAND
           ELSE
              MOVE IN-STRANDS(WS-DNA-2-START:IN-DNA-2-LENGTH) TO
                  WS-DNA-2(1:IN-DNA-2-LENGTH)
           END-IF.
           IF WS-ERROR = SPACES
              PERFORM VALIDATE-STRAND-CODES
           ELSE
              MOVE "N" TO WS-STRAND-VALID-SWITCH
           END-IF.

       RESOLVE-REFERENCE-STRAND.
           MOVE IN-STRANDS(WS-DNA-2-START:8) TO WS-CURRENT-REF-ID.
           IF WS-CURRENT-REF-ID = SPACES
              MOVE "Reference ID missing" TO WS-ERROR
           ELSE
              MOVE ZERO TO WS-REF-LIB-INDEX
              PERFORM VARYING WS-REF-LIB-SCAN FROM 1 BY 1
                      UNTIL WS-REF-LIB-SCAN > WS-REF-LIB-COUNT
                 IF TBL-REF-ID(WS-REF-LIB-SCAN) = WS-CURRENT-REF-ID
                    AND TBL-REF-EFFECTIVE(WS-REF-LIB-SCAN)
                        NOT > WS-BUSINESS-DATE
                    PERFORM CHECK-LATER-REFERENCE
                 END-IF
              END-PERFORM
              IF WS-REF-LIB-INDEX = 0
                 MOVE "Reference not in HAMREFLB" TO WS-ERROR
              ELSE
                 MOVE TBL-REF-VERSION(WS-REF-LIB-INDEX)
                   TO WS-CURRENT-REF-VERSION
                 MOVE TBL-REF-STRAND(WS-REF-LIB-INDEX)
                      (1:TBL-REF-LENGTH(WS-REF-LIB-INDEX))
                   TO WS-DNA-2(1:TBL-REF-LENGTH(WS-REF-LIB-INDEX))
              END-IF
           END-IF.

       CHECK-LATER-REFERENCE.
           IF WS-REF-LIB-INDEX = 0
              MOVE WS-REF-LIB-SCAN TO WS-REF-LIB-INDEX
           ELSE
              IF TBL-REF-EFFECTIVE(WS-REF-LIB-SCAN) >
                 TBL-REF-EFFECTIVE(WS-REF-LIB-INDEX)
                 OR (TBL-REF-EFFECTIVE(WS-REF-LIB-SCAN) =
                     TBL-REF-EFFECTIVE(WS-REF-LIB-INDEX)
                 AND TBL-REF-VERSION(WS-REF-LIB-SCAN) >
                     TBL-REF-VERSION(WS-REF-LIB-INDEX))
                 MOVE WS-REF-LIB-SCAN TO WS-REF-LIB-INDEX
              END-IF
           END-IF.

       LOAD-REFERENCE-LIBRARY.
           OPEN INPUT HAM-REFERENCE-FILE.
           PERFORM UNTIL END-OF-REFERENCE-FILE
              READ HAM-REFERENCE-FILE
                 AT END
                    MOVE "Y" TO WS-REFERENCE-EOF-SWITCH
                 NOT AT END
                    IF WS-REF-LIB-COUNT < 50
                       AND REF-STRAND-LENGTH > 0
                       AND REF-STRAND-LENGTH NOT > 300
                       ADD 1 TO WS-REF-LIB-COUNT
                       MOVE REF-REFERENCE-ID
                         TO TBL-REF-ID(WS-REF-LIB-COUNT)
                       MOVE REF-VERSION
                         TO TBL-REF-VERSION(WS-REF-LIB-COUNT)
                       MOVE REF-EFFECTIVE-DATE
                         TO TBL-REF-EFFECTIVE(WS-REF-LIB-COUNT)
                       MOVE REF-STRAND-LENGTH
                         TO TBL-REF-LENGTH(WS-REF-LIB-COUNT)
                       MOVE REF-STRAND
                         TO TBL-REF-STRAND(WS-REF-LIB-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HAM-REFERENCE-FILE.

       ACCUMULATE-REFERENCE-SUMMARY.
           MOVE ZERO TO WS-REF-SUM-INDEX.
           PERFORM VARYING WS-REF-SUM-SCAN FROM 1 BY 1
                   UNTIL WS-REF-SUM-SCAN > WS-REF-SUM-COUNT
                   OR WS-REF-SUM-INDEX > 0
              IF TBL-RSM-ID(WS-REF-SUM-SCAN) = WS-CURRENT-REF-ID
                 AND TBL-RSM-VERSION(WS-REF-SUM-SCAN)
                     = WS-CURRENT-REF-VERSION
                 MOVE WS-REF-SUM-SCAN TO WS-REF-SUM-INDEX
              END-IF
           END-PERFORM.
           IF WS-REF-SUM-INDEX = 0
              IF WS-REF-SUM-COUNT < 50
                 ADD 1 TO WS-REF-SUM-COUNT
                 MOVE WS-REF-SUM-COUNT TO WS-REF-SUM-INDEX
                 MOVE WS-CURRENT-REF-ID
                   TO TBL-RSM-ID(WS-REF-SUM-INDEX)
                 MOVE WS-CURRENT-REF-VERSION
                   TO TBL-RSM-VERSION(WS-REF-SUM-INDEX)
                 MOVE ZERO TO TBL-RSM-SAMPLES(WS-REF-SUM-INDEX)
                 MOVE ZERO TO TBL-RSM-TOTAL-DIST(WS-REF-SUM-INDEX)
                 MOVE ZERO TO TBL-RSM-TOTAL-PCT(WS-REF-SUM-INDEX)
                 MOVE ZERO TO TBL-RSM-MAX-DIST(WS-REF-SUM-INDEX)
              END-IF
           END-IF.
           IF WS-REF-SUM-INDEX > 0
              ADD 1 TO TBL-RSM-SAMPLES(WS-REF-SUM-INDEX)
              ADD WS-HAMMING TO TBL-RSM-TOTAL-DIST(WS-REF-SUM-INDEX)
              IF WS-STRAND-LENGTH > 0
                 ADD WS-MISMATCH-PERCENT
                   TO TBL-RSM-TOTAL-PCT(WS-REF-SUM-INDEX)
              END-IF
              IF WS-HAMMING > TBL-RSM-MAX-DIST(WS-REF-SUM-INDEX)
                 MOVE WS-HAMMING TO TBL-RSM-MAX-DIST(WS-REF-SUM-INDEX)
              END-IF
           END-IF.

       WRITE-REFERENCE-SUMMARY.
           IF WS-REF-SUM-COUNT > 0
              MOVE WS-REF-HEADING-LINE TO HAM-REPORT-RECORD
              WRITE HAM-REPORT-RECORD
              PERFORM VARYING WS-REF-SUM-SCAN FROM 1 BY 1
                      UNTIL WS-REF-SUM-SCAN > WS-REF-SUM-COUNT
                 PERFORM WRITE-REFERENCE-SUMMARY-LINE
              END-PERFORM
           END-IF.

       WRITE-REFERENCE-SUMMARY-LINE.
           MOVE TBL-RSM-ID(WS-REF-SUM-SCAN) TO RSL-REFERENCE-ID.
           MOVE TBL-RSM-VERSION(WS-REF-SUM-SCAN) TO RSL-VERSION.
           MOVE TBL-RSM-SAMPLES(WS-REF-SUM-SCAN) TO RSL-SAMPLES.
           COMPUTE WS-REF-AVERAGE ROUNDED =
               TBL-RSM-TOTAL-DIST(WS-REF-SUM-SCAN)
               / TBL-RSM-SAMPLES(WS-REF-SUM-SCAN).
           MOVE WS-REF-AVERAGE TO RSL-AVG-DISTANCE.
           COMPUTE WS-REF-AVERAGE ROUNDED =
               TBL-RSM-TOTAL-PCT(WS-REF-SUM-SCAN)
               / TBL-RSM-SAMPLES(WS-REF-SUM-SCAN).
           MOVE WS-REF-AVERAGE TO RSL-AVG-PERCENT.
           MOVE TBL-RSM-MAX-DIST(WS-REF-SUM-SCAN) TO RSL-MAX-DISTANCE.
           MOVE WS-REF-SUMMARY-LINE TO HAM-REPORT-RECORD.
           WRITE HAM-REPORT-RECORD.

       HAMMING.
       INITIALIZE WS-HAMMING.
       MOVE SPACES TO WS-ERROR.
           IF NOT POSITION-MATCHES THEN
             ADD 1 TO WS-HAMMING
             PERFORM LOG-MISMATCH-POSITION
                 THRU LOG-MISMATCH-POSITION-EXIT
           END-IF
         END-PERFORM
       END-IF.
           MOVE WS-CURRENT-SAMPLE-ID TO MST-SAMPLE-ID.
           MOVE WS-BUSINESS-DATE TO MST-RUN-DATE.
           MOVE WS-HAMMING TO MST-DISTANCE.
           MOVE WS-CURRENT-REF-ID TO MST-REFERENCE-ID.
           MOVE WS-CURRENT-REF-VERSION TO MST-REFERENCE-VERSION.
           MOVE ZERO TO MST-CORRECTION-COUNT.
           MOVE WS-STRAND-LENGTH TO MST-STRAND-LENGTH.
           IF WS-STRAND-LENGTH > 0
              MOVE WS-MISMATCH-PERCENT TO MST-MISMATCH-PCT
           ADD 1 TO WS-EXCEPTION-COUNT.

       LOG-MISMATCH-POSITION.
           IF QC-PREPASS-ACTIVE
              GO TO LOG-MISMATCH-POSITION-EXIT
           END-IF.
           PERFORM CLASSIFY-MISMATCH.
           MOVE SPACES TO HAM-DETAIL-RECORD.
           MOVE WS-CURRENT-SAMPLE-ID TO DTL2-SAMPLE-ID.
           MOVE WS-DNA-1(CONTADOR:1) TO DTL2-CHAR-1.
           MOVE WS-DNA-2(CONTADOR:1) TO DTL2-CHAR-2.
           MOVE WS-MISMATCH-CLASS TO DTL2-CLASS.
           MOVE WS-CURRENT-REF-ID TO DTL2-REFERENCE-ID.
           WRITE HAM-DETAIL-RECORD.
       LOG-MISMATCH-POSITION-EXIT.
           EXIT.

       CLASSIFY-MISMATCH.
           MOVE SPACES TO WS-MISMATCH-CLASS.
              END-IF
           END-PERFORM.

       EVALUATE-QC-CONTROLS.
           MOVE "HAMQCPREFIX" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-QC-PREFIX.
           IF WS-QC-PREFIX = SPACES
              MOVE "QC" TO WS-QC-PREFIX
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QC-PREFIX))
             TO WS-QC-PREFIX-LENGTH.
           PERFORM LOAD-QC-CONTROL-FILE.
           MOVE "Y" TO WS-QC-PREPASS-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HAM-INPUT-FILE.
           PERFORM UNTIL END-OF-HAM-INPUT
              READ HAM-INPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF IN-SAMPLE-ID(1:WS-QC-PREFIX-LENGTH)
                       = WS-QC-PREFIX(1:WS-QC-PREFIX-LENGTH)
                       PERFORM EVALUATE-ONE-CONTROL
                           THRU EVALUATE-ONE-CONTROL-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HAM-INPUT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-QC-PREPASS-SWITCH.

       LOAD-QC-CONTROL-FILE.
           OPEN INPUT HAM-CONTROL-FILE.
           PERFORM UNTIL END-OF-CONTROL-FILE
              READ HAM-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-CONTROL-EOF-SWITCH
                 NOT AT END
                    IF WS-QC-DEF-COUNT < 100
                       ADD 1 TO WS-QC-DEF-COUNT
                       MOVE QCC-SAMPLE-ID
                         TO TBL-QCD-ID(WS-QC-DEF-COUNT)
                       MOVE QCC-EXPECTED-DISTANCE
                         TO TBL-QCD-EXPECTED(WS-QC-DEF-COUNT)
                       MOVE QCC-TOLERANCE
                         TO TBL-QCD-TOLERANCE(WS-QC-DEF-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HAM-CONTROL-FILE.

       EVALUATE-ONE-CONTROL.
           IF WS-QC-RESULT-COUNT >= 100
              GO TO EVALUATE-ONE-CONTROL-EXIT
           END-IF.
           ADD 1 TO WS-QC-RESULT-COUNT.
           MOVE IN-SAMPLE-ID TO TBL-QCR-ID(WS-QC-RESULT-COUNT).
           MOVE ZERO TO TBL-QCR-DISTANCE(WS-QC-RESULT-COUNT).
           MOVE ZERO TO TBL-QCR-EXPECTED(WS-QC-RESULT-COUNT).
           MOVE ZERO TO TBL-QCR-TOLERANCE(WS-QC-RESULT-COUNT).
           MOVE ZERO TO WS-QC-DEF-INDEX.
           PERFORM VARYING WS-QC-DEF-SCAN FROM 1 BY 1
                   UNTIL WS-QC-DEF-SCAN > WS-QC-DEF-COUNT
                   OR WS-QC-DEF-INDEX > 0
              IF TBL-QCD-ID(WS-QC-DEF-SCAN) = IN-SAMPLE-ID
                 MOVE WS-QC-DEF-SCAN TO WS-QC-DEF-INDEX
              END-IF
           END-PERFORM.
           IF WS-QC-DEF-INDEX = 0
              MOVE "UNDF" TO TBL-QCR-STATUS(WS-QC-RESULT-COUNT)
              MOVE "Y" TO WS-QC-FAILED-SWITCH
              GO TO EVALUATE-ONE-CONTROL-EXIT
           END-IF.
           MOVE TBL-QCD-EXPECTED(WS-QC-DEF-INDEX)
             TO TBL-QCR-EXPECTED(WS-QC-RESULT-COUNT).
           MOVE TBL-QCD-TOLERANCE(WS-QC-DEF-INDEX)
             TO TBL-QCR-TOLERANCE(WS-QC-RESULT-COUNT).
           IF IN-DNA-1-LENGTH > 300 OR IN-DNA-2-LENGTH > 300
              MOVE "ERR" TO TBL-QCR-STATUS(WS-QC-RESULT-COUNT)
              MOVE "Y" TO WS-QC-FAILED-SWITCH
              GO TO EVALUATE-ONE-CONTROL-EXIT
           END-IF.
           MOVE SPACES TO WS-DNA-1.
           MOVE SPACES TO WS-DNA-2.
           MOVE SPACES TO WS-ERROR.
           PERFORM LOAD-PAIR-STRANDS.
           IF STRAND-CODES-VALID
              PERFORM HAMMING
           END-IF.
           IF WS-ERROR NOT = SPACES
              MOVE "ERR" TO TBL-QCR-STATUS(WS-QC-RESULT-COUNT)
              MOVE "Y" TO WS-QC-FAILED-SWITCH
              GO TO EVALUATE-ONE-CONTROL-EXIT
           END-IF.
           MOVE WS-HAMMING TO TBL-QCR-DISTANCE(WS-QC-RESULT-COUNT).
           IF WS-HAMMING > TBL-QCD-EXPECTED(WS-QC-DEF-INDEX)
              COMPUTE WS-QC-DEVIATION =
                  WS-HAMMING - TBL-QCD-EXPECTED(WS-QC-DEF-INDEX)
           ELSE
              COMPUTE WS-QC-DEVIATION =
                  TBL-QCD-EXPECTED(WS-QC-DEF-INDEX) - WS-HAMMING
           END-IF.
           IF WS-QC-DEVIATION > TBL-QCD-TOLERANCE(WS-QC-DEF-INDEX)
              MOVE "FAIL" TO TBL-QCR-STATUS(WS-QC-RESULT-COUNT)
              MOVE "Y" TO WS-QC-FAILED-SWITCH
           ELSE
              MOVE "PASS" TO TBL-QCR-STATUS(WS-QC-RESULT-COUNT)
           END-IF.
       EVALUATE-ONE-CONTROL-EXIT.
           EXIT.

       WRITE-QC-CONTROL-LINES.
           PERFORM VARYING WS-QC-RESULT-SCAN FROM 1 BY 1
                   UNTIL WS-QC-RESULT-SCAN > WS-QC-RESULT-COUNT
              MOVE TBL-QCR-ID(WS-QC-RESULT-SCAN) TO QCL-SAMPLE-ID
              MOVE TBL-QCR-DISTANCE(WS-QC-RESULT-SCAN) TO QCL-DISTANCE
              MOVE TBL-QCR-EXPECTED(WS-QC-RESULT-SCAN) TO QCL-EXPECTED
              MOVE TBL-QCR-TOLERANCE(WS-QC-RESULT-SCAN)
                TO QCL-TOLERANCE
              MOVE TBL-QCR-STATUS(WS-QC-RESULT-SCAN) TO QCL-STATUS
              MOVE WS-QC-LINE TO HAM-REPORT-RECORD
              WRITE HAM-REPORT-RECORD
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           IF QC-CONTROLS-FAILED
              MOVE WS-QC-HOLD-LINE TO HAM-REPORT-RECORD
              WRITE HAM-REPORT-RECORD
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
