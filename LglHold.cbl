       IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "LGLHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-FD-RECORD      PIC X(125).
       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
          05 IDX-DATASET-NAME       PIC X(10).
          05 IDX-BUSINESS-DATE      PIC X(08).
          05 IDX-GENERATION         PIC 9(03).
          05 IDX-RECORD-COUNT       PIC 9(08).
       FD HOLD-REPORT-FILE.
       01 HOLD-REPORT-RECORD        PIC X(100).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "LEGLHOLD.cpy".
       COPY "RPTBANNR.cpy".
       01 WS-HOLD-FILE-STATUS       PIC XX VALUE "00".
       01 WS-INDEX-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-INDEX-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-IDX-SCAN               PIC 9(04) VALUE ZERO.
       01 WS-INDEX-TABLE.
          05 WS-INDEX-ENTRY OCCURS 999 TIMES.
             10 TBL-IDX-DATASET     PIC X(10).
             10 TBL-IDX-DATE        PIC X(08).
             10 TBL-IDX-GEN         PIC 9(03).
             10 TBL-IDX-COUNT       PIC 9(08).
       01 WS-HOLD-DS-SCAN           PIC 9(02) VALUE ZERO.
       01 WS-DATASET-MATCH-SWITCH   PIC X VALUE "N".
          88 DATASET-UNDER-HOLD VALUE "Y".
       01 WS-ACTIVE-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-RELEASED-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-INVALID-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-HOLD-GEN-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-HOLD-REC-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-DATASET-TEXT           PIC X(70) VALUE SPACES.
       01 WS-TEXT-POINTER           PIC 9(03) VALUE 1.
       01 WS-HOLD-LINE.
          05 FILLER                 PIC X(06) VALUE "HOLD".
          05 HDL-HOLD-ID            PIC X(10).
          05 FILLER                 PIC X(07) VALUE "  FROM".
          05 HDL-FROM-DATE          PIC X(08).
          05 FILLER                 PIC X(05) VALUE "  TO".
          05 HDL-TO-DATE            PIC X(08).
          05 FILLER                 PIC X(10) VALUE "  RELEASE".
          05 HDL-RELEASE-DATE       PIC X(08).
          05 FILLER                 PIC X(12) VALUE "  REQUESTER".
          05 HDL-REQUESTER          PIC X(20).
       01 WS-DATASETS-LINE.
          05 FILLER                 PIC X(12) VALUE "  DATASETS:".
          05 DSL-DATASETS           PIC X(70).
       01 WS-GENERATION-LINE.
          05 FILLER                 PIC X(04) VALUE SPACES.
          05 GNL-DATASET            PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 GNL-DATE               PIC X(08).
          05 FILLER                 PIC X(06) VALUE "  GEN".
          05 GNL-GEN                PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 GNL-RECORDS            PIC Z(7)9.
          05 FILLER                 PIC X(08) VALUE " RECORDS".
       01 WS-HOLD-TOTAL-LINE.
          05 FILLER                 PIC X(26)
               VALUE "  GENERATIONS PROTECTED:".
          05 HTL-GENERATIONS        PIC Z(3)9.
          05 FILLER                 PIC X(12) VALUE "  RECORDS:".
          05 HTL-RECORDS            PIC Z(8)9.
       01 WS-INVALID-LINE.
          05 FILLER                 PIC X(06) VALUE "HOLD".
          05 INL-HOLD-ID            PIC X(10).
          05 FILLER                 PIC X(40)
               VALUE "  INVALID HOLD - PURGING SUSPENDED".
       01 WS-SUMMARY-LINE.
          05 FILLER                 PIC X(14) VALUE "ACTIVE HOLDS:".
          05 SML-ACTIVE             PIC ZZZ9.
          05 FILLER                 PIC X(12) VALUE "  RELEASED:".
          05 SML-RELEASED           PIC ZZZ9.
          05 FILLER                 PIC X(11) VALUE "  INVALID:".
          05 SML-INVALID            PIC ZZZ9.

       PROCEDURE DIVISION.
       HOLD-REPORT-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-CDT-TIME FROM TIME.
           PERFORM LOAD-ARCHIVE-INDEX.
           OPEN OUTPUT HOLD-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
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
                       PERFORM REPORT-ONE-HOLD
                          THRU REPORT-ONE-HOLD-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.
           IF WS-ACTIVE-COUNT = 0
              MOVE "NO ACTIVE LEGAL HOLDS" TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
           END-IF.
           IF WS-ACTIVE-COUNT > 50
              MOVE SPACES TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
              MOVE "MORE THAN 50 ACTIVE HOLDS - PURGING SUSPENDED"
                TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
           END-IF.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE WS-ACTIVE-COUNT TO SML-ACTIVE.
           MOVE WS-RELEASED-COUNT TO SML-RELEASED.
           MOVE WS-INVALID-COUNT TO SML-INVALID.
           MOVE WS-SUMMARY-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE HOLD-REPORT-FILE.
           IF WS-INVALID-COUNT > 0
              OR WS-ACTIVE-COUNT > 50
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

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "LEGAL-HOLD" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.

       LOAD-ARCHIVE-INDEX.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ARCHIVE-INDEX-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-INDEX-COUNT < 999
                       ADD 1 TO WS-INDEX-COUNT
                       MOVE IDX-DATASET-NAME
                         TO TBL-IDX-DATASET(WS-INDEX-COUNT)
                       MOVE IDX-BUSINESS-DATE
                         TO TBL-IDX-DATE(WS-INDEX-COUNT)
                       MOVE IDX-GENERATION
                         TO TBL-IDX-GEN(WS-INDEX-COUNT)
                       MOVE IDX-RECORD-COUNT
                         TO TBL-IDX-COUNT(WS-INDEX-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

       REPORT-ONE-HOLD.
           IF HLD-RELEASE-DATE NOT = SPACES
              AND HLD-RELEASE-DATE <= WS-BUSINESS-DATE
              ADD 1 TO WS-RELEASED-COUNT
              GO TO REPORT-ONE-HOLD-EXIT
           END-IF.
           IF HLD-TO-DATE = SPACES
              MOVE "99999999" TO HLD-TO-DATE
           END-IF.
           IF HLD-HOLD-ID = SPACES
              OR HLD-FROM-DATE IS NOT NUMERIC
              OR HLD-TO-DATE IS NOT NUMERIC
              ADD 1 TO WS-INVALID-COUNT
              MOVE HLD-HOLD-ID TO INL-HOLD-ID
              IF HLD-HOLD-ID = SPACES
                 MOVE "(NO ID)" TO INL-HOLD-ID
              END-IF
              MOVE WS-INVALID-LINE TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
              GO TO REPORT-ONE-HOLD-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE HLD-HOLD-ID TO HDL-HOLD-ID.
           MOVE HLD-FROM-DATE TO HDL-FROM-DATE.
           MOVE HLD-TO-DATE TO HDL-TO-DATE.
           IF HLD-TO-DATE = "99999999"
              MOVE "OPEN" TO HDL-TO-DATE
           END-IF.
           MOVE HLD-RELEASE-DATE TO HDL-RELEASE-DATE.
           IF HLD-RELEASE-DATE = SPACES
              MOVE "NONE" TO HDL-RELEASE-DATE
           END-IF.
           MOVE HLD-REQUESTER TO HDL-REQUESTER.
           MOVE WS-HOLD-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE SPACES TO WS-DATASET-TEXT.
           MOVE 1 TO WS-TEXT-POINTER.
           PERFORM VARYING WS-HOLD-DS-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-DS-SCAN > 6
              IF HLD-DATASET-NAME(WS-HOLD-DS-SCAN) NOT = SPACES
                 STRING HLD-DATASET-NAME(WS-HOLD-DS-SCAN)
                        DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        INTO WS-DATASET-TEXT
                        WITH POINTER WS-TEXT-POINTER
              END-IF
           END-PERFORM.
           MOVE WS-DATASET-TEXT TO DSL-DATASETS.
           MOVE WS-DATASETS-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE ZERO TO WS-HOLD-GEN-COUNT.
           MOVE ZERO TO WS-HOLD-REC-COUNT.
           PERFORM LIST-PROTECTED-GENERATION
               THRU LIST-PROTECTED-GENERATION-EXIT
               VARYING WS-IDX-SCAN FROM 1 BY 1
               UNTIL WS-IDX-SCAN > WS-INDEX-COUNT.
           IF WS-HOLD-GEN-COUNT = 0
              MOVE "    NO ARCHIVE GENERATIONS IN RANGE"
                TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
           END-IF.
           MOVE WS-HOLD-GEN-COUNT TO HTL-GENERATIONS.
           MOVE WS-HOLD-REC-COUNT TO HTL-RECORDS.
           MOVE WS-HOLD-TOTAL-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
       REPORT-ONE-HOLD-EXIT.
           EXIT.

       LIST-PROTECTED-GENERATION.
           IF TBL-IDX-DATE(WS-IDX-SCAN) < HLD-FROM-DATE
              OR TBL-IDX-DATE(WS-IDX-SCAN) > HLD-TO-DATE
              GO TO LIST-PROTECTED-GENERATION-EXIT
           END-IF.
           MOVE "N" TO WS-DATASET-MATCH-SWITCH.
           PERFORM VARYING WS-HOLD-DS-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-DS-SCAN > 6
                   OR DATASET-UNDER-HOLD
              IF HLD-DATASET-NAME(WS-HOLD-DS-SCAN)
                 = TBL-IDX-DATASET(WS-IDX-SCAN) OR "*"
                 MOVE "Y" TO WS-DATASET-MATCH-SWITCH
              END-IF
           END-PERFORM.
           IF NOT DATASET-UNDER-HOLD
              GO TO LIST-PROTECTED-GENERATION-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-GEN-COUNT.
           ADD TBL-IDX-COUNT(WS-IDX-SCAN) TO WS-HOLD-REC-COUNT.
           MOVE TBL-IDX-DATASET(WS-IDX-SCAN) TO GNL-DATASET.
           MOVE TBL-IDX-DATE(WS-IDX-SCAN) TO GNL-DATE.
           MOVE TBL-IDX-GEN(WS-IDX-SCAN) TO GNL-GEN.
           MOVE TBL-IDX-COUNT(WS-IDX-SCAN) TO GNL-RECORDS.
           MOVE WS-GENERATION-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.
       LIST-PROTECTED-GENERATION-EXIT.
           EXIT.
