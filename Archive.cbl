           SELECT OPTIONAL DS-EXCEPTIONS-FILE ASSIGN TO "DSEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT OPTIONAL DS-OUTPUT-FILE ASSIGN TO "DSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT OPTIONAL DARTS-REPORT-FILE ASSIGN TO "DARTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT OPTIONAL LUHN-EMBOSS-FILE ASSIGN TO "LUHNEMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HELD-REPORT-FILE ASSIGN TO "ARCHHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       FD BOB-STATS-FILE.
       01 BOB-STATS-RECORD          PIC X(60).
       FD COLZ-REPORT-FILE.
       01 COLZ-REPORT-RECORD        PIC X(60).
       FD COLZ-EXCEPTIONS-FILE.
       01 COLZ-EXCEPTIONS-RECORD    PIC X(61).
       FD DS-REPORT-FILE.
       01 DS-REPORT-RECORD          PIC X(100).
       FD DS-EXCEPTIONS-FILE.
       01 DS-EXCEPTIONS-RECORD      PIC X(61).
       FD DS-OUTPUT-FILE.
       01 DS-OUTPUT-RECORD          PIC X(90).
       FD DARTS-REPORT-FILE.
       01 DARTS-REPORT-RECORD       PIC X(60).
       FD DARTS-EXCEPTIONS-FILE.
       FD HAM-REPORT-FILE.
       01 HAM-REPORT-RECORD         PIC X(72).
       FD HAM-DETAIL-FILE.
       01 HAM-DETAIL-RECORD         PIC X(36).
       FD LUHN-REPORT-FILE.
       01 LUHN-REPORT-RECORD        PIC X(93).
       FD LUHN-REJECTS-FILE.
       FD BOB-REJECTS-FILE.
       01 BOB-REJECTS-RECORD        PIC X(294).
       FD DARTS-GAME-FILE.
       01 DARTS-GAME-RECORD         PIC X(92).
       FD HAM-RECON-FILE.
       01 HAM-RECON-RECORD          PIC X(60).
       FD LUHN-DUPLICATES-FILE.
       01 LUHN-TOKEN-RECORD         PIC X(35).
       FD LUHN-EMBOSS-FILE.
       01 LUHN-EMBOSS-RECORD        PIC X(32).
       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-FD-RECORD      PIC X(125).
       FD HELD-REPORT-FILE.
       01 HELD-REPORT-RECORD        PIC X(80).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
             10 TBL-IDX-COUNT       PIC 9(08).
       01 WS-IDX-SCAN               PIC 9(04) VALUE ZERO.
       01 WS-SOURCE-DATA            PIC X(320).
       01 WS-HOLD-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-HOLD-ERROR-SWITCH      PIC X VALUE "N".
          88 HOLD-TABLE-UNRELIABLE VALUE "Y".
       01 WS-HELD-GEN-OVERFLOW-SWITCH PIC X VALUE "N".
          88 HELD-GEN-TABLE-FULL VALUE "Y".
       01 WS-CDT-TIME               PIC X(08).
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
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
       01 WS-HELD-GEN-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-HELD-GEN-SCAN          PIC 9(03) VALUE ZERO.
       01 WS-HELD-GEN-TABLE.
          05 WS-HELD-GEN-ENTRY OCCURS 500 TIMES.
             10 TBL-HGN-DATASET     PIC X(10).
             10 TBL-HGN-DATE        PIC X(08).
             10 TBL-HGN-GEN         PIC 9(03).
             10 TBL-HGN-HOLD-ID     PIC X(10).
             10 TBL-HGN-COUNT       PIC 9(08).
       01 WS-HELD-HEADING-LINE.
          05 FILLER                 PIC X(12) VALUE "DATASET".
          05 FILLER                 PIC X(10) VALUE "BUS DATE".
          05 FILLER                 PIC X(05) VALUE "GEN".
          05 FILLER                 PIC X(10) VALUE " RECORDS".
          05 FILLER                 PIC X(07) VALUE "HOLD ID".
       01 WS-HELD-LINE.
          05 HGL-DATASET            PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HGL-DATE               PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HGL-GEN                PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HGL-RECORDS            PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HGL-HOLD-ID            PIC X(10).
       COPY "PARMREQ.cpy".
       COPY "LEGLHOLD.cpy".
       COPY "RPTBANNR.cpy".
       COPY "OPRALERT.cpy".

       PROCEDURE DIVISION.
       ARCHIVER-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           MOVE "ARCHRETDAYS" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-RETENTION.
           IF WS-ENV-RETENTION NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-RETENTION)
                TO WS-RETENTION-DAYS
           MOVE WS-TODAY-DATE TO WS-RECORD-DATE.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           PERFORM LOAD-LEGAL-HOLDS.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           PERFORM CARRY-FORWARD-ARCHIVE.
           PERFORM ARCHIVE-TODAYS-OUTPUTS.
           CLOSE ARCHIVE-WORK-FILE.
           PERFORM COPY-BACK-ARCHIVE.
           PERFORM WRITE-ARCHIVE-INDEX.
           PERFORM WRITE-HELD-REPORT.
           MOVE 0 TO RETURN-CODE.
           IF HELD-GEN-TABLE-FULL
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF HOLD-TABLE-UNRELIABLE
              PERFORM WRITE-HOLD-ALERT
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-BUSINESS-DATE.
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "ARCHIVER" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "ARCHIVER" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO HELD-REPORT-RECORD
              WRITE HELD-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

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

       CARRY-FORWARD-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-MASTER-FILE.
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           COMPUTE WS-RECORD-AGE-DAYS =
               WS-TODAY-DAY-NUMBER - WS-RECORD-DAY-NUMBER.
           MOVE ZERO TO WS-HELD-BY.
           IF WS-RECORD-AGE-DAYS > WS-RETENTION-DAYS
              MOVE ARC-DATASET-NAME TO WS-HOLD-DATASET
              MOVE ARC-BUSINESS-DATE TO WS-HOLD-DATE
              PERFORM CHECK-LEGAL-HOLD
           END-IF.
           IF WS-RECORD-AGE-DAYS > WS-RETENTION-DAYS
              AND WS-HELD-BY = 0
              AND NOT HOLD-TABLE-UNRELIABLE
              ADD 1 TO WS-PURGED-COUNT
           ELSE
              MOVE ARCHIVE-MASTER-RECORD TO ARCHIVE-WORK-RECORD
              ADD 1 TO WS-KEPT-COUNT
              MOVE ARC-DATASET-NAME TO WS-CURRENT-DATASET
              PERFORM TALLY-INDEX-ENTRY
              IF WS-HELD-BY > 0
                 PERFORM TALLY-HELD-GENERATION
              END-IF
           END-IF.

       TALLY-HELD-GENERATION.
           PERFORM VARYING WS-HELD-GEN-SCAN FROM 1 BY 1
                   UNTIL WS-HELD-GEN-SCAN > WS-HELD-GEN-COUNT
                   OR (TBL-HGN-DATASET(WS-HELD-GEN-SCAN)
                       = ARC-DATASET-NAME
                   AND TBL-HGN-DATE(WS-HELD-GEN-SCAN)
                       = ARC-BUSINESS-DATE
                   AND TBL-HGN-GEN(WS-HELD-GEN-SCAN) = ARC-GENERATION)
              CONTINUE
           END-PERFORM.
           IF WS-HELD-GEN-SCAN > WS-HELD-GEN-COUNT
              IF WS-HELD-GEN-COUNT < 500
                 ADD 1 TO WS-HELD-GEN-COUNT
                 MOVE ARC-DATASET-NAME
                   TO TBL-HGN-DATASET(WS-HELD-GEN-COUNT)
                 MOVE ARC-BUSINESS-DATE
                   TO TBL-HGN-DATE(WS-HELD-GEN-COUNT)
                 MOVE ARC-GENERATION TO TBL-HGN-GEN(WS-HELD-GEN-COUNT)
                 MOVE TBL-HLD-ID(WS-HELD-BY)
                   TO TBL-HGN-HOLD-ID(WS-HELD-GEN-COUNT)
                 MOVE 1 TO TBL-HGN-COUNT(WS-HELD-GEN-COUNT)
              ELSE
                 MOVE "Y" TO WS-HELD-GEN-OVERFLOW-SWITCH
              END-IF
           ELSE
              ADD 1 TO TBL-HGN-COUNT(WS-HELD-GEN-SCAN)
           END-IF.

       TALLY-INDEX-ENTRY.
           PERFORM ARCHIVE-COLZ-EXCEPTIONS.
           PERFORM ARCHIVE-DS-REPORT.
           PERFORM ARCHIVE-DS-EXCEPTIONS.
           PERFORM ARCHIVE-DS-OUTPUT.
           PERFORM ARCHIVE-DARTS-REPORT.
           PERFORM ARCHIVE-DARTS-EXCEPTIONS.
           PERFORM ARCHIVE-HAM-REPORT.
           CLOSE BOB-REJECTS-FILE.
           PERFORM NOTE-NEW-GENERATION.

       ARCHIVE-DS-OUTPUT.
           MOVE "DSOUT" TO WS-CURRENT-DATASET.
           PERFORM SET-NEXT-GENERATION.
           MOVE ZERO TO WS-SOURCE-RECORD-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DS-OUTPUT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ DS-OUTPUT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE SPACES TO WS-SOURCE-DATA
                    MOVE DS-OUTPUT-RECORD TO WS-SOURCE-DATA
                    PERFORM WRITE-TODAYS-ARCHIVE-RECORD
              END-READ
           END-PERFORM.
           CLOSE DS-OUTPUT-FILE.
           PERFORM NOTE-NEW-GENERATION.

       ARCHIVE-DARTS-GAMES.
           MOVE "DARTSGAM" TO WS-CURRENT-DATASET.
           PERFORM SET-NEXT-GENERATION.
              WRITE ARCHIVE-INDEX-RECORD
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

       WRITE-HELD-REPORT.
           ACCEPT WS-CDT-TIME FROM TIME.
           OPEN OUTPUT HELD-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "ARCHIVER" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO HELD-REPORT-RECORD.
           WRITE HELD-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.
           IF HOLD-TABLE-UNRELIABLE
              MOVE "LEGAL HOLD FILE INVALID OR FULL - NOTHING PURGED"
                TO HELD-REPORT-RECORD
              WRITE HELD-REPORT-RECORD
           END-IF.
           MOVE "GENERATIONS PAST RETENTION KEPT UNDER LEGAL HOLD"
             TO HELD-REPORT-RECORD.
           WRITE HELD-REPORT-RECORD.
           IF WS-HELD-GEN-COUNT = 0
              MOVE "NO GENERATIONS HELD" TO HELD-REPORT-RECORD
              WRITE HELD-REPORT-RECORD
           ELSE
              MOVE WS-HELD-HEADING-LINE TO HELD-REPORT-RECORD
              WRITE HELD-REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-HELD-GEN-SCAN FROM 1 BY 1
                   UNTIL WS-HELD-GEN-SCAN > WS-HELD-GEN-COUNT
              MOVE TBL-HGN-DATASET(WS-HELD-GEN-SCAN) TO HGL-DATASET
              MOVE TBL-HGN-DATE(WS-HELD-GEN-SCAN) TO HGL-DATE
              MOVE TBL-HGN-GEN(WS-HELD-GEN-SCAN) TO HGL-GEN
              MOVE TBL-HGN-COUNT(WS-HELD-GEN-SCAN) TO HGL-RECORDS
              MOVE TBL-HGN-HOLD-ID(WS-HELD-GEN-SCAN) TO HGL-HOLD-ID
              MOVE WS-HELD-LINE TO HELD-REPORT-RECORD
              WRITE HELD-REPORT-RECORD
              ADD 1 TO WS-REPORT-RECORD-COUNT
           END-PERFORM.
           IF HELD-GEN-TABLE-FULL
              MOVE "HELD GENERATION LIST TRUNCATED AT 500 ENTRIES"
                TO HELD-REPORT-RECORD
              WRITE HELD-REPORT-RECORD
           END-IF.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO HELD-REPORT-RECORD.
           WRITE HELD-REPORT-RECORD.
           CLOSE HELD-REPORT-FILE.

       WRITE-HOLD-ALERT.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE "CRIT" TO ALR-SEVERITY.
           MOVE "ARCHIVER" TO ALR-PROGRAM-NAME.
           MOVE "LEGLHOLD invalid or over 50 holds - nothing purged"
             TO ALR-MESSAGE.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
