       IDENTIFICATION DIVISION.
       PROGRAM-ID. hamming-hotspot-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT OPTIONAL RESTORE-OUTPUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTORE-FILE-STATUS.
           SELECT OPTIONAL HAM-DETAIL-FILE ASSIGN TO "HAMDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
           SELECT HOTSPOT-REPORT-FILE ASSIGN TO "HAMHOT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
          05 IDX-DATASET-NAME       PIC X(10).
          05 IDX-BUSINESS-DATE      PIC X(08).
          05 IDX-GENERATION         PIC 9(03).
          05 IDX-RECORD-COUNT       PIC 9(08).
       FD RESTORE-OUTPUT-FILE.
       01 RESTORE-OUTPUT-RECORD.
          05 RST-SAMPLE-ID          PIC X(10).
          05 FILLER                 PIC X(02).
          05 RST-POSITION           PIC Z(3)9.
          05 FILLER                 PIC X(02).
          05 RST-CHAR-1             PIC X.
          05 FILLER                 PIC X(02).
          05 RST-CHAR-2             PIC X.
          05 FILLER                 PIC X(02).
          05 RST-CLASS              PIC X(02).
          05 FILLER                 PIC X(02).
          05 RST-REFERENCE-ID       PIC X(08).
          05 FILLER                 PIC X(284).
       FD HAM-DETAIL-FILE.
       01 HAM-DETAIL-RECORD         PIC X(36).
       FD HOTSPOT-REPORT-FILE.
       01 HOTSPOT-REPORT-RECORD     PIC X(80).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "OPRALERT.cpy".
       01 WS-INDEX-FILE-STATUS      PIC XX VALUE "00".
       01 WS-RESTORE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DETAIL-FILE-STATUS     PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-FROM-DATE              PIC X(08) VALUE SPACES.
       01 WS-TO-DATE                PIC X(08) VALUE SPACES.
       01 WS-REFERENCE-FILTER       PIC X(08) VALUE SPACES.
       01 WS-ENV-TOP-N              PIC X(03) VALUE SPACES.
       01 WS-TOP-N                  PIC 9(03) VALUE 10.
       01 WS-DETAIL-RECORD.
          05 DTL-SAMPLE-ID          PIC X(10).
          05 FILLER                 PIC X(02).
          05 DTL-POSITION           PIC Z(3)9.
          05 FILLER                 PIC X(02).
          05 DTL-CHAR-1             PIC X.
          05 FILLER                 PIC X(02).
          05 DTL-CHAR-2             PIC X.
          05 FILLER                 PIC X(02).
          05 DTL-CLASS              PIC X(02).
          05 FILLER                 PIC X(02).
          05 DTL-REFERENCE-ID       PIC X(08).
       01 WS-GEN-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 400 TIMES.
             10 TBL-GEN-DATE        PIC X(08).
             10 TBL-GEN-NUMBER      PIC 9(03).
             10 TBL-GEN-RECORDS     PIC 9(08).
       01 WS-GEN-SCAN               PIC 9(03) VALUE ZERO.
       01 WS-GEN-INDEX              PIC 9(03) VALUE ZERO.
       01 WS-GEN-X                  PIC 9(03).
       01 WS-GEN-LIMIT-SWITCH       PIC X VALUE "N".
          88 GEN-TABLE-FULL VALUE "Y".
       01 WS-BUSDATE-ARCHIVED-SWITCH PIC X VALUE "N".
          88 BUSDATE-ARCHIVED VALUE "Y".
       01 WS-RESTORE-RC             PIC S9(04) VALUE ZERO.
       01 WS-RESTORE-FAILURES       PIC 9(03) VALUE ZERO.
       01 WS-DATES-READ             PIC 9(03) VALUE ZERO.
       01 WS-POSITION-TABLE.
          05 WS-POSITION-ENTRY OCCURS 300 TIMES.
             10 TBL-POS-MISMATCHES  PIC 9(07).
             10 TBL-POS-TS          PIC 9(07).
             10 TBL-POS-TV          PIC 9(07).
             10 TBL-POS-REPORTED    PIC X(01).
             10 TBL-POS-FROM OCCURS 5 TIMES.
                15 TBL-POS-TO OCCURS 5 TIMES.
                   20 TBL-POS-SUBST PIC 9(07).
       01 WS-POSITION               PIC 9(04) VALUE ZERO.
       01 WS-POSITION-SCAN          PIC 9(03) VALUE ZERO.
       01 WS-MAX-POSITION           PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-MISMATCHES       PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-TS               PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-TV               PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-USED           PIC 9(08) VALUE ZERO.
       01 WS-RECORDS-SKIPPED        PIC 9(08) VALUE ZERO.
       01 WS-BASE-CHAR              PIC X.
       01 WS-BASE-INDEX             PIC 9.
       01 WS-FROM-INDEX             PIC 9.
       01 WS-TO-INDEX               PIC 9.
       01 WS-BASE-LETTERS           PIC X(05) VALUE "ACGT?".
       01 WS-RANK                   PIC 9(03) VALUE ZERO.
       01 WS-BEST-POSITION          PIC 9(03) VALUE ZERO.
       01 WS-BEST-SUBST             PIC 9(07) VALUE ZERO.
       01 WS-BEST-FROM              PIC 9.
       01 WS-BEST-TO                PIC 9.
       01 WS-SECOND-SUBST           PIC 9(07) VALUE ZERO.
       01 WS-SECOND-FROM            PIC 9.
       01 WS-SECOND-TO              PIC 9.
       01 WS-SHARE-PCT              PIC 9(03)V99 VALUE ZERO.
       01 WS-BAND-WIDTH             PIC 9(02) VALUE 10.
       01 WS-BAND-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-BAND-INDEX             PIC 9(02) VALUE ZERO.
       01 WS-BAND-TABLE.
          05 WS-BAND-TOTAL OCCURS 30 TIMES PIC 9(08).
       01 WS-BAND-MAX               PIC 9(08) VALUE ZERO.
       01 WS-BAR-LENGTH             PIC 9(02) VALUE ZERO.
       01 WS-BAR-MAX                PIC 9(02) VALUE 40.
       01 WS-BAR-SOURCE             PIC X(40) VALUE ALL "*".
       01 WS-ALERT-SEVERITY         PIC X(04) VALUE SPACES.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-SELECTION-LINE.
          05 FILLER                 PIC X(12) VALUE "DATE RANGE:".
          05 SEL-FROM-DATE          PIC X(08).
          05 FILLER                 PIC X(04) VALUE " TO ".
          05 SEL-TO-DATE            PIC X(08).
          05 FILLER                 PIC X(13) VALUE "  REFERENCE:".
          05 SEL-REFERENCE          PIC X(08).
          05 FILLER                 PIC X(08) VALUE "  TOP N:".
          05 SEL-TOP-N              PIC ZZ9.
       01 WS-VOLUME-LINE.
          05 FILLER                 PIC X(13) VALUE "DATES READ:".
          05 VOL-DATES              PIC ZZ9.
          05 FILLER                 PIC X(14) VALUE "  MISMATCHES:".
          05 VOL-MISMATCHES         PIC Z(7)9.
          05 FILLER                 PIC X(07) VALUE "  TS:".
          05 VOL-TS                 PIC Z(7)9.
          05 FILLER                 PIC X(07) VALUE "  TV:".
          05 VOL-TV                 PIC Z(7)9.
       01 WS-RESTORE-FAIL-LINE.
          05 FILLER                 PIC X(36)
               VALUE "HAMDTL GENERATION NOT RESTORED:".
          05 RFL-DATE               PIC X(08).
          05 FILLER                 PIC X(05) VALUE " GEN ".
          05 RFL-GENERATION         PIC ZZ9.
       01 WS-HOTSPOT-HEADING.
          05 FILLER                 PIC X(06) VALUE "RANK".
          05 FILLER                 PIC X(06) VALUE "  POS".
          05 FILLER                 PIC X(10) VALUE "   COUNT".
          05 FILLER                 PIC X(09) VALUE " SHARE%".
          05 FILLER                 PIC X(16) VALUE "     TS      TV".
          05 FILLER                 PIC X(33)
               VALUE "   TOP SUBSTITUTIONS".
       01 WS-HOTSPOT-LINE.
          05 HSL-RANK               PIC ZZ9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 HSL-POSITION           PIC ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HSL-COUNT              PIC Z(6)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HSL-SHARE              PIC ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HSL-TS                 PIC Z(5)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HSL-TV                 PIC Z(5)9.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 HSL-SUBST-1-FROM       PIC X.
          05 FILLER                 PIC X(01) VALUE ">".
          05 HSL-SUBST-1-TO         PIC X.
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 HSL-SUBST-1-COUNT      PIC Z(5)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 HSL-SUBST-2-FROM       PIC X.
          05 HSL-SUBST-2-ARROW      PIC X(01).
          05 HSL-SUBST-2-TO         PIC X.
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 HSL-SUBST-2-COUNT      PIC Z(5)Z.
       01 WS-BAND-LINE.
          05 BND-FROM               PIC 999.
          05 FILLER                 PIC X(01) VALUE "-".
          05 BND-TO                 PIC 999.
          05 FILLER                 PIC X(02) VALUE " |".
          05 BND-BAR                PIC X(40).
          05 FILLER                 PIC X(02) VALUE "| ".
          05 BND-COUNT              PIC Z(7)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       HOTSPOT-REPORT-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "HAMHOTFROM".
           ACCEPT WS-TO-DATE FROM ENVIRONMENT "HAMHOTTO".
           ACCEPT WS-REFERENCE-FILTER FROM ENVIRONMENT "HAMHOTREF".
           MOVE "HAMHOTTOPN" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-TOP-N.
           IF WS-TO-DATE = SPACES
              MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE = SPACES
              MOVE WS-TO-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-ENV-TOP-N NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-TOP-N) TO WS-TOP-N
           END-IF.
           IF WS-TOP-N = 0 OR WS-TOP-N > 50
              MOVE 10 TO WS-TOP-N
           END-IF.
           INITIALIZE WS-POSITION-TABLE.
           INITIALIZE WS-BAND-TABLE.
           OPEN OUTPUT HOTSPOT-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SELECT-ARCHIVED-GENERATIONS.
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
              PERFORM ACCUMULATE-ONE-GENERATION
           END-PERFORM.
           IF NOT BUSDATE-ARCHIVED
              AND WS-BUSINESS-DATE NOT < WS-FROM-DATE
              AND WS-BUSINESS-DATE NOT > WS-TO-DATE
              PERFORM ACCUMULATE-CURRENT-DETAIL
           END-IF.
           PERFORM WRITE-VOLUME-SUMMARY.
           PERFORM WRITE-HOTSPOT-POSITIONS.
           PERFORM WRITE-DENSITY-BANDS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE HOTSPOT-REPORT-FILE.
           IF WS-RESTORE-FAILURES > 0 OR GEN-TABLE-FULL
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE "Hotspot report incomplete - HAMDTL history gaps"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
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

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "HAM-HOTSPOT" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "HAM-HOTSPOT" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO HOTSPOT-REPORT-RECORD
              WRITE HOTSPOT-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "HAM-HOTSPOT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.
           MOVE WS-FROM-DATE TO SEL-FROM-DATE.
           MOVE WS-TO-DATE TO SEL-TO-DATE.
           IF WS-REFERENCE-FILTER = SPACES
              MOVE "(ALL)" TO SEL-REFERENCE
           ELSE
              MOVE WS-REFERENCE-FILTER TO SEL-REFERENCE
           END-IF.
           MOVE WS-TOP-N TO SEL-TOP-N.
           MOVE WS-SELECTION-LINE TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.

       SELECT-ARCHIVED-GENERATIONS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ARCHIVE-INDEX-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF IDX-DATASET-NAME = "HAMDTL"
                       AND IDX-BUSINESS-DATE NOT < WS-FROM-DATE
                       AND IDX-BUSINESS-DATE NOT > WS-TO-DATE
                       PERFORM KEEP-LATEST-GENERATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

       KEEP-LATEST-GENERATION.
           IF IDX-BUSINESS-DATE = WS-BUSINESS-DATE
              MOVE "Y" TO WS-BUSDATE-ARCHIVED-SWITCH
           END-IF.
           MOVE ZERO TO WS-GEN-SCAN.
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
              IF TBL-GEN-DATE(WS-GEN-INDEX) = IDX-BUSINESS-DATE
                 MOVE WS-GEN-INDEX TO WS-GEN-SCAN
              END-IF
           END-PERFORM.
           IF WS-GEN-SCAN = 0
              IF WS-GEN-COUNT < 400
                 ADD 1 TO WS-GEN-COUNT
                 MOVE IDX-BUSINESS-DATE TO TBL-GEN-DATE(WS-GEN-COUNT)
                 MOVE IDX-GENERATION TO TBL-GEN-NUMBER(WS-GEN-COUNT)
                 MOVE IDX-RECORD-COUNT
                   TO TBL-GEN-RECORDS(WS-GEN-COUNT)
              ELSE
                 MOVE "Y" TO WS-GEN-LIMIT-SWITCH
              END-IF
           ELSE
              IF IDX-GENERATION > TBL-GEN-NUMBER(WS-GEN-SCAN)
                 MOVE IDX-GENERATION TO TBL-GEN-NUMBER(WS-GEN-SCAN)
                 MOVE IDX-RECORD-COUNT TO TBL-GEN-RECORDS(WS-GEN-SCAN)
              END-IF
           END-IF.

       ACCUMULATE-ONE-GENERATION.
           MOVE TBL-GEN-NUMBER(WS-GEN-INDEX) TO WS-GEN-X.
           DISPLAY "ARCHFUNC" UPON ENVIRONMENT-NAME.
           DISPLAY "RESTORE" UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHDSN" UPON ENVIRONMENT-NAME.
           DISPLAY "HAMDTL" UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHDATE" UPON ENVIRONMENT-NAME.
           DISPLAY TBL-GEN-DATE(WS-GEN-INDEX) UPON ENVIRONMENT-VALUE.
           DISPLAY "ARCHGEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-X UPON ENVIRONMENT-VALUE.
           CALL "archive-restore".
           MOVE RETURN-CODE TO WS-RESTORE-RC.
           CANCEL "archive-restore".
           IF WS-RESTORE-RC > 4
              ADD 1 TO WS-RESTORE-FAILURES
              MOVE TBL-GEN-DATE(WS-GEN-INDEX) TO RFL-DATE
              MOVE TBL-GEN-NUMBER(WS-GEN-INDEX) TO RFL-GENERATION
              MOVE WS-RESTORE-FAIL-LINE TO HOTSPOT-REPORT-RECORD
              WRITE HOTSPOT-REPORT-RECORD
           ELSE
              ADD 1 TO WS-DATES-READ
              MOVE "N" TO WS-EOF-SWITCH
              OPEN INPUT RESTORE-OUTPUT-FILE
              PERFORM UNTIL END-OF-CURRENT-FILE
                 READ RESTORE-OUTPUT-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE RESTORE-OUTPUT-RECORD(1:36)
                         TO WS-DETAIL-RECORD
                       PERFORM ACCUMULATE-DETAIL-RECORD
                 END-READ
              END-PERFORM
              CLOSE RESTORE-OUTPUT-FILE
           END-IF.

       ACCUMULATE-CURRENT-DETAIL.
           ADD 1 TO WS-DATES-READ.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HAM-DETAIL-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ HAM-DETAIL-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE HAM-DETAIL-RECORD TO WS-DETAIL-RECORD
                    PERFORM ACCUMULATE-DETAIL-RECORD
              END-READ
           END-PERFORM.
           CLOSE HAM-DETAIL-FILE.

       ACCUMULATE-DETAIL-RECORD.
           IF WS-REFERENCE-FILTER NOT = SPACES
              AND DTL-REFERENCE-ID NOT = WS-REFERENCE-FILTER
              ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
              MOVE DTL-POSITION TO WS-POSITION
              IF WS-POSITION < 1 OR WS-POSITION > 300
                 ADD 1 TO WS-RECORDS-SKIPPED
              ELSE
                 PERFORM TALLY-POSITION-MISMATCH
              END-IF
           END-IF.

       TALLY-POSITION-MISMATCH.
           ADD 1 TO WS-RECORDS-USED.
           ADD 1 TO WS-TOTAL-MISMATCHES.
           ADD 1 TO TBL-POS-MISMATCHES(WS-POSITION).
           IF WS-POSITION > WS-MAX-POSITION
              MOVE WS-POSITION TO WS-MAX-POSITION
           END-IF.
           EVALUATE DTL-CLASS
              WHEN "TS"
                 ADD 1 TO TBL-POS-TS(WS-POSITION)
                 ADD 1 TO WS-TOTAL-TS
              WHEN "TV"
                 ADD 1 TO TBL-POS-TV(WS-POSITION)
                 ADD 1 TO WS-TOTAL-TV
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE DTL-CHAR-1 TO WS-BASE-CHAR.
           PERFORM SET-BASE-INDEX.
           MOVE WS-BASE-INDEX TO WS-FROM-INDEX.
           MOVE DTL-CHAR-2 TO WS-BASE-CHAR.
           PERFORM SET-BASE-INDEX.
           MOVE WS-BASE-INDEX TO WS-TO-INDEX.
           ADD 1 TO TBL-POS-SUBST(WS-POSITION, WS-FROM-INDEX,
                                  WS-TO-INDEX).

       SET-BASE-INDEX.
           EVALUATE WS-BASE-CHAR
              WHEN "A"
                 MOVE 1 TO WS-BASE-INDEX
              WHEN "C"
                 MOVE 2 TO WS-BASE-INDEX
              WHEN "G"
                 MOVE 3 TO WS-BASE-INDEX
              WHEN "T"
                 MOVE 4 TO WS-BASE-INDEX
              WHEN OTHER
                 MOVE 5 TO WS-BASE-INDEX
           END-EVALUATE.

       WRITE-VOLUME-SUMMARY.
           MOVE WS-DATES-READ TO VOL-DATES.
           MOVE WS-TOTAL-MISMATCHES TO VOL-MISMATCHES.
           MOVE WS-TOTAL-TS TO VOL-TS.
           MOVE WS-TOTAL-TV TO VOL-TV.
           MOVE WS-VOLUME-LINE TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.

       WRITE-HOTSPOT-POSITIONS.
           MOVE SPACES TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           MOVE "HOTSPOT POSITIONS" TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           MOVE WS-HOTSPOT-HEADING TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-N
              PERFORM FIND-NEXT-HOTSPOT
              IF WS-BEST-POSITION > 0
                 PERFORM WRITE-HOTSPOT-LINE
              END-IF
           END-PERFORM.

       FIND-NEXT-HOTSPOT.
           MOVE ZERO TO WS-BEST-POSITION.
           PERFORM VARYING WS-POSITION-SCAN FROM 1 BY 1
                   UNTIL WS-POSITION-SCAN > WS-MAX-POSITION
              IF TBL-POS-REPORTED(WS-POSITION-SCAN) NOT = "Y"
                 AND TBL-POS-MISMATCHES(WS-POSITION-SCAN) > 0
                 IF WS-BEST-POSITION = 0
                    MOVE WS-POSITION-SCAN TO WS-BEST-POSITION
                 ELSE
                 IF TBL-POS-MISMATCHES(WS-POSITION-SCAN) >
                    TBL-POS-MISMATCHES(WS-BEST-POSITION)
                    MOVE WS-POSITION-SCAN TO WS-BEST-POSITION
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BEST-POSITION > 0
              MOVE "Y" TO TBL-POS-REPORTED(WS-BEST-POSITION)
           END-IF.

       WRITE-HOTSPOT-LINE.
           MOVE WS-RANK TO HSL-RANK.
           MOVE WS-BEST-POSITION TO HSL-POSITION.
           MOVE TBL-POS-MISMATCHES(WS-BEST-POSITION) TO HSL-COUNT.
           COMPUTE WS-SHARE-PCT ROUNDED =
               TBL-POS-MISMATCHES(WS-BEST-POSITION) * 100
               / WS-TOTAL-MISMATCHES.
           MOVE WS-SHARE-PCT TO HSL-SHARE.
           MOVE TBL-POS-TS(WS-BEST-POSITION) TO HSL-TS.
           MOVE TBL-POS-TV(WS-BEST-POSITION) TO HSL-TV.
           MOVE ZERO TO WS-BEST-SUBST.
           MOVE ZERO TO WS-SECOND-SUBST.
           PERFORM VARYING WS-FROM-INDEX FROM 1 BY 1
                   UNTIL WS-FROM-INDEX > 5
              PERFORM VARYING WS-TO-INDEX FROM 1 BY 1
                      UNTIL WS-TO-INDEX > 5
                 PERFORM RANK-SUBSTITUTION
              END-PERFORM
           END-PERFORM.
           MOVE WS-BASE-LETTERS(WS-BEST-FROM:1) TO HSL-SUBST-1-FROM.
           MOVE WS-BASE-LETTERS(WS-BEST-TO:1) TO HSL-SUBST-1-TO.
           MOVE WS-BEST-SUBST TO HSL-SUBST-1-COUNT.
           IF WS-SECOND-SUBST > 0
              MOVE WS-BASE-LETTERS(WS-SECOND-FROM:1)
                TO HSL-SUBST-2-FROM
              MOVE ">" TO HSL-SUBST-2-ARROW
              MOVE WS-BASE-LETTERS(WS-SECOND-TO:1) TO HSL-SUBST-2-TO
              MOVE WS-SECOND-SUBST TO HSL-SUBST-2-COUNT
           ELSE
              MOVE SPACES TO HSL-SUBST-2-FROM
              MOVE SPACES TO HSL-SUBST-2-ARROW
              MOVE SPACES TO HSL-SUBST-2-TO
              MOVE ZERO TO HSL-SUBST-2-COUNT
           END-IF.
           MOVE WS-HOTSPOT-LINE TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       RANK-SUBSTITUTION.
           IF TBL-POS-SUBST(WS-BEST-POSITION, WS-FROM-INDEX,
                            WS-TO-INDEX) > WS-BEST-SUBST
              MOVE WS-BEST-SUBST TO WS-SECOND-SUBST
              MOVE WS-BEST-FROM TO WS-SECOND-FROM
              MOVE WS-BEST-TO TO WS-SECOND-TO
              MOVE TBL-POS-SUBST(WS-BEST-POSITION, WS-FROM-INDEX,
                                 WS-TO-INDEX) TO WS-BEST-SUBST
              MOVE WS-FROM-INDEX TO WS-BEST-FROM
              MOVE WS-TO-INDEX TO WS-BEST-TO
           ELSE
              IF TBL-POS-SUBST(WS-BEST-POSITION, WS-FROM-INDEX,
                               WS-TO-INDEX) > WS-SECOND-SUBST
                 MOVE TBL-POS-SUBST(WS-BEST-POSITION, WS-FROM-INDEX,
                                    WS-TO-INDEX) TO WS-SECOND-SUBST
                 MOVE WS-FROM-INDEX TO WS-SECOND-FROM
                 MOVE WS-TO-INDEX TO WS-SECOND-TO
              END-IF
           END-IF.

       WRITE-DENSITY-BANDS.
           MOVE SPACES TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           MOVE "MISMATCH DENSITY BY STRAND BAND"
             TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           IF WS-MAX-POSITION = 0
              MOVE "NO MISMATCHES IN SELECTION"
                TO HOTSPOT-REPORT-RECORD
              WRITE HOTSPOT-REPORT-RECORD
           ELSE
              COMPUTE WS-BAND-COUNT =
                  (WS-MAX-POSITION + WS-BAND-WIDTH - 1)
                  / WS-BAND-WIDTH
              PERFORM VARYING WS-POSITION-SCAN FROM 1 BY 1
                      UNTIL WS-POSITION-SCAN > WS-MAX-POSITION
                 COMPUTE WS-BAND-INDEX =
                     (WS-POSITION-SCAN - 1) / WS-BAND-WIDTH + 1
                 ADD TBL-POS-MISMATCHES(WS-POSITION-SCAN)
                   TO WS-BAND-TOTAL(WS-BAND-INDEX)
              END-PERFORM
              PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
                      UNTIL WS-BAND-INDEX > WS-BAND-COUNT
                 IF WS-BAND-TOTAL(WS-BAND-INDEX) > WS-BAND-MAX
                    MOVE WS-BAND-TOTAL(WS-BAND-INDEX) TO WS-BAND-MAX
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
                      UNTIL WS-BAND-INDEX > WS-BAND-COUNT
                 PERFORM WRITE-BAND-LINE
              END-PERFORM
           END-IF.

       WRITE-BAND-LINE.
           COMPUTE BND-FROM = (WS-BAND-INDEX - 1) * WS-BAND-WIDTH + 1.
           COMPUTE BND-TO = WS-BAND-INDEX * WS-BAND-WIDTH.
           MOVE SPACES TO BND-BAR.
           COMPUTE WS-BAR-LENGTH ROUNDED =
               WS-BAND-TOTAL(WS-BAND-INDEX) * WS-BAR-MAX
               / WS-BAND-MAX.
           IF WS-BAR-LENGTH = 0 AND WS-BAND-TOTAL(WS-BAND-INDEX) > 0
              MOVE 1 TO WS-BAR-LENGTH
           END-IF.
           IF WS-BAR-LENGTH > 0
              MOVE WS-BAR-SOURCE(1:WS-BAR-LENGTH)
                TO BND-BAR(1:WS-BAR-LENGTH)
           END-IF.
           MOVE WS-BAND-TOTAL(WS-BAND-INDEX) TO BND-COUNT.
           MOVE WS-BAND-LINE TO HOTSPOT-REPORT-RECORD.
           WRITE HOTSPOT-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-ALERT-RECORD.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE "HAM-HOTSPOT" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
           CLOSE OPR-ALERT-FILE.
