       IDENTIFICATION DIVISION.
       PROGRAM-ID. bob-rules-whatif.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOB-RULES-FILE ASSIGN TO "BOBRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT OPTIONAL PROPOSED-RULES-FILE ASSIGN TO "BOBRULPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-MASTER-FILE ASSIGN TO "ARCHMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT OPTIONAL BOB-AUDIT-FILE ASSIGN TO "BOBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WHATIF-REPORT-FILE ASSIGN TO "BOBWIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOB-RULES-FILE.
       01 BOB-RULES-RECORD.
          05 RUL-CATEGORY-CODE     PIC X(08).
          05 FILLER                PIC X(02).
          05 RUL-ACTIVE-FLAG       PIC X.
          05 FILLER                PIC X(02).
          05 RUL-RESPONSE-TEXT     PIC X(40).
       FD PROPOSED-RULES-FILE.
       01 PROPOSED-RULES-RECORD.
          05 PRP-CATEGORY-CODE     PIC X(08).
          05 FILLER                PIC X(02).
          05 PRP-ACTIVE-FLAG       PIC X.
          05 FILLER                PIC X(02).
          05 PRP-RESPONSE-TEXT     PIC X(40).
       FD ARCHIVE-MASTER-FILE.
       01 ARCHIVE-MASTER-RECORD.
          05 ARC-DATASET-NAME       PIC X(10).
          05 ARC-BUSINESS-DATE      PIC X(08).
          05 ARC-GENERATION         PIC 9(03).
          05 ARC-DATA               PIC X(320).
       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
          05 IDX-DATASET-NAME       PIC X(10).
          05 IDX-BUSINESS-DATE      PIC X(08).
          05 IDX-GENERATION         PIC 9(03).
          05 IDX-RECORD-COUNT       PIC 9(08).
       FD BOB-AUDIT-FILE.
       01 BOB-AUDIT-FD-RECORD       PIC X(312).
       FD WHATIF-REPORT-FILE.
       01 WHATIF-REPORT-RECORD      PIC X(256).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-RULES-FILE-STATUS      PIC XX VALUE "00".
       01 WS-PROPOSED-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ARCHIVE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-INDEX-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AUDIT-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-FROM-DATE              PIC X(08) VALUE SPACES.
       01 WS-TO-DATE                PIC X(08) VALUE SPACES.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-AUDIT-RECORD.
          05 WAU-TIMESTAMP.
             10 WAU-DATE            PIC X(08).
             10 FILLER              PIC X(09).
          05 FILLER                 PIC X(01).
          05 WAU-HEYBOB             PIC X(240).
          05 FILLER                 PIC X(02).
          05 WAU-RESULT             PIC X(40).
          05 FILLER                 PIC X(02).
          05 WAU-SPEAKER            PIC X(10).
       01 WS-ARCHIVED-DATE-COUNT    PIC 9(04) VALUE ZERO.
       01 WS-ARCHIVED-DATE-INDEX    PIC 9(04) VALUE ZERO.
       01 WS-ARCHIVED-DATE-TABLE.
          05 WS-ARCHIVED-DATE-ENTRY OCCURS 400 TIMES.
             10 TBL-ARD-DATE        PIC X(08).
             10 TBL-ARD-GEN         PIC 9(03).
       01 WS-REPLAY-SWITCH          PIC X VALUE "N".
          88 REPLAY-THIS-RECORD VALUE "Y".
       01 WS-HEYBOB                PIC X(240).
       01 WS-HEYBOB-ARRAY REDEFINES WS-HEYBOB.
          02 WS-HEYBOB-CHAR        PIC X OCCURS 240 TIMES
                INDEXED BY BOB-INDEX.
             88 UPPERCASE-LETTERS
                  VALUES 'A' THRU 'I'
                         'J' THRU 'R'
                         'S' THRU 'Z'.
             88 LOWERCASE-LETTERS
                  VALUES 'a' THRU 'i'
                         'j' THRU 'r'
                         's' THRU 'z'.
       01 WS-RESULT                PIC X(40).
       01 WS-COUNTERS.
          02 WS-SPACE-COUNTER      PIC 9(3).
          02 WS-UPPER-COUNTER      PIC 9.
             88 HAS-UPPER VALUE 1.
             88 HAS-NO-UPPER VALUE 0.
          02 WS-LOWER-COUNTER      PIC 9.
             88 HAS-LOWER VALUES 1.
             88 HAS-NO-LOWER VALUE 0.
       01 LAST-LETTER              PIC X.
          88 IS-QUESTION VALUE '?'.
       01 LAST-LETTER-OFFSET PIC 9(3).
       01 WS-CATEGORY-CODE          PIC X(08) VALUE SPACES.
       01 WS-RULES-EOF-SWITCH       PIC X VALUE "N".
          88 END-OF-RULES-FILE VALUE "Y".
       01 WS-RULE-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-RULE-INDEX             PIC 9(02) VALUE ZERO.
       01 WS-RULES-TABLE.
          05 WS-RULE-ENTRY OCCURS 20 TIMES.
             10 TBL-RUL-CODE        PIC X(08).
             10 TBL-RUL-ACTIVE      PIC X.
             10 TBL-RUL-TEXT        PIC X(40).
       01 WS-CURRENT-RULE-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-CURRENT-RULES-TABLE    PIC X(980) VALUE SPACES.
       01 WS-PROPOSED-RULE-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-PROPOSED-RULES-TABLE   PIC X(980) VALUE SPACES.
       01 WS-PROPOSED-READ-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-DEFAULT-CODE           PIC X(08) VALUE SPACES.
       01 WS-DEFAULT-TEXT           PIC X(40) VALUE SPACES.
       01 WS-CURRENT-RESULT         PIC X(40) VALUE SPACES.
       01 WS-PROPOSED-RESULT        PIC X(40) VALUE SPACES.
       01 WS-REPLAY-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-CHANGE-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-AUDIT-DIFFERS-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-ARCHIVE-REPLAY-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-LIVE-REPLAY-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-RULE-DIFF-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-DIFF-INDEX             PIC 9(02) VALUE ZERO.
       01 WS-DIFF-SCAN              PIC 9(02) VALUE ZERO.
       01 WS-DIFF-CODE-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-DIFF-CODE-TABLE.
          05 TBL-DIFF-CODE          PIC X(08) OCCURS 40 TIMES.
       01 WS-CATEGORY-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-CATEGORY-INDEX         PIC 9(02) VALUE ZERO.
       01 WS-CATEGORY-TABLE.
          05 WS-CATEGORY-ENTRY OCCURS 10 TIMES.
             10 TBL-CAT-CODE        PIC X(08).
             10 TBL-CAT-REPLAYED    PIC 9(06).
             10 TBL-CAT-CHANGED     PIC 9(06).
       01 WS-SPEAKER-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-SPEAKER-INDEX          PIC 9(02) VALUE ZERO.
       01 WS-SPEAKER-TABLE.
          05 WS-SPEAKER-ENTRY OCCURS 50 TIMES.
             10 TBL-SPK-ID          PIC X(10).
             10 TBL-SPK-REPLAYED    PIC 9(06).
             10 TBL-SPK-CHANGED     PIC 9(06).
       01 WS-SPEAKER-FULL-SWITCH    PIC X VALUE "N".
          88 SPEAKER-TABLE-FULL VALUE "Y".
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-LINE.
          05 FILLER                 PIC X(16) VALUE "REPLAY PERIOD:".
          05 PRD-FROM-DATE          PIC X(08).
          05 FILLER                 PIC X(04) VALUE " TO ".
          05 PRD-TO-DATE            PIC X(08).
          05 FILLER                 PIC X(30)
               VALUE "   PROPOSED RULES: BOBRULPRP".
       01 WS-RULE-DIFF-LINE.
          05 RDF-CATEGORY           PIC X(10).
          05 FILLER                 PIC X(03).
          05 RDF-CURRENT-TEXT       PIC X(42).
          05 FILLER                 PIC X(03).
          05 RDF-PROPOSED-TEXT      PIC X(40).
       01 WS-CHANGE-COLUMN-LINE.
          05 FILLER                 PIC X(10) VALUE "DATE".
          05 FILLER                 PIC X(12) VALUE "SPEAKER".
          05 FILLER                 PIC X(10) VALUE "CATEGORY".
          05 FILLER                 PIC X(42) VALUE "CURRENT RESPONSE".
          05 FILLER                 PIC X(40) VALUE "PROPOSED RESPONSE".
       01 WS-CHANGE-LINE.
          05 CHG-DATE               PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CHG-SPEAKER            PIC X(10).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CHG-CATEGORY           PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CHG-CURRENT-RESULT     PIC X(40).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CHG-PROPOSED-RESULT    PIC X(40).
       01 WS-UTTERANCE-LINE.
          05 FILLER                 PIC X(12) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE "UTT:".
          05 UTT-HEYBOB             PIC X(240).
       01 WS-TALLY-COLUMN-LINE.
          05 TCL-LABEL              PIC X(12).
          05 FILLER                 PIC X(10) VALUE "  REPLAYED".
          05 FILLER                 PIC X(10) VALUE "   CHANGED".
       01 WS-TALLY-LINE.
          05 TAL-KEY                PIC X(12).
          05 TAL-REPLAYED           PIC Z(9)9.
          05 TAL-CHANGED            PIC Z(9)9.
       01 WS-COUNT-LINE.
          05 CNT-LABEL              PIC X(44).
          05 CNT-VALUE              PIC Z(5)9.
       COPY "RPTBANNR.cpy".

       PROCEDURE DIVISION.
       WHATIF-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "BOBWIFFROM".
           ACCEPT WS-TO-DATE FROM ENVIRONMENT "BOBWIFTO".
           IF WS-TO-DATE = SPACES
              MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE = SPACES
              MOVE WS-TO-DATE TO WS-FROM-DATE
           END-IF.
           PERFORM LOAD-CURRENT-RULES.
           PERFORM LOAD-PROPOSED-RULES.
           OPEN OUTPUT WHATIF-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-PROPOSED-READ-COUNT = 0
              MOVE "*** NO PROPOSED RULES IN BOBRULPRP ***"
                TO WHATIF-REPORT-RECORD
              WRITE WHATIF-REPORT-RECORD
              PERFORM WRITE-REPORT-TRAILER
              CLOSE WHATIF-REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM WRITE-RULE-DIFFERENCES.
           PERFORM WRITE-CHANGE-HEADING.
           PERFORM LOAD-ARCHIVED-DATES.
           PERFORM REPLAY-ARCHIVED-AUDIT.
           PERFORM REPLAY-LIVE-AUDIT.
           IF WS-CHANGE-COUNT = 0
              MOVE "NO RESPONSE CHANGES" TO WHATIF-REPORT-RECORD
              WRITE WHATIF-REPORT-RECORD
           END-IF.
           PERFORM WRITE-CATEGORY-TALLY.
           PERFORM WRITE-SPEAKER-TALLY.
           PERFORM WRITE-WHATIF-SUMMARY.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE WHATIF-REPORT-FILE.
           MOVE 0 TO RETURN-CODE.
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

       LOAD-CURRENT-RULES.
           MOVE SPACES TO WS-RULES-TABLE.
           MOVE ZERO TO WS-RULE-COUNT.
           MOVE "N" TO WS-RULES-EOF-SWITCH.
           OPEN INPUT BOB-RULES-FILE.
           PERFORM UNTIL END-OF-RULES-FILE
              READ BOB-RULES-FILE
                 AT END
                    MOVE "Y" TO WS-RULES-EOF-SWITCH
                 NOT AT END
                    IF WS-RULE-COUNT < 20
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RUL-CATEGORY-CODE
                         TO TBL-RUL-CODE(WS-RULE-COUNT)
                       MOVE RUL-ACTIVE-FLAG
                         TO TBL-RUL-ACTIVE(WS-RULE-COUNT)
                       MOVE RUL-RESPONSE-TEXT
                         TO TBL-RUL-TEXT(WS-RULE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOB-RULES-FILE.
           PERFORM ADD-DEFAULT-RULES.
           MOVE WS-RULE-COUNT TO WS-CURRENT-RULE-COUNT.
           MOVE WS-RULES-TABLE TO WS-CURRENT-RULES-TABLE.

       LOAD-PROPOSED-RULES.
           MOVE SPACES TO WS-RULES-TABLE.
           MOVE ZERO TO WS-RULE-COUNT.
           MOVE "N" TO WS-RULES-EOF-SWITCH.
           OPEN INPUT PROPOSED-RULES-FILE.
           PERFORM UNTIL END-OF-RULES-FILE
              READ PROPOSED-RULES-FILE
                 AT END
                    MOVE "Y" TO WS-RULES-EOF-SWITCH
                 NOT AT END
                    IF WS-RULE-COUNT < 20
                       ADD 1 TO WS-RULE-COUNT
                       MOVE PRP-CATEGORY-CODE
                         TO TBL-RUL-CODE(WS-RULE-COUNT)
                       MOVE PRP-ACTIVE-FLAG
                         TO TBL-RUL-ACTIVE(WS-RULE-COUNT)
                       MOVE PRP-RESPONSE-TEXT
                         TO TBL-RUL-TEXT(WS-RULE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROPOSED-RULES-FILE.
           MOVE WS-RULE-COUNT TO WS-PROPOSED-READ-COUNT.
           PERFORM ADD-DEFAULT-RULES.
           MOVE WS-RULE-COUNT TO WS-PROPOSED-RULE-COUNT.
           MOVE WS-RULES-TABLE TO WS-PROPOSED-RULES-TABLE.

       ADD-DEFAULT-RULES.
           MOVE "FINE" TO WS-DEFAULT-CODE.
           MOVE "Fine. Be that way!" TO WS-DEFAULT-TEXT.
           PERFORM ADD-DEFAULT-RULE-IF-MISSING.
           MOVE "CALM" TO WS-DEFAULT-CODE.
           MOVE "Calm down, I know what I'm doing!"
             TO WS-DEFAULT-TEXT.
           PERFORM ADD-DEFAULT-RULE-IF-MISSING.
           MOVE "CHILL" TO WS-DEFAULT-CODE.
           MOVE "Whoa, chill out!" TO WS-DEFAULT-TEXT.
           PERFORM ADD-DEFAULT-RULE-IF-MISSING.
           MOVE "SURE" TO WS-DEFAULT-CODE.
           MOVE "Sure." TO WS-DEFAULT-TEXT.
           PERFORM ADD-DEFAULT-RULE-IF-MISSING.
           MOVE "WHATEVER" TO WS-DEFAULT-CODE.
           MOVE "Whatever." TO WS-DEFAULT-TEXT.
           PERFORM ADD-DEFAULT-RULE-IF-MISSING.

       ADD-DEFAULT-RULE-IF-MISSING.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                   OR (TBL-RUL-CODE(WS-RULE-INDEX) = WS-DEFAULT-CODE
                       AND TBL-RUL-ACTIVE(WS-RULE-INDEX) = "Y")
              CONTINUE
           END-PERFORM.
           IF WS-RULE-INDEX > WS-RULE-COUNT
              AND WS-RULE-COUNT < 20
              ADD 1 TO WS-RULE-COUNT
              MOVE WS-DEFAULT-CODE TO TBL-RUL-CODE(WS-RULE-COUNT)
              MOVE "Y" TO TBL-RUL-ACTIVE(WS-RULE-COUNT)
              MOVE WS-DEFAULT-TEXT TO TBL-RUL-TEXT(WS-RULE-COUNT)
           END-IF.

       SET-RESPONSE-TEXT.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                   OR (TBL-RUL-CODE(WS-RULE-INDEX) = WS-CATEGORY-CODE
                       AND TBL-RUL-ACTIVE(WS-RULE-INDEX) = "Y")
              CONTINUE
           END-PERFORM.
           IF WS-RULE-INDEX > WS-RULE-COUNT
              MOVE SPACES TO WS-RESULT
           ELSE
              MOVE TBL-RUL-TEXT(WS-RULE-INDEX) TO WS-RESULT
           END-IF.

       WRITE-RULE-DIFFERENCES.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "RULE DIFFERENCES (CATEGORY / CURRENT / PROPOSED)"
             TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-CURRENT-RULES-TABLE TO WS-RULES-TABLE.
           MOVE WS-CURRENT-RULE-COUNT TO WS-RULE-COUNT.
           PERFORM VARYING WS-DIFF-INDEX FROM 1 BY 1
                   UNTIL WS-DIFF-INDEX > WS-RULE-COUNT
              MOVE TBL-RUL-CODE(WS-DIFF-INDEX) TO WS-CATEGORY-CODE
              PERFORM NOTE-DIFF-CODE
           END-PERFORM.
           MOVE WS-PROPOSED-RULES-TABLE TO WS-RULES-TABLE.
           MOVE WS-PROPOSED-RULE-COUNT TO WS-RULE-COUNT.
           PERFORM VARYING WS-DIFF-INDEX FROM 1 BY 1
                   UNTIL WS-DIFF-INDEX > WS-RULE-COUNT
              MOVE TBL-RUL-CODE(WS-DIFF-INDEX) TO WS-CATEGORY-CODE
              PERFORM NOTE-DIFF-CODE
           END-PERFORM.
           PERFORM VARYING WS-DIFF-INDEX FROM 1 BY 1
                   UNTIL WS-DIFF-INDEX > WS-DIFF-CODE-COUNT
              MOVE TBL-DIFF-CODE(WS-DIFF-INDEX) TO WS-CATEGORY-CODE
              MOVE WS-CURRENT-RULES-TABLE TO WS-RULES-TABLE
              MOVE WS-CURRENT-RULE-COUNT TO WS-RULE-COUNT
              PERFORM SET-RESPONSE-TEXT
              MOVE WS-RESULT TO WS-CURRENT-RESULT
              MOVE WS-PROPOSED-RULES-TABLE TO WS-RULES-TABLE
              MOVE WS-PROPOSED-RULE-COUNT TO WS-RULE-COUNT
              PERFORM SET-RESPONSE-TEXT
              MOVE WS-RESULT TO WS-PROPOSED-RESULT
              PERFORM NOTE-RULE-DIFFERENCE
           END-PERFORM.
           IF WS-RULE-DIFF-COUNT = 0
              MOVE "NONE - PROPOSED RULES GIVE THE SAME RESPONSES"
                TO WHATIF-REPORT-RECORD
              WRITE WHATIF-REPORT-RECORD
           END-IF.

       NOTE-DIFF-CODE.
           PERFORM VARYING WS-DIFF-SCAN FROM 1 BY 1
                   UNTIL WS-DIFF-SCAN > WS-DIFF-CODE-COUNT
                   OR TBL-DIFF-CODE(WS-DIFF-SCAN) = WS-CATEGORY-CODE
              CONTINUE
           END-PERFORM.
           IF WS-DIFF-SCAN > WS-DIFF-CODE-COUNT
              ADD 1 TO WS-DIFF-CODE-COUNT
              MOVE WS-CATEGORY-CODE TO TBL-DIFF-CODE(WS-DIFF-CODE-COUNT)
           END-IF.

       NOTE-RULE-DIFFERENCE.
           IF WS-CURRENT-RESULT NOT = WS-PROPOSED-RESULT
              ADD 1 TO WS-RULE-DIFF-COUNT
              MOVE SPACES TO WS-RULE-DIFF-LINE
              MOVE WS-CATEGORY-CODE TO RDF-CATEGORY
              MOVE WS-CURRENT-RESULT TO RDF-CURRENT-TEXT
              MOVE WS-PROPOSED-RESULT TO RDF-PROPOSED-TEXT
              IF WS-CURRENT-RESULT = SPACES
                 MOVE "(NO ACTIVE RULE)" TO RDF-CURRENT-TEXT
              END-IF
              IF WS-PROPOSED-RESULT = SPACES
                 MOVE "(NO ACTIVE RULE)" TO RDF-PROPOSED-TEXT
              END-IF
              MOVE WS-RULE-DIFF-LINE TO WHATIF-REPORT-RECORD
              WRITE WHATIF-REPORT-RECORD
           END-IF.

       WRITE-CHANGE-HEADING.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "UTTERANCES WHOSE RESPONSE WOULD CHANGE"
             TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-CHANGE-COLUMN-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.

       LOAD-ARCHIVED-DATES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ARCHIVE-INDEX-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF IDX-DATASET-NAME = "BOBAUDIT"
                       AND IDX-BUSINESS-DATE >= WS-FROM-DATE
                       AND IDX-BUSINESS-DATE <= WS-TO-DATE
                       PERFORM NOTE-ARCHIVED-DATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

       NOTE-ARCHIVED-DATE.
           PERFORM VARYING WS-ARCHIVED-DATE-INDEX FROM 1 BY 1
                   UNTIL WS-ARCHIVED-DATE-INDEX > WS-ARCHIVED-DATE-COUNT
                   OR TBL-ARD-DATE(WS-ARCHIVED-DATE-INDEX)
                      = IDX-BUSINESS-DATE
              CONTINUE
           END-PERFORM.
           IF WS-ARCHIVED-DATE-INDEX > WS-ARCHIVED-DATE-COUNT
              IF WS-ARCHIVED-DATE-COUNT < 400
                 ADD 1 TO WS-ARCHIVED-DATE-COUNT
                 MOVE IDX-BUSINESS-DATE
                   TO TBL-ARD-DATE(WS-ARCHIVED-DATE-COUNT)
                 MOVE IDX-GENERATION
                   TO TBL-ARD-GEN(WS-ARCHIVED-DATE-COUNT)
              END-IF
           ELSE
              IF IDX-GENERATION > TBL-ARD-GEN(WS-ARCHIVED-DATE-INDEX)
                 MOVE IDX-GENERATION
                   TO TBL-ARD-GEN(WS-ARCHIVED-DATE-INDEX)
              END-IF
           END-IF.

       FIND-ARCHIVED-DATE.
           PERFORM VARYING WS-ARCHIVED-DATE-INDEX FROM 1 BY 1
                   UNTIL WS-ARCHIVED-DATE-INDEX > WS-ARCHIVED-DATE-COUNT
                   OR TBL-ARD-DATE(WS-ARCHIVED-DATE-INDEX)
                      = WAU-DATE
              CONTINUE
           END-PERFORM.

       REPLAY-ARCHIVED-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ ARCHIVE-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF ARC-DATASET-NAME = "BOBAUDIT"
                       AND WS-ARCHIVED-DATE-COUNT > 0
                       PERFORM CHECK-ARCHIVED-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-MASTER-FILE.

       CHECK-ARCHIVED-RECORD.
           MOVE "N" TO WS-REPLAY-SWITCH.
           PERFORM VARYING WS-ARCHIVED-DATE-INDEX FROM 1 BY 1
                   UNTIL WS-ARCHIVED-DATE-INDEX > WS-ARCHIVED-DATE-COUNT
                   OR REPLAY-THIS-RECORD
              IF TBL-ARD-DATE(WS-ARCHIVED-DATE-INDEX)
                 = ARC-BUSINESS-DATE
                 AND TBL-ARD-GEN(WS-ARCHIVED-DATE-INDEX)
                 = ARC-GENERATION
                 MOVE "Y" TO WS-REPLAY-SWITCH
              END-IF
           END-PERFORM.
           IF REPLAY-THIS-RECORD
              MOVE ARC-DATA TO WS-AUDIT-RECORD
              ADD 1 TO WS-ARCHIVE-REPLAY-COUNT
              PERFORM REPLAY-UTTERANCE
           END-IF.

       REPLAY-LIVE-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BOB-AUDIT-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ BOB-AUDIT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE BOB-AUDIT-FD-RECORD TO WS-AUDIT-RECORD
                    IF WAU-DATE >= WS-FROM-DATE
                       AND WAU-DATE <= WS-TO-DATE
                       PERFORM FIND-ARCHIVED-DATE
                       IF WS-ARCHIVED-DATE-INDEX
                          > WS-ARCHIVED-DATE-COUNT
                          ADD 1 TO WS-LIVE-REPLAY-COUNT
                          PERFORM REPLAY-UTTERANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOB-AUDIT-FILE.

       REPLAY-UTTERANCE.
           ADD 1 TO WS-REPLAY-COUNT.
           MOVE WAU-HEYBOB TO WS-HEYBOB.
           MOVE WS-CURRENT-RULES-TABLE TO WS-RULES-TABLE.
           MOVE WS-CURRENT-RULE-COUNT TO WS-RULE-COUNT.
           PERFORM BOB.
           MOVE WS-RESULT TO WS-CURRENT-RESULT.
           MOVE WS-PROPOSED-RULES-TABLE TO WS-RULES-TABLE.
           MOVE WS-PROPOSED-RULE-COUNT TO WS-RULE-COUNT.
           PERFORM SET-RESPONSE-TEXT.
           MOVE WS-RESULT TO WS-PROPOSED-RESULT.
           IF WAU-RESULT NOT = WS-CURRENT-RESULT
              ADD 1 TO WS-AUDIT-DIFFERS-COUNT
           END-IF.
           PERFORM TALLY-CATEGORY.
           PERFORM TALLY-SPEAKER.
           IF WS-PROPOSED-RESULT NOT = WS-CURRENT-RESULT
              ADD 1 TO WS-CHANGE-COUNT
              IF WS-CATEGORY-INDEX > 0
                 ADD 1 TO TBL-CAT-CHANGED(WS-CATEGORY-INDEX)
              END-IF
              IF WS-SPEAKER-INDEX > 0
                 ADD 1 TO TBL-SPK-CHANGED(WS-SPEAKER-INDEX)
              END-IF
              PERFORM WRITE-CHANGE-DETAIL
           END-IF.

       WRITE-CHANGE-DETAIL.
           MOVE WAU-DATE TO CHG-DATE.
           MOVE WAU-SPEAKER TO CHG-SPEAKER.
           MOVE WS-CATEGORY-CODE TO CHG-CATEGORY.
           MOVE WS-CURRENT-RESULT TO CHG-CURRENT-RESULT.
           MOVE WS-PROPOSED-RESULT TO CHG-PROPOSED-RESULT.
           IF WS-CURRENT-RESULT = SPACES
              MOVE "(NO RESPONSE)" TO CHG-CURRENT-RESULT
           END-IF.
           IF WS-PROPOSED-RESULT = SPACES
              MOVE "(NO RESPONSE)" TO CHG-PROPOSED-RESULT
           END-IF.
           MOVE WS-CHANGE-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WAU-HEYBOB TO UTT-HEYBOB.
           MOVE WS-UTTERANCE-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       TALLY-CATEGORY.
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                   UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
                   OR TBL-CAT-CODE(WS-CATEGORY-INDEX)
                      = WS-CATEGORY-CODE
              CONTINUE
           END-PERFORM.
           IF WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
              IF WS-CATEGORY-COUNT < 10
                 ADD 1 TO WS-CATEGORY-COUNT
                 MOVE WS-CATEGORY-CODE
                   TO TBL-CAT-CODE(WS-CATEGORY-COUNT)
                 MOVE ZERO TO TBL-CAT-REPLAYED(WS-CATEGORY-COUNT)
                 MOVE ZERO TO TBL-CAT-CHANGED(WS-CATEGORY-COUNT)
                 MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-INDEX
              ELSE
                 MOVE ZERO TO WS-CATEGORY-INDEX
              END-IF
           END-IF.
           IF WS-CATEGORY-INDEX > 0
              ADD 1 TO TBL-CAT-REPLAYED(WS-CATEGORY-INDEX)
           END-IF.

       TALLY-SPEAKER.
           PERFORM VARYING WS-SPEAKER-INDEX FROM 1 BY 1
                   UNTIL WS-SPEAKER-INDEX > WS-SPEAKER-COUNT
                   OR TBL-SPK-ID(WS-SPEAKER-INDEX) = WAU-SPEAKER
              CONTINUE
           END-PERFORM.
           IF WS-SPEAKER-INDEX > WS-SPEAKER-COUNT
              IF WS-SPEAKER-COUNT < 50
                 ADD 1 TO WS-SPEAKER-COUNT
                 MOVE WAU-SPEAKER TO TBL-SPK-ID(WS-SPEAKER-COUNT)
                 MOVE ZERO TO TBL-SPK-REPLAYED(WS-SPEAKER-COUNT)
                 MOVE ZERO TO TBL-SPK-CHANGED(WS-SPEAKER-COUNT)
                 MOVE WS-SPEAKER-COUNT TO WS-SPEAKER-INDEX
              ELSE
                 MOVE "Y" TO WS-SPEAKER-FULL-SWITCH
                 MOVE ZERO TO WS-SPEAKER-INDEX
              END-IF
           END-IF.
           IF WS-SPEAKER-INDEX > 0
              ADD 1 TO TBL-SPK-REPLAYED(WS-SPEAKER-INDEX)
           END-IF.

       WRITE-CATEGORY-TALLY.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "CHANGES BY CATEGORY" TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "CATEGORY" TO TCL-LABEL.
           MOVE WS-TALLY-COLUMN-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                   UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
              MOVE TBL-CAT-CODE(WS-CATEGORY-INDEX) TO TAL-KEY
              MOVE TBL-CAT-REPLAYED(WS-CATEGORY-INDEX) TO TAL-REPLAYED
              MOVE TBL-CAT-CHANGED(WS-CATEGORY-INDEX) TO TAL-CHANGED
              MOVE WS-TALLY-LINE TO WHATIF-REPORT-RECORD
              WRITE WHATIF-REPORT-RECORD
           END-PERFORM.

       WRITE-SPEAKER-TALLY.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "CHANGES BY SPEAKER" TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "SPEAKER" TO TCL-LABEL.
           MOVE WS-TALLY-COLUMN-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           PERFORM VARYING WS-SPEAKER-INDEX FROM 1 BY 1
                   UNTIL WS-SPEAKER-INDEX > WS-SPEAKER-COUNT
              MOVE TBL-SPK-ID(WS-SPEAKER-INDEX) TO TAL-KEY
              MOVE TBL-SPK-REPLAYED(WS-SPEAKER-INDEX) TO TAL-REPLAYED
              MOVE TBL-SPK-CHANGED(WS-SPEAKER-INDEX) TO TAL-CHANGED
              MOVE WS-TALLY-LINE TO WHATIF-REPORT-RECORD
              WRITE WHATIF-REPORT-RECORD
           END-PERFORM.
           IF SPEAKER-TABLE-FULL
              MOVE "*** SPEAKER TABLE FULL - LATER SPEAKERS NOT TALLIED"
                TO WHATIF-REPORT-RECORD
              WRITE WHATIF-REPORT-RECORD
           END-IF.

       WRITE-WHATIF-SUMMARY.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "SIMULATION TOTALS" TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "UTTERANCES REPLAYED FROM ARCHIVE" TO CNT-LABEL.
           MOVE WS-ARCHIVE-REPLAY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "UTTERANCES REPLAYED FROM CURRENT BOBAUDIT"
             TO CNT-LABEL.
           MOVE WS-LIVE-REPLAY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TOTAL UTTERANCES REPLAYED" TO CNT-LABEL.
           MOVE WS-REPLAY-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RESPONSES THAT WOULD CHANGE" TO CNT-LABEL.
           MOVE WS-CHANGE-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "LOGGED RESPONSE DIFFERS FROM CURRENT RULES"
             TO CNT-LABEL.
           MOVE WS-AUDIT-DIFFERS-COUNT TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "BOB-WHATIF" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-FROM-DATE TO PRD-FROM-DATE.
           MOVE WS-TO-DATE TO PRD-TO-DATE.
           MOVE WS-PERIOD-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.

       BOB.
           INITIALIZE WS-COUNTERS.
           INSPECT WS-HEYBOB TALLYING WS-SPACE-COUNTER FOR ALL SPACE.

           PERFORM VARYING BOB-INDEX
              FROM LENGTH OF WS-HEYBOB
              BY -1
              UNTIL WS-HEYBOB-CHAR(BOB-INDEX) = "?"
              OR WS-HEYBOB-CHAR(BOB-INDEX) NOT = SPACE
                   CONTINUE
           END-PERFORM.
           MOVE WS-HEYBOB-CHAR(BOB-INDEX) TO LAST-LETTER.
           MOVE BOB-INDEX TO LAST-LETTER-OFFSET.

           PERFORM VARYING BOB-INDEX
              FROM 1
              BY 1
              UNTIL BOB-INDEX > LAST-LETTER-OFFSET
                   IF UPPERCASE-LETTERS(BOB-INDEX) AND HAS-NO-UPPER
                      MOVE 1 TO WS-UPPER-COUNTER
                   ELSE
                      IF LOWERCASE-LETTERS(BOB-INDEX) AND HAS-NO-LOWER
                         MOVE 1 TO WS-LOWER-COUNTER
                      END-IF
                   END-IF
           END-PERFORM.

           IF WS-SPACE-COUNTER >= LENGTH OF WS-HEYBOB
              MOVE "FINE" TO WS-CATEGORY-CODE
           ELSE
              IF HAS-NO-LOWER AND HAS-UPPER AND IS-QUESTION
                 MOVE "CALM" TO WS-CATEGORY-CODE
              ELSE
                 IF HAS-NO-LOWER AND HAS-UPPER AND NOT IS-QUESTION
                    MOVE "CHILL" TO WS-CATEGORY-CODE
                 ELSE
                    IF IS-QUESTION
                      MOVE "SURE" TO WS-CATEGORY-CODE
                    ELSE
                      MOVE "WHATEVER" TO WS-CATEGORY-CODE.
           PERFORM SET-RESPONSE-TEXT.
