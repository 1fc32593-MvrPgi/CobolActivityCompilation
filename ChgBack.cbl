       IDENTIFICATION DIVISION.
       PROGRAM-ID. processing-chargeback.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.
           SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT OPTIONAL OWNER-RULES-FILE ASSIGN TO "EXCPOWN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT OPTIONAL EXCP-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPLOG-FILE-STATUS.
           SELECT OPTIONAL SUBMITTER-HIST-FILE ASSIGN TO "LUHNSUBH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBHIST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-STATS-FILE.
       01 RUN-STATS-FD-RECORD       PIC X(64).
       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD.
          05 RTE-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 RTE-RECORD-RATE        PIC X(08).
          05 RTE-RECORD-RATE-N REDEFINES RTE-RECORD-RATE
                                    PIC 9(03).9(04).
          05 FILLER                 PIC X(01).
          05 RTE-EXCEPTION-RATE     PIC X(08).
          05 RTE-EXCEPTION-RATE-N REDEFINES RTE-EXCEPTION-RATE
                                    PIC 9(03).9(04).
       FD OWNER-RULES-FILE.
       01 OWNER-RULES-RECORD.
          05 OWN-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 OWN-MESSAGE-PATTERN    PIC X(30).
          05 FILLER                 PIC X(01).
          05 OWN-AREA               PIC X(08).
       FD EXCP-LOG-FILE.
       01 EXCP-LOG-FD-RECORD        PIC X(98).
       FD SUBMITTER-HIST-FILE.
       01 SUBMITTER-HIST-RECORD.
          05 SBH-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 SBH-SOURCE-REF         PIC X(08).
          05 FILLER                 PIC X(01).
          05 SBH-CARDS              PIC 9(06).
          05 FILLER                 PIC X(01).
          05 SBH-VALID              PIC 9(06).
          05 FILLER                 PIC X(01).
          05 SBH-REJECTS            PIC 9(06).
          05 FILLER                 PIC X(01).
          05 SBH-DUPS               PIC 9(06).
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD          PIC X(100).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD            PIC X(120).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "RUNSTATS.cpy".
       COPY "EXCPLOG.cpy".
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".
       01 WS-RUNSTATS-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RATE-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RULES-FILE-STATUS      PIC XX VALUE "00".
       01 WS-EXCPLOG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SUBHIST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-CHARGE-MONTH           PIC X(06) VALUE SPACES.
       01 WS-CHARGE-MONTH-NUM REDEFINES WS-CHARGE-MONTH.
          05 WS-CHARGE-YEAR         PIC 9(04).
          05 WS-CHARGE-MM           PIC 9(02).
       01 WS-MONTH-VALID-SWITCH     PIC X VALUE "Y".
          88 CHARGE-MONTH-VALID VALUE "Y".
       01 WS-DEFAULT-AREA           PIC X(08) VALUE "OPS".
       01 WS-LUHN-PROGRAM           PIC X(14) VALUE "LUHN".
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-FOLD-NAME              PIC X(14) VALUE SPACES.
       01 WS-FOLD-POS               PIC 9(02) VALUE ZERO.
       01 WS-RULE-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-RULE-SCAN              PIC 9(03) VALUE ZERO.
       01 WS-RULES-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES.
             10 TBL-OWN-PROGRAM     PIC X(14).
             10 TBL-OWN-PATTERN     PIC X(30).
             10 TBL-OWN-PAT-LEN     PIC 9(02).
             10 TBL-OWN-AREA        PIC X(08).
       01 WS-MATCH-PROGRAM          PIC X(14) VALUE SPACES.
       01 WS-MATCH-MESSAGE          PIC X(50) VALUE SPACES.
       01 WS-MATCHED-AREA           PIC X(08) VALUE SPACES.
       01 WS-RULE-MATCH-SWITCH      PIC X VALUE "N".
          88 RULE-MATCHED VALUE "Y".
       01 WS-RATE-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-RATE-INDEX             PIC 9(03) VALUE ZERO.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 100 TIMES.
             10 TBL-RTE-PROGRAM     PIC X(14).
             10 TBL-RTE-RECORD      PIC 9(03)V9(04).
             10 TBL-RTE-EXCEPTION   PIC 9(03)V9(04).
       01 WS-PROGRAM-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-PROGRAM-INDEX          PIC 9(03) VALUE ZERO.
       01 WS-PROGRAM-FOUND          PIC 9(03) VALUE ZERO.
       01 WS-PROGRAM-TABLE.
          05 WS-PROGRAM-ENTRY OCCURS 100 TIMES.
             10 TBL-PGM-NAME        PIC X(14).
             10 TBL-PGM-RUNS        PIC 9(05).
             10 TBL-PGM-RECORDS     PIC 9(09).
             10 TBL-PGM-EXCEPTIONS  PIC 9(09).
             10 TBL-PGM-REC-RATE    PIC 9(03)V9(04).
             10 TBL-PGM-EXC-RATE    PIC 9(03)V9(04).
             10 TBL-PGM-RATE-FLAG   PIC X(01).
                88 PROGRAM-RATE-FOUND VALUE "Y".
             10 TBL-PGM-OWNER       PIC X(08).
             10 TBL-PGM-ALLOC-REC   PIC 9(09).
             10 TBL-PGM-ALLOC-EXC   PIC 9(09).
       01 WS-AREA-EXC-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-AREA-EXC-INDEX         PIC 9(03) VALUE ZERO.
       01 WS-AREA-EXC-TABLE.
          05 WS-AREA-EXC-ENTRY OCCURS 300 TIMES.
             10 TBL-AXC-PROGRAM     PIC X(14).
             10 TBL-AXC-AREA        PIC X(08).
             10 TBL-AXC-COUNT       PIC 9(09).
       01 WS-SUBMITTER-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-SUBMITTER-INDEX        PIC 9(03) VALUE ZERO.
       01 WS-SUBMITTER-TABLE.
          05 WS-SUBMITTER-ENTRY OCCURS 500 TIMES.
             10 TBL-SUB-REF         PIC X(08).
             10 TBL-SUB-CARDS       PIC 9(09).
             10 TBL-SUB-REJECTS     PIC 9(09).
       01 WS-ALLOC-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-ALLOC-INDEX            PIC 9(04) VALUE ZERO.
       01 WS-ALLOC-FOUND            PIC 9(04) VALUE ZERO.
       01 WS-ALLOC-TABLE.
          05 WS-ALLOC-ENTRY OCCURS 1000 TIMES.
             10 TBL-ALC-AREA        PIC X(08).
             10 TBL-ALC-SUBMITTER   PIC X(08).
             10 TBL-ALC-PROGRAM     PIC X(14).
             10 TBL-ALC-RECORDS     PIC 9(09).
             10 TBL-ALC-EXCEPTIONS  PIC 9(09).
             10 TBL-ALC-REC-AMOUNT  PIC 9(09)V99.
             10 TBL-ALC-EXC-AMOUNT  PIC 9(09)V99.
       01 WS-TABLE-FULL-SWITCH      PIC X VALUE "N".
          88 CHARGEBACK-TABLE-FULL VALUE "Y".
       01 WS-AREA-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-AREA-INDEX             PIC 9(03) VALUE ZERO.
       01 WS-AREA-TABLE.
          05 WS-AREA-ENTRY OCCURS 100 TIMES.
             10 TBL-AREA-NAME       PIC X(08).
       01 WS-NEW-AREA               PIC X(08) VALUE SPACES.
       01 WS-NEW-SUBMITTER          PIC X(08) VALUE SPACES.
       01 WS-NEW-RECORDS            PIC 9(09) VALUE ZERO.
       01 WS-NEW-EXCEPTIONS         PIC 9(09) VALUE ZERO.
       01 WS-LEFT-RECORDS           PIC 9(09) VALUE ZERO.
       01 WS-LEFT-EXCEPTIONS        PIC 9(09) VALUE ZERO.
       01 WS-LINE-AMOUNT            PIC 9(09)V99 VALUE ZERO.
       01 WS-AREA-RECORDS           PIC 9(09) VALUE ZERO.
       01 WS-AREA-EXCEPTIONS        PIC 9(09) VALUE ZERO.
       01 WS-AREA-AMOUNT            PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-RECORDS          PIC 9(09) VALUE ZERO.
       01 WS-TOTAL-EXCEPTIONS       PIC 9(09) VALUE ZERO.
       01 WS-TOTAL-AMOUNT           PIC 9(09)V99 VALUE ZERO.
       01 WS-STATS-RECORDS          PIC 9(09) VALUE ZERO.
       01 WS-STATS-EXCEPTIONS       PIC 9(09) VALUE ZERO.
       01 WS-NO-RATE-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-JOURNAL-COUNT          PIC 9(08) VALUE ZERO.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-CSV-LINE               PIC X(120) VALUE SPACES.
       01 WS-EDITED-COUNT           PIC Z(8)9.
       01 WS-EDITED-COUNT-2         PIC Z(8)9.
       01 WS-EDITED-AMOUNT          PIC Z(8)9.99.
       01 WS-EDITED-AMOUNT-2        PIC Z(8)9.99.
       01 WS-EDITED-AMOUNT-3        PIC Z(8)9.99.
       01 WS-TRAILER-COUNT-X        PIC 9(08).
       01 WS-MONTH-LINE.
          05 FILLER                 PIC X(20)
               VALUE "CHARGEBACK MONTH:".
          05 MNL-MONTH              PIC X(06).
       01 WS-AREA-HEADING-LINE.
          05 FILLER                 PIC X(20)
               VALUE "STATEMENT FOR AREA".
          05 AHL-AREA               PIC X(08).
       01 WS-STATEMENT-HEADING.
          05 FILLER                 PIC X(16) VALUE "PROGRAM".
          05 FILLER                 PIC X(10) VALUE "SUBMITTER".
          05 FILLER                 PIC X(11) VALUE "  RECORDS".
          05 FILLER                 PIC X(11) VALUE "  EXCEPTS".
          05 FILLER                 PIC X(14) VALUE " REC CHARGE".
          05 FILLER                 PIC X(14) VALUE " EXC CHARGE".
          05 FILLER                 PIC X(12) VALUE "       TOTAL".
       01 WS-STATEMENT-LINE.
          05 STL-PROGRAM            PIC X(14).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 STL-SUBMITTER          PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 STL-RECORDS            PIC Z(8)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 STL-EXCEPTIONS         PIC Z(8)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 STL-REC-AMOUNT         PIC Z(8)9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 STL-EXC-AMOUNT         PIC Z(8)9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 STL-TOTAL-AMOUNT       PIC Z(8)9.99.
       01 WS-AREA-TOTAL-LINE.
          05 ATL-LABEL              PIC X(26).
          05 ATL-RECORDS            PIC Z(8)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 ATL-EXCEPTIONS         PIC Z(8)9.
          05 FILLER                 PIC X(30) VALUE SPACES.
          05 ATL-AMOUNT             PIC Z(8)9.99.
       01 WS-CONTROL-HEADING.
          05 FILLER                 PIC X(16) VALUE "PROGRAM".
          05 FILLER                 PIC X(11) VALUE "STAT RECS".
          05 FILLER                 PIC X(11) VALUE "ALLOC REC".
          05 FILLER                 PIC X(11) VALUE "STAT EXCS".
          05 FILLER                 PIC X(11) VALUE "ALLOC EXC".
          05 FILLER                 PIC X(06) VALUE "STATUS".
       01 WS-CONTROL-LINE.
          05 CTL-PROGRAM            PIC X(14).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CTL-STAT-RECORDS       PIC Z(8)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CTL-ALLOC-RECORDS      PIC Z(8)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CTL-STAT-EXCEPTIONS    PIC Z(8)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CTL-ALLOC-EXCEPTIONS   PIC Z(8)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CTL-STATUS             PIC X(16).

       PROCEDURE DIVISION.
       CHARGEBACK-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE "CHGMONTH" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-CHARGE-MONTH.
           IF WS-CHARGE-MONTH = SPACES
              MOVE WS-BUSINESS-DATE(1:6) TO WS-CHARGE-MONTH
           END-IF.
           PERFORM VALIDATE-CHARGE-MONTH.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF NOT CHARGE-MONTH-VALID
              MOVE "INVALID CHARGEBACK MONTH - NO STATEMENT PRODUCED"
                TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
              PERFORM WRITE-REPORT-TRAILER
              CLOSE STATEMENT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-OWNER-RULES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-MONTH-RUN-STATS.
           PERFORM LOAD-MONTH-EXCEPTIONS.
           PERFORM LOAD-MONTH-SUBMITTERS.
           PERFORM ALLOCATE-ONE-PROGRAM
               VARYING WS-PROGRAM-INDEX FROM 1 BY 1
               UNTIL WS-PROGRAM-INDEX > WS-PROGRAM-COUNT.
           PERFORM PRICE-ONE-ALLOCATION
               VARYING WS-ALLOC-INDEX FROM 1 BY 1
               UNTIL WS-ALLOC-INDEX > WS-ALLOC-COUNT.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM WRITE-JOURNAL-HEADING.
           PERFORM WRITE-AREA-STATEMENT
               VARYING WS-AREA-INDEX FROM 1 BY 1
               UNTIL WS-AREA-INDEX > WS-AREA-COUNT.
           PERFORM WRITE-GRAND-TOTALS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-JOURNAL-TRAILER.
           CLOSE JOURNAL-FILE.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE STATEMENT-FILE.
           IF WS-NO-RATE-COUNT > 0
              OR CHARGEBACK-TABLE-FULL
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

       VALIDATE-CHARGE-MONTH.
           MOVE "Y" TO WS-MONTH-VALID-SWITCH.
           IF WS-CHARGE-MONTH IS NOT NUMERIC
              MOVE "N" TO WS-MONTH-VALID-SWITCH
           ELSE
              IF WS-CHARGE-MM < 1 OR WS-CHARGE-MM > 12
                 MOVE "N" TO WS-MONTH-VALID-SWITCH
              END-IF
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "CHARGEBACK" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "CHARGEBACK" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "CHARGEBACK" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.
           MOVE WS-CHARGE-MONTH TO MNL-MONTH.
           MOVE WS-MONTH-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       FOLD-PROGRAM-NAME.
           PERFORM VARYING WS-FOLD-POS FROM 2 BY 1
                   UNTIL WS-FOLD-POS > 10
              IF WS-FOLD-NAME(WS-FOLD-POS:2) = "-P"
                 AND WS-FOLD-NAME(WS-FOLD-POS + 2:2) IS NUMERIC
                 AND WS-FOLD-NAME(WS-FOLD-POS + 4:) = SPACES
                 MOVE SPACES TO WS-FOLD-NAME(WS-FOLD-POS:)
              END-IF
           END-PERFORM.

       LOAD-OWNER-RULES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OWNER-RULES-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ OWNER-RULES-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-RULE-COUNT < 50
                       AND OWN-AREA NOT = SPACES
                       ADD 1 TO WS-RULE-COUNT
                       MOVE OWN-PROGRAM-NAME
                         TO TBL-OWN-PROGRAM(WS-RULE-COUNT)
                       MOVE OWN-MESSAGE-PATTERN
                         TO TBL-OWN-PATTERN(WS-RULE-COUNT)
                       IF OWN-MESSAGE-PATTERN = SPACES
                          MOVE ZERO
                            TO TBL-OWN-PAT-LEN(WS-RULE-COUNT)
                       ELSE
                          MOVE FUNCTION LENGTH(FUNCTION TRIM(
                              OWN-MESSAGE-PATTERN))
                            TO TBL-OWN-PAT-LEN(WS-RULE-COUNT)
                       END-IF
                       MOVE OWN-AREA
                         TO TBL-OWN-AREA(WS-RULE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OWNER-RULES-FILE.

       MATCH-RECORD-OWNER.
           MOVE "N" TO WS-RULE-MATCH-SWITCH.
           MOVE WS-DEFAULT-AREA TO WS-MATCHED-AREA.
           PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1
                   UNTIL WS-RULE-SCAN > WS-RULE-COUNT
                   OR RULE-MATCHED
              IF (TBL-OWN-PROGRAM(WS-RULE-SCAN) = "*"
                  OR TBL-OWN-PROGRAM(WS-RULE-SCAN)
                     = WS-MATCH-PROGRAM)
                 AND (TBL-OWN-PAT-LEN(WS-RULE-SCAN) = 0
                      OR WS-MATCH-MESSAGE
                         (1:TBL-OWN-PAT-LEN(WS-RULE-SCAN))
                         = TBL-OWN-PATTERN(WS-RULE-SCAN)
                           (1:TBL-OWN-PAT-LEN(WS-RULE-SCAN)))
                 MOVE TBL-OWN-AREA(WS-RULE-SCAN)
                   TO WS-MATCHED-AREA
                 MOVE "Y" TO WS-RULE-MATCH-SWITCH
              END-IF
           END-PERFORM.

       LOAD-RATE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RATE-TABLE-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ RATE-TABLE-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-RATE-COUNT < 100
                       AND RTE-PROGRAM-NAME NOT = SPACES
                       AND RTE-RECORD-RATE(1:3) IS NUMERIC
                       AND RTE-RECORD-RATE(5:4) IS NUMERIC
                       AND RTE-EXCEPTION-RATE(1:3) IS NUMERIC
                       AND RTE-EXCEPTION-RATE(5:4) IS NUMERIC
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RTE-PROGRAM-NAME
                         TO TBL-RTE-PROGRAM(WS-RATE-COUNT)
                       MOVE RTE-RECORD-RATE-N
                         TO TBL-RTE-RECORD(WS-RATE-COUNT)
                       MOVE RTE-EXCEPTION-RATE-N
                         TO TBL-RTE-EXCEPTION(WS-RATE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RATE-TABLE-FILE.

       LOAD-MONTH-RUN-STATS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUN-STATS-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ RUN-STATS-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE RUN-STATS-FD-RECORD TO WS-RUN-STATS-RECORD
                    IF STAT-RUN-DATE(1:6) = WS-CHARGE-MONTH
                       PERFORM STORE-RUN-STATS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.

       STORE-RUN-STATS.
           MOVE STAT-PROGRAM-NAME TO WS-FOLD-NAME.
           PERFORM FOLD-PROGRAM-NAME.
           PERFORM FIND-PROGRAM-ENTRY.
           IF WS-PROGRAM-FOUND = 0
              IF WS-PROGRAM-COUNT < 100
                 ADD 1 TO WS-PROGRAM-COUNT
                 MOVE WS-PROGRAM-COUNT TO WS-PROGRAM-FOUND
                 PERFORM SET-UP-PROGRAM-ENTRY
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
              END-IF
           END-IF.
           IF WS-PROGRAM-FOUND > 0
              ADD 1 TO TBL-PGM-RUNS(WS-PROGRAM-FOUND)
              ADD STAT-RECORDS-READ
                TO TBL-PGM-RECORDS(WS-PROGRAM-FOUND)
              ADD STAT-EXCEPTION-COUNT
                TO TBL-PGM-EXCEPTIONS(WS-PROGRAM-FOUND)
              ADD STAT-RECORDS-READ TO WS-STATS-RECORDS
              ADD STAT-EXCEPTION-COUNT TO WS-STATS-EXCEPTIONS
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE ZERO TO WS-PROGRAM-FOUND.
           PERFORM VARYING WS-PROGRAM-INDEX FROM 1 BY 1
                   UNTIL WS-PROGRAM-INDEX > WS-PROGRAM-COUNT
                   OR WS-PROGRAM-FOUND > 0
              IF TBL-PGM-NAME(WS-PROGRAM-INDEX) = WS-FOLD-NAME
                 MOVE WS-PROGRAM-INDEX TO WS-PROGRAM-FOUND
              END-IF
           END-PERFORM.

       SET-UP-PROGRAM-ENTRY.
           MOVE WS-FOLD-NAME TO TBL-PGM-NAME(WS-PROGRAM-FOUND).
           MOVE ZERO TO TBL-PGM-RUNS(WS-PROGRAM-FOUND)
                        TBL-PGM-RECORDS(WS-PROGRAM-FOUND)
                        TBL-PGM-EXCEPTIONS(WS-PROGRAM-FOUND)
                        TBL-PGM-ALLOC-REC(WS-PROGRAM-FOUND)
                        TBL-PGM-ALLOC-EXC(WS-PROGRAM-FOUND)
                        TBL-PGM-REC-RATE(WS-PROGRAM-FOUND)
                        TBL-PGM-EXC-RATE(WS-PROGRAM-FOUND).
           MOVE "N" TO TBL-PGM-RATE-FLAG(WS-PROGRAM-FOUND).
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                   OR PROGRAM-RATE-FOUND(WS-PROGRAM-FOUND)
              IF TBL-RTE-PROGRAM(WS-RATE-INDEX) = WS-FOLD-NAME
                 MOVE TBL-RTE-RECORD(WS-RATE-INDEX)
                   TO TBL-PGM-REC-RATE(WS-PROGRAM-FOUND)
                 MOVE TBL-RTE-EXCEPTION(WS-RATE-INDEX)
                   TO TBL-PGM-EXC-RATE(WS-PROGRAM-FOUND)
                 MOVE "Y" TO TBL-PGM-RATE-FLAG(WS-PROGRAM-FOUND)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                   OR PROGRAM-RATE-FOUND(WS-PROGRAM-FOUND)
              IF TBL-RTE-PROGRAM(WS-RATE-INDEX) = "*"
                 MOVE TBL-RTE-RECORD(WS-RATE-INDEX)
                   TO TBL-PGM-REC-RATE(WS-PROGRAM-FOUND)
                 MOVE TBL-RTE-EXCEPTION(WS-RATE-INDEX)
                   TO TBL-PGM-EXC-RATE(WS-PROGRAM-FOUND)
                 MOVE "Y" TO TBL-PGM-RATE-FLAG(WS-PROGRAM-FOUND)
              END-IF
           END-PERFORM.
           MOVE WS-FOLD-NAME TO WS-MATCH-PROGRAM.
           MOVE SPACES TO WS-MATCH-MESSAGE.
           PERFORM MATCH-RECORD-OWNER.
           MOVE WS-MATCHED-AREA TO TBL-PGM-OWNER(WS-PROGRAM-FOUND).

       LOAD-MONTH-EXCEPTIONS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXCP-LOG-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ EXCP-LOG-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE EXCP-LOG-FD-RECORD TO WS-EXCP-LOG-RECORD
                    IF EXCP-RUN-DATE(1:6) = WS-CHARGE-MONTH
                       PERFORM STORE-MONTH-EXCEPTION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EXCP-LOG-FILE.

       STORE-MONTH-EXCEPTION.
           MOVE EXCP-PROGRAM-NAME TO WS-FOLD-NAME.
           PERFORM FOLD-PROGRAM-NAME.
           MOVE WS-FOLD-NAME TO WS-MATCH-PROGRAM.
           MOVE EXCP-MESSAGE TO WS-MATCH-MESSAGE.
           PERFORM MATCH-RECORD-OWNER.
           PERFORM VARYING WS-AREA-EXC-INDEX FROM 1 BY 1
                   UNTIL WS-AREA-EXC-INDEX > WS-AREA-EXC-COUNT
                   OR (TBL-AXC-PROGRAM(WS-AREA-EXC-INDEX)
                       = WS-FOLD-NAME
                       AND TBL-AXC-AREA(WS-AREA-EXC-INDEX)
                           = WS-MATCHED-AREA)
              CONTINUE
           END-PERFORM.
           IF WS-AREA-EXC-INDEX > WS-AREA-EXC-COUNT
              IF WS-AREA-EXC-COUNT < 300
                 ADD 1 TO WS-AREA-EXC-COUNT
                 MOVE WS-FOLD-NAME
                   TO TBL-AXC-PROGRAM(WS-AREA-EXC-COUNT)
                 MOVE WS-MATCHED-AREA
                   TO TBL-AXC-AREA(WS-AREA-EXC-COUNT)
                 MOVE 1 TO TBL-AXC-COUNT(WS-AREA-EXC-COUNT)
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
              END-IF
           ELSE
              ADD 1 TO TBL-AXC-COUNT(WS-AREA-EXC-INDEX)
           END-IF.

       LOAD-MONTH-SUBMITTERS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUBMITTER-HIST-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ SUBMITTER-HIST-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF SBH-BUSINESS-DATE(1:6) = WS-CHARGE-MONTH
                       AND SBH-CARDS IS NUMERIC
                       AND SBH-REJECTS IS NUMERIC
                       PERFORM STORE-MONTH-SUBMITTER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUBMITTER-HIST-FILE.

       STORE-MONTH-SUBMITTER.
           PERFORM VARYING WS-SUBMITTER-INDEX FROM 1 BY 1
                   UNTIL WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT
                   OR TBL-SUB-REF(WS-SUBMITTER-INDEX)
                      = SBH-SOURCE-REF
              CONTINUE
           END-PERFORM.
           IF WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT
              IF WS-SUBMITTER-COUNT < 500
                 ADD 1 TO WS-SUBMITTER-COUNT
                 MOVE SBH-SOURCE-REF
                   TO TBL-SUB-REF(WS-SUBMITTER-COUNT)
                 MOVE SBH-CARDS TO TBL-SUB-CARDS(WS-SUBMITTER-COUNT)
                 MOVE SBH-REJECTS
                   TO TBL-SUB-REJECTS(WS-SUBMITTER-COUNT)
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
              END-IF
           ELSE
              ADD SBH-CARDS TO TBL-SUB-CARDS(WS-SUBMITTER-INDEX)
              ADD SBH-REJECTS TO TBL-SUB-REJECTS(WS-SUBMITTER-INDEX)
           END-IF.

       ALLOCATE-ONE-PROGRAM.
           MOVE TBL-PGM-RECORDS(WS-PROGRAM-INDEX) TO WS-LEFT-RECORDS.
           MOVE TBL-PGM-EXCEPTIONS(WS-PROGRAM-INDEX)
             TO WS-LEFT-EXCEPTIONS.
           IF NOT PROGRAM-RATE-FOUND(WS-PROGRAM-INDEX)
              AND (WS-LEFT-RECORDS > 0 OR WS-LEFT-EXCEPTIONS > 0)
              ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           IF TBL-PGM-NAME(WS-PROGRAM-INDEX) = WS-LUHN-PROGRAM
              PERFORM ALLOCATE-TO-SUBMITTER
                  VARYING WS-SUBMITTER-INDEX FROM 1 BY 1
                  UNTIL WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT
           ELSE
              PERFORM ALLOCATE-AREA-EXCEPTIONS
                  VARYING WS-AREA-EXC-INDEX FROM 1 BY 1
                  UNTIL WS-AREA-EXC-INDEX > WS-AREA-EXC-COUNT
           END-IF.
           IF WS-LEFT-RECORDS > 0 OR WS-LEFT-EXCEPTIONS > 0
              MOVE TBL-PGM-OWNER(WS-PROGRAM-INDEX) TO WS-NEW-AREA
              MOVE SPACES TO WS-NEW-SUBMITTER
              MOVE WS-LEFT-RECORDS TO WS-NEW-RECORDS
              MOVE WS-LEFT-EXCEPTIONS TO WS-NEW-EXCEPTIONS
              PERFORM ADD-ALLOCATION
           END-IF.

       ALLOCATE-TO-SUBMITTER.
           IF TBL-SUB-CARDS(WS-SUBMITTER-INDEX) < WS-LEFT-RECORDS
              MOVE TBL-SUB-CARDS(WS-SUBMITTER-INDEX) TO WS-NEW-RECORDS
           ELSE
              MOVE WS-LEFT-RECORDS TO WS-NEW-RECORDS
           END-IF.
           IF TBL-SUB-REJECTS(WS-SUBMITTER-INDEX)
              < WS-LEFT-EXCEPTIONS
              MOVE TBL-SUB-REJECTS(WS-SUBMITTER-INDEX)
                TO WS-NEW-EXCEPTIONS
           ELSE
              MOVE WS-LEFT-EXCEPTIONS TO WS-NEW-EXCEPTIONS
           END-IF.
           IF WS-NEW-RECORDS > 0 OR WS-NEW-EXCEPTIONS > 0
              SUBTRACT WS-NEW-RECORDS FROM WS-LEFT-RECORDS
              SUBTRACT WS-NEW-EXCEPTIONS FROM WS-LEFT-EXCEPTIONS
              MOVE TBL-PGM-OWNER(WS-PROGRAM-INDEX) TO WS-NEW-AREA
              MOVE TBL-SUB-REF(WS-SUBMITTER-INDEX)
                TO WS-NEW-SUBMITTER
              PERFORM ADD-ALLOCATION
           END-IF.

       ALLOCATE-AREA-EXCEPTIONS.
           IF TBL-AXC-PROGRAM(WS-AREA-EXC-INDEX)
              = TBL-PGM-NAME(WS-PROGRAM-INDEX)
              AND TBL-AXC-AREA(WS-AREA-EXC-INDEX)
                  NOT = TBL-PGM-OWNER(WS-PROGRAM-INDEX)
              AND WS-LEFT-EXCEPTIONS > 0
              IF TBL-AXC-COUNT(WS-AREA-EXC-INDEX)
                 < WS-LEFT-EXCEPTIONS
                 MOVE TBL-AXC-COUNT(WS-AREA-EXC-INDEX)
                   TO WS-NEW-EXCEPTIONS
              ELSE
                 MOVE WS-LEFT-EXCEPTIONS TO WS-NEW-EXCEPTIONS
              END-IF
              SUBTRACT WS-NEW-EXCEPTIONS FROM WS-LEFT-EXCEPTIONS
              MOVE TBL-AXC-AREA(WS-AREA-EXC-INDEX) TO WS-NEW-AREA
              MOVE SPACES TO WS-NEW-SUBMITTER
              MOVE ZERO TO WS-NEW-RECORDS
              PERFORM ADD-ALLOCATION
           END-IF.

       ADD-ALLOCATION.
           MOVE ZERO TO WS-ALLOC-FOUND.
           PERFORM VARYING WS-ALLOC-INDEX FROM 1 BY 1
                   UNTIL WS-ALLOC-INDEX > WS-ALLOC-COUNT
                   OR WS-ALLOC-FOUND > 0
              IF TBL-ALC-AREA(WS-ALLOC-INDEX) = WS-NEW-AREA
                 AND TBL-ALC-SUBMITTER(WS-ALLOC-INDEX)
                     = WS-NEW-SUBMITTER
                 AND TBL-ALC-PROGRAM(WS-ALLOC-INDEX)
                     = TBL-PGM-NAME(WS-PROGRAM-INDEX)
                 MOVE WS-ALLOC-INDEX TO WS-ALLOC-FOUND
              END-IF
           END-PERFORM.
           IF WS-ALLOC-FOUND = 0
              IF WS-ALLOC-COUNT < 1000
                 ADD 1 TO WS-ALLOC-COUNT
                 MOVE WS-ALLOC-COUNT TO WS-ALLOC-FOUND
                 MOVE WS-NEW-AREA TO TBL-ALC-AREA(WS-ALLOC-FOUND)
                 MOVE WS-NEW-SUBMITTER
                   TO TBL-ALC-SUBMITTER(WS-ALLOC-FOUND)
                 MOVE TBL-PGM-NAME(WS-PROGRAM-INDEX)
                   TO TBL-ALC-PROGRAM(WS-ALLOC-FOUND)
                 MOVE ZERO TO TBL-ALC-RECORDS(WS-ALLOC-FOUND)
                              TBL-ALC-EXCEPTIONS(WS-ALLOC-FOUND)
                 PERFORM NOTE-STATEMENT-AREA
              ELSE
                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
              END-IF
           END-IF.
           IF WS-ALLOC-FOUND > 0
              ADD WS-NEW-RECORDS TO TBL-ALC-RECORDS(WS-ALLOC-FOUND)
              ADD WS-NEW-EXCEPTIONS
                TO TBL-ALC-EXCEPTIONS(WS-ALLOC-FOUND)
              ADD WS-NEW-RECORDS
                TO TBL-PGM-ALLOC-REC(WS-PROGRAM-INDEX)
              ADD WS-NEW-EXCEPTIONS
                TO TBL-PGM-ALLOC-EXC(WS-PROGRAM-INDEX)
           END-IF.

       NOTE-STATEMENT-AREA.
           PERFORM VARYING WS-AREA-INDEX FROM 1 BY 1
                   UNTIL WS-AREA-INDEX > WS-AREA-COUNT
                   OR TBL-AREA-NAME(WS-AREA-INDEX) = WS-NEW-AREA
              CONTINUE
           END-PERFORM.
           IF WS-AREA-INDEX > WS-AREA-COUNT
              AND WS-AREA-COUNT < 100
              ADD 1 TO WS-AREA-COUNT
              MOVE WS-NEW-AREA TO TBL-AREA-NAME(WS-AREA-COUNT)
           END-IF.

       PRICE-ONE-ALLOCATION.
           MOVE TBL-ALC-PROGRAM(WS-ALLOC-INDEX) TO WS-FOLD-NAME.
           PERFORM FIND-PROGRAM-ENTRY.
           COMPUTE TBL-ALC-REC-AMOUNT(WS-ALLOC-INDEX) ROUNDED =
               TBL-ALC-RECORDS(WS-ALLOC-INDEX)
               * TBL-PGM-REC-RATE(WS-PROGRAM-FOUND).
           COMPUTE TBL-ALC-EXC-AMOUNT(WS-ALLOC-INDEX) ROUNDED =
               TBL-ALC-EXCEPTIONS(WS-ALLOC-INDEX)
               * TBL-PGM-EXC-RATE(WS-PROGRAM-FOUND).

       WRITE-AREA-STATEMENT.
           MOVE ZERO TO WS-AREA-RECORDS.
           MOVE ZERO TO WS-AREA-EXCEPTIONS.
           MOVE ZERO TO WS-AREA-AMOUNT.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE TBL-AREA-NAME(WS-AREA-INDEX) TO AHL-AREA.
           MOVE WS-AREA-HEADING-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE WS-STATEMENT-HEADING TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           PERFORM VARYING WS-ALLOC-INDEX FROM 1 BY 1
                   UNTIL WS-ALLOC-INDEX > WS-ALLOC-COUNT
              IF TBL-ALC-AREA(WS-ALLOC-INDEX)
                 = TBL-AREA-NAME(WS-AREA-INDEX)
                 PERFORM WRITE-STATEMENT-LINE
                 PERFORM WRITE-JOURNAL-LINE
              END-IF
           END-PERFORM.
           MOVE "AREA TOTAL" TO ATL-LABEL.
           MOVE WS-AREA-RECORDS TO ATL-RECORDS.
           MOVE WS-AREA-EXCEPTIONS TO ATL-EXCEPTIONS.
           MOVE WS-AREA-AMOUNT TO ATL-AMOUNT.
           MOVE WS-AREA-TOTAL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       WRITE-STATEMENT-LINE.
           COMPUTE WS-LINE-AMOUNT =
               TBL-ALC-REC-AMOUNT(WS-ALLOC-INDEX)
               + TBL-ALC-EXC-AMOUNT(WS-ALLOC-INDEX).
           MOVE TBL-ALC-PROGRAM(WS-ALLOC-INDEX) TO STL-PROGRAM.
           MOVE TBL-ALC-SUBMITTER(WS-ALLOC-INDEX) TO STL-SUBMITTER.
           MOVE TBL-ALC-RECORDS(WS-ALLOC-INDEX) TO STL-RECORDS.
           MOVE TBL-ALC-EXCEPTIONS(WS-ALLOC-INDEX) TO STL-EXCEPTIONS.
           MOVE TBL-ALC-REC-AMOUNT(WS-ALLOC-INDEX) TO STL-REC-AMOUNT.
           MOVE TBL-ALC-EXC-AMOUNT(WS-ALLOC-INDEX) TO STL-EXC-AMOUNT.
           MOVE WS-LINE-AMOUNT TO STL-TOTAL-AMOUNT.
           MOVE WS-STATEMENT-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.
           ADD TBL-ALC-RECORDS(WS-ALLOC-INDEX) TO WS-AREA-RECORDS.
           ADD TBL-ALC-EXCEPTIONS(WS-ALLOC-INDEX)
             TO WS-AREA-EXCEPTIONS.
           ADD WS-LINE-AMOUNT TO WS-AREA-AMOUNT.
           ADD TBL-ALC-RECORDS(WS-ALLOC-INDEX) TO WS-TOTAL-RECORDS.
           ADD TBL-ALC-EXCEPTIONS(WS-ALLOC-INDEX)
             TO WS-TOTAL-EXCEPTIONS.
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           IF WS-ALLOC-COUNT = 0
              MOVE "NO PROCESSING RECORDED FOR THE MONTH"
                TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
           END-IF.
           MOVE "GRAND TOTAL" TO ATL-LABEL.
           MOVE WS-TOTAL-RECORDS TO ATL-RECORDS.
           MOVE WS-TOTAL-EXCEPTIONS TO ATL-EXCEPTIONS.
           MOVE WS-TOTAL-AMOUNT TO ATL-AMOUNT.
           MOVE WS-AREA-TOTAL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "CONTROL TOTALS AGAINST RUNSTATS" TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE WS-CONTROL-HEADING TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           PERFORM VARYING WS-PROGRAM-INDEX FROM 1 BY 1
                   UNTIL WS-PROGRAM-INDEX > WS-PROGRAM-COUNT
              MOVE TBL-PGM-NAME(WS-PROGRAM-INDEX) TO CTL-PROGRAM
              MOVE TBL-PGM-RECORDS(WS-PROGRAM-INDEX)
                TO CTL-STAT-RECORDS
              MOVE TBL-PGM-ALLOC-REC(WS-PROGRAM-INDEX)
                TO CTL-ALLOC-RECORDS
              MOVE TBL-PGM-EXCEPTIONS(WS-PROGRAM-INDEX)
                TO CTL-STAT-EXCEPTIONS
              MOVE TBL-PGM-ALLOC-EXC(WS-PROGRAM-INDEX)
                TO CTL-ALLOC-EXCEPTIONS
              EVALUATE TRUE
                 WHEN TBL-PGM-RECORDS(WS-PROGRAM-INDEX)
                      NOT = TBL-PGM-ALLOC-REC(WS-PROGRAM-INDEX)
                   OR TBL-PGM-EXCEPTIONS(WS-PROGRAM-INDEX)
                      NOT = TBL-PGM-ALLOC-EXC(WS-PROGRAM-INDEX)
                    MOVE "*OUT OF BALANCE*" TO CTL-STATUS
                 WHEN NOT PROGRAM-RATE-FOUND(WS-PROGRAM-INDEX)
                    MOVE "NO RATE - ZERO" TO CTL-STATUS
                 WHEN OTHER
                    MOVE "IN BALANCE" TO CTL-STATUS
              END-EVALUATE
              MOVE WS-CONTROL-LINE TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
           END-PERFORM.
           MOVE "RUNSTATS TOTAL" TO CTL-PROGRAM.
           MOVE WS-STATS-RECORDS TO CTL-STAT-RECORDS.
           MOVE WS-TOTAL-RECORDS TO CTL-ALLOC-RECORDS.
           MOVE WS-STATS-EXCEPTIONS TO CTL-STAT-EXCEPTIONS.
           MOVE WS-TOTAL-EXCEPTIONS TO CTL-ALLOC-EXCEPTIONS.
           IF WS-STATS-RECORDS = WS-TOTAL-RECORDS
              AND WS-STATS-EXCEPTIONS = WS-TOTAL-EXCEPTIONS
              MOVE "IN BALANCE" TO CTL-STATUS
           ELSE
              MOVE "*OUT OF BALANCE*" TO CTL-STATUS
           END-IF.
           MOVE WS-CONTROL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           IF CHARGEBACK-TABLE-FULL
              MOVE "CHARGEBACK TABLE LIMIT REACHED - PARTIAL"
                TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
           END-IF.

       WRITE-JOURNAL-HEADING.
           MOVE SPACES TO WS-CSV-LINE.
           STRING "MONTH,AREA,SUBMITTER,PROGRAM,RECORDS,EXCEPTIONS,"
                  DELIMITED BY SIZE
                  "RECORDCHARGE,EXCEPTIONCHARGE,TOTALCHARGE"
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE.
           MOVE WS-CSV-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       WRITE-JOURNAL-LINE.
           MOVE TBL-ALC-RECORDS(WS-ALLOC-INDEX) TO WS-EDITED-COUNT.
           MOVE TBL-ALC-EXCEPTIONS(WS-ALLOC-INDEX)
             TO WS-EDITED-COUNT-2.
           MOVE TBL-ALC-REC-AMOUNT(WS-ALLOC-INDEX)
             TO WS-EDITED-AMOUNT.
           MOVE TBL-ALC-EXC-AMOUNT(WS-ALLOC-INDEX)
             TO WS-EDITED-AMOUNT-2.
           MOVE WS-LINE-AMOUNT TO WS-EDITED-AMOUNT-3.
           MOVE SPACES TO WS-CSV-LINE.
           STRING WS-CHARGE-MONTH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TBL-ALC-AREA(WS-ALLOC-INDEX))
                  DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TBL-ALC-SUBMITTER(WS-ALLOC-INDEX))
                  DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TBL-ALC-PROGRAM(WS-ALLOC-INDEX))
                  DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-COUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-COUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-AMOUNT-3) DELIMITED BY SIZE
                  INTO WS-CSV-LINE.
           MOVE WS-CSV-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT.

       WRITE-JOURNAL-TRAILER.
           MOVE WS-JOURNAL-COUNT TO WS-TRAILER-COUNT-X.
           MOVE WS-TOTAL-RECORDS TO WS-EDITED-COUNT.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-EDITED-COUNT-2.
           MOVE WS-TOTAL-AMOUNT TO WS-EDITED-AMOUNT.
           MOVE SPACES TO WS-CSV-LINE.
           STRING "TRAILER," DELIMITED BY SIZE
                  WS-TRAILER-COUNT-X DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-COUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-COUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-AMOUNT) DELIMITED BY SIZE
                  INTO WS-CSV-LINE.
           MOVE WS-CSV-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           MOVE WS-STATS-RECORDS TO WS-EDITED-COUNT.
           MOVE WS-STATS-EXCEPTIONS TO WS-EDITED-COUNT-2.
           MOVE SPACES TO WS-CSV-LINE.
           STRING "CONTROL,RUNSTATS," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-COUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDITED-COUNT-2) DELIMITED BY SIZE
                  INTO WS-CSV-LINE.
           MOVE WS-CSV-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
