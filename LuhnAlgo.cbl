               FILE STATUS IS WS-VKEY-FILE-STATUS.
           SELECT LUHN-TOKEN-FILE ASSIGN TO "LUHNTOK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOT-CARD-FILE ASSIGN TO "LUHNHOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTCARD-FILE-STATUS.
           SELECT LUHN-HOT-HITS-FILE ASSIGN TO "LUHNHOTH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LUHN-RETURN-WORK-FILE ASSIGN TO "LUHNRTNW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBMITTER-RETURN-FILE ASSIGN TO WS-RETURN-DATASET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
           SELECT LUHN-SUBMITTER-STATS-FILE ASSIGN TO "LUHNSUBS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LUHN-SUBMITTER-HIST-FILE
               ASSIGN TO "LUHNSUBH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBHIST-FILE-STATUS.
           SELECT OPTIONAL LUHN-CHECKPOINT-FILE ASSIGN TO "LUHNCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT LUHN-TRUNCATE-WORK-FILE ASSIGN TO "LUHNCKTW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCP-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPLOG-FILE-STATUS.
          05 VLT-FIRST-DATE        PIC X(08).
          05 FILLER                PIC X(01).
          05 VLT-ENC-FLAG          PIC X(01).
          05 FILLER                PIC X(01).
          05 VLT-KEY-VERSION       PIC X(03).
       FD VAULT-KEY-FILE.
       01 VAULT-KEY-RECORD.
          05 VKY-KEY-DIGITS        PIC X(32).
          05 FILLER                PIC X(01).
          05 VKY-KEY-VERSION       PIC X(03).
          05 FILLER                PIC X(01).
          05 VKY-KEY-STATUS        PIC X(01).
       FD LUHN-VEL-JOURNAL-FILE.
       01 LUHN-VEL-JOURNAL-RECORD.
          05 JNL-HASH              PIC 9(15).
          05 TOK-NETWORK           PIC X(10).
          05 FILLER                PIC X(02).
          05 TOK-VALID             PIC X(05).
       FD HOT-CARD-FILE.
       01 HOT-CARD-RECORD.
          05 HOT-HASH              PIC 9(15).
          05 FILLER                PIC X(01).
          05 HOT-DIGIT-COUNT       PIC 9(02).
          05 FILLER                PIC X(01).
          05 HOT-REASON-CODE       PIC X(02).
          05 FILLER                PIC X(01).
          05 HOT-LISTED-DATE       PIC X(08).
          05 FILLER                PIC X(01).
          05 HOT-LAST-FOUR         PIC X(04).
          05 FILLER                PIC X(01).
          05 HOT-LISTED-BY         PIC X(08).
       FD LUHN-HOT-HITS-FILE.
       01 LUHN-HOT-HITS-RECORD.
          05 HIT-MASKED-PAN        PIC X(32).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 HIT-REASON-CODE       PIC X(02).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 HIT-LISTED-DATE       PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 HIT-SOURCE-REF        PIC X(08).
       FD LUHN-RETURN-WORK-FILE.
       01 LUHN-RETURN-WORK-RECORD.
          05 RTW-SOURCE-REF        PIC X(08).
          05 FILLER                PIC X(101).
       FD SUBMITTER-RETURN-FILE.
       01 SUBMITTER-RETURN-RECORD  PIC X(109).
       FD LUHN-SUBMITTER-STATS-FILE.
       01 LUHN-SUBMITTER-STATS-RECORD PIC X(93).
       FD LUHN-SUBMITTER-HIST-FILE.
       01 LUHN-SUBMITTER-HIST-RECORD.
          05 SBH-BUSINESS-DATE     PIC X(08).
          05 FILLER                PIC X(01).
          05 SBH-SOURCE-REF        PIC X(08).
          05 FILLER                PIC X(01).
          05 SBH-CARDS             PIC 9(06).
          05 FILLER                PIC X(01).
          05 SBH-VALID             PIC 9(06).
          05 FILLER                PIC X(01).
          05 SBH-REJECTS           PIC 9(06).
          05 FILLER                PIC X(01).
          05 SBH-DUPS              PIC 9(06).
       FD LUHN-CHECKPOINT-FILE.
       01 LUHN-CHECKPOINT-RECORD.
          05 CKP-STATUS            PIC X(01).
             88 CHECKPOINT-ACTIVE VALUE "A".
          05 FILLER                PIC X(01).
          05 CKP-BUSINESS-DATE     PIC X(08).
          05 FILLER                PIC X(01).
          05 CKP-MODE              PIC X(01).
          05 FILLER                PIC X(01).
          05 CKP-INPUT-POSITION    PIC 9(08).
          05 FILLER                PIC X(01).
          05 CKP-RECORDS-READ      PIC 9(06).
          05 FILLER                PIC X(01).
          05 CKP-FILE-COUNT        PIC 9(06).
          05 FILLER                PIC X(01).
          05 CKP-FILE-HASH         PIC 9(16).
          05 FILLER                PIC X(01).
          05 CKP-SEEN-START        PIC 9(08).
          05 FILLER                PIC X(01).
          05 CKP-SEEN-RECORDS      PIC 9(08).
          05 FILLER                PIC X(01).
          05 CKP-VAULT-RECORDS     PIC 9(08).
          05 FILLER                PIC X(01).
          05 CKP-EXCP-RECORDS      PIC 9(08).
          05 FILLER                PIC X(01).
          05 CKP-RUN-TOTALS        PIC X(60).
          05 FILLER                PIC X(01).
          05 CKP-TAKEN-TIME        PIC X(08).
       FD LUHN-TRUNCATE-WORK-FILE.
       01 LUHN-TRUNCATE-WORK-RECORD PIC X(98).
       FD EXCP-LOG-FILE.
       01 EXCP-LOG-FD-RECORD       PIC X(98).
       FD RUN-STATS-FILE.
       01 WS-ENV-ALERT-MAX            PIC X(06) VALUE SPACES.
       01 WS-RUNSTATS-FILE-STATUS     PIC XX VALUE "00".
          88 RUNSTATS-FILE-NOT-FOUND VALUE "35".
       01 WS-SUBHIST-FILE-STATUS      PIC XX VALUE "00".
          88 SUBHIST-FILE-NOT-FOUND VALUE "35".
       01 WS-RECORDS-READ             PIC 9(06) VALUE ZERO.
       01 WS-BUSDATE-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
       01 WS-CRYPT-SCAN               PIC 9(02) VALUE ZERO.
       01 WS-CRYPT-DIGIT              PIC 9(01) VALUE ZERO.
       01 WS-VKEY-DIGIT               PIC 9(01) VALUE ZERO.
       01 WS-VKEY-EOF-SWITCH          PIC X VALUE "N".
          88 END-OF-VAULT-KEYS VALUE "Y".
       01 WS-VKEY-COUNT               PIC 9(02) VALUE ZERO.
       01 WS-VKEY-INDEX               PIC 9(02) VALUE ZERO.
       01 WS-VKEY-TABLE.
          05 WS-VKEY-ENTRY OCCURS 10 TIMES.
             10 TBL-VKEY-VERSION      PIC 9(03).
             10 TBL-VKEY-STATUS       PIC X(01).
             10 TBL-VKEY-DIGITS       PIC X(32).
       01 WS-VKEY-CURRENT-VERSION     PIC 9(03) VALUE ZERO.
       01 WS-VKEY-WANTED-VERSION      PIC 9(03) VALUE ZERO.
       01 WS-VKEY-SELECTED-SWITCH     PIC X VALUE "N".
          88 VAULT-KEY-SELECTED VALUE "Y".
       01 WS-VELJ-FILE-STATUS         PIC XX VALUE "00".
       01 WS-VELJ-EOF-SWITCH          PIC X VALUE "N".
          88 END-OF-VEL-JOURNAL VALUE "Y".
             10 TBL-VLT-DIGITS        PIC 9(02).
             10 TBL-VLT-TOKEN         PIC X(16).
       01 WS-VAULT-SCAN               PIC 9(04) VALUE ZERO.
       01 WS-HOTCARD-FILE-STATUS      PIC XX VALUE "00".
       01 WS-HOTCARD-EOF-SWITCH       PIC X VALUE "N".
          88 END-OF-HOT-CARD-FILE VALUE "Y".
       01 WS-HOTCARD-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-HOTCARD-SCAN             PIC 9(05) VALUE ZERO.
       01 WS-HOTCARD-TABLE.
          05 WS-HOTCARD-ENTRY OCCURS 5000 TIMES.
             10 TBL-HOT-HASH          PIC 9(15).
             10 TBL-HOT-DIGITS        PIC 9(02).
             10 TBL-HOT-REASON        PIC X(02).
             10 TBL-HOT-DATE          PIC X(08).
       01 WS-HOTCARD-FOUND-INDEX      PIC 9(05) VALUE ZERO.
       01 WS-HOTCARD-OVERFLOW-SWITCH  PIC X VALUE "N".
          88 HOTCARD-TABLE-OVERFLOWED VALUE "Y".
       01 WS-CARD-TOKEN               PIC X(16) VALUE SPACES.
       01 WS-RETURN-DATASET           PIC X(10) VALUE SPACES.
       01 WS-RETURN-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RTNWORK-EOF-SWITCH       PIC X VALUE "N".
          88 END-OF-RETURN-WORK VALUE "Y".
       01 WS-RETURN-LINE.
          05 RTN-SOURCE-REF           PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RTN-TOKEN                PIC X(16).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RTN-MASKED-PAN           PIC X(32).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RTN-RESULT               PIC X(05).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 RTN-REASON               PIC X(40).
       01 WS-SUBMITTER-REF            PIC X(08) VALUE SPACES.
       01 WS-SUBMITTER-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-SUBMITTER-INDEX          PIC 9(03) VALUE ZERO.
       01 WS-SUBMITTER-TABLE.
          05 WS-SUBMITTER-ENTRY OCCURS 500 TIMES.
             10 TBL-SUB-REF           PIC X(08).
             10 TBL-SUB-CARDS         PIC 9(06).
             10 TBL-SUB-VALID         PIC 9(06).
             10 TBL-SUB-REJECTS       PIC 9(06).
             10 TBL-SUB-DUPS          PIC 9(06).
       01 WS-SUBMITTER-OVERFLOW-SWITCH PIC X VALUE "N".
          88 SUBMITTER-TABLE-OVERFLOWED VALUE "Y".
       01 WS-SUB-FLAG-FACTOR          PIC 9(03) VALUE 200.
       01 WS-ENV-SUB-FACTOR           PIC X(03) VALUE SPACES.
       01 WS-SUB-MIN-CARDS            PIC 9(04) VALUE 5.
       01 WS-ENV-SUB-MIN              PIC X(04) VALUE SPACES.
       01 WS-SUB-REJECT-PCT           PIC 9(03)V99 VALUE ZERO.
       01 WS-SUB-DUP-PCT              PIC 9(03)V99 VALUE ZERO.
       01 WS-BATCH-REJECT-PCT         PIC 9(03)V99 VALUE ZERO.
       01 WS-SUB-FLAG-LIMIT           PIC 9(05)V99 VALUE ZERO.
       01 WS-SUB-FLAGGED-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-SUB-LINE-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-BATCH-CARDS              PIC 9(06) VALUE ZERO.
       01 WS-BATCH-DUPS               PIC 9(06) VALUE ZERO.
       01 WS-SUBMITTER-HEADING-LINE.
          05 FILLER                   PIC X(10) VALUE "SOURCE REF".
          05 FILLER                   PIC X(08) VALUE " CARDS".
          05 FILLER                   PIC X(08) VALUE " VALID".
          05 FILLER                   PIC X(08) VALUE "REJECT".
          05 FILLER                   PIC X(08) VALUE "  REJ%".
          05 FILLER                   PIC X(08) VALUE "  DUPS".
          05 FILLER                   PIC X(08) VALUE "  DUP%".
          05 FILLER                   PIC X(04) VALUE "FLAG".
       01 WS-SUBMITTER-DETAIL-LINE.
          05 SUB-SOURCE-REF           PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 SUB-CARDS                PIC Z(5)9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 SUB-VALID                PIC Z(5)9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 SUB-REJECTS              PIC Z(5)9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 SUB-REJECT-PCT           PIC ZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 SUB-DUPS                 PIC Z(5)9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 SUB-DUP-PCT              PIC ZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 SUB-FLAG                 PIC X(20).
       01 WS-SUBMITTER-FLAG-LINE.
          05 FILLER                   PIC X(34)
               VALUE "SUBMITTERS FLAGGED - REJECT RATE >".
          05 SFL-FACTOR               PIC ZZ9.
          05 FILLER                   PIC X(25)
               VALUE "% OF BATCH AVERAGE, MIN".
          05 SFL-MIN-CARDS            PIC ZZZ9.
          05 FILLER                   PIC X(09) VALUE " CARDS: ".
          05 SFL-COUNT                PIC ZZZ9.
       01 WS-TOKEN-SEQUENCE           PIC 9(15) VALUE ZERO.
       01 WS-VAULT-FULL-SWITCH        PIC X VALUE "N".
          88 VAULT-TABLE-FULL VALUE "Y".
          88 EXCPLOG-FILE-NOT-FOUND VALUE "35".
       01 WS-EOF-SWITCH                PIC X VALUE "N".
          88 END-OF-LUHN-INPUT VALUE "Y".
       01 WS-CKPT-FILE-STATUS          PIC XX VALUE "00".
       01 WS-CKPT-INTERVAL             PIC 9(06) VALUE 1000.
       01 WS-ENV-CKPT-INTERVAL         PIC X(06) VALUE SPACES.
       01 WS-CKPT-TAKEN-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-CKPT-NEW-STATUS           PIC X(01) VALUE SPACE.
       01 WS-INPUT-POSITION            PIC 9(08) VALUE ZERO.
       01 WS-SEEN-START-RECORDS        PIC 9(08) VALUE ZERO.
       01 WS-SEEN-FILE-RECORDS         PIC 9(08) VALUE ZERO.
       01 WS-VAULT-FILE-RECORDS        PIC 9(08) VALUE ZERO.
       01 WS-EXCP-FILE-RECORDS         PIC 9(08) VALUE ZERO.
       01 WS-TRUNC-COUNT               PIC 9(08) VALUE ZERO.
       01 WS-TRUNC-EOF-SWITCH          PIC X VALUE "N".
          88 END-OF-TRUNCATE-INPUT VALUE "Y".
       01 WS-RESTART-SWITCH            PIC X VALUE "N".
          88 RESTART-FROM-CHECKPOINT VALUE "Y".
       01 WS-REPLAY-SWITCH             PIC X VALUE "N".
          88 REPLAYING-CHECKPOINT VALUE "Y".
       01 WS-RESTART-FAIL-SWITCH       PIC X VALUE "N".
          88 RESTART-FAILED VALUE "Y".
       01 WS-EDIT-POSITION             PIC Z(7)9.
       01 WS-RESTART-RECORD.
          05 RST-STATUS               PIC X(01).
          05 FILLER                   PIC X(01).
          05 RST-BUSINESS-DATE        PIC X(08).
          05 FILLER                   PIC X(01).
          05 RST-MODE                 PIC X(01).
          05 FILLER                   PIC X(01).
          05 RST-INPUT-POSITION       PIC 9(08).
          05 FILLER                   PIC X(01).
          05 RST-RECORDS-READ         PIC 9(06).
          05 FILLER                   PIC X(01).
          05 RST-FILE-COUNT           PIC 9(06).
          05 FILLER                   PIC X(01).
          05 RST-FILE-HASH            PIC 9(16).
          05 FILLER                   PIC X(01).
          05 RST-SEEN-START           PIC 9(08).
          05 FILLER                   PIC X(01).
          05 RST-SEEN-RECORDS         PIC 9(08).
          05 FILLER                   PIC X(01).
          05 RST-VAULT-RECORDS        PIC 9(08).
          05 FILLER                   PIC X(01).
          05 RST-EXCP-RECORDS         PIC 9(08).
          05 FILLER                   PIC X(01).
          05 RST-RUN-TOTALS           PIC X(60).
          05 FILLER                   PIC X(01).
          05 RST-TAKEN-TIME           PIC X(08).
       01 WS-RUN-TOTALS.
          05 WS-VALID-COUNT             PIC 9(06) VALUE ZERO.
          05 WS-FALSE-COUNT             PIC 9(06) VALUE ZERO.
          05 WS-REJECT-EXPIRED-COUNT    PIC 9(06) VALUE ZERO.
          05 WS-DUP-INBATCH-COUNT       PIC 9(06) VALUE ZERO.
          05 WS-DUP-CROSSRUN-COUNT      PIC 9(06) VALUE ZERO.
          05 WS-HOTCARD-HIT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-DETAIL-LINE.
          05 DTL-MASKED-PAN            PIC X(32).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE "PAGE:".
          05 COL-PAGE-NUMBER           PIC Z(3)9.
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       LUHN-CONTROL.
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "LUHNMODE" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-MODE.
           IF WS-ENV-MODE = "GENERATE"
              MOVE "Y" TO WS-GENERATE-MODE-FLAG
           END-IF.
           MOVE "LUHNCKPTINT" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-CKPT-INTERVAL.
           MOVE "LUHNVELMAX" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-VEL-MAX.
           MOVE "LUHNVELWIN" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-VEL-WINDOW.
           MOVE "LUHNSUBFACT" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-SUB-FACTOR.
           MOVE "LUHNSUBMIN" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-SUB-MIN.
           MOVE "ALERTEXCPMAX" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-ALERT-MAX.
           PERFORM CHECK-RESTART-CHECKPOINT.
           PERFORM COUNT-EXCP-LOG.
           PERFORM LOAD-BIN-TABLE.
           PERFORM LOAD-SEEN-CARDS.
           PERFORM LOAD-HOT-CARDS.
           PERFORM LOAD-VELOCITY-JOURNAL.
           PERFORM LOAD-VAULT-KEY.
           PERFORM LOAD-PAN-VAULT.
                OUTPUT LUHN-DUPLICATES-FILE
                OUTPUT LUHN-TOKEN-FILE
                OUTPUT LUHN-EXPIRED-FILE
                OUTPUT LUHN-VELOCITY-FILE
                OUTPUT LUHN-HOT-HITS-FILE
                OUTPUT LUHN-RETURN-WORK-FILE
                OUTPUT LUHN-SUBMITTER-STATS-FILE.
           PERFORM OPEN-VAULT-FILE-EXTEND.
           IF GENERATE-MODE
              OPEN OUTPUT LUHN-EMBOSS-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-INPUT-POSITION
                       IF BATCH-HEADER-RECORD
                          OR BATCH-TRAILER-RECORD
                          CONTINUE
                          ELSE
                             PERFORM PROCESS-CARD
                          END-IF
                          PERFORM CHECK-CHECKPOINT-INTERVAL
                       END-IF
                 END-READ
              END-PERFORM
              IF REPLAYING-CHECKPOINT
                 MOVE "Y" TO WS-RESTART-FAIL-SWITCH
              END-IF
              IF NOT RESTART-FAILED
                 PERFORM WRITE-SUMMARY-REPORT
              END-IF
           END-IF.
           PERFORM WRITE-SUBMITTER-REPORTS.
           PERFORM WRITE-REPORT-TRAILER.
           IF GENERATE-MODE
              CLOSE LUHN-EMBOSS-FILE
                 LUHN-TOKEN-FILE
                 LUHN-EXPIRED-FILE
                 LUHN-VELOCITY-FILE
                 LUHN-HOT-HITS-FILE
                 LUHN-VAULT-FILE
                 LUHN-SEEN-FILE
                 EXCP-LOG-FILE.
           EVALUATE TRUE
              WHEN RESTART-FAILED
                 MOVE 12 TO RETURN-CODE
              WHEN BATCH-OUT-OF-BALANCE
                 MOVE 6 TO RETURN-CODE
              WHEN WS-FALSE-COUNT > 0
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF NOT RESTART-FAILED
              PERFORM WRITE-VELOCITY-JOURNAL
           END-IF.
           PERFORM WRITE-RUN-STATISTICS.
           PERFORM WRITE-OPERATOR-ALERTS.
           IF RETURN-CODE <= 4
              PERFORM WRITE-SUBMITTER-HISTORY
              PERFORM RECORD-RUN-CONTROL
           END-IF.
           IF NOT RESTART-FAILED
              PERFORM CLOSE-CHECKPOINT
           END-IF.
           GOBACK.

       WRITE-OPERATOR-ALERTS.
           IF WS-ENV-ALERT-MAX NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-ALERT-MAX)
                TO WS-ALERT-THRESHOLD
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF HOTCARD-TABLE-OVERFLOWED
              MOVE "CRIT" TO ALR-SEVERITY
              MOVE "LUHN" TO ALR-PROGRAM-NAME
              MOVE "Hot-card table full; hot-card check partial"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF WS-HOTCARD-HIT-COUNT > 0
              MOVE "WARN" TO ALR-SEVERITY
              MOVE "LUHN" TO ALR-PROGRAM-NAME
              MOVE "Hot-card file matches found; see LUHNHOTH"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF WS-SUB-FLAGGED-COUNT > 0
              MOVE "WARN" TO ALR-SEVERITY
              MOVE "LUHN" TO ALR-PROGRAM-NAME
              MOVE "Submitter reject rate above batch; see LUHNSUBS"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF SUBMITTER-TABLE-OVERFLOWED
              MOVE "WARN" TO ALR-SEVERITY
              MOVE "LUHN" TO ALR-PROGRAM-NAME
              MOVE "Submitter table full; return files partial"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF VAULT-TABLE-FULL
              MOVE "WARN" TO ALR-SEVERITY
              MOVE "LUHN" TO ALR-PROGRAM-NAME
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           IF RESTART-FROM-CHECKPOINT
              MOVE SPACES TO ALR-MESSAGE
              MOVE "LUHN" TO ALR-PROGRAM-NAME
              MOVE RST-INPUT-POSITION TO WS-EDIT-POSITION
              IF RESTART-FAILED
                 MOVE "CRIT" TO ALR-SEVERITY
                 STRING "Restart did not reconcile to checkpoint at "
                        DELIMITED BY SIZE
                        "record " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-EDIT-POSITION)
                        DELIMITED BY SIZE
                        INTO ALR-MESSAGE
              ELSE
                 MOVE "WARN" TO ALR-SEVERITY
                 STRING "Run resumed from checkpoint at input record "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-EDIT-POSITION)
                        DELIMITED BY SIZE
                        INTO ALR-MESSAGE
              END-IF
              PERFORM WRITE-ALERT-RECORD
           END-IF.
           CLOSE OPR-ALERT-FILE.

       WRITE-ALERT-RECORD.
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "LUHN" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "LUHN" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO LUHN-REPORT-RECORD
              WRITE LUHN-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RPT-HEADER-LINE TO LUHN-REPORT-RECORD.
           WRITE LUHN-REPORT-RECORD.
           IF WS-PAGE-NUMBER = 1
              PERFORM WRITE-PARAMETER-LINES
           END-IF.
           MOVE WS-PAGE-NUMBER TO COL-PAGE-NUMBER.
           MOVE WS-COLUMN-HEADING-LINE TO LUHN-REPORT-RECORD.
           WRITE LUHN-REPORT-RECORD.
           WRITE LUHN-REPORT-RECORD.

       PROCESS-CARD.
           MOVE SPACES TO WS-CARD-TOKEN.
           MOVE ZERO TO WS-HOTCARD-FOUND-INDEX.
           MOVE IN-PAN TO WS-CARD-NUMBER.
           MOVE IN-EXPIRY-MONTH TO WS-EXPIRY-MONTH.
           MOVE IN-EXPIRY-YEAR TO WS-EXPIRY-YEAR.
           PERFORM CHECK-DUPLICATE-CARD.
           IF WS-DIGIT-COUNT > 0
              PERFORM TRACK-CARD-VELOCITY
              PERFORM CHECK-HOT-CARD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
              WHEN WS-HOTCARD-FOUND-INDEX > 0
                 ADD 1 TO WS-FALSE-COUNT
                 PERFORM LOG-HOT-CARD-HIT
              WHEN WS-VALID = "VALID"
                 ADD 1 TO WS-VALID-COUNT
                 PERFORM RECORD-SEEN-CARD
                 PERFORM TOKENIZE-CARD
              WHEN OTHER
                 ADD 1 TO WS-FALSE-COUNT
                 PERFORM LOG-REJECT
           END-EVALUATE.
           PERFORM RECORD-SUBMITTER-RESULT.

       LUHN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-REJECT-REASON TO EXCP-MESSAGE.
           MOVE WS-BUSINESS-DATE TO EXCP-RUN-DATE.
           MOVE WS-EXCP-LOG-RECORD TO EXCP-LOG-FD-RECORD.
           IF NOT REPLAYING-CHECKPOINT
              WRITE EXCP-LOG-FD-RECORD
              ADD 1 TO WS-EXCP-FILE-RECORDS
           END-IF.

       LOAD-SEEN-CARDS.
           OPEN INPUT LUHN-SEEN-FILE.
                 AT END
                    MOVE "Y" TO WS-SEEN-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-SEEN-FILE-RECORDS
                    IF RESTART-FROM-CHECKPOINT
                       AND WS-SEEN-FILE-RECORDS > RST-SEEN-START
                       CONTINUE
                    ELSE
                       IF WS-PRIOR-SEEN-COUNT < 10000
                          ADD 1 TO WS-PRIOR-SEEN-COUNT
                          MOVE SEEN-HASH
                            TO TBL-SEEN-HASH(WS-PRIOR-SEEN-COUNT)
                          MOVE SEEN-DIGIT-COUNT
                            TO TBL-SEEN-DIGITS(WS-PRIOR-SEEN-COUNT)
                          MOVE SEEN-FIRST-DATE
                            TO TBL-SEEN-DATE(WS-PRIOR-SEEN-COUNT)
                       ELSE
                          MOVE "Y" TO WS-SEEN-OVERFLOW-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LUHN-SEEN-FILE.
           IF RESTART-FROM-CHECKPOINT
              MOVE RST-SEEN-START TO WS-SEEN-START-RECORDS
           ELSE
              MOVE WS-SEEN-FILE-RECORDS TO WS-SEEN-START-RECORDS
           END-IF.

       OPEN-SEEN-FILE-EXTEND.
           OPEN EXTEND LUHN-SEEN-FILE.
              END-IF
           END-PERFORM.

       LOAD-HOT-CARDS.
           OPEN INPUT HOT-CARD-FILE.
           PERFORM UNTIL END-OF-HOT-CARD-FILE
              READ HOT-CARD-FILE
                 AT END
                    MOVE "Y" TO WS-HOTCARD-EOF-SWITCH
                 NOT AT END
                    IF WS-HOTCARD-COUNT < 5000
                       ADD 1 TO WS-HOTCARD-COUNT
                       MOVE HOT-HASH
                         TO TBL-HOT-HASH(WS-HOTCARD-COUNT)
                       MOVE HOT-DIGIT-COUNT
                         TO TBL-HOT-DIGITS(WS-HOTCARD-COUNT)
                       MOVE HOT-REASON-CODE
                         TO TBL-HOT-REASON(WS-HOTCARD-COUNT)
                       MOVE HOT-LISTED-DATE
                         TO TBL-HOT-DATE(WS-HOTCARD-COUNT)
                    ELSE
                       MOVE "Y" TO WS-HOTCARD-OVERFLOW-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HOT-CARD-FILE.

       CHECK-HOT-CARD.
           MOVE ZERO TO WS-HOTCARD-FOUND-INDEX.
           PERFORM VARYING WS-HOTCARD-SCAN FROM 1 BY 1
                   UNTIL WS-HOTCARD-SCAN > WS-HOTCARD-COUNT
                   OR WS-HOTCARD-FOUND-INDEX > 0
              IF TBL-HOT-HASH(WS-HOTCARD-SCAN) = WS-CARD-FINGERPRINT
                 AND TBL-HOT-DIGITS(WS-HOTCARD-SCAN) = WS-DIGIT-COUNT
                 MOVE WS-HOTCARD-SCAN TO WS-HOTCARD-FOUND-INDEX
              END-IF
           END-PERFORM.
           IF WS-HOTCARD-FOUND-INDEX > 0
              MOVE "FALSE" TO WS-VALID
              MOVE SPACES TO WS-REJECT-REASON
              STRING "Hot card - reason " DELIMITED BY SIZE
                     TBL-HOT-REASON(WS-HOTCARD-FOUND-INDEX)
                     DELIMITED BY SIZE
                     " listed " DELIMITED BY SIZE
                     TBL-HOT-DATE(WS-HOTCARD-FOUND-INDEX)
                     DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
           END-IF.

       LOG-HOT-CARD-HIT.
           MOVE SPACES TO LUHN-HOT-HITS-RECORD.
           MOVE WS-MASKED-PAN TO HIT-MASKED-PAN.
           MOVE TBL-HOT-REASON(WS-HOTCARD-FOUND-INDEX)
             TO HIT-REASON-CODE.
           MOVE TBL-HOT-DATE(WS-HOTCARD-FOUND-INDEX)
             TO HIT-LISTED-DATE.
           MOVE WS-SOURCE-REF TO HIT-SOURCE-REF.
           WRITE LUHN-HOT-HITS-RECORD.
           ADD 1 TO WS-HOTCARD-HIT-COUNT.
           PERFORM LOG-SHARED-EXCEPTION.

       WRITE-DUPLICATE-RECORD.
           MOVE WS-MASKED-PAN TO DUP-MASKED-PAN.
           WRITE LUHN-DUPLICATES-RECORD.
              MOVE WS-CARD-FINGERPRINT TO SEEN-HASH
              MOVE WS-DIGIT-COUNT TO SEEN-DIGIT-COUNT
              MOVE WS-BUSINESS-DATE TO SEEN-FIRST-DATE
              IF NOT REPLAYING-CHECKPOINT
                 WRITE LUHN-SEEN-RECORD
                 ADD 1 TO WS-SEEN-FILE-RECORDS
              END-IF
           END-IF.

       VERIFY-BATCH-CONTROLS.
           MOVE WS-BUSINESS-DATE TO EXCP-RUN-DATE.
           MOVE WS-EXCP-LOG-RECORD TO EXCP-LOG-FD-RECORD.
           WRITE EXCP-LOG-FD-RECORD.
           ADD 1 TO WS-EXCP-FILE-RECORDS.
           CLOSE EXCP-LOG-FILE.

       WRITE-BATCH-REJECTION.
                 AT END
                    MOVE "Y" TO WS-VAULT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-VAULT-FILE-RECORDS
                    IF WS-VAULT-COUNT < 2000
                       ADD 1 TO WS-VAULT-COUNT
                       IF VLT-ENC-FLAG = "E"
                          PERFORM SELECT-RECORD-VAULT-KEY
                       END-IF
                       IF VLT-ENC-FLAG = "E" AND VAULT-KEY-SELECTED
                          MOVE VLT-PAN TO WS-CODED-PAN
                          MOVE VLT-DIGIT-COUNT TO WS-PAN-LENGTH
                          PERFORM DECODE-PAN-DIGITS
           END-PERFORM.
           CLOSE LUHN-VAULT-FILE.
           MOVE WS-VAULT-COUNT TO WS-TOKEN-SEQUENCE.
           IF VAULT-KEY-LOADED
              PERFORM SELECT-CURRENT-VAULT-KEY
           END-IF.

       OPEN-VAULT-FILE-EXTEND.
           OPEN EXTEND LUHN-VAULT-FILE.
                 PERFORM ENCODE-PAN-DIGITS
                 MOVE WS-CODED-PAN TO VLT-PAN
                 MOVE "E" TO VLT-ENC-FLAG
                 MOVE WS-VKEY-CURRENT-VERSION TO VLT-KEY-VERSION
              ELSE
                 MOVE WS-ORIGINAL-DIGITS TO VLT-PAN
              END-IF
              MOVE WS-DIGIT-COUNT TO VLT-DIGIT-COUNT
              MOVE WS-BUSINESS-DATE TO VLT-FIRST-DATE
              IF NOT REPLAYING-CHECKPOINT
                 WRITE LUHN-VAULT-RECORD
                 ADD 1 TO WS-VAULT-FILE-RECORDS
              END-IF
           END-IF.

       WRITE-SUMMARY-REPORT.
                  WS-DUP-CROSSRUN-COUNT DELIMITED BY SIZE
                  INTO LUHN-REPORT-RECORD.
           WRITE LUHN-REPORT-RECORD.
           MOVE SPACES TO LUHN-REPORT-RECORD.
           STRING "  REJECTS - HOT-CARD FILE MATCH: "
                  DELIMITED BY SIZE
                  WS-HOTCARD-HIT-COUNT DELIMITED BY SIZE
                  INTO LUHN-REPORT-RECORD.
           WRITE LUHN-REPORT-RECORD.
           IF SEEN-TABLES-OVERFLOWED
              MOVE "  SEEN-CARD TABLE LIMIT REACHED - DUP CHECK PARTIAL"
                TO LUHN-REPORT-RECORD
              WRITE LUHN-REPORT-RECORD
           END-IF.

       RECORD-SUBMITTER-RESULT.
           MOVE WS-SOURCE-REF TO WS-SUBMITTER-REF.
           IF WS-SUBMITTER-REF = SPACES
              MOVE "NOREF" TO WS-SUBMITTER-REF
           END-IF.
           MOVE WS-SUBMITTER-REF TO RTN-SOURCE-REF.
           MOVE WS-CARD-TOKEN TO RTN-TOKEN.
           MOVE WS-MASKED-PAN TO RTN-MASKED-PAN.
           MOVE WS-VALID TO RTN-RESULT.
           IF WS-REJECT-REASON = SPACES
              MOVE WS-DUP-NOTE TO RTN-REASON
           ELSE
              MOVE WS-REJECT-REASON TO RTN-REASON
           END-IF.
           MOVE WS-RETURN-LINE TO LUHN-RETURN-WORK-RECORD.
           WRITE LUHN-RETURN-WORK-RECORD.
           PERFORM VARYING WS-SUBMITTER-INDEX FROM 1 BY 1
                   UNTIL WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT
                   OR TBL-SUB-REF(WS-SUBMITTER-INDEX)
                      = WS-SUBMITTER-REF
              CONTINUE
           END-PERFORM.
           IF WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT
              IF WS-SUBMITTER-COUNT < 500
                 ADD 1 TO WS-SUBMITTER-COUNT
                 MOVE WS-SUBMITTER-COUNT TO WS-SUBMITTER-INDEX
                 MOVE WS-SUBMITTER-REF
                   TO TBL-SUB-REF(WS-SUBMITTER-INDEX)
                 MOVE ZERO TO TBL-SUB-CARDS(WS-SUBMITTER-INDEX)
                              TBL-SUB-VALID(WS-SUBMITTER-INDEX)
                              TBL-SUB-REJECTS(WS-SUBMITTER-INDEX)
                              TBL-SUB-DUPS(WS-SUBMITTER-INDEX)
              ELSE
                 MOVE "Y" TO WS-SUBMITTER-OVERFLOW-SWITCH
                 MOVE ZERO TO WS-SUBMITTER-INDEX
              END-IF
           END-IF.
           IF WS-SUBMITTER-INDEX > 0
              ADD 1 TO TBL-SUB-CARDS(WS-SUBMITTER-INDEX)
              IF WS-VALID = "VALID"
                 ADD 1 TO TBL-SUB-VALID(WS-SUBMITTER-INDEX)
              ELSE
                 ADD 1 TO TBL-SUB-REJECTS(WS-SUBMITTER-INDEX)
              END-IF
              IF WS-DUP-NOTE NOT = SPACES
                 ADD 1 TO TBL-SUB-DUPS(WS-SUBMITTER-INDEX)
              END-IF
           END-IF.

       WRITE-SUBMITTER-REPORTS.
           CLOSE LUHN-RETURN-WORK-FILE.
           PERFORM WRITE-SUBMITTER-RETURN
               VARYING WS-SUBMITTER-INDEX FROM 1 BY 1
               UNTIL WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT.
           PERFORM WRITE-SUBMITTER-STATISTICS.
           CLOSE LUHN-SUBMITTER-STATS-FILE.

       WRITE-SUBMITTER-HISTORY.
           OPEN EXTEND LUHN-SUBMITTER-HIST-FILE.
           IF SUBHIST-FILE-NOT-FOUND
              OPEN OUTPUT LUHN-SUBMITTER-HIST-FILE
              CLOSE LUHN-SUBMITTER-HIST-FILE
              OPEN EXTEND LUHN-SUBMITTER-HIST-FILE
           END-IF.
           PERFORM VARYING WS-SUBMITTER-INDEX FROM 1 BY 1
                   UNTIL WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT
              MOVE SPACES TO LUHN-SUBMITTER-HIST-RECORD
              MOVE WS-BUSINESS-DATE TO SBH-BUSINESS-DATE
              MOVE TBL-SUB-REF(WS-SUBMITTER-INDEX) TO SBH-SOURCE-REF
              MOVE TBL-SUB-CARDS(WS-SUBMITTER-INDEX) TO SBH-CARDS
              MOVE TBL-SUB-VALID(WS-SUBMITTER-INDEX) TO SBH-VALID
              MOVE TBL-SUB-REJECTS(WS-SUBMITTER-INDEX) TO SBH-REJECTS
              MOVE TBL-SUB-DUPS(WS-SUBMITTER-INDEX) TO SBH-DUPS
              WRITE LUHN-SUBMITTER-HIST-RECORD
           END-PERFORM.
           CLOSE LUHN-SUBMITTER-HIST-FILE.

       WRITE-SUBMITTER-RETURN.
           MOVE SPACES TO WS-RETURN-DATASET.
           STRING "LR" DELIMITED BY SIZE
                  TBL-SUB-REF(WS-SUBMITTER-INDEX)
                  DELIMITED BY SPACE
                  INTO WS-RETURN-DATASET.
           OPEN OUTPUT SUBMITTER-RETURN-FILE.
           MOVE "N" TO WS-RTNWORK-EOF-SWITCH.
           OPEN INPUT LUHN-RETURN-WORK-FILE.
           PERFORM UNTIL END-OF-RETURN-WORK
              READ LUHN-RETURN-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-RTNWORK-EOF-SWITCH
                 NOT AT END
                    IF RTW-SOURCE-REF = TBL-SUB-REF(WS-SUBMITTER-INDEX)
                       MOVE LUHN-RETURN-WORK-RECORD
                         TO SUBMITTER-RETURN-RECORD
                       WRITE SUBMITTER-RETURN-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LUHN-RETURN-WORK-FILE
                 SUBMITTER-RETURN-FILE.

       WRITE-SUBMITTER-STATISTICS.
           IF WS-ENV-SUB-FACTOR NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-SUB-FACTOR)
                TO WS-SUB-FLAG-FACTOR
           END-IF.
           IF WS-ENV-SUB-MIN NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-SUB-MIN)
                TO WS-SUB-MIN-CARDS
           END-IF.
           MOVE "LUHN-SUBMIT" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO LUHN-SUBMITTER-STATS-RECORD.
           WRITE LUHN-SUBMITTER-STATS-RECORD.
           MOVE WS-SUBMITTER-HEADING-LINE
             TO LUHN-SUBMITTER-STATS-RECORD.
           WRITE LUHN-SUBMITTER-STATS-RECORD.
           MOVE ZERO TO WS-BATCH-CARDS WS-BATCH-DUPS.
           PERFORM VARYING WS-SUBMITTER-INDEX FROM 1 BY 1
                   UNTIL WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT
              ADD TBL-SUB-CARDS(WS-SUBMITTER-INDEX) TO WS-BATCH-CARDS
              ADD TBL-SUB-DUPS(WS-SUBMITTER-INDEX) TO WS-BATCH-DUPS
           END-PERFORM.
           MOVE ZERO TO WS-BATCH-REJECT-PCT.
           IF WS-BATCH-CARDS > 0
              COMPUTE WS-BATCH-REJECT-PCT ROUNDED =
                  (WS-BATCH-CARDS - WS-VALID-COUNT) * 100
                  / WS-BATCH-CARDS
           END-IF.
           COMPUTE WS-SUB-FLAG-LIMIT =
               WS-BATCH-REJECT-PCT * WS-SUB-FLAG-FACTOR / 100.
           MOVE ZERO TO WS-SUB-FLAGGED-COUNT.
           PERFORM WRITE-SUBMITTER-LINE
               VARYING WS-SUBMITTER-INDEX FROM 1 BY 1
               UNTIL WS-SUBMITTER-INDEX > WS-SUBMITTER-COUNT.
           MOVE SPACES TO WS-SUBMITTER-DETAIL-LINE.
           MOVE "*BATCH*" TO SUB-SOURCE-REF.
           MOVE WS-BATCH-CARDS TO SUB-CARDS.
           MOVE WS-VALID-COUNT TO SUB-VALID.
           COMPUTE SUB-REJECTS = WS-BATCH-CARDS - WS-VALID-COUNT.
           MOVE WS-BATCH-REJECT-PCT TO SUB-REJECT-PCT.
           MOVE WS-BATCH-DUPS TO SUB-DUPS.
           MOVE ZERO TO WS-SUB-DUP-PCT.
           IF WS-BATCH-CARDS > 0
              COMPUTE WS-SUB-DUP-PCT ROUNDED =
                  WS-BATCH-DUPS * 100 / WS-BATCH-CARDS
           END-IF.
           MOVE WS-SUB-DUP-PCT TO SUB-DUP-PCT.
           MOVE WS-SUBMITTER-DETAIL-LINE
             TO LUHN-SUBMITTER-STATS-RECORD.
           WRITE LUHN-SUBMITTER-STATS-RECORD.
           MOVE WS-SUB-FLAG-FACTOR TO SFL-FACTOR.
           MOVE WS-SUB-MIN-CARDS TO SFL-MIN-CARDS.
           MOVE WS-SUB-FLAGGED-COUNT TO SFL-COUNT.
           MOVE WS-SUBMITTER-FLAG-LINE TO LUHN-SUBMITTER-STATS-RECORD.
           WRITE LUHN-SUBMITTER-STATS-RECORD.
           IF SUBMITTER-TABLE-OVERFLOWED
              MOVE "SUBMITTER TABLE LIMIT REACHED - STATISTICS PARTIAL"
                TO LUHN-SUBMITTER-STATS-RECORD
              WRITE LUHN-SUBMITTER-STATS-RECORD
           END-IF.
           MOVE WS-SUB-LINE-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO LUHN-SUBMITTER-STATS-RECORD.
           WRITE LUHN-SUBMITTER-STATS-RECORD.

       WRITE-SUBMITTER-LINE.
           MOVE SPACES TO WS-SUBMITTER-DETAIL-LINE.
           MOVE TBL-SUB-REF(WS-SUBMITTER-INDEX) TO SUB-SOURCE-REF.
           MOVE TBL-SUB-CARDS(WS-SUBMITTER-INDEX) TO SUB-CARDS.
           MOVE TBL-SUB-VALID(WS-SUBMITTER-INDEX) TO SUB-VALID.
           MOVE TBL-SUB-REJECTS(WS-SUBMITTER-INDEX) TO SUB-REJECTS.
           MOVE TBL-SUB-DUPS(WS-SUBMITTER-INDEX) TO SUB-DUPS.
           COMPUTE WS-SUB-REJECT-PCT ROUNDED =
               TBL-SUB-REJECTS(WS-SUBMITTER-INDEX) * 100
               / TBL-SUB-CARDS(WS-SUBMITTER-INDEX).
           COMPUTE WS-SUB-DUP-PCT ROUNDED =
               TBL-SUB-DUPS(WS-SUBMITTER-INDEX) * 100
               / TBL-SUB-CARDS(WS-SUBMITTER-INDEX).
           MOVE WS-SUB-REJECT-PCT TO SUB-REJECT-PCT.
           MOVE WS-SUB-DUP-PCT TO SUB-DUP-PCT.
           IF TBL-SUB-CARDS(WS-SUBMITTER-INDEX) >= WS-SUB-MIN-CARDS
              AND WS-BATCH-REJECT-PCT > 0
              AND WS-SUB-REJECT-PCT > WS-SUB-FLAG-LIMIT
              MOVE "HIGH REJECT RATE" TO SUB-FLAG
              ADD 1 TO WS-SUB-FLAGGED-COUNT
           END-IF.
           MOVE WS-SUBMITTER-DETAIL-LINE
             TO LUHN-SUBMITTER-STATS-RECORD.
           WRITE LUHN-SUBMITTER-STATS-RECORD.
           ADD 1 TO WS-SUB-LINE-COUNT.

       CHECK-RESTART-CHECKPOINT.
           IF WS-ENV-CKPT-INTERVAL NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-CKPT-INTERVAL)
                TO WS-CKPT-INTERVAL
           END-IF.
           OPEN INPUT LUHN-CHECKPOINT-FILE.
           READ LUHN-CHECKPOINT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF CHECKPOINT-ACTIVE
                    AND CKP-BUSINESS-DATE = WS-BUSINESS-DATE
                    AND CKP-MODE = WS-GENERATE-MODE-FLAG
                    MOVE LUHN-CHECKPOINT-RECORD TO WS-RESTART-RECORD
                    MOVE "Y" TO WS-RESTART-SWITCH
                    MOVE "Y" TO WS-REPLAY-SWITCH
                 END-IF
           END-READ.
           CLOSE LUHN-CHECKPOINT-FILE.
           IF RESTART-FROM-CHECKPOINT
              PERFORM TRUNCATE-SEEN-FILE
              PERFORM TRUNCATE-VAULT-FILE
              PERFORM TRUNCATE-EXCP-LOG
           END-IF.

       TRUNCATE-SEEN-FILE.
           MOVE "N" TO WS-TRUNC-EOF-SWITCH.
           MOVE ZERO TO WS-TRUNC-COUNT.
           OPEN INPUT LUHN-SEEN-FILE.
           OPEN OUTPUT LUHN-TRUNCATE-WORK-FILE.
           PERFORM UNTIL END-OF-TRUNCATE-INPUT
                   OR WS-TRUNC-COUNT >= RST-SEEN-RECORDS
              READ LUHN-SEEN-FILE
                 AT END
                    MOVE "Y" TO WS-TRUNC-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TRUNC-COUNT
                    MOVE LUHN-SEEN-RECORD TO LUHN-TRUNCATE-WORK-RECORD
                    WRITE LUHN-TRUNCATE-WORK-RECORD
              END-READ
           END-PERFORM.
           CLOSE LUHN-SEEN-FILE
                 LUHN-TRUNCATE-WORK-FILE.
           MOVE "N" TO WS-TRUNC-EOF-SWITCH.
           OPEN INPUT LUHN-TRUNCATE-WORK-FILE.
           OPEN OUTPUT LUHN-SEEN-FILE.
           PERFORM UNTIL END-OF-TRUNCATE-INPUT
              READ LUHN-TRUNCATE-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-TRUNC-EOF-SWITCH
                 NOT AT END
                    MOVE LUHN-TRUNCATE-WORK-RECORD TO LUHN-SEEN-RECORD
                    WRITE LUHN-SEEN-RECORD
              END-READ
           END-PERFORM.
           CLOSE LUHN-TRUNCATE-WORK-FILE
                 LUHN-SEEN-FILE.

       TRUNCATE-VAULT-FILE.
           MOVE "N" TO WS-TRUNC-EOF-SWITCH.
           MOVE ZERO TO WS-TRUNC-COUNT.
           OPEN INPUT LUHN-VAULT-FILE.
           OPEN OUTPUT LUHN-TRUNCATE-WORK-FILE.
           PERFORM UNTIL END-OF-TRUNCATE-INPUT
                   OR WS-TRUNC-COUNT >= RST-VAULT-RECORDS
              READ LUHN-VAULT-FILE
                 AT END
                    MOVE "Y" TO WS-TRUNC-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TRUNC-COUNT
                    MOVE LUHN-VAULT-RECORD TO LUHN-TRUNCATE-WORK-RECORD
                    WRITE LUHN-TRUNCATE-WORK-RECORD
              END-READ
           END-PERFORM.
           CLOSE LUHN-VAULT-FILE
                 LUHN-TRUNCATE-WORK-FILE.
           MOVE "N" TO WS-TRUNC-EOF-SWITCH.
           OPEN INPUT LUHN-TRUNCATE-WORK-FILE.
           OPEN OUTPUT LUHN-VAULT-FILE.
           PERFORM UNTIL END-OF-TRUNCATE-INPUT
              READ LUHN-TRUNCATE-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-TRUNC-EOF-SWITCH
                 NOT AT END
                    MOVE LUHN-TRUNCATE-WORK-RECORD TO LUHN-VAULT-RECORD
                    WRITE LUHN-VAULT-RECORD
              END-READ
           END-PERFORM.
           CLOSE LUHN-TRUNCATE-WORK-FILE
                 LUHN-VAULT-FILE.

       TRUNCATE-EXCP-LOG.
           MOVE "N" TO WS-TRUNC-EOF-SWITCH.
           MOVE ZERO TO WS-TRUNC-COUNT.
           OPEN INPUT EXCP-LOG-FILE.
           IF WS-EXCPLOG-FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-TRUNC-EOF-SWITCH
           END-IF.
           OPEN OUTPUT LUHN-TRUNCATE-WORK-FILE.
           PERFORM UNTIL END-OF-TRUNCATE-INPUT
                   OR WS-TRUNC-COUNT >= RST-EXCP-RECORDS
              READ EXCP-LOG-FILE
                 AT END
                    MOVE "Y" TO WS-TRUNC-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TRUNC-COUNT
                    MOVE EXCP-LOG-FD-RECORD
                      TO LUHN-TRUNCATE-WORK-RECORD
                    WRITE LUHN-TRUNCATE-WORK-RECORD
              END-READ
           END-PERFORM.
           CLOSE EXCP-LOG-FILE
                 LUHN-TRUNCATE-WORK-FILE.
           MOVE "N" TO WS-TRUNC-EOF-SWITCH.
           OPEN INPUT LUHN-TRUNCATE-WORK-FILE.
           OPEN OUTPUT EXCP-LOG-FILE.
           PERFORM UNTIL END-OF-TRUNCATE-INPUT
              READ LUHN-TRUNCATE-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-TRUNC-EOF-SWITCH
                 NOT AT END
                    MOVE LUHN-TRUNCATE-WORK-RECORD
                      TO EXCP-LOG-FD-RECORD
                    WRITE EXCP-LOG-FD-RECORD
              END-READ
           END-PERFORM.
           CLOSE LUHN-TRUNCATE-WORK-FILE
                 EXCP-LOG-FILE.

       COUNT-EXCP-LOG.
           MOVE ZERO TO WS-EXCP-FILE-RECORDS.
           MOVE "N" TO WS-TRUNC-EOF-SWITCH.
           OPEN INPUT EXCP-LOG-FILE.
           IF WS-EXCPLOG-FILE-STATUS = "00"
              PERFORM UNTIL END-OF-TRUNCATE-INPUT
                 READ EXCP-LOG-FILE
                    AT END
                       MOVE "Y" TO WS-TRUNC-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-EXCP-FILE-RECORDS
                 END-READ
              END-PERFORM
              CLOSE EXCP-LOG-FILE
           END-IF.

       CHECK-CHECKPOINT-INTERVAL.
           EVALUATE TRUE
              WHEN REPLAYING-CHECKPOINT
                 IF WS-INPUT-POSITION >= RST-INPUT-POSITION
                    PERFORM END-CHECKPOINT-REPLAY
                 END-IF
              WHEN WS-CKPT-INTERVAL = 0
                 CONTINUE
              WHEN FUNCTION MOD(WS-RECORDS-READ, WS-CKPT-INTERVAL) = 0
                 PERFORM TAKE-CHECKPOINT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       END-CHECKPOINT-REPLAY.
           MOVE "N" TO WS-REPLAY-SWITCH.
           IF WS-RECORDS-READ NOT = RST-RECORDS-READ
              OR WS-RUN-TOTALS NOT = RST-RUN-TOTALS
              OR WS-ACTUAL-COUNT NOT = RST-FILE-COUNT
              OR WS-ACTUAL-HASH NOT = RST-FILE-HASH
              OR WS-SEEN-FILE-RECORDS NOT = RST-SEEN-RECORDS
              OR WS-VAULT-FILE-RECORDS NOT = RST-VAULT-RECORDS
              MOVE "Y" TO WS-RESTART-FAIL-SWITCH
              MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       TAKE-CHECKPOINT.
           CLOSE LUHN-SEEN-FILE
                 LUHN-VAULT-FILE
                 EXCP-LOG-FILE.
           PERFORM OPEN-SEEN-FILE-EXTEND.
           PERFORM OPEN-VAULT-FILE-EXTEND.
           PERFORM OPEN-EXCP-LOG-FILE.
           MOVE "A" TO WS-CKPT-NEW-STATUS.
           PERFORM WRITE-CHECKPOINT-RECORD.
           ADD 1 TO WS-CKPT-TAKEN-COUNT.

       CLOSE-CHECKPOINT.
           IF WS-CKPT-TAKEN-COUNT > 0
              OR RESTART-FROM-CHECKPOINT
              MOVE "C" TO WS-CKPT-NEW-STATUS
              PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.

       WRITE-CHECKPOINT-RECORD.
           ACCEPT WS-CDT-TIME FROM TIME.
           OPEN OUTPUT LUHN-CHECKPOINT-FILE.
           MOVE SPACES TO LUHN-CHECKPOINT-RECORD.
           MOVE WS-CKPT-NEW-STATUS TO CKP-STATUS.
           MOVE WS-BUSINESS-DATE TO CKP-BUSINESS-DATE.
           MOVE WS-GENERATE-MODE-FLAG TO CKP-MODE.
           MOVE WS-INPUT-POSITION TO CKP-INPUT-POSITION.
           MOVE WS-RECORDS-READ TO CKP-RECORDS-READ.
           MOVE WS-ACTUAL-COUNT TO CKP-FILE-COUNT.
           MOVE WS-ACTUAL-HASH TO CKP-FILE-HASH.
           MOVE WS-SEEN-START-RECORDS TO CKP-SEEN-START.
           MOVE WS-SEEN-FILE-RECORDS TO CKP-SEEN-RECORDS.
           MOVE WS-VAULT-FILE-RECORDS TO CKP-VAULT-RECORDS.
           MOVE WS-EXCP-FILE-RECORDS TO CKP-EXCP-RECORDS.
           MOVE WS-RUN-TOTALS TO CKP-RUN-TOTALS.
           MOVE WS-CDT-TIME TO CKP-TAKEN-TIME.
           WRITE LUHN-CHECKPOINT-RECORD.
           CLOSE LUHN-CHECKPOINT-FILE.

       CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.

       LOAD-VAULT-KEY.
           MOVE "N" TO WS-VKEY-LOADED-SWITCH.
           MOVE "N" TO WS-VKEY-EOF-SWITCH.
           MOVE ZERO TO WS-VKEY-COUNT.
           MOVE ZERO TO WS-VKEY-CURRENT-VERSION.
           OPEN INPUT VAULT-KEY-FILE.
           PERFORM UNTIL END-OF-VAULT-KEYS
              READ VAULT-KEY-FILE
                 AT END
                    MOVE "Y" TO WS-VKEY-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-VAULT-KEY
              END-READ
           END-PERFORM.
           CLOSE VAULT-KEY-FILE.
           IF WS-VKEY-CURRENT-VERSION > 0
              PERFORM SELECT-CURRENT-VAULT-KEY
              IF VAULT-KEY-SELECTED
                 MOVE "Y" TO WS-VKEY-LOADED-SWITCH
              END-IF
           END-IF.

       STORE-VAULT-KEY.
           IF VKY-KEY-DIGITS NOT = SPACES
              AND WS-VKEY-COUNT < 10
              ADD 1 TO WS-VKEY-COUNT
              IF VKY-KEY-VERSION NUMERIC
                 MOVE VKY-KEY-VERSION
                   TO TBL-VKEY-VERSION(WS-VKEY-COUNT)
              ELSE
                 MOVE 1 TO TBL-VKEY-VERSION(WS-VKEY-COUNT)
              END-IF
              IF VKY-KEY-STATUS = SPACE
                 MOVE "C" TO TBL-VKEY-STATUS(WS-VKEY-COUNT)
              ELSE
                 MOVE VKY-KEY-STATUS
                   TO TBL-VKEY-STATUS(WS-VKEY-COUNT)
              END-IF
              MOVE VKY-KEY-DIGITS TO TBL-VKEY-DIGITS(WS-VKEY-COUNT)
              IF TBL-VKEY-STATUS(WS-VKEY-COUNT) = "C"
                 AND TBL-VKEY-VERSION(WS-VKEY-COUNT)
                     > WS-VKEY-CURRENT-VERSION
                 MOVE TBL-VKEY-VERSION(WS-VKEY-COUNT)
                   TO WS-VKEY-CURRENT-VERSION
              END-IF
           END-IF.

       SELECT-CURRENT-VAULT-KEY.
           MOVE WS-VKEY-CURRENT-VERSION TO WS-VKEY-WANTED-VERSION.
           PERFORM SELECT-VAULT-KEY.

       SELECT-RECORD-VAULT-KEY.
           IF VLT-KEY-VERSION NUMERIC
              MOVE VLT-KEY-VERSION TO WS-VKEY-WANTED-VERSION
           ELSE
              MOVE 1 TO WS-VKEY-WANTED-VERSION
           END-IF.
           PERFORM SELECT-VAULT-KEY.

       SELECT-VAULT-KEY.
           MOVE "N" TO WS-VKEY-SELECTED-SWITCH.
           MOVE SPACES TO WS-VKEY-DIGITS.
           PERFORM VARYING WS-VKEY-INDEX FROM 1 BY 1
                   UNTIL WS-VKEY-INDEX > WS-VKEY-COUNT
                   OR VAULT-KEY-SELECTED
              IF TBL-VKEY-VERSION(WS-VKEY-INDEX)
                 = WS-VKEY-WANTED-VERSION
                 MOVE TBL-VKEY-DIGITS(WS-VKEY-INDEX) TO WS-VKEY-DIGITS
                 MOVE "Y" TO WS-VKEY-SELECTED-SWITCH
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-VKEY-LENGTH.
           PERFORM VARYING WS-VKEY-SCAN FROM 1 BY 1
                   UNTIL WS-VKEY-SCAN > 32
                 ADD 1 TO WS-VKEY-LENGTH
              END-IF
           END-PERFORM.
           IF WS-VKEY-LENGTH = 0
              MOVE "N" TO WS-VKEY-SELECTED-SWITCH
           END-IF.

       ENCODE-PAN-DIGITS.
           END-PERFORM.

       LOAD-VELOCITY-JOURNAL.
           IF WS-ENV-VEL-MAX NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-VEL-MAX)
                TO WS-VEL-THRESHOLD
           END-IF.
           IF WS-ENV-VEL-WINDOW NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-VEL-WINDOW)
                TO WS-VEL-WINDOW-DAYS
