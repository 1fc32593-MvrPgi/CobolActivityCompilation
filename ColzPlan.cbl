       IDENTIFICATION DIVISION.
       PROGRAM-ID. collatz-sweep-planner.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPAIGN-MASTER-FILE ASSIGN TO "COLZCAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.
           SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-FILE-STATUS.
           SELECT OPTIONAL WINDOW-TARGET-FILE ASSIGN TO "BATWINTGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINTGT-FILE-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT COLZ-RANGE-FILE ASSIGN TO "COLZRANGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-RANGE-FILE ASSIGN TO WS-CARD-DATASET-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-MANIFEST-FILE ASSIGN TO "COLZMANIF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-REPORT-FILE ASSIGN TO "COLZPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPR-ALERT-FILE ASSIGN TO "OPRALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRALERT-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-MASTER-FILE.
       01 CAMPAIGN-MASTER-RECORD.
          05 CMP-RECORD-TYPE        PIC X(01).
             88 CAMPAIGN-HEADER-RECORD VALUE "H".
             88 CAMPAIGN-RANGE-RECORD VALUE "R".
          05 FILLER                 PIC X(01).
          05 CMP-RECORD-DATA        PIC X(44).
          05 CMP-HEADER-DATA REDEFINES CMP-RECORD-DATA.
             10 CMH-CAMPAIGN-ID     PIC X(08).
             10 FILLER              PIC X(01).
             10 CMH-TARGET-START    PIC 9(08).
             10 FILLER              PIC X(01).
             10 CMH-TARGET-END      PIC 9(08).
             10 FILLER              PIC X(01).
             10 CMH-NEXT-SEED       PIC 9(08).
             10 FILLER              PIC X(01).
             10 CMH-SEEDS-DONE      PIC 9(08).
          05 CMP-RANGE-DATA REDEFINES CMP-RECORD-DATA.
             10 CMR-START-SEED      PIC 9(08).
             10 FILLER              PIC X(01).
             10 CMR-END-SEED        PIC 9(08).
             10 FILLER              PIC X(01).
             10 CMR-STATUS          PIC X(01).
             10 FILLER              PIC X(01).
             10 CMR-PLAN-DATE       PIC X(08).
             10 FILLER              PIC X(01).
             10 CMR-PARTITION-ID    PIC 9(02).
             10 FILLER              PIC X(01).
             10 CMR-ATTEMPTS        PIC 9(02).
             10 FILLER              PIC X(10).
       FD RUN-STATS-FILE.
       01 RUN-STATS-FD-RECORD       PIC X(64).
       FD WINDOW-TARGET-FILE.
       01 WINDOW-TARGET-RECORD.
          05 TGT-STEP-NAME          PIC X(24).
          05 FILLER                 PIC X(01).
          05 TGT-TARGET-SECONDS     PIC 9(06).
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-FD-RECORD     PIC X(25).
       FD COLZ-RANGE-FILE.
       01 COLZ-RANGE-RECORD.
          05 RNG-START-SEED         PIC 9(8).
          05 RNG-END-SEED           PIC 9(8).
       FD PART-RANGE-FILE.
       01 PART-RANGE-RECORD.
          05 PRG-START-SEED         PIC 9(8).
          05 PRG-END-SEED           PIC 9(8).
       FD PART-MANIFEST-FILE.
       01 PART-MANIFEST-RECORD.
          05 MAN-PARTITION-ID       PIC 9(02).
          05 FILLER                 PIC X(01).
          05 MAN-START-SEED         PIC 9(08).
          05 FILLER                 PIC X(01).
          05 MAN-END-SEED           PIC 9(08).
          05 FILLER                 PIC X(01).
          05 MAN-REPORT-DATASET     PIC X(10).
       FD PLAN-REPORT-FILE.
       01 PLAN-REPORT-RECORD        PIC X(80).
       FD OPR-ALERT-FILE.
       01 OPR-ALERT-FD-RECORD       PIC X(82).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "RUNSTATS.cpy".
       COPY "RUNCTL.cpy".
       COPY "OPRALERT.cpy".
       01 WS-CAMPAIGN-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RUNSTATS-FILE-STATUS   PIC XX VALUE "00".
       01 WS-WINTGT-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS     PIC XX VALUE "00".
       01 WS-OPRALERT-FILE-STATUS   PIC XX VALUE "00".
          88 OPRALERT-FILE-NOT-FOUND VALUE "35".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-CDT-TIME               PIC X(08).
       01 WS-FUNCTION-CODE          PIC X(08) VALUE SPACES.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-CARD-DATASET-NAME      PIC X(10) VALUE SPACES.
       01 WS-CAMPAIGN-SWITCH        PIC X VALUE "N".
          88 CAMPAIGN-LOADED VALUE "Y".
       01 WS-CAMPAIGN-HEADER.
          05 WS-CAMPAIGN-ID         PIC X(08) VALUE SPACES.
          05 WS-TARGET-START        PIC 9(08) VALUE ZERO.
          05 WS-TARGET-END          PIC 9(08) VALUE ZERO.
          05 WS-NEXT-SEED           PIC 9(08) VALUE ZERO.
          05 WS-SEEDS-DONE          PIC 9(08) VALUE ZERO.
       01 WS-RANGE-MAX              PIC 9(04) VALUE 500.
       01 WS-RANGE-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-RANGE-INDEX            PIC 9(04) VALUE ZERO.
       01 WS-RANGE-TABLE.
          05 WS-RANGE-ENTRY OCCURS 500 TIMES.
             10 TBL-RNG-START       PIC 9(08).
             10 TBL-RNG-END         PIC 9(08).
             10 TBL-RNG-STATUS      PIC X(01).
                88 RANGE-PLANNED VALUE "P".
                88 RANGE-COMPLETE VALUE "C".
                88 RANGE-QUEUED VALUE "Q".
                88 RANGE-SUPERSEDED VALUE "X".
             10 TBL-RNG-PLAN-DATE   PIC X(08).
             10 TBL-RNG-PARTITION   PIC 9(02).
             10 TBL-RNG-ATTEMPTS    PIC 9(02).
       01 WS-TABLE-FULL-SWITCH      PIC X VALUE "N".
          88 RANGE-TABLE-FULL VALUE "Y".
       01 WS-OPEN-PLAN-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-QUEUED-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-RATE-HISTORY-MAX       PIC 9(02) VALUE 10.
       01 WS-RATE-HISTORY-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-RATE-HISTORY-NEXT      PIC 9(02) VALUE 1.
       01 WS-RATE-HISTORY-TABLE.
          05 WS-RATE-HISTORY-ENTRY OCCURS 10 TIMES.
             10 TBL-HST-SEEDS       PIC 9(08).
             10 TBL-HST-SECONDS     PIC 9(06).
       01 WS-RATE-INDEX             PIC 9(02) VALUE ZERO.
       01 WS-HISTORY-SEEDS          PIC 9(10) VALUE ZERO.
       01 WS-HISTORY-SECONDS        PIC 9(08) VALUE ZERO.
       01 WS-SEEDS-PER-SECOND       PIC 9(08)V99 VALUE ZERO.
       01 WS-DEFAULT-RATE           PIC 9(08)V99 VALUE 500.
       01 WS-RATE-SOURCE            PIC X(20) VALUE SPACES.
       01 WS-WINDOW-STEP-NAME       PIC X(24)
            VALUE "COLLATZ-CONJECTURE".
       01 WS-WINDOW-SECONDS         PIC 9(06) VALUE ZERO.
       01 WS-DEFAULT-WINDOW         PIC 9(06) VALUE 3600.
       01 WS-WINDOW-SOURCE          PIC X(20) VALUE SPACES.
       01 WS-WINDOW-USE-PCT         PIC 9(03) VALUE 90.
       01 WS-ENV-PARTITIONS         PIC X(04) VALUE SPACES.
       01 WS-PARTITIONS-WANTED      PIC 9(02) VALUE 4.
       01 WS-PARTITION-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-PARTITION-INDEX        PIC 9(02) VALUE ZERO.
       01 WS-PARTITION-CAPACITY     PIC 9(10) VALUE ZERO.
       01 WS-NIGHT-CAPACITY         PIC 9(10) VALUE ZERO.
       01 WS-BLOCK-START            PIC 9(08) VALUE ZERO.
       01 WS-BLOCK-END              PIC 9(08) VALUE ZERO.
       01 WS-BLOCK-SIZE             PIC 9(10) VALUE ZERO.
       01 WS-BLOCK-SOURCE           PIC X(20) VALUE SPACES.
       01 WS-SLICE-SIZE             PIC 9(10) VALUE ZERO.
       01 WS-SLICE-START            PIC 9(08) VALUE ZERO.
       01 WS-SLICE-END              PIC 9(08) VALUE ZERO.
       01 WS-SCAN-INDEX             PIC 9(04) VALUE ZERO.
       01 WS-LOW-INDEX              PIC 9(04) VALUE ZERO.
       01 WS-EXTEND-SWITCH          PIC X VALUE "N".
          88 BLOCK-STILL-GROWING VALUE "Y".
       01 WS-FOLD-SWITCH            PIC X VALUE "N".
          88 RANGE-STILL-FOLDING VALUE "Y".
       01 WS-FREE-RANGE-SLOTS       PIC 9(04) VALUE ZERO.
       01 WS-PRIOR-ATTEMPTS         PIC 9(02) VALUE ZERO.
       01 WS-CONTROL-NAME           PIC X(14) VALUE SPACES.
       01 WS-CONTROL-SWITCH         PIC X VALUE "N".
          88 PARTITION-RUN-COMPLETE VALUE "Y".
       01 WS-CLOSED-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-REQUEUED-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-ALERT-SEVERITY         PIC X(04) VALUE SPACES.
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-PLAN-STATUS-SWITCH     PIC X VALUE "N".
          88 PLAN-REFUSED VALUE "Y".
       01 WS-PLAN-EMPTY-SWITCH      PIC X VALUE "N".
          88 NOTHING-TO-PLAN VALUE "Y".
       01 WS-FUNCTION-LINE.
          05 FILLER                 PIC X(10) VALUE "FUNCTION:".
          05 FNL-FUNCTION           PIC X(08).
          05 FILLER                 PIC X(12) VALUE "  CAMPAIGN:".
          05 FNL-CAMPAIGN-ID        PIC X(08).
       01 WS-TEXT-LINE              PIC X(80) VALUE SPACES.
       01 WS-VALUE-LINE.
          05 VAL-LABEL              PIC X(36).
          05 VAL-NUMBER             PIC Z(9)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 VAL-NOTE               PIC X(30).
       01 WS-RATE-LINE.
          05 FILLER                 PIC X(36)
               VALUE "SEEDS PER SECOND PER PARTITION".
          05 RTL-RATE               PIC Z(7)9.99.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RTL-SOURCE             PIC X(20).
       01 WS-PARTITION-LINE.
          05 FILLER                 PIC X(10) VALUE "PARTITION".
          05 PTL-PARTITION-ID       PIC 9(02).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PTL-START              PIC Z(7)9.
          05 FILLER                 PIC X(03) VALUE " -".
          05 PTL-END                PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 PTL-DATASET            PIC X(10).
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 PTL-STATUS             PIC X(24).
       COPY "RPTBANNR.cpy".
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION.
       SWEEP-PLANNER-CONTROL.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-FUNCTION-CODE FROM ENVIRONMENT "COLZPLNFUNC".
           IF WS-FUNCTION-CODE = SPACES
              MOVE "PLAN" TO WS-FUNCTION-CODE
           END-IF.
           MOVE "COLZPLNPARTS" TO PRQ-PARM-NAME.
           PERFORM GET-PARAMETER.
           MOVE PRQ-VALUE TO WS-ENV-PARTITIONS.
           PERFORM LOAD-CAMPAIGN-MASTER.
           OPEN OUTPUT PLAN-REPORT-FILE.
           PERFORM OPEN-ALERT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           EVALUATE TRUE
              WHEN NOT CAMPAIGN-LOADED
                 MOVE "NO CAMPAIGN HEADER ON COLZCAMP - NOTHING DONE"
                   TO WS-TEXT-LINE
                 PERFORM WRITE-TEXT-LINE
                 MOVE "CRIT" TO WS-ALERT-SEVERITY
                 MOVE "No sweep campaign header on COLZCAMP"
                   TO ALR-MESSAGE
                 PERFORM WRITE-ALERT-RECORD
                 MOVE "Y" TO WS-PLAN-STATUS-SWITCH
              WHEN RANGE-TABLE-FULL
                 MOVE "COLZCAMP EXCEEDS RANGE TABLE - NOTHING DONE"
                   TO WS-TEXT-LINE
                 PERFORM WRITE-TEXT-LINE
                 MOVE "CRIT" TO WS-ALERT-SEVERITY
                 MOVE "Sweep campaign master exceeds range table"
                   TO ALR-MESSAGE
                 PERFORM WRITE-ALERT-RECORD
                 MOVE "Y" TO WS-PLAN-STATUS-SWITCH
              WHEN WS-FUNCTION-CODE = "CLOSE"
                 PERFORM CLOSE-NIGHTLY-PLAN
              WHEN OTHER
                 PERFORM PLAN-NIGHTLY-PARTITIONS
                     THRU PLAN-NIGHTLY-PARTITIONS-EXIT
           END-EVALUATE.
           PERFORM WRITE-CAMPAIGN-PROGRESS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE PLAN-REPORT-FILE.
           CLOSE OPR-ALERT-FILE.
           EVALUATE TRUE
              WHEN PLAN-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REQUEUED-COUNT > 0
              WHEN NOTHING-TO-PLAN
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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

       LOAD-CAMPAIGN-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CAMPAIGN-MASTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ CAMPAIGN-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM STORE-CAMPAIGN-RECORD
              END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-MASTER-FILE.

       STORE-CAMPAIGN-RECORD.
           EVALUATE TRUE
              WHEN CAMPAIGN-HEADER-RECORD
                 MOVE CMH-CAMPAIGN-ID TO WS-CAMPAIGN-ID
                 MOVE CMH-TARGET-START TO WS-TARGET-START
                 MOVE CMH-TARGET-END TO WS-TARGET-END
                 MOVE CMH-NEXT-SEED TO WS-NEXT-SEED
                 MOVE CMH-SEEDS-DONE TO WS-SEEDS-DONE
                 IF WS-NEXT-SEED < WS-TARGET-START
                    MOVE WS-TARGET-START TO WS-NEXT-SEED
                 END-IF
                 MOVE "Y" TO WS-CAMPAIGN-SWITCH
              WHEN CAMPAIGN-RANGE-RECORD
                 IF WS-RANGE-COUNT < WS-RANGE-MAX
                    ADD 1 TO WS-RANGE-COUNT
                    MOVE CMR-START-SEED
                      TO TBL-RNG-START(WS-RANGE-COUNT)
                    MOVE CMR-END-SEED TO TBL-RNG-END(WS-RANGE-COUNT)
                    MOVE CMR-STATUS TO TBL-RNG-STATUS(WS-RANGE-COUNT)
                    MOVE CMR-PLAN-DATE
                      TO TBL-RNG-PLAN-DATE(WS-RANGE-COUNT)
                    MOVE CMR-PARTITION-ID
                      TO TBL-RNG-PARTITION(WS-RANGE-COUNT)
                    MOVE CMR-ATTEMPTS
                      TO TBL-RNG-ATTEMPTS(WS-RANGE-COUNT)
                    IF RANGE-PLANNED(WS-RANGE-COUNT)
                       ADD 1 TO WS-OPEN-PLAN-COUNT
                    END-IF
                    IF RANGE-QUEUED(WS-RANGE-COUNT)
                       ADD 1 TO WS-QUEUED-COUNT
                    END-IF
                 ELSE
                    MOVE "Y" TO WS-TABLE-FULL-SWITCH
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       PLAN-NIGHTLY-PARTITIONS.
           IF WS-OPEN-PLAN-COUNT > 0
              MOVE "PRIOR PLAN NOT CLOSED - RUN CLOSE AFTER THE MERGE"
                TO WS-TEXT-LINE
              PERFORM WRITE-TEXT-LINE
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "Prior sweep plan not closed; nothing planned"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
              MOVE "Y" TO WS-PLAN-STATUS-SWITCH
              GO TO PLAN-NIGHTLY-PARTITIONS-EXIT
           END-IF.
           PERFORM LOAD-RATE-HISTORY.
           PERFORM LOAD-WINDOW-TARGET.
           PERFORM COMPUTE-NIGHT-CAPACITY.
           PERFORM SELECT-NIGHT-BLOCK.
           IF NOTHING-TO-PLAN
              MOVE "CAMPAIGN FULLY PLANNED - NO PARTITIONS TONIGHT"
                TO WS-TEXT-LINE
              PERFORM WRITE-TEXT-LINE
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE "Sweep campaign has no seeds left to plan"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
              GO TO PLAN-NIGHTLY-PARTITIONS-EXIT
           END-IF.
           PERFORM SPLIT-NIGHT-BLOCK.
           PERFORM COUNT-FREE-RANGE-SLOTS.
           IF WS-FREE-RANGE-SLOTS < WS-PARTITION-COUNT
              MOVE "RANGE TABLE FULL - NOTHING PLANNED"
                TO WS-TEXT-LINE
              PERFORM WRITE-TEXT-LINE
              MOVE "CRIT" TO WS-ALERT-SEVERITY
              MOVE "Sweep range table full; nothing planned"
                TO ALR-MESSAGE
              PERFORM WRITE-ALERT-RECORD
              MOVE "Y" TO WS-PLAN-STATUS-SWITCH
              GO TO PLAN-NIGHTLY-PARTITIONS-EXIT
           END-IF.
           PERFORM WRITE-PARTITION-CARDS.
           PERFORM REWRITE-CAMPAIGN-MASTER.
       PLAN-NIGHTLY-PARTITIONS-EXIT.
           EXIT.

       LOAD-RATE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUN-STATS-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ RUN-STATS-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE RUN-STATS-FD-RECORD TO WS-RUN-STATS-RECORD
                    IF STAT-PROGRAM-NAME(1:7) = "COLLATZ"
                       AND STAT-RETURN-CODE <= 4
                       AND STAT-RECORDS-READ > 0
                       AND STAT-ELAPSED-SECONDS > 0
                       PERFORM KEEP-RATE-HISTORY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.
           MOVE ZERO TO WS-HISTORY-SEEDS.
           MOVE ZERO TO WS-HISTORY-SECONDS.
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-HISTORY-COUNT
              ADD TBL-HST-SEEDS(WS-RATE-INDEX) TO WS-HISTORY-SEEDS
              ADD TBL-HST-SECONDS(WS-RATE-INDEX) TO WS-HISTORY-SECONDS
           END-PERFORM.
           IF WS-HISTORY-SECONDS > 0
              COMPUTE WS-SEEDS-PER-SECOND ROUNDED =
                  WS-HISTORY-SEEDS / WS-HISTORY-SECONDS
              MOVE SPACES TO WS-RATE-SOURCE
              STRING "LAST " DELIMITED BY SIZE
                     WS-RATE-HISTORY-COUNT DELIMITED BY SIZE
                     " RUNS" DELIMITED BY SIZE
                     INTO WS-RATE-SOURCE
           ELSE
              MOVE WS-DEFAULT-RATE TO WS-SEEDS-PER-SECOND
              MOVE "DEFAULT - NO HISTORY" TO WS-RATE-SOURCE
           END-IF.

       KEEP-RATE-HISTORY.
           MOVE STAT-RECORDS-READ
             TO TBL-HST-SEEDS(WS-RATE-HISTORY-NEXT).
           MOVE STAT-ELAPSED-SECONDS
             TO TBL-HST-SECONDS(WS-RATE-HISTORY-NEXT).
           IF WS-RATE-HISTORY-COUNT < WS-RATE-HISTORY-MAX
              ADD 1 TO WS-RATE-HISTORY-COUNT
           END-IF.
           ADD 1 TO WS-RATE-HISTORY-NEXT.
           IF WS-RATE-HISTORY-NEXT > WS-RATE-HISTORY-MAX
              MOVE 1 TO WS-RATE-HISTORY-NEXT
           END-IF.

       LOAD-WINDOW-TARGET.
           MOVE ZERO TO WS-WINDOW-SECONDS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WINDOW-TARGET-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ WINDOW-TARGET-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF TGT-STEP-NAME = WS-WINDOW-STEP-NAME
                       MOVE TGT-TARGET-SECONDS TO WS-WINDOW-SECONDS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE WINDOW-TARGET-FILE.
           IF WS-WINDOW-SECONDS > 0
              MOVE "BATWINTGT" TO WS-WINDOW-SOURCE
           ELSE
              MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-SECONDS
              MOVE "DEFAULT - NO TARGET" TO WS-WINDOW-SOURCE
           END-IF.

       COMPUTE-NIGHT-CAPACITY.
           IF WS-ENV-PARTITIONS NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ENV-PARTITIONS)
                TO WS-PARTITIONS-WANTED
           END-IF.
           IF WS-PARTITIONS-WANTED = 0
              MOVE 1 TO WS-PARTITIONS-WANTED
           END-IF.
           IF WS-PARTITIONS-WANTED > 16
              MOVE 16 TO WS-PARTITIONS-WANTED
           END-IF.
           COMPUTE WS-PARTITION-CAPACITY =
               WS-SEEDS-PER-SECOND * WS-WINDOW-SECONDS
               * WS-WINDOW-USE-PCT / 100.
           IF WS-PARTITION-CAPACITY = 0
              MOVE 1 TO WS-PARTITION-CAPACITY
           END-IF.
           COMPUTE WS-NIGHT-CAPACITY =
               WS-PARTITION-CAPACITY * WS-PARTITIONS-WANTED.
           MOVE WS-SEEDS-PER-SECOND TO RTL-RATE.
           MOVE WS-RATE-SOURCE TO RTL-SOURCE.
           MOVE WS-RATE-LINE TO WS-TEXT-LINE.
           PERFORM WRITE-TEXT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "COLLATZ WINDOW TARGET SECONDS" TO VAL-LABEL.
           MOVE WS-WINDOW-SECONDS TO VAL-NUMBER.
           MOVE WS-WINDOW-SOURCE TO VAL-NOTE.
           PERFORM WRITE-VALUE-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "SEEDS PER PARTITION (90% OF WINDOW)" TO VAL-LABEL.
           MOVE WS-PARTITION-CAPACITY TO VAL-NUMBER.
           PERFORM WRITE-VALUE-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "PARTITIONS REQUESTED" TO VAL-LABEL.
           MOVE WS-PARTITIONS-WANTED TO VAL-NUMBER.
           PERFORM WRITE-VALUE-LINE.

       SELECT-NIGHT-BLOCK.
           MOVE "N" TO WS-PLAN-EMPTY-SWITCH.
           IF WS-QUEUED-COUNT > 0
              PERFORM SELECT-QUEUED-BLOCK
           ELSE
              IF WS-NEXT-SEED > WS-TARGET-END
                 MOVE "Y" TO WS-PLAN-EMPTY-SWITCH
              ELSE
                 MOVE WS-NEXT-SEED TO WS-BLOCK-START
                 COMPUTE WS-BLOCK-SIZE =
                     WS-TARGET-END - WS-NEXT-SEED + 1
                 IF WS-BLOCK-SIZE > WS-NIGHT-CAPACITY
                    MOVE WS-NIGHT-CAPACITY TO WS-BLOCK-SIZE
                 END-IF
                 COMPUTE WS-BLOCK-END =
                     WS-BLOCK-START + WS-BLOCK-SIZE - 1
                 COMPUTE WS-NEXT-SEED = WS-BLOCK-END + 1
                 MOVE ZERO TO WS-PRIOR-ATTEMPTS
                 MOVE "NEW SEEDS" TO WS-BLOCK-SOURCE
              END-IF
           END-IF.

       SELECT-QUEUED-BLOCK.
           MOVE ZERO TO WS-LOW-INDEX.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-RANGE-COUNT
              IF RANGE-QUEUED(WS-SCAN-INDEX)
                 IF WS-LOW-INDEX = 0
                    MOVE WS-SCAN-INDEX TO WS-LOW-INDEX
                 ELSE
                    IF TBL-RNG-START(WS-SCAN-INDEX)
                       < TBL-RNG-START(WS-LOW-INDEX)
                       MOVE WS-SCAN-INDEX TO WS-LOW-INDEX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE TBL-RNG-START(WS-LOW-INDEX) TO WS-BLOCK-START.
           MOVE ZERO TO WS-BLOCK-SIZE.
           MOVE ZERO TO WS-PRIOR-ATTEMPTS.
           MOVE "REQUEUED RANGES" TO WS-BLOCK-SOURCE.
           MOVE "Y" TO WS-EXTEND-SWITCH.
           PERFORM TAKE-QUEUED-RANGE UNTIL NOT BLOCK-STILL-GROWING.
           COMPUTE WS-BLOCK-END = WS-BLOCK-START + WS-BLOCK-SIZE - 1.

       TAKE-QUEUED-RANGE.
           IF TBL-RNG-ATTEMPTS(WS-LOW-INDEX) > WS-PRIOR-ATTEMPTS
              MOVE TBL-RNG-ATTEMPTS(WS-LOW-INDEX) TO WS-PRIOR-ATTEMPTS
           END-IF.
           COMPUTE WS-SLICE-SIZE = TBL-RNG-END(WS-LOW-INDEX)
               - TBL-RNG-START(WS-LOW-INDEX) + 1.
           IF WS-BLOCK-SIZE + WS-SLICE-SIZE > WS-NIGHT-CAPACITY
              COMPUTE WS-SLICE-SIZE =
                  WS-NIGHT-CAPACITY - WS-BLOCK-SIZE
              ADD WS-SLICE-SIZE TO WS-BLOCK-SIZE
              ADD WS-SLICE-SIZE TO TBL-RNG-START(WS-LOW-INDEX)
              MOVE "N" TO WS-EXTEND-SWITCH
           ELSE
              ADD WS-SLICE-SIZE TO WS-BLOCK-SIZE
              MOVE "X" TO TBL-RNG-STATUS(WS-LOW-INDEX)
              PERFORM FIND-ADJACENT-QUEUED
           END-IF.

       FIND-ADJACENT-QUEUED.
           MOVE ZERO TO WS-LOW-INDEX.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-RANGE-COUNT
              IF RANGE-QUEUED(WS-SCAN-INDEX)
                 AND TBL-RNG-START(WS-SCAN-INDEX)
                     = WS-BLOCK-START + WS-BLOCK-SIZE
                 MOVE WS-SCAN-INDEX TO WS-LOW-INDEX
              END-IF
           END-PERFORM.
           IF WS-LOW-INDEX = 0
              OR WS-BLOCK-SIZE >= WS-NIGHT-CAPACITY
              MOVE "N" TO WS-EXTEND-SWITCH
           END-IF.

       SPLIT-NIGHT-BLOCK.
           COMPUTE WS-BLOCK-SIZE = WS-BLOCK-END - WS-BLOCK-START + 1.
           MOVE WS-PARTITIONS-WANTED TO WS-PARTITION-COUNT.
           IF WS-BLOCK-SIZE < WS-PARTITION-COUNT
              MOVE WS-BLOCK-SIZE TO WS-PARTITION-COUNT
           END-IF.
           COMPUTE WS-SLICE-SIZE = WS-BLOCK-SIZE / WS-PARTITION-COUNT.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "SEEDS PLANNED TONIGHT" TO VAL-LABEL.
           MOVE WS-BLOCK-SIZE TO VAL-NUMBER.
           MOVE WS-BLOCK-SOURCE TO VAL-NOTE.
           PERFORM WRITE-VALUE-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           PERFORM WRITE-TEXT-LINE.

       WRITE-PARTITION-CARDS.
           OPEN OUTPUT COLZ-RANGE-FILE.
           MOVE WS-BLOCK-START TO RNG-START-SEED.
           MOVE WS-BLOCK-END TO RNG-END-SEED.
           WRITE COLZ-RANGE-RECORD.
           CLOSE COLZ-RANGE-FILE.
           OPEN OUTPUT PART-MANIFEST-FILE.
           MOVE WS-BLOCK-START TO WS-SLICE-START.
           PERFORM WRITE-ONE-PARTITION
               VARYING WS-PARTITION-INDEX FROM 1 BY 1
               UNTIL WS-PARTITION-INDEX > WS-PARTITION-COUNT.
           CLOSE PART-MANIFEST-FILE.

       WRITE-ONE-PARTITION.
           IF WS-PARTITION-INDEX = WS-PARTITION-COUNT
              MOVE WS-BLOCK-END TO WS-SLICE-END
           ELSE
              COMPUTE WS-SLICE-END = WS-SLICE-START + WS-SLICE-SIZE - 1
           END-IF.
           MOVE SPACES TO WS-CARD-DATASET-NAME.
           STRING "COLZRNG" DELIMITED BY SIZE
                  WS-PARTITION-INDEX DELIMITED BY SIZE
                  INTO WS-CARD-DATASET-NAME.
           OPEN OUTPUT PART-RANGE-FILE.
           MOVE WS-SLICE-START TO PRG-START-SEED.
           MOVE WS-SLICE-END TO PRG-END-SEED.
           WRITE PART-RANGE-RECORD.
           CLOSE PART-RANGE-FILE.
           MOVE SPACES TO PART-MANIFEST-RECORD.
           MOVE WS-PARTITION-INDEX TO MAN-PARTITION-ID.
           MOVE WS-SLICE-START TO MAN-START-SEED.
           MOVE WS-SLICE-END TO MAN-END-SEED.
           STRING "COLZRPT" DELIMITED BY SIZE
                  WS-PARTITION-INDEX DELIMITED BY SIZE
                  INTO MAN-REPORT-DATASET.
           WRITE PART-MANIFEST-RECORD.
           PERFORM ADD-PLANNED-RANGE.
           MOVE WS-PARTITION-INDEX TO PTL-PARTITION-ID.
           MOVE WS-SLICE-START TO PTL-START.
           MOVE WS-SLICE-END TO PTL-END.
           MOVE WS-CARD-DATASET-NAME TO PTL-DATASET.
           MOVE "PLANNED" TO PTL-STATUS.
           MOVE WS-PARTITION-LINE TO WS-TEXT-LINE.
           PERFORM WRITE-TEXT-LINE.
           COMPUTE WS-SLICE-START = WS-SLICE-END + 1.

       COUNT-FREE-RANGE-SLOTS.
           COMPUTE WS-FREE-RANGE-SLOTS = WS-RANGE-MAX - WS-RANGE-COUNT.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-RANGE-COUNT
              IF RANGE-SUPERSEDED(WS-SCAN-INDEX)
                 ADD 1 TO WS-FREE-RANGE-SLOTS
              END-IF
           END-PERFORM.

       ADD-PLANNED-RANGE.
           MOVE ZERO TO WS-SCAN-INDEX.
           PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1
                   UNTIL WS-RANGE-INDEX > WS-RANGE-COUNT
                      OR WS-SCAN-INDEX > 0
              IF RANGE-SUPERSEDED(WS-RANGE-INDEX)
                 MOVE WS-RANGE-INDEX TO WS-SCAN-INDEX
              END-IF
           END-PERFORM.
           IF WS-SCAN-INDEX = 0
              ADD 1 TO WS-RANGE-COUNT
              MOVE WS-RANGE-COUNT TO WS-SCAN-INDEX
           END-IF.
           MOVE WS-SLICE-START TO TBL-RNG-START(WS-SCAN-INDEX).
           MOVE WS-SLICE-END TO TBL-RNG-END(WS-SCAN-INDEX).
           MOVE "P" TO TBL-RNG-STATUS(WS-SCAN-INDEX).
           MOVE WS-BUSINESS-DATE TO TBL-RNG-PLAN-DATE(WS-SCAN-INDEX).
           MOVE WS-PARTITION-INDEX TO TBL-RNG-PARTITION(WS-SCAN-INDEX).
           COMPUTE TBL-RNG-ATTEMPTS(WS-SCAN-INDEX) =
               WS-PRIOR-ATTEMPTS + 1.

       CLOSE-NIGHTLY-PLAN.
           IF WS-OPEN-PLAN-COUNT = 0
              MOVE "NO PLANNED PARTITIONS AWAITING CLOSE"
                TO WS-TEXT-LINE
              PERFORM WRITE-TEXT-LINE
           ELSE
              PERFORM CLOSE-ONE-RANGE
                  VARYING WS-RANGE-INDEX FROM 1 BY 1
                  UNTIL WS-RANGE-INDEX > WS-RANGE-COUNT
              MOVE SPACES TO WS-TEXT-LINE
              PERFORM WRITE-TEXT-LINE
              MOVE SPACES TO WS-VALUE-LINE
              MOVE "PARTITIONS MARKED COMPLETE" TO VAL-LABEL
              MOVE WS-CLOSED-COUNT TO VAL-NUMBER
              PERFORM WRITE-VALUE-LINE
              MOVE SPACES TO WS-VALUE-LINE
              MOVE "PARTITIONS REQUEUED FOR NEXT NIGHT" TO VAL-LABEL
              MOVE WS-REQUEUED-COUNT TO VAL-NUMBER
              PERFORM WRITE-VALUE-LINE
              PERFORM REWRITE-CAMPAIGN-MASTER
           END-IF.

       CLOSE-ONE-RANGE.
           IF RANGE-PLANNED(WS-RANGE-INDEX)
              PERFORM CHECK-PARTITION-RUN
              MOVE TBL-RNG-PARTITION(WS-RANGE-INDEX)
                TO PTL-PARTITION-ID
              MOVE TBL-RNG-START(WS-RANGE-INDEX) TO PTL-START
              MOVE TBL-RNG-END(WS-RANGE-INDEX) TO PTL-END
              MOVE SPACES TO PTL-DATASET
              STRING "COLZRNG" DELIMITED BY SIZE
                     TBL-RNG-PARTITION(WS-RANGE-INDEX)
                         DELIMITED BY SIZE
                     INTO PTL-DATASET
              IF PARTITION-RUN-COMPLETE
                 MOVE "C" TO TBL-RNG-STATUS(WS-RANGE-INDEX)
                 COMPUTE WS-SEEDS-DONE = WS-SEEDS-DONE
                     + TBL-RNG-END(WS-RANGE-INDEX)
                     - TBL-RNG-START(WS-RANGE-INDEX) + 1
                 ADD 1 TO WS-CLOSED-COUNT
                 MOVE "COMPLETE" TO PTL-STATUS
              ELSE
                 MOVE "Q" TO TBL-RNG-STATUS(WS-RANGE-INDEX)
                 ADD 1 TO WS-REQUEUED-COUNT
                 MOVE "*FAILED - REQUEUED*" TO PTL-STATUS
                 MOVE "WARN" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO ALR-MESSAGE
                 STRING "Sweep partition " DELIMITED BY SIZE
                        TBL-RNG-PARTITION(WS-RANGE-INDEX)
                            DELIMITED BY SIZE
                        " did not complete; range requeued"
                            DELIMITED BY SIZE
                        INTO ALR-MESSAGE
                 PERFORM WRITE-ALERT-RECORD
              END-IF
              MOVE WS-PARTITION-LINE TO WS-TEXT-LINE
              PERFORM WRITE-TEXT-LINE
           END-IF.

       CHECK-PARTITION-RUN.
           MOVE SPACES TO WS-CONTROL-NAME.
           STRING "COLLATZ-P" DELIMITED BY SIZE
                  TBL-RNG-PARTITION(WS-RANGE-INDEX) DELIMITED BY SIZE
                  INTO WS-CONTROL-NAME.
           MOVE "N" TO WS-CONTROL-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ RUN-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE RUN-CONTROL-FD-RECORD
                      TO WS-RUN-CONTROL-RECORD
                    IF RUN-COMPLETE-RECORD
                       AND RCT-PROGRAM-NAME = WS-CONTROL-NAME
                       AND RCT-RUN-DATE
                           = TBL-RNG-PLAN-DATE(WS-RANGE-INDEX)
                       MOVE "Y" TO WS-CONTROL-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

       REWRITE-CAMPAIGN-MASTER.
           PERFORM FOLD-COMPLETED-RANGE
               VARYING WS-RANGE-INDEX FROM 1 BY 1
               UNTIL WS-RANGE-INDEX > WS-RANGE-COUNT.
           OPEN OUTPUT CAMPAIGN-MASTER-FILE.
           MOVE SPACES TO CAMPAIGN-MASTER-RECORD.
           MOVE "H" TO CMP-RECORD-TYPE.
           MOVE WS-CAMPAIGN-ID TO CMH-CAMPAIGN-ID.
           MOVE WS-TARGET-START TO CMH-TARGET-START.
           MOVE WS-TARGET-END TO CMH-TARGET-END.
           MOVE WS-NEXT-SEED TO CMH-NEXT-SEED.
           MOVE WS-SEEDS-DONE TO CMH-SEEDS-DONE.
           WRITE CAMPAIGN-MASTER-RECORD.
           PERFORM WRITE-ONE-RANGE-RECORD
               VARYING WS-RANGE-INDEX FROM 1 BY 1
               UNTIL WS-RANGE-INDEX > WS-RANGE-COUNT.
           CLOSE CAMPAIGN-MASTER-FILE.

       FOLD-COMPLETED-RANGE.
           IF RANGE-COMPLETE(WS-RANGE-INDEX)
              MOVE "Y" TO WS-FOLD-SWITCH
              PERFORM ABSORB-NEXT-COMPLETED
                  UNTIL NOT RANGE-STILL-FOLDING
           END-IF.

       ABSORB-NEXT-COMPLETED.
           MOVE "N" TO WS-FOLD-SWITCH.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-RANGE-COUNT
              IF RANGE-COMPLETE(WS-SCAN-INDEX)
                 AND TBL-RNG-START(WS-SCAN-INDEX)
                     = TBL-RNG-END(WS-RANGE-INDEX) + 1
                 MOVE TBL-RNG-END(WS-SCAN-INDEX)
                   TO TBL-RNG-END(WS-RANGE-INDEX)
                 MOVE "X" TO TBL-RNG-STATUS(WS-SCAN-INDEX)
                 MOVE "Y" TO WS-FOLD-SWITCH
              END-IF
           END-PERFORM.

       WRITE-ONE-RANGE-RECORD.
           IF NOT RANGE-SUPERSEDED(WS-RANGE-INDEX)
              MOVE SPACES TO CAMPAIGN-MASTER-RECORD
              MOVE "R" TO CMP-RECORD-TYPE
              MOVE TBL-RNG-START(WS-RANGE-INDEX) TO CMR-START-SEED
              MOVE TBL-RNG-END(WS-RANGE-INDEX) TO CMR-END-SEED
              MOVE TBL-RNG-STATUS(WS-RANGE-INDEX) TO CMR-STATUS
              MOVE TBL-RNG-PLAN-DATE(WS-RANGE-INDEX) TO CMR-PLAN-DATE
              MOVE TBL-RNG-PARTITION(WS-RANGE-INDEX)
                TO CMR-PARTITION-ID
              MOVE TBL-RNG-ATTEMPTS(WS-RANGE-INDEX) TO CMR-ATTEMPTS
              WRITE CAMPAIGN-MASTER-RECORD
           END-IF.

       WRITE-CAMPAIGN-PROGRESS.
           IF CAMPAIGN-LOADED
              MOVE SPACES TO WS-TEXT-LINE
              PERFORM WRITE-TEXT-LINE
              MOVE SPACES TO WS-VALUE-LINE
              MOVE "CAMPAIGN TARGET START SEED" TO VAL-LABEL
              MOVE WS-TARGET-START TO VAL-NUMBER
              PERFORM WRITE-VALUE-LINE
              MOVE SPACES TO WS-VALUE-LINE
              MOVE "CAMPAIGN TARGET END SEED" TO VAL-LABEL
              MOVE WS-TARGET-END TO VAL-NUMBER
              PERFORM WRITE-VALUE-LINE
              MOVE SPACES TO WS-VALUE-LINE
              MOVE "SEEDS COMPLETE TO DATE" TO VAL-LABEL
              MOVE WS-SEEDS-DONE TO VAL-NUMBER
              PERFORM WRITE-VALUE-LINE
              MOVE SPACES TO WS-VALUE-LINE
              MOVE "NEXT UNPLANNED SEED" TO VAL-LABEL
              MOVE WS-NEXT-SEED TO VAL-NUMBER
              PERFORM WRITE-VALUE-LINE
           END-IF.

       GET-PARAMETER.
           MOVE "GET" TO PRQ-FUNCTION.
           MOVE "COLLATZ-PLAN" TO PRQ-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO PRQ-BUSINESS-DATE.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.

       WRITE-PARAMETER-LINES.
           MOVE "LIST" TO PRQ-FUNCTION.
           MOVE "COLLATZ-PLAN" TO PRQ-PROGRAM-NAME.
           MOVE 1 TO PRQ-LIST-INDEX.
           CALL "parameter-lookup" USING WS-PARM-REQUEST.
           PERFORM UNTIL PRQ-LIST-FINISHED
              MOVE PRQ-LIST-LINE TO PLAN-REPORT-RECORD
              WRITE PLAN-REPORT-RECORD
              ADD 1 TO PRQ-LIST-INDEX
              CALL "parameter-lookup" USING WS-PARM-REQUEST
           END-PERFORM.

       WRITE-REPORT-HEADER.
           ACCEPT WS-CDT-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO HDR-RUN-DATE.
           MOVE WS-CDT-TIME TO HDR-RUN-TIME.
           MOVE "COLLATZ-PLAN" TO HDR-PROGRAM-NAME.
           MOVE WS-RPT-HEADER-LINE TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           PERFORM WRITE-PARAMETER-LINES.
           MOVE WS-FUNCTION-CODE TO FNL-FUNCTION.
           MOVE WS-CAMPAIGN-ID TO FNL-CAMPAIGN-ID.
           MOVE WS-FUNCTION-LINE TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.

       WRITE-TEXT-LINE.
           MOVE WS-TEXT-LINE TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-VALUE-LINE.
           MOVE WS-VALUE-LINE TO WS-TEXT-LINE.
           PERFORM WRITE-TEXT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE WS-REPORT-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.

       OPEN-ALERT-FILE.
           OPEN EXTEND OPR-ALERT-FILE.
           IF OPRALERT-FILE-NOT-FOUND
              OPEN OUTPUT OPR-ALERT-FILE
              CLOSE OPR-ALERT-FILE
              OPEN EXTEND OPR-ALERT-FILE
           END-IF.

       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE "COLLATZ-PLAN" TO ALR-PROGRAM-NAME.
           MOVE WS-OPR-ALERT-RECORD TO OPR-ALERT-FD-RECORD.
           WRITE OPR-ALERT-FD-RECORD.
