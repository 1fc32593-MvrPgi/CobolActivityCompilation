           SELECT OPTIONAL BOB-REJECTS-FILE ASSIGN TO "BOBREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT OPTIONAL DS-REGRESSION-FILE ASSIGN TO "DSREGSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT BALANCING-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
       FD BOB-REPORT-FILE.
       01 BOB-REPORT-RECORD         PIC X(296).
       FD COLZ-REPORT-FILE.
       01 COLZ-REPORT-RECORD        PIC X(60).
       FD DS-REPORT-FILE.
       01 DS-REPORT-RECORD          PIC X(100).
       FD DARTS-REPORT-FILE.
       01 DARTS-EXCEPTIONS-RECORD   PIC X(76).
       FD BOB-REJECTS-FILE.
       01 BOB-REJECTS-RECORD        PIC X(294).
       FD DS-REGRESSION-FILE.
       01 DS-REGRESSION-RECORD.
          05 RGS-BUSINESS-DATE      PIC X(08).
          05 FILLER                 PIC X(01).
          05 RGS-RESULT             PIC X(08).
          05 FILLER                 PIC X(01).
          05 RGS-PRIOR-DATE         PIC X(08).
          05 FILLER                 PIC X(01).
          05 RGS-PRIOR-GENERATION   PIC 9(03).
          05 FILLER                 PIC X(01).
          05 RGS-COMPARED-COUNT     PIC 9(08).
          05 FILLER                 PIC X(01).
          05 RGS-CHANGED-COUNT      PIC 9(08).
          05 FILLER                 PIC X(01).
          05 RGS-TODAY-ONLY-COUNT   PIC 9(08).
          05 FILLER                 PIC X(01).
          05 RGS-PRIOR-ONLY-COUNT   PIC 9(08).
       FD BALANCING-REPORT-FILE.
       01 BALANCING-REPORT-RECORD   PIC X(80).
       FD BUSDATE-FILE.
          05 FILLER                 PIC X(10) VALUE "  DETAIL".
          05 FILLER                 PIC X(10) VALUE "   EXCPT".
          05 FILLER                 PIC X(16) VALUE "STATUS".
       01 WS-REGRESSION-RESULT      PIC X(08) VALUE SPACES.
       01 WS-REGRESSION-COMPARED    PIC 9(08) VALUE ZERO.
       01 WS-REGRESSION-CHANGED     PIC 9(08) VALUE ZERO.
       01 WS-REGRESSION-LINE.
          05 FILLER                 PIC X(16) VALUE "DSOUT-REGRESS".
          05 RGL-COMPARED           PIC Z(7)9.
          05 FILLER                 PIC X(12) VALUE SPACES.
          05 RGL-CHANGED            PIC Z(7)9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RGL-STATUS             PIC X(16).
       01 WS-REPORT-RECORD-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-CDT-TIME               PIC X(08).
       COPY "RPTBANNR.cpy".
           PERFORM WRITE-BALANCE-LINE
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           PERFORM WRITE-REGRESSION-LINE.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE BALANCING-REPORT-FILE.
           IF WS-OUT-OF-BALANCE-COUNT > 0
           WRITE BALANCING-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       WRITE-REGRESSION-LINE.
           MOVE SPACES TO WS-REGRESSION-RESULT.
           MOVE ZERO TO WS-REGRESSION-COMPARED.
           MOVE ZERO TO WS-REGRESSION-CHANGED.
           OPEN INPUT DS-REGRESSION-FILE.
           READ DS-REGRESSION-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RGS-BUSINESS-DATE = WS-BUSINESS-DATE
                    MOVE RGS-RESULT TO WS-REGRESSION-RESULT
                    MOVE RGS-COMPARED-COUNT TO WS-REGRESSION-COMPARED
                    MOVE RGS-CHANGED-COUNT TO WS-REGRESSION-CHANGED
                 END-IF
           END-READ.
           CLOSE DS-REGRESSION-FILE.
           MOVE WS-REGRESSION-COMPARED TO RGL-COMPARED.
           MOVE WS-REGRESSION-CHANGED TO RGL-CHANGED.
           EVALUATE WS-REGRESSION-RESULT
              WHEN "CLEAN"
                 MOVE "REGRESSION CLEAN" TO RGL-STATUS
              WHEN "CHANGED"
                 MOVE "*VALUES CHANGED*" TO RGL-STATUS
                 ADD 1 TO WS-OUT-OF-BALANCE-COUNT
              WHEN "FAILED"
                 MOVE "*NOT COMPARED*" TO RGL-STATUS
                 ADD 1 TO WS-OUT-OF-BALANCE-COUNT
              WHEN "NOPRIOR"
                 MOVE "NO PRIOR GEN" TO RGL-STATUS
              WHEN OTHER
                 MOVE "NOT RUN TODAY" TO RGL-STATUS
           END-EVALUATE.
           MOVE WS-REGRESSION-LINE TO BALANCING-REPORT-RECORD.
           WRITE BALANCING-REPORT-RECORD.
           ADD 1 TO WS-REPORT-RECORD-COUNT.

       EXTRACT-TRAILER-COUNT.
           IF WS-SCAN-LINE(1:15) = "END OF REPORT -"
              MOVE FUNCTION NUMVAL(WS-SCAN-LINE(21:8))
