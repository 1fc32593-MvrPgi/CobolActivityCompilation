          05 FILLER                 PIC X(01).
          05 MAN-REPORT-DATASET     PIC X(10).
       FD COLZ-REPORT-FILE.
       01 COLZ-REPORT-RECORD        PIC X(60).
       FD PART-REPORT-FILE.
       01 PART-REPORT-RECORD        PIC X(60).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-COVERAGE-SWITCH        PIC X VALUE "Y".
          88 COVERAGE-IS-GOOD VALUE "Y".
       01 WS-EXPECTED-START         PIC 9(8) VALUE ZERO.
       01 WS-SCAN-LINE              PIC X(60).
       01 WS-SCAN-OFFSET            PIC 9(02) VALUE ZERO.
       01 WS-DIGIT-SEEN-SWITCH      PIC X VALUE "N".
          88 SEED-DIGIT-SEEN VALUE "Y".
