       01 WS-PARM-REQUEST.
          05 PRQ-FUNCTION           PIC X(04).
             88 PRQ-GET-VALUE VALUE "GET".
             88 PRQ-LIST-IN-FORCE VALUE "LIST".
          05 PRQ-PROGRAM-NAME       PIC X(14).
          05 PRQ-PARM-NAME          PIC X(12).
          05 PRQ-BUSINESS-DATE      PIC X(08).
          05 PRQ-VALUE              PIC X(20).
          05 PRQ-SOURCE             PIC X(01).
             88 PRQ-FROM-PARMLIB VALUE "P".
             88 PRQ-FROM-ENVIRONMENT VALUE "E".
             88 PRQ-NOT-SET VALUE " ".
          05 PRQ-EFFECTIVE-DATE     PIC X(08).
          05 PRQ-LIST-INDEX         PIC 9(03).
          05 PRQ-LIST-SWITCH        PIC X(01).
             88 PRQ-LIST-FINISHED VALUE "Y".
          05 PRQ-LIST-LINE          PIC X(60).
