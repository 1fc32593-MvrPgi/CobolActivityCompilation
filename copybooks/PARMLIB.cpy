       01 WS-PARAMETER-RECORD.
          05 PRM-PROGRAM-NAME       PIC X(14).
          05 FILLER                 PIC X(01).
          05 PRM-PARM-NAME          PIC X(12).
          05 FILLER                 PIC X(01).
          05 PRM-EFFECTIVE-DATE     PIC X(08).
          05 FILLER                 PIC X(01).
          05 PRM-VALUE              PIC X(20).
          05 FILLER                 PIC X(01).
          05 PRM-CHANGED-BY         PIC X(08).
          05 FILLER                 PIC X(01).
          05 PRM-CHANGED-DATE       PIC X(08).
