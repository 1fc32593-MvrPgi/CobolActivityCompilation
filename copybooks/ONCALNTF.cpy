       01 WS-ONCALL-NOTIFY-RECORD.
          05 ONN-RECORD-TYPE        PIC X(01).
          05 ONN-BUSINESS-DATE      PIC X(08).
          05 ONN-SEND-DATE          PIC X(08).
          05 ONN-SEND-TIME          PIC X(06).
          05 ONN-SEVERITY           PIC X(04).
          05 ONN-REASON             PIC X(10).
          05 ONN-OWNER-AREA         PIC X(08).
          05 ONN-SHIFT-CODE         PIC X(04).
          05 ONN-CONTACT            PIC X(20).
          05 ONN-PROGRAM-NAME       PIC X(14).
          05 ONN-MESSAGE            PIC X(60).
