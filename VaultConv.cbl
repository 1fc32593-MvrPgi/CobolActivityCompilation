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
       FD VAULT-WORK-FILE.
       01 VAULT-WORK-RECORD         PIC X(67).
       WORKING-STORAGE SECTION.
       01 WS-VAULT-FILE-STATUS      PIC XX VALUE "00".
       01 WS-VKEY-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CRYPT-SCAN             PIC 9(02) VALUE ZERO.
       01 WS-CRYPT-DIGIT            PIC 9(01) VALUE ZERO.
       01 WS-VKEY-DIGIT             PIC 9(01) VALUE ZERO.
       01 WS-VKEY-EOF-SWITCH        PIC X VALUE "N".
          88 END-OF-VAULT-KEYS VALUE "Y".
       01 WS-VKEY-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-VKEY-INDEX             PIC 9(02) VALUE ZERO.
       01 WS-VKEY-TABLE.
          05 WS-VKEY-ENTRY OCCURS 10 TIMES.
             10 TBL-VKEY-VERSION      PIC 9(03).
             10 TBL-VKEY-STATUS       PIC X(01).
             10 TBL-VKEY-DIGITS       PIC X(32).
       01 WS-VKEY-CURRENT-VERSION   PIC 9(03) VALUE ZERO.
       01 WS-VKEY-WANTED-VERSION    PIC 9(03) VALUE ZERO.
       01 WS-VKEY-SELECTED-SWITCH   PIC X VALUE "N".
          88 VAULT-KEY-SELECTED VALUE "Y".
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-CONVERTED-COUNT        PIC 9(06) VALUE ZERO.
              PERFORM ENCODE-PAN-DIGITS
              MOVE WS-CODED-PAN TO VLT-PAN
              MOVE "E" TO VLT-ENC-FLAG
              MOVE WS-VKEY-CURRENT-VERSION TO VLT-KEY-VERSION
              ADD 1 TO WS-CONVERTED-COUNT
           END-IF.
           MOVE LUHN-VAULT-RECORD TO VAULT-WORK-RECORD.

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
