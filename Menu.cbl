       01 WS-DONE-SWITCH            PIC X VALUE "N".
          88 MENU-FINISHED VALUE "Y".
       01 WS-DETOKEN-AUTHORITY      PIC 9(02) VALUE 03.
       01 WS-SECADMIN-AUTHORITY     PIC 9(02) VALUE 05.

       PROCEDURE DIVISION.
       INQUIRY-MENU-CONTROL.
           IF WS-AUTHORITY-LEVEL >= WS-DETOKEN-AUTHORITY
              DISPLAY "3 - PAN DE-TOKENIZATION"
           END-IF.
           IF WS-AUTHORITY-LEVEL >= WS-SECADMIN-AUTHORITY
              DISPLAY "4 - OPERATOR PASSWORD RESET"
           END-IF.
           DISPLAY "5 - COLLATZ RECORDS AND TRAJECTORY INQUIRY".
           DISPLAY "X - EXIT".
           DISPLAY "ENTER CHOICE:".
           MOVE SPACE TO WS-MENU-CHOICE.
                 ELSE
                    DISPLAY "FUNCTION NOT AUTHORIZED"
                 END-IF
              WHEN "4"
                 IF WS-AUTHORITY-LEVEL >= WS-SECADMIN-AUTHORITY
                    CALL "operator-password-reset"
                 ELSE
                    DISPLAY "FUNCTION NOT AUTHORIZED"
                 END-IF
              WHEN "5"
                 CALL "colz-inquiry"
              WHEN "X"
              WHEN "x"
                 MOVE "Y" TO WS-DONE-SWITCH
