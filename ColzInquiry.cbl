       IDENTIFICATION DIVISION.
       PROGRAM-ID. colz-inquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLZ-MASTER-FILE ASSIGN TO "COLZMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL COLZ-SEQUENCE-FILE ASSIGN TO "COLZSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COLZ-MASTER-FILE.
       01 COLZ-MASTER-RECORD.
          05 MST-RANK              PIC 9(02).
          05 MST-SEED              PIC 9(08).
          05 MST-STEPS             PIC 9(04).
          05 MST-DATE              PIC X(08).
       FD COLZ-SEQUENCE-FILE.
       01 COLZ-SEQUENCE-RECORD.
          05 SEQ-SEED              PIC X(08).
          05 FILLER                PIC X(03).
          05 SEQ-STEP-NUMBER       PIC X(04).
          05 FILLER                PIC X(03).
          05 SEQ-CURRENT-VALUE     PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX VALUE "00".
       01 WS-SEQUENCE-FILE-STATUS   PIC XX VALUE "00".
       01 WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
       01 WS-AUTHORITY-LEVEL        PIC 9(02) VALUE ZERO.
       01 WS-REQUIRED-AUTHORITY     PIC 9(02) VALUE 01.
       01 WS-SIGNON-STATUS          PIC X(01) VALUE SPACE.
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-DONE-SWITCH            PIC X VALUE "N".
          88 INQUIRY-FINISHED VALUE "Y".
       01 WS-MENU-CHOICE            PIC X VALUE SPACE.
       01 WS-INQUIRY-INPUT          PIC X(08) VALUE SPACES.
       01 WS-INQUIRY-SEED           PIC 9(08) VALUE ZERO.
       01 WS-EDITED-SEED            PIC Z(7)9.
       01 WS-EDITED-STEPS           PIC Z(3)9.
       01 WS-EDITED-RANK            PIC Z9.
       01 WS-EDITED-PEAK            PIC Z(14)9.
       01 WS-RECORD-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-STEP-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-FOUND-SWITCH           PIC X VALUE "N".
          88 TRAJECTORY-FOUND VALUE "Y".
       01 WS-STOP-SWITCH            PIC X VALUE "N".
          88 STOP-TRAJECTORY VALUE "Y".
       01 WS-PAGE-SIZE              PIC 9(02) VALUE 20.
       01 WS-PAGE-LINES             PIC 9(02) VALUE ZERO.
       01 WS-PAGE-REPLY             PIC X VALUE SPACE.
       01 WS-COMPUTE-REPLY          PIC X VALUE "N".
       01 WS-MAX-STEPS              PIC 9(04) VALUE 9999.
       01 WS-NUMBER                 PIC 9(15) VALUE ZERO.
       01 WS-PEAK-VALUE             PIC 9(15) VALUE ZERO.
       01 WS-STEPS                  PIC 9(04) VALUE ZERO.
       01 WS-RESTO                  PIC 9(01) VALUE ZERO.
       01 WS-COMPUTE-ERROR          PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       COLZ-INQUIRY-CONTROL.
           DISPLAY "COLLATZ RECORDS AND TRAJECTORY INQUIRY".
           MOVE "N" TO WS-DONE-SWITCH.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE 01 TO WS-REQUIRED-AUTHORITY.
           CALL "operator-signon" USING WS-OPERATOR-ID
                                       WS-AUTHORITY-LEVEL
                                       WS-REQUIRED-AUTHORITY
                                       WS-SIGNON-STATUS.
           IF WS-SIGNON-STATUS NOT = "A"
              DISPLAY "SIGN-ON FAILED - INQUIRY ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM INQUIRY-DIALOG UNTIL INQUIRY-FINISHED.
           DISPLAY "INQUIRY ENDED".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       INQUIRY-DIALOG.
           DISPLAY " ".
           DISPLAY "R=RECORDS TABLE  T=SEED TRAJECTORY  X=EXIT:".
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN "R"
              WHEN "r"
                 PERFORM SHOW-RECORDS-TABLE
              WHEN "T"
              WHEN "t"
                 PERFORM SEED-INQUIRY THRU SEED-INQUIRY-EXIT
              WHEN "X"
              WHEN "x"
                 MOVE "Y" TO WS-DONE-SWITCH
              WHEN OTHER
                 DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE.

       SHOW-RECORDS-TABLE.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           DISPLAY "ALL-TIME RECORDS (COLZMSTR)".
           DISPLAY "RANK      SEED  STEPS  DATE ACHIEVED".
           OPEN INPUT COLZ-MASTER-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE
              READ COLZ-MASTER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE MST-RANK TO WS-EDITED-RANK
                    MOVE MST-SEED TO WS-EDITED-SEED
                    MOVE MST-STEPS TO WS-EDITED-STEPS
                    DISPLAY "  " WS-EDITED-RANK "  " WS-EDITED-SEED
                        "   " WS-EDITED-STEPS "  " MST-DATE
              END-READ
           END-PERFORM.
           CLOSE COLZ-MASTER-FILE.
           IF WS-RECORD-COUNT = 0
              DISPLAY "NO RECORDS HELD IN COLZMSTR"
           END-IF.

       SEED-INQUIRY.
           DISPLAY "ENTER SEED (BLANK TO RETURN):".
           MOVE SPACES TO WS-INQUIRY-INPUT.
           ACCEPT WS-INQUIRY-INPUT.
           IF WS-INQUIRY-INPUT = SPACES
              GO TO SEED-INQUIRY-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-INQUIRY-INPUT) NOT = 0
              DISPLAY "SEED MUST BE NUMERIC"
              GO TO SEED-INQUIRY-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-INQUIRY-INPUT) TO WS-INQUIRY-SEED.
           IF WS-INQUIRY-SEED = 0
              DISPLAY "SEED MUST BE A POSITIVE INTEGER"
              GO TO SEED-INQUIRY-EXIT
           END-IF.
           MOVE WS-INQUIRY-SEED TO WS-EDITED-SEED.
           PERFORM SHOW-STORED-TRAJECTORY.
           IF NOT TRAJECTORY-FOUND
              PERFORM OFFER-TO-COMPUTE
           END-IF.
       SEED-INQUIRY-EXIT.
           EXIT.

       SHOW-STORED-TRAJECTORY.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-STOP-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE ZERO TO WS-PAGE-LINES.
           OPEN INPUT COLZ-SEQUENCE-FILE.
           PERFORM UNTIL END-OF-CURRENT-FILE OR STOP-TRAJECTORY
              READ COLZ-SEQUENCE-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF SEQ-SEED = WS-EDITED-SEED
                       PERFORM SHOW-TRAJECTORY-STEP
                    ELSE
                       IF TRAJECTORY-FOUND
                          MOVE "Y" TO WS-STOP-SWITCH
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLZ-SEQUENCE-FILE.
           IF TRAJECTORY-FOUND
              MOVE WS-STEP-COUNT TO WS-EDITED-STEPS
              DISPLAY "END OF TRAJECTORY - " WS-EDITED-STEPS
                  " STEPS SHOWN"
           END-IF.

       SHOW-TRAJECTORY-STEP.
           IF NOT TRAJECTORY-FOUND
              MOVE "Y" TO WS-FOUND-SWITCH
              DISPLAY "STORED TRAJECTORY FOR SEED " WS-EDITED-SEED
              DISPLAY "STEP      VALUE"
           END-IF.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE
              DISPLAY "ENTER=NEXT PAGE  Q=QUIT:"
              MOVE SPACE TO WS-PAGE-REPLY
              ACCEPT WS-PAGE-REPLY
              IF WS-PAGE-REPLY = "Q" OR WS-PAGE-REPLY = "q"
                 MOVE "Y" TO WS-STOP-SWITCH
              ELSE
                 MOVE ZERO TO WS-PAGE-LINES
                 DISPLAY "STEP      VALUE"
              END-IF
           END-IF.
           IF NOT STOP-TRAJECTORY
              DISPLAY SEQ-STEP-NUMBER "  " SEQ-CURRENT-VALUE
              ADD 1 TO WS-PAGE-LINES
              ADD 1 TO WS-STEP-COUNT
           END-IF.

       OFFER-TO-COMPUTE.
           DISPLAY "NO STORED TRAJECTORY FOR SEED " WS-EDITED-SEED.
           DISPLAY "COMPUTE STEP COUNT AND PEAK NOW? (Y/N):".
           MOVE "N" TO WS-COMPUTE-REPLY.
           ACCEPT WS-COMPUTE-REPLY.
           IF WS-COMPUTE-REPLY = "Y" OR WS-COMPUTE-REPLY = "y"
              PERFORM COMPUTE-ON-THE-SPOT
           END-IF.

       COMPUTE-ON-THE-SPOT.
           MOVE WS-INQUIRY-SEED TO WS-NUMBER.
           MOVE WS-INQUIRY-SEED TO WS-PEAK-VALUE.
           MOVE ZERO TO WS-STEPS.
           MOVE SPACES TO WS-COMPUTE-ERROR.
           PERFORM COMPUTE-NEXT-VALUE
               UNTIL WS-NUMBER = 1 OR WS-COMPUTE-ERROR NOT = SPACES.
           IF WS-COMPUTE-ERROR NOT = SPACES
              DISPLAY WS-COMPUTE-ERROR
           ELSE
              MOVE WS-STEPS TO WS-EDITED-STEPS
              MOVE WS-PEAK-VALUE TO WS-EDITED-PEAK
              DISPLAY "COMPUTED FOR SEED " WS-EDITED-SEED
                  " (NOT STORED)"
              DISPLAY "  STEPS: " WS-EDITED-STEPS
              DISPLAY "  PEAK:  " WS-EDITED-PEAK
           END-IF.

       COMPUTE-NEXT-VALUE.
           MOVE FUNCTION MOD(WS-NUMBER, 2) TO WS-RESTO.
           IF WS-RESTO = 0
              COMPUTE WS-NUMBER = WS-NUMBER / 2
           ELSE
              COMPUTE WS-NUMBER = (WS-NUMBER * 3) + 1
                  ON SIZE ERROR
                     MOVE "Value exceeds field capacity"
                       TO WS-COMPUTE-ERROR
              END-COMPUTE
           END-IF.
           IF WS-NUMBER > WS-PEAK-VALUE
              MOVE WS-NUMBER TO WS-PEAK-VALUE
           END-IF.
           ADD 1 TO WS-STEPS.
           IF WS-STEPS >= WS-MAX-STEPS AND WS-NUMBER NOT = 1
              MOVE "Step count would exceed field capacity"
                TO WS-COMPUTE-ERROR
           END-IF.
