       IDENTIFICATION DIVISION.
       PROGRAM-ID. parameter-lookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "PARMLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMLIB-FILE-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       01 PARAMETER-FD-RECORD       PIC X(75).
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD            PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "PARMLIB.cpy".
       01 WS-PARMLIB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSDATE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EOF-SWITCH             PIC X VALUE "N".
          88 END-OF-PARAMETER-FILE VALUE "Y".
       01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 WS-LOADED-DATE            PIC X(08) VALUE SPACES.
       01 WS-PARM-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-PARM-INDEX             PIC 9(04) VALUE ZERO.
       01 WS-PARM-LIMIT             PIC 9(04) VALUE 500.
       01 WS-PARM-TABLE.
          05 WS-PARM-ENTRY OCCURS 500 TIMES.
             10 TBL-PRM-PROGRAM     PIC X(14).
             10 TBL-PRM-NAME        PIC X(12).
             10 TBL-PRM-EFFECTIVE   PIC X(08).
             10 TBL-PRM-VALUE       PIC X(20).
       01 WS-BEST-INDEX             PIC 9(04) VALUE ZERO.
       01 WS-BEST-PROGRAM           PIC X(14) VALUE SPACES.
       01 WS-BEST-EFFECTIVE         PIC X(08) VALUE SPACES.
       01 WS-ENV-VALUE              PIC X(20) VALUE SPACES.
       01 WS-FORCE-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-FORCE-INDEX            PIC 9(03) VALUE ZERO.
       01 WS-FORCE-FOUND            PIC 9(03) VALUE ZERO.
       01 WS-FORCE-MATCHES          PIC 9(03) VALUE ZERO.
       01 WS-FORCE-TABLE.
          05 WS-FORCE-ENTRY OCCURS 100 TIMES.
             10 TBL-FRC-PROGRAM     PIC X(14).
             10 TBL-FRC-NAME        PIC X(12).
             10 TBL-FRC-VALUE       PIC X(20).
             10 TBL-FRC-SOURCE      PIC X(01).
             10 TBL-FRC-EFFECTIVE   PIC X(08).
       01 WS-IN-FORCE-LINE.
          05 FILLER                 PIC X(05) VALUE "PARM ".
          05 IFL-PARM-NAME          PIC X(12).
          05 FILLER                 PIC X(03) VALUE " = ".
          05 IFL-VALUE              PIC X(20).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 IFL-SOURCE             PIC X(18).
       LINKAGE SECTION.
       COPY "PARMREQ.cpy".

       PROCEDURE DIVISION USING WS-PARM-REQUEST.
       PARAMETER-LOOKUP-CONTROL.
           EVALUATE TRUE
              WHEN PRQ-LIST-IN-FORCE
                 PERFORM RETURN-IN-FORCE-ENTRY
              WHEN OTHER
                 PERFORM RESOLVE-PARAMETER
           END-EVALUATE.
           GOBACK.

       RESOLVE-PARAMETER.
           MOVE PRQ-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = SPACES
              PERFORM READ-BUSINESS-DATE
           END-IF.
           IF WS-BUSINESS-DATE NOT = WS-LOADED-DATE
              PERFORM LOAD-PARAMETER-TABLE
           END-IF.
           MOVE SPACES TO PRQ-VALUE.
           MOVE SPACES TO PRQ-SOURCE.
           MOVE SPACES TO PRQ-EFFECTIVE-DATE.
           MOVE ZERO TO WS-BEST-INDEX.
           MOVE SPACES TO WS-BEST-PROGRAM.
           MOVE SPACES TO WS-BEST-EFFECTIVE.
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PARM-COUNT
              IF TBL-PRM-NAME(WS-PARM-INDEX) = PRQ-PARM-NAME
                 AND TBL-PRM-EFFECTIVE(WS-PARM-INDEX)
                     NOT > WS-BUSINESS-DATE
                 AND (TBL-PRM-PROGRAM(WS-PARM-INDEX)
                         = PRQ-PROGRAM-NAME
                   OR TBL-PRM-PROGRAM(WS-PARM-INDEX) = "ALL")
                 PERFORM CONSIDER-PARAMETER-ENTRY
              END-IF
           END-PERFORM.
           IF WS-BEST-INDEX > 0
              MOVE TBL-PRM-VALUE(WS-BEST-INDEX) TO PRQ-VALUE
              MOVE TBL-PRM-EFFECTIVE(WS-BEST-INDEX)
                TO PRQ-EFFECTIVE-DATE
              MOVE "P" TO PRQ-SOURCE
           ELSE
              MOVE SPACES TO WS-ENV-VALUE
              DISPLAY PRQ-PARM-NAME UPON ENVIRONMENT-NAME
              ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
              IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO PRQ-VALUE
                 MOVE "E" TO PRQ-SOURCE
              END-IF
           END-IF.
           PERFORM NOTE-IN-FORCE-ENTRY.

       CONSIDER-PARAMETER-ENTRY.
           EVALUATE TRUE
              WHEN WS-BEST-INDEX = 0
                 MOVE WS-PARM-INDEX TO WS-BEST-INDEX
              WHEN TBL-PRM-PROGRAM(WS-PARM-INDEX) NOT = "ALL"
                 AND WS-BEST-PROGRAM = "ALL"
                 MOVE WS-PARM-INDEX TO WS-BEST-INDEX
              WHEN TBL-PRM-PROGRAM(WS-PARM-INDEX) = "ALL"
                 AND WS-BEST-PROGRAM NOT = "ALL"
                 CONTINUE
              WHEN TBL-PRM-EFFECTIVE(WS-PARM-INDEX)
                   NOT < WS-BEST-EFFECTIVE
                 MOVE WS-PARM-INDEX TO WS-BEST-INDEX
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE TBL-PRM-PROGRAM(WS-BEST-INDEX) TO WS-BEST-PROGRAM.
           MOVE TBL-PRM-EFFECTIVE(WS-BEST-INDEX) TO WS-BEST-EFFECTIVE.

       NOTE-IN-FORCE-ENTRY.
           MOVE ZERO TO WS-FORCE-FOUND.
           PERFORM VARYING WS-FORCE-INDEX FROM 1 BY 1
                   UNTIL WS-FORCE-INDEX > WS-FORCE-COUNT
                   OR WS-FORCE-FOUND > 0
              IF TBL-FRC-PROGRAM(WS-FORCE-INDEX) = PRQ-PROGRAM-NAME
                 AND TBL-FRC-NAME(WS-FORCE-INDEX) = PRQ-PARM-NAME
                 MOVE WS-FORCE-INDEX TO WS-FORCE-FOUND
              END-IF
           END-PERFORM.
           IF PRQ-NOT-SET
              IF WS-FORCE-FOUND > 0
                 MOVE SPACES TO TBL-FRC-PROGRAM(WS-FORCE-FOUND)
                 MOVE SPACES TO TBL-FRC-NAME(WS-FORCE-FOUND)
              END-IF
              MOVE ZERO TO WS-FORCE-FOUND
           ELSE
              IF WS-FORCE-FOUND = 0 AND WS-FORCE-COUNT < 100
                 ADD 1 TO WS-FORCE-COUNT
                 MOVE WS-FORCE-COUNT TO WS-FORCE-FOUND
              END-IF
           END-IF.
           IF WS-FORCE-FOUND > 0
              MOVE PRQ-PROGRAM-NAME TO TBL-FRC-PROGRAM(WS-FORCE-FOUND)
              MOVE PRQ-PARM-NAME TO TBL-FRC-NAME(WS-FORCE-FOUND)
              MOVE PRQ-VALUE TO TBL-FRC-VALUE(WS-FORCE-FOUND)
              MOVE PRQ-SOURCE TO TBL-FRC-SOURCE(WS-FORCE-FOUND)
              MOVE PRQ-EFFECTIVE-DATE
                TO TBL-FRC-EFFECTIVE(WS-FORCE-FOUND)
           END-IF.

       RETURN-IN-FORCE-ENTRY.
           MOVE "Y" TO PRQ-LIST-SWITCH.
           MOVE SPACES TO PRQ-LIST-LINE.
           MOVE ZERO TO WS-FORCE-MATCHES.
           MOVE ZERO TO WS-FORCE-FOUND.
           PERFORM VARYING WS-FORCE-INDEX FROM 1 BY 1
                   UNTIL WS-FORCE-INDEX > WS-FORCE-COUNT
                   OR WS-FORCE-FOUND > 0
              IF TBL-FRC-PROGRAM(WS-FORCE-INDEX) = PRQ-PROGRAM-NAME
                 ADD 1 TO WS-FORCE-MATCHES
                 IF WS-FORCE-MATCHES = PRQ-LIST-INDEX
                    MOVE WS-FORCE-INDEX TO WS-FORCE-FOUND
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FORCE-FOUND > 0
              MOVE "N" TO PRQ-LIST-SWITCH
              MOVE TBL-FRC-NAME(WS-FORCE-FOUND) TO IFL-PARM-NAME
              MOVE TBL-FRC-VALUE(WS-FORCE-FOUND) TO IFL-VALUE
              MOVE SPACES TO IFL-SOURCE
              IF TBL-FRC-SOURCE(WS-FORCE-FOUND) = "P"
                 STRING "(PARMLIB " DELIMITED BY SIZE
                        TBL-FRC-EFFECTIVE(WS-FORCE-FOUND)
                           DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO IFL-SOURCE
              ELSE
                 MOVE "(ENVIRONMENT)" TO IFL-SOURCE
              END-IF
              MOVE WS-IN-FORCE-LINE TO PRQ-LIST-LINE
           END-IF.

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

       LOAD-PARAMETER-TABLE.
           MOVE ZERO TO WS-PARM-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PARAMETER-FILE.
           PERFORM UNTIL END-OF-PARAMETER-FILE
              READ PARAMETER-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE PARAMETER-FD-RECORD TO WS-PARAMETER-RECORD
                    IF WS-PARM-COUNT < WS-PARM-LIMIT
                       ADD 1 TO WS-PARM-COUNT
                       MOVE PRM-PROGRAM-NAME
                         TO TBL-PRM-PROGRAM(WS-PARM-COUNT)
                       MOVE PRM-PARM-NAME
                         TO TBL-PRM-NAME(WS-PARM-COUNT)
                       MOVE PRM-EFFECTIVE-DATE
                         TO TBL-PRM-EFFECTIVE(WS-PARM-COUNT)
                       MOVE PRM-VALUE
                         TO TBL-PRM-VALUE(WS-PARM-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PARAMETER-FILE.
           MOVE WS-BUSINESS-DATE TO WS-LOADED-DATE.
