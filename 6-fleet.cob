      *> is named in a NON-REPORTING HOSTS section and fails the
      *> run, so silence finally counts as a failure.
      *>
      *> Consensus is not correctness: when most of the fleet is
      *> wrong the odd one out is the only host that is right.  So a
      *> fleet standard (HOLA-FLEET-STD.DAT) states the expected
      *> value per variable, NAME|VALUE, with GROUP|NAME|VALUE lines
      *> overriding it for one host group.  A roster line may name
      *> the host's group after the host ("server7 web" or
      *> "server7|web"); a host with no group, or not on the roster,
      *> is held to the fleet-wide value.  Every landed host that
      *> does not carry the value its group's standard expects is
      *> named in a DRIFT FROM STANDARD section and fails the run
      *> the same way a non-reporting host does.
      *>
      *>     holafleet [landing-directory [roster-file [standard-file]]]
      *>                   (defaults HOLA-LANDING, HOLA-ROSTER.DAT,
      *>                    HOLA-FLEET-STD.DAT)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO ROSTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL STD-FILE ASSIGN TO STD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-REC                      PIC X(256).

       FD  STD-FILE.
       01  STD-REC                         PIC X(400).

       WORKING-STORAGE SECTION.
       01  LANDING-DIR                     PIC X(128) VALUE
                                                "HOLA-LANDING".
                   15  FVAR-PRESENT        PIC X.
                   15  FVAR-VALUE          PIC X(120).
                   15  FVAR-STATUS         PIC X(9).
                   15  FVAR-LEN-X          PIC X(9).
       01  FVAR-CNT                        PIC 9(4) VALUE 0.
       01  FVAR-CUR                        PIC 9(4) BINARY VALUE 0.
       01  FVAR-IX                         PIC 9(4) BINARY VALUE 0.
           05  RST-ENTRY OCCURS 64 TIMES.
               10  RST-NAME                PIC X(64).
               10  RST-NAME-LEN            PIC 9(4) BINARY.
               10  RST-GROUP               PIC X(32).
               10  RST-VERDICT             PIC X.
       01  RST-CNT                         PIC 9(4) VALUE 0.
       01  RST-IX                          PIC 9(4) BINARY VALUE 0.
       01  RST-ACCESS-RC                   PIC S9(9) COMP-5 VALUE 0.
       01  FLEET-EXIT-CODE                 PIC 9(2) VALUE 0.

      *> Fleet standard.  GROUP is spaces on a fleet-wide line and
      *> the host group's name on an override line; the expected
      *> length is kept in the landing record's own Z(8)9 form so it
      *> compares directly against the LENGTH field, which is what
      *> catches a difference past the 120 bytes a record carries.
       01  STD-FILE-NAME                   PIC X(128) VALUE
                                                "HOLA-FLEET-STD.DAT".
       01  STD-FILE-STATUS                 PIC XX VALUE "00".
       01  STD-EOF-SW                      PIC X VALUE "N".
           88  STD-EOF                     VALUE "Y".
       01  STD-TBL.
           05  STD-ENTRY OCCURS 256 TIMES.
               10  STD-GROUP               PIC X(32).
               10  STD-NAME                PIC X(64).
               10  STD-NAME-LEN            PIC 9(4) BINARY.
               10  STD-VALUE               PIC X(200).
               10  STD-VALUE-LEN           PIC 9(4) BINARY.
               10  STD-LEN-X               PIC X(9).
       01  STD-CNT                         PIC 9(4) VALUE 0.
       01  STD-IX                          PIC 9(4) BINARY VALUE 0.
       01  STD-IX2                         PIC 9(4) BINARY VALUE 0.
       01  STD-LINE-NO                     PIC 9(6) VALUE 0.
       01  STD-FLD-CNT                     PIC 9(4) BINARY VALUE 0.
       01  STD-FLD-1                       PIC X(64) VALUE SPACES.
       01  STD-FLD-2                       PIC X(200) VALUE SPACES.
       01  STD-FLD-3                       PIC X(200) VALUE SPACES.
       01  STD-LEN-EDIT                    PIC Z(8)9.
       01  STD-DUP-SW                      PIC X VALUE "N".
           88  STD-DUP                     VALUE "Y".
       01  STD-OVERRIDDEN-SW               PIC X VALUE "N".
           88  STD-OVERRIDDEN              VALUE "Y".
       01  DRIFT-GROUP                     PIC X(32) VALUE SPACES.
       01  DRIFT-GROUP-LEN                 PIC 9(4) BINARY VALUE 0.
       01  DRIFT-SW                        PIC X VALUE "N".
           88  DRIFT-FOUND                 VALUE "Y".
       01  DRIFT-CNT                       PIC 9(4) VALUE 0.
       01  DRIFT-HOST-CNT                  PIC 9(4) VALUE 0.
       01  DRIFT-HOST-SW                   PIC X VALUE "N".
           88  DRIFT-HOST-COUNTED          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ROSTER-FILE-NAME FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT STD-FILE-NAME FROM ARGUMENT-VALUE
           END-IF
           MOVE 0 TO LANDING-DIR-LEN
           INSPECT LANDING-DIR TALLYING LANDING-DIR-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY

           PERFORM 0500-LOAD-ROSTER THRU 0500-EXIT
           PERFORM 0600-LOAD-STANDARD THRU 0600-EXIT
           PERFORM 1000-LIST-LANDING-FILES THRU 1000-EXIT

      *> With a roster in hand, an empty landing directory is not a
           ELSE
               PERFORM 3000-REPORT-DIVERGENCE THRU 3000-EXIT
               PERFORM 4000-REPORT-HOST-ROLLUP THRU 4000-EXIT
               IF STD-CNT > 0
                   PERFORM 6000-REPORT-STANDARD-DRIFT THRU 6000-EXIT
               END-IF
           END-IF
           IF RST-CNT > 0
               PERFORM 5000-REPORT-NON-REPORTING THRU 5000-EXIT
               GO TO 0510-EXIT
           END-IF
           ADD 1 TO RST-CNT
           MOVE SPACES TO RST-NAME(RST-CNT) RST-GROUP(RST-CNT)
           UNSTRING ROSTER-REC DELIMITED BY "|" OR ALL SPACE
               INTO RST-NAME(RST-CNT) RST-GROUP(RST-CNT)
           MOVE 0 TO RST-NAME-LEN(RST-CNT)
           INSPECT RST-NAME(RST-CNT)
             TALLYING RST-NAME-LEN(RST-CNT)
       0510-EXIT.
           EXIT.

      *> No standard file, no drift section -- the report stays the
      *> consensus-only report it always was.
       0600-LOAD-STANDARD.
           MOVE 0 TO STD-CNT STD-LINE-NO
           MOVE "N" TO STD-EOF-SW
           OPEN INPUT STD-FILE
           IF STD-FILE-STATUS NOT = "00" AND STD-FILE-STATUS NOT = "05"
               DISPLAY "WARNING: CANNOT READ " STD-FILE-NAME
               GO TO 0600-EXIT
           END-IF
           PERFORM 0610-TAKE-ONE-STANDARD THRU 0610-EXIT
               UNTIL STD-EOF
           CLOSE STD-FILE.
       0600-EXIT.
           EXIT.

      *> Two fields is a fleet-wide NAME|VALUE line, three is a
      *> GROUP|NAME|VALUE override.  A second line for the same
      *> group and variable is a typo waiting to be argued over, so
      *> the first one stands and the repeat is named.
       0610-TAKE-ONE-STANDARD.
           READ STD-FILE
               AT END
                   SET STD-EOF TO TRUE
                   GO TO 0610-EXIT
           END-READ
           ADD 1 TO STD-LINE-NO
           IF STD-REC = SPACES OR STD-REC(1:1) = "*"
               GO TO 0610-EXIT
           END-IF
           MOVE SPACES TO STD-FLD-1 STD-FLD-2 STD-FLD-3
           MOVE 0 TO STD-FLD-CNT
           UNSTRING STD-REC DELIMITED BY "|"
               INTO STD-FLD-1 STD-FLD-2 STD-FLD-3
               TALLYING IN STD-FLD-CNT
           IF STD-FLD-CNT < 2 OR STD-FLD-1 = SPACES
               DISPLAY "WARNING: MALFORMED STANDARD LINE "
                       STD-LINE-NO " SKIPPED"
               GO TO 0610-EXIT
           END-IF
      *> A value that fills its field (or a line that fills STD-REC)
      *> has been cut short, and its cut length would be reported as
      *> drift on every host carrying the real value.
           IF STD-FLD-2(LENGTH OF STD-FLD-2:1) NOT = SPACE
               OR STD-FLD-3(LENGTH OF STD-FLD-3:1) NOT = SPACE
               OR STD-REC(LENGTH OF STD-REC:1) NOT = SPACE
               DISPLAY "WARNING: STANDARD VALUE TOO LONG, LINE "
                       STD-LINE-NO " SKIPPED"
               GO TO 0610-EXIT
           END-IF
           IF STD-CNT >= 256
               DISPLAY "WARNING: MORE THAN 256 STANDARD LINES, "
                       "REMAINDER SKIPPED"
               SET STD-EOF TO TRUE
               GO TO 0610-EXIT
           END-IF
           ADD 1 TO STD-CNT
           MOVE SPACES TO STD-ENTRY(STD-CNT)
           IF STD-FLD-CNT = 2
               MOVE STD-FLD-1 TO STD-NAME(STD-CNT)
               MOVE STD-FLD-2 TO STD-VALUE(STD-CNT)
           ELSE
               MOVE STD-FLD-1 TO STD-GROUP(STD-CNT)
               MOVE STD-FLD-2 TO STD-NAME(STD-CNT)
               MOVE STD-FLD-3 TO STD-VALUE(STD-CNT)
           END-IF
           IF STD-NAME(STD-CNT) = SPACES
               DISPLAY "WARNING: MALFORMED STANDARD LINE "
                       STD-LINE-NO " SKIPPED"
               SUBTRACT 1 FROM STD-CNT
               GO TO 0610-EXIT
           END-IF
           MOVE "N" TO STD-DUP-SW
           PERFORM 0620-MATCH-EARLIER-STANDARD THRU 0620-EXIT
               VARYING STD-IX FROM 1 BY 1
               UNTIL STD-IX >= STD-CNT OR STD-DUP
           IF STD-DUP
               DISPLAY "WARNING: DUPLICATE STANDARD LINE "
                       STD-LINE-NO " IGNORED"
               SUBTRACT 1 FROM STD-CNT
               GO TO 0610-EXIT
           END-IF
           MOVE 0 TO STD-NAME-LEN(STD-CNT)
           INSPECT STD-NAME(STD-CNT)
             TALLYING STD-NAME-LEN(STD-CNT)
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE LENGTH OF STD-VALUE(STD-CNT) TO STD-VALUE-LEN(STD-CNT)
           PERFORM 0630-TRIM-STANDARD-STEP THRU 0630-EXIT
               UNTIL STD-VALUE-LEN(STD-CNT) = 0
                  OR STD-VALUE(STD-CNT)(STD-VALUE-LEN(STD-CNT):1)
                     NOT = SPACE
           MOVE STD-VALUE-LEN(STD-CNT) TO STD-LEN-EDIT
           MOVE STD-LEN-EDIT TO STD-LEN-X(STD-CNT).
       0610-EXIT.
           EXIT.

       0620-MATCH-EARLIER-STANDARD.
           IF STD-GROUP(STD-IX) = STD-GROUP(STD-CNT)
               AND STD-NAME(STD-IX) = STD-NAME(STD-CNT)
               SET STD-DUP TO TRUE
           END-IF.
       0620-EXIT.
           EXIT.

       0630-TRIM-STANDARD-STEP.
           SUBTRACT 1 FROM STD-VALUE-LEN(STD-CNT).
       0630-EXIT.
           EXIT.

      *> ls(1) writes the landing directory's file names into a
      *> PID-keyed scratch list (the same shell-out idiom HOLA's
      *> --report uses for env(1)); each name becomes one host whose
           END-IF
           MOVE REC-VALUE TO FVAR-VALUE(FVAR-CUR, HOST-CUR)
           MOVE REC-STATUS TO FVAR-STATUS(FVAR-CUR, HOST-CUR)
           MOVE REC-LEN-X TO FVAR-LEN-X(FVAR-CUR, HOST-CUR)
           EVALUATE REC-STATUS
               WHEN "MISSING"
                   MOVE "M" TO FVAR-PRESENT(FVAR-CUR, HOST-CUR)
       2220-BLANK-ONE-CELL.
           MOVE "N" TO FVAR-PRESENT(FVAR-CUR, CELL-IX)
           MOVE SPACES TO FVAR-VALUE(FVAR-CUR, CELL-IX)
           MOVE SPACES TO FVAR-STATUS(FVAR-CUR, CELL-IX)
           MOVE SPACES TO FVAR-LEN-X(FVAR-CUR, CELL-IX).
       2220-EXIT.
           EXIT.

           END-EVALUATE.
       5200-EXIT.
           EXIT.

      *> Per landed host: find its group on the roster, then hold it
      *> to every variable the standard names for it -- the group's
      *> override where there is one, the fleet-wide value where
      *> there is not.  A variable the standard expects and the host
      *> reported MISSING, or left out of its file, is drift too.
       6000-REPORT-STANDARD-DRIFT.
           DISPLAY " "
           DISPLAY "DRIFT FROM STANDARD:"
           MOVE 0 TO DRIFT-CNT DRIFT-HOST-CNT
           PERFORM 6100-CHECK-ONE-HOST THRU 6100-EXIT
               VARYING CELL-IX FROM 1 BY 1 UNTIL CELL-IX > HOST-CNT
           IF DRIFT-CNT = 0
               MOVE HOST-CNT TO CNT-EDIT
               DISPLAY "  (NONE -- ALL " CNT-EDIT
                       " REPORTING HOSTS MATCH THE STANDARD)"
               GO TO 6000-EXIT
           END-IF
           MOVE DRIFT-CNT TO CNT-EDIT
           MOVE DRIFT-HOST-CNT TO RST-CNT-EDIT
           DISPLAY "  SETTINGS OFF STANDARD: " CNT-EDIT
                   " ON " RST-CNT-EDIT " HOSTS"
           IF 8 > FLEET-EXIT-CODE
               MOVE 8 TO FLEET-EXIT-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-HOST.
           MOVE SPACES TO DRIFT-GROUP
           PERFORM 6110-MATCH-ROSTER-HOST THRU 6110-EXIT
               VARYING RST-IX FROM 1 BY 1
               UNTIL RST-IX > RST-CNT OR DRIFT-GROUP NOT = SPACES
           MOVE 0 TO DRIFT-GROUP-LEN
           INSPECT DRIFT-GROUP TALLYING DRIFT-GROUP-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE "N" TO DRIFT-HOST-SW
           PERFORM 6200-CHECK-ONE-STANDARD THRU 6200-EXIT
               VARYING STD-IX FROM 1 BY 1 UNTIL STD-IX > STD-CNT.
       6100-EXIT.
           EXIT.

       6110-MATCH-ROSTER-HOST.
           IF RST-NAME(RST-IX) = HOST-NAME(CELL-IX)
               MOVE RST-GROUP(RST-IX) TO DRIFT-GROUP
           END-IF.
       6110-EXIT.
           EXIT.

      *> An override line applies only to its own group; a fleet-wide
      *> line applies unless the host's group overrides it.
       6200-CHECK-ONE-STANDARD.
           IF STD-GROUP(STD-IX) NOT = SPACES
               IF STD-GROUP(STD-IX) NOT = DRIFT-GROUP
                   GO TO 6200-EXIT
               END-IF
           ELSE
               IF DRIFT-GROUP NOT = SPACES
                   MOVE "N" TO STD-OVERRIDDEN-SW
                   PERFORM 6210-MATCH-OVERRIDE THRU 6210-EXIT
                       VARYING STD-IX2 FROM 1 BY 1
                       UNTIL STD-IX2 > STD-CNT OR STD-OVERRIDDEN
                   IF STD-OVERRIDDEN
                       GO TO 6200-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE STD-NAME(STD-IX) TO REC-NAME
           MOVE 0 TO FVAR-CUR
           PERFORM 2210-MATCH-VAR THRU 2210-EXIT
               VARYING FVAR-IX FROM 1 BY 1
               UNTIL FVAR-IX > FVAR-CNT OR FVAR-CUR > 0

           MOVE "N" TO DRIFT-SW
           IF FVAR-CUR = 0
               SET DRIFT-FOUND TO TRUE
           ELSE
               IF FVAR-PRESENT(FVAR-CUR, CELL-IX) NOT = "Y"
                   SET DRIFT-FOUND TO TRUE
               ELSE
                   IF FVAR-VALUE(FVAR-CUR, CELL-IX)
                       NOT = STD-VALUE(STD-IX)(1:120)
                       SET DRIFT-FOUND TO TRUE
                   END-IF
                   IF FVAR-LEN-X(FVAR-CUR, CELL-IX) NOT = SPACES
                       AND FVAR-LEN-X(FVAR-CUR, CELL-IX)
                           NOT = STD-LEN-X(STD-IX)
                       SET DRIFT-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT DRIFT-FOUND
               GO TO 6200-EXIT
           END-IF
           ADD 1 TO DRIFT-CNT
           IF NOT DRIFT-HOST-COUNTED
               SET DRIFT-HOST-COUNTED TO TRUE
               ADD 1 TO DRIFT-HOST-CNT
           END-IF
           PERFORM 6300-SHOW-ONE-DRIFT THRU 6300-EXIT.
       6200-EXIT.
           EXIT.

       6210-MATCH-OVERRIDE.
           IF STD-GROUP(STD-IX2) = DRIFT-GROUP
               AND STD-NAME(STD-IX2) = STD-NAME(STD-IX)
               SET STD-OVERRIDDEN TO TRUE
           END-IF.
       6210-EXIT.
           EXIT.

       6300-SHOW-ONE-DRIFT.
           DISPLAY "  " HOST-NAME(CELL-IX)(1:HOST-NAME-LEN(CELL-IX))
                   "  " STD-NAME(STD-IX)(1:STD-NAME-LEN(STD-IX))
           IF STD-GROUP(STD-IX) = SPACES
               DISPLAY "      EXPECTED: " WITH NO ADVANCING
           ELSE
               DISPLAY "      EXPECTED (GROUP "
                       DRIFT-GROUP(1:DRIFT-GROUP-LEN) "): "
                   WITH NO ADVANCING
           END-IF
           IF STD-VALUE-LEN(STD-IX) = 0
               DISPLAY "(EMPTY)"
           ELSE
               DISPLAY STD-VALUE(STD-IX)(1:STD-VALUE-LEN(STD-IX))
           END-IF
           IF FVAR-CUR = 0
               DISPLAY "      ACTUAL:   (MISSING)"
               GO TO 6300-EXIT
           END-IF
           IF FVAR-PRESENT(FVAR-CUR, CELL-IX) NOT = "Y"
               DISPLAY "      ACTUAL:   (MISSING)"
               GO TO 6300-EXIT
           END-IF
           MOVE FVAR-VALUE(FVAR-CUR, CELL-IX) TO SHOW-VALUE
           PERFORM 3600-TRIM-SHOW-VALUE THRU 3600-EXIT
           IF FVAR-STATUS(FVAR-CUR, CELL-IX) = "TRUNCATED"
               DISPLAY "      ACTUAL:   " SHOW-VALUE(1:SHOW-VALUE-LEN)
                       " (TRUNCATED)"
           ELSE
               DISPLAY "      ACTUAL:   " SHOW-VALUE(1:SHOW-VALUE-LEN)
           END-IF.
       6300-EXIT.
           EXIT.
