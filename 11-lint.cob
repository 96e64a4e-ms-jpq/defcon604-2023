      *> severity 8, an orphaned-but-wellformed record severity 4,
      *> and the worst severity is the return code, so a bad file
      *> fails the run before the window opens on it.
      *>
      *> The maintenance calendar, HOLA-MAINT.DAT, is linted the same
      *> way: an entry HOLA's scanner cannot use is severity 8 (it
      *> is silently skipped, so the outage it was meant to cover
      *> pages someone), and an already-expired window or two
      *> windows overlapping on the same variable (or ALL) are
      *> severity 4 -- first match wins, so the overlap is logged
      *> under the earlier entry's ticket.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO CTL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO MAINT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC                         PIC X(64).

       FD  MAINT-FILE.
       01  MAINT-REC                       PIC X(256).

       WORKING-STORAGE SECTION.
       01  BASE-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-BASELINE.DAT".
       01  ROUTE-FILE-STATUS               PIC XX VALUE "00".
       01  CTL-FILE-NAME                   PIC X(32) VALUE "HOLA.CTL".
       01  CTL-FILE-STATUS                 PIC XX VALUE "00".
       01  MAINT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-MAINT.DAT".
       01  MAINT-FILE-STATUS               PIC XX VALUE "00".

       01  BASE-EOF-SW                     PIC X VALUE "N".
           88  BASE-EOF                    VALUE "Y".
           88  ROUTE-EOF                   VALUE "Y".
       01  CTL-EOF-SW                      PIC X VALUE "N".
           88  CTL-EOF                     VALUE "Y".
       01  MAINT-EOF-SW                    PIC X VALUE "N".
           88  MAINT-EOF                   VALUE "Y".

      *> Names collected for the cross-reference passes.  Baseline
      *> names count as "checked" too: the --sweep mode reconciles
       01  RT-CNT                          PIC 9(4) VALUE 0.
       01  RT-IX                           PIC 9(4) BINARY VALUE 0.

      *> Live (not yet expired) maintenance windows, for the overlap
      *> pass.  64 is HOLA's own calendar table size.
       01  MW-TBL.
           05  MW-ENTRY OCCURS 64 TIMES.
               10  MW-NAME                 PIC X(64).
               10  MW-START                PIC X(12).
               10  MW-END                  PIC X(12).
               10  MW-LINE                 PIC 9(4).
       01  MW-CNT                          PIC 9(4) VALUE 0.
       01  MW-USABLE-CNT                   PIC 9(4) VALUE 0.
       01  MW-IX                           PIC 9(4) BINARY VALUE 0.
       01  MW-START-IN                     PIC X(16) VALUE SPACES.
       01  MW-END-IN                       PIC X(16) VALUE SPACES.
       01  MW-TICKET-IN                    PIC X(64) VALUE SPACES.
       01  MW-TICKET-LEN                   PIC 9(4) BINARY VALUE 0.
       01  MW-NOW                          PIC X(12) VALUE SPACES.
       01  MW-LINE-EDIT                    PIC Z(3)9.

       COPY "WATCHVARS.CPY".
       01  WV-IX                           PIC 9(4) BINARY VALUE 0.

           PERFORM 3000-LINT-ROUTES THRU 3000-EXIT
           PERFORM 4000-LINT-CTL THRU 4000-EXIT
           PERFORM 5000-CROSS-CHECKS THRU 5000-EXIT
           PERFORM 6000-LINT-MAINT THRU 6000-EXIT

           DISPLAY " "
           IF FND-ERR-CNT = 0 AND FND-WARN-CNT = 0
       5300-EXIT.
           EXIT.

      *> Calendar: NAME|START|END|TICKET, stamps YYYYMMDDHHMM with
      *> the start inclusive and the end exclusive, the shape
      *> 7660-LOAD-ONE-MAINT-LINE in HOLA accepts.  Expiry is judged
      *> against the clock now; a window that has ended covers
      *> nothing and only hides the live ones when the file is read.
       6000-LINT-MAINT.
           MOVE "HOLA-MAINT.DAT" TO FND-FILE
           MOVE 0 TO LINE-NO MW-CNT MW-USABLE-CNT
           MOVE "N" TO MAINT-EOF-SW
           MOVE FUNCTION CURRENT-DATE(1:12) TO MW-NOW
           OPEN INPUT MAINT-FILE
           PERFORM 6100-LINT-ONE-MAINT-LINE THRU 6100-EXIT
               UNTIL MAINT-EOF
           CLOSE MAINT-FILE.
       6000-EXIT.
           EXIT.

       6100-LINT-ONE-MAINT-LINE.
           READ MAINT-FILE
               AT END
                   SET MAINT-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO LINE-NO
           IF MAINT-REC = SPACES OR MAINT-REC(1:1) = "*"
               GO TO 6100-EXIT
           END-IF

           MOVE SPACES TO WK-NAME MW-START-IN MW-END-IN MW-TICKET-IN
           UNSTRING MAINT-REC DELIMITED BY "|"
               INTO WK-NAME MW-START-IN MW-END-IN MW-TICKET-IN
           IF WK-NAME = SPACES
               MOVE "WINDOW WITH NO VARIABLE NAME" TO FND-TEXT
               MOVE 8 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
               GO TO 6100-EXIT
           END-IF
           IF MW-START-IN(1:12) NOT NUMERIC
               OR MW-START-IN(13:4) NOT = SPACES
               MOVE "START IS NOT A YYYYMMDDHHMM STAMP" TO FND-TEXT
               MOVE 8 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
               GO TO 6100-EXIT
           END-IF
           IF MW-END-IN(1:12) NOT NUMERIC
               OR MW-END-IN(13:4) NOT = SPACES
               MOVE "END IS NOT A YYYYMMDDHHMM STAMP" TO FND-TEXT
               MOVE 8 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
               GO TO 6100-EXIT
           END-IF
           IF MW-TICKET-IN = SPACES
               MOVE "WINDOW WITH NO TICKET" TO FND-TEXT
               MOVE 8 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
               GO TO 6100-EXIT
           END-IF
      *> HOLA's loader takes the first 64 entries with a name, a
      *> ticket, and two numeric stamps -- before any shape or
      *> order test -- and never sees the rest, so the count is
      *> kept at the same point.
           ADD 1 TO MW-USABLE-CNT
           IF MW-USABLE-CNT > 64
               MOVE "MORE THAN 64 WINDOWS, HOLA NEVER READS THIS ONE"
                 TO FND-TEXT
               MOVE 8 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
               GO TO 6100-EXIT
           END-IF
           PERFORM 8000-CHECK-NAME-SHAPE THRU 8000-EXIT
           IF FND-SEV > 0
               GO TO 6100-EXIT
           END-IF
           IF MW-END-IN(1:12) NOT > MW-START-IN(1:12)
               MOVE "WINDOW ENDS BEFORE IT STARTS" TO FND-TEXT
               MOVE 8 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
               GO TO 6100-EXIT
           END-IF

           MOVE LENGTH OF MW-TICKET-IN TO MW-TICKET-LEN
           PERFORM 6300-TRIM-TICKET-STEP THRU 6300-EXIT
               UNTIL MW-TICKET-LEN = 0
                  OR MW-TICKET-IN(MW-TICKET-LEN:1) NOT = SPACE
           IF MW-TICKET-LEN > 32
               MOVE "TICKET LONGER THAN 32 CHARACTERS, AUDIT CUTS IT"
                 TO FND-TEXT
               MOVE 4 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
           END-IF

           IF MW-END-IN(1:12) NOT > MW-NOW
               MOVE SPACES TO FND-TEXT
               STRING "WINDOW ALREADY EXPIRED (ENDED " DELIMITED BY SIZE
                      MW-END-IN(1:12) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO FND-TEXT
               MOVE 4 TO FND-SEV
               PERFORM 9000-REPORT-FINDING THRU 9000-EXIT
               GO TO 6100-EXIT
           END-IF

           PERFORM 6200-CHECK-ONE-OVERLAP THRU 6200-EXIT
               VARYING MW-IX FROM 1 BY 1 UNTIL MW-IX > MW-CNT
           ADD 1 TO MW-CNT
           MOVE WK-NAME TO MW-NAME(MW-CNT)
           MOVE MW-START-IN(1:12) TO MW-START(MW-CNT)
           MOVE MW-END-IN(1:12) TO MW-END(MW-CNT)
           MOVE LINE-NO TO MW-LINE(MW-CNT).
       6100-EXIT.
           EXIT.

      *> Two windows collide when they cover the same variable -- or
      *> either one is ALL -- and each starts before the other ends.
       6200-CHECK-ONE-OVERLAP.
           IF MW-NAME(MW-IX) NOT = WK-NAME
               AND MW-NAME(MW-IX) NOT = "ALL"
               AND WK-NAME NOT = "ALL"
               GO TO 6200-EXIT
           END-IF
           IF MW-START(MW-IX) NOT < MW-END-IN(1:12)
               OR MW-START-IN(1:12) NOT < MW-END(MW-IX)
               GO TO 6200-EXIT
           END-IF
           MOVE MW-LINE(MW-IX) TO MW-LINE-EDIT
           MOVE SPACES TO FND-TEXT
           STRING "OVERLAPS THE WINDOW ON LINE " DELIMITED BY SIZE
                  MW-LINE-EDIT DELIMITED BY SIZE
                  " (FIRST MATCH WINS)" DELIMITED BY SIZE
             INTO FND-TEXT
           MOVE 4 TO FND-SEV
           PERFORM 9000-REPORT-FINDING THRU 9000-EXIT.
       6200-EXIT.
           EXIT.

       6300-TRIM-TICKET-STEP.
           SUBTRACT 1 FROM MW-TICKET-LEN.
       6300-EXIT.
           EXIT.

      *> Shared name-shape rules, the same ones HOLAMNT's
      *> 7000-VALIDATE-NAME enforces at the screen: something there,
      *> no leading "*", no embedded blanks.  The "=" rule needs no
