           SELECT OPTIONAL JRNL-FILE ASSIGN TO JRNL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT OPTIONAL INC-FILE ASSIGN TO INC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INC-FILE-STATUS.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO MAINT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAINT-FILE-STATUS.
           SELECT OPTIONAL RES-FILE ASSIGN TO RES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RES-FILE-STATUS.
           SELECT OPTIONAL VDICT-FILE ASSIGN TO VDICT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VDICT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  BASE-REC                        PIC X(9999).

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(512).

       FD  STRUCT-FILE.
       01  STRUCT-REC                      PIC X(256).
       FD  JRNL-FILE.
       01  JRNL-REC                        PIC X(20200).

       FD  INC-FILE.
       01  INC-REC                         PIC X(160).

       FD  MAINT-FILE.
       01  MAINT-REC                       PIC X(256).

       FD  RES-FILE.
       01  RES-REC                         PIC X(512).

       FD  VDICT-FILE.
       01  VDICT-REC                       PIC X(10030).

       WORKING-STORAGE SECTION.
       01  PTR                             POINTER.
       01  ENV-NAME                        PIC X(64) VALUE "PATH".
           88  ALERT-ESCALATED             VALUE "Y".
       01  ALERT-KIND                      PIC X(9) VALUE "ALERT".

      *> Permanent incident ledger.  The state file above only ever
      *> holds what is open right now and forgets an incident the
      *> moment its ALL-CLEAR goes out, so every OPEN, ESCALATE, and
      *> ALL-CLEAR the state logic acts on is also appended here as
      *>     TIMESTAMP|VARIABLE|EVENT|SEVERITY|TARGET|COUNT
      *> where TARGET is the route the message went to (NONE when no
      *> rule matched) and COUNT the incident's failure count at the
      *> time.  Nothing ever rewrites the file; HOLAINC reads it for
      *> the time-to-recover figures.
       01  INC-FILE-NAME                   PIC X(64) VALUE
                                                "HOLA-INCIDENT.LOG".
       01  INC-FILE-STATUS                 PIC XX VALUE "00".
       01  INC-TS                          PIC X(21) VALUE SPACES.
       01  INC-EVENT                       PIC X(9) VALUE SPACES.
       01  INC-SEV                         PIC 9(2) VALUE 0.
       01  INC-COUNT                       PIC 9(5) VALUE 0.
       01  INC-TARGET                      PIC X(8) VALUE SPACES.

      *> Every audit line is also noted here -- the check's own
      *> name and severity, worst kept per name -- so the end of the
      *> run can tell which variables with an open incident came
       01  CHK-SEV-X                       PIC XX VALUE SPACES.
       01  CHK-SEV-NUM                     PIC 9(2) VALUE 0.

      *> Planned maintenance calendar.  One pipe-delimited entry per
      *> approved change window:
      *>     NAME|START|END|TICKET
      *> where NAME is a watched variable or ALL (every check on the
      *> box, ENVIRON and SNAPSHOT included), and START and END are
      *> local YYYYMMDDHHMM stamps, start inclusive and end
      *> exclusive.  A check made inside an active window still runs
      *> and is still audited, but its line carries " MAINT=ticket",
      *> and a failure it raises neither latches nor dispatches an
      *> alert nor counts toward the open-alert state -- the outage
      *> was expected and the ticket says why.  The exit code stays
      *> the true severity so the scheduler still sees it.  Blank
      *> and "*" comment lines are skipped, and so is an entry this
      *> scanner cannot use; HOLALINT names those.
       01  MAINT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-MAINT.DAT".
       01  MAINT-FILE-STATUS               PIC XX VALUE "00".
       01  MAINT-EOF-SW                    PIC X VALUE "N".
           88  MAINT-EOF                   VALUE "Y".
       01  MAINT-LOADED-SW                 PIC X VALUE "N".
           88  MAINT-LOADED                VALUE "Y".
       01  MW-TBL.
           05  MW-ENTRY OCCURS 64 TIMES.
               10  MW-NAME                 PIC X(64).
               10  MW-START                PIC X(12).
               10  MW-END                  PIC X(12).
               10  MW-TICKET               PIC X(32).
               10  MW-TICKET-LEN           PIC 9(4) BINARY.
       01  MW-CNT                          PIC 9(4) VALUE 0.
       01  MW-IX                           PIC 9(4) BINARY VALUE 0.
       01  MW-HIT                          PIC 9(4) BINARY VALUE 0.
       01  MW-IN-NAME                      PIC X(64) VALUE SPACES.
       01  MW-IN-START                     PIC X(16) VALUE SPACES.
       01  MW-IN-END                       PIC X(16) VALUE SPACES.
       01  MW-IN-TICKET                    PIC X(64) VALUE SPACES.
       01  MAINT-QRY-NAME                  PIC X(64) VALUE SPACES.
       01  MAINT-NOW                       PIC X(12) VALUE SPACES.
       01  MAINT-SW                        PIC X VALUE "N".
           88  IN-MAINT                    VALUE "Y".
       01  MAINT-TICKET                    PIC X(32) VALUE SPACES.
       01  MAINT-TICKET-LEN                PIC 9(4) BINARY VALUE 0.

      *> Failing checks a window held back this run, and the worst
      *> severity among the checks that were NOT in a window -- the
      *> dispatcher pages on the latter, and stays quiet when every
      *> failure the run saw was one a window expected.
       01  MAINT-HOLD-CNT                  PIC 9(4) VALUE 0.
       01  MAINT-HOLD-TICKET               PIC X(32) VALUE SPACES.
       01  MAINT-HOLD-TKT-LEN              PIC 9(4) BINARY VALUE 0.
       01  MAINT-CNT-EDIT                  PIC Z(3)9.
       01  ALERT-LIVE-SEV                  PIC 9(2) VALUE 0.
       01  ALERT-RUN-SEV                   PIC 9(2) VALUE 0.

      *> Wait-and-retry, used by the --wait flag.  At window open the
      *> profile scripts that export our watched variables sometimes
      *> finish a few seconds after the scheduler has already started
       01  AUDIT-NAME-LEN                  PIC 9(4) BINARY VALUE 0.
       01  AUDIT-VALUE-LEN                 PIC 9(4) BINARY VALUE 0.
       01  AUDIT-EXIT-EDIT                 PIC Z9.
       01  AUDIT-LINE                      PIC X(512) VALUE SPACES.
       01  AUDIT-PTR                       PIC 9(4) BINARY VALUE 1.
       01  AUDIT-VALUE-WK                  PIC X(120) VALUE SPACES.
       01  AUDIT-SAN-IX                    PIC 9(4) BINARY VALUE 0.
       01  AUDIT-FILE-STATUS                PIC XX VALUE "00".
       01  LOCK-HELD-SW                    PIC X VALUE "N".
           88  LOCK-HELD                   VALUE "Y".

      *> Audit-trail hash chain.  Every line ends in a fixed-width
      *> " CHAIN=" digest taken over the previous line's digest
      *> followed by this line's own text, so a line edited, added,
      *> or removed after the fact breaks every digest after it.
      *> The digest is two polynomial lanes over the line's byte
      *> ordinals (the HEX-PAIR trick), each reduced modulo its own
      *> ten-digit prime; HOLAARCH carries the identical arithmetic
      *> to check the chain.  A log with no chained line yet -- a
      *> fresh live log after a roll -- starts from the zero seed.
       01  CHAIN-SFX-TAG                   PIC X(7) VALUE " CHAIN=".
       01  CHAIN-SEED                      PIC X(20) VALUE ALL "0".
       01  CHAIN-PREV                      PIC X(20) VALUE SPACES.
       01  CHAIN-LAST-LINE                 PIC X(512) VALUE SPACES.
       01  CHAIN-LAST-LEN                  PIC 9(4) BINARY VALUE 0.
       01  CHAIN-LINE-LEN                  PIC 9(4) BINARY VALUE 0.
       01  CHAIN-EOF-SW                    PIC X VALUE "N".
           88  CHAIN-EOF                   VALUE "Y".
       01  CHAIN-TEXT                      PIC X(540) VALUE SPACES.
       01  CHAIN-TEXT-LEN                  PIC 9(4) BINARY VALUE 0.
       01  CHAIN-IX                        PIC 9(4) BINARY VALUE 0.
       01  CHAIN-LANE-A                    PIC 9(10) VALUE 0.
       01  CHAIN-LANE-B                    PIC 9(10) VALUE 0.
       01  CHAIN-WORK                      PIC 9(18) VALUE 0.
       01  CHAIN-QUOT                      PIC 9(18) VALUE 0.
       01  CHAIN-DIGEST.
           05  CHAIN-DIGEST-A              PIC 9(10).
           05  CHAIN-DIGEST-B              PIC 9(10).

      *> Full-value dictionary.  The audit line only has room for
      *> the first 120 bytes of a value, so a change at the tail of
      *> a long PATH never showed in the history.  Every line that
      *> carries a value now also carries a fixed-width " VAL="
      *> digest (same arithmetic as the chain, taken over the whole
      *> value as it would be written), between any MAINT= and the
      *> CHAIN=; the value itself goes once into HOLA-VALUES.DAT,
      *>     DIGEST(20)|LENGTH(9)|VALUE
      *> appended under the audit lock the first time it is seen.
      *> LENGTH is the true length, so a value past the 9999-byte
      *> buffer is still recognisable as cut short.  The readers
      *> (HOLAARCH, HOLATREND) key values by the digest and fetch
      *> the text back from here.
       01  VDICT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-VALUES.DAT".
       01  VDICT-FILE-STATUS               PIC XX VALUE "00".
       01  VDICT-EOF-SW                    PIC X VALUE "N".
           88  VDICT-EOF                   VALUE "Y".
       01  VDICT-FOUND-SW                  PIC X VALUE "N".
           88  VDICT-FOUND                 VALUE "Y".
       01  VDICT-PENDING-SW                PIC X VALUE "N".
           88  VDICT-PENDING               VALUE "Y".
       01  VDICT-SFX-TAG                   PIC X(5) VALUE " VAL=".
       01  VDICT-VALUE                     PIC X(9999) VALUE SPACES.
       01  VDICT-VALUE-LEN                 PIC 9(8) BINARY VALUE 0.
       01  VDICT-IX                        PIC 9(8) BINARY VALUE 0.
       01  VDICT-ACTUAL-LEN                PIC 9(9) VALUE 0.
       01  VDICT-DIGEST.
           05  VDICT-DIGEST-A              PIC 9(10).
           05  VDICT-DIGEST-B              PIC 9(10).

      *> Structured, pipe-delimited record (name, value, length,
      *> status) written alongside the plain DISPLAY, used by the
      *> --out flag so a downstream batch step can consume the
       01  PROF-RESULT                     PIC X(40) VALUE SPACES.
       01  PROF-RESULT-LEN                 PIC 9(4) BINARY VALUE 0.

      *> Command and library resolution, used by the --resolve flag.
      *> One pipe-delimited record per critical name:
      *>     NAME|VARIABLE|EXPECTED-DIRECTORY
      *> VARIABLE is the search list that resolves the name -- PATH
      *> when blank, or LD_LIBRARY_PATH, COB_LIBRARY_PATH, or any
      *> other colon list -- and is walked segment by segment the way
      *> the shell or the loader walks it.  The first segment holding
      *> the name wins; every later segment holding it is a copy the
      *> winner shadows.  A winner outside the expected directory, or
      *> an expected name found nowhere, is severity 8: that is the
      *> job getting the wrong cobc.  With no expected directory the
      *> record is report-only and a miss is severity 4.  Blank lines
      *> and "*" comment lines are skipped as in the profile file.
       01  RES-FILE-NAME                   PIC X(64) VALUE
                                                "HOLA-COMMANDS.DAT".
       01  RES-FILE-STATUS                 PIC XX VALUE "00".
       01  RES-EOF-SW                      PIC X VALUE "N".
           88  RES-EOF                     VALUE "Y".
       01  RES-NAME                        PIC X(64) VALUE SPACES.
       01  RES-NAME-LEN                    PIC 9(4) BINARY VALUE 0.
       01  RES-VAR                         PIC X(64) VALUE SPACES.
       01  RES-EXPECT                      PIC X(255) VALUE SPACES.
       01  RES-EXPECT-LEN                  PIC 9(4) BINARY VALUE 0.
       01  RES-DIR                         PIC X(255) VALUE SPACES.
       01  RES-DIR-LEN                     PIC 9(4) BINARY VALUE 0.
       01  RES-PROBE-CSTR                  PIC X(330) VALUE SPACES.
       01  RES-PROBE-PTR                   PIC 9(4) BINARY VALUE 1.
       01  RES-PROBE-LEN                   PIC 9(4) BINARY VALUE 0.
       01  RES-ACCESS-MODE                 PIC S9(9) COMP-5 VALUE 0.
       01  RES-WIN-SW                      PIC X VALUE "N".
           88  RES-HAS-WINNER              VALUE "Y".
       01  RES-WIN-DIR                     PIC X(255) VALUE SPACES.
       01  RES-WIN-DIR-LEN                 PIC 9(4) BINARY VALUE 0.
       01  RES-WIN-CSTR                    PIC X(330) VALUE SPACES.
       01  RES-WIN-LEN                     PIC 9(4) BINARY VALUE 0.
       01  RES-SHADOW-CNT                  PIC 9(4) VALUE 0.
       01  RES-REAL-BUF                    PIC X(4096) VALUE SPACES.
       01  RES-REAL-PTR                    POINTER.
       01  RES-REAL-LEN                    PIC 9(4) BINARY VALUE 0.
       01  RES-REAL-DIR-LEN                PIC 9(4) BINARY VALUE 0.
       01  RES-EXP-CSTR                    PIC X(256) VALUE SPACES.
       01  RES-EXP-REAL                    PIC X(4096) VALUE SPACES.
       01  RES-EXP-REAL-LEN                PIC 9(4) BINARY VALUE 0.
       01  RES-MATCH-SW                    PIC X VALUE "N".
           88  RES-MATCHED                 VALUE "Y".
       01  RES-REC-SEVERITY                PIC 9(2) VALUE 0.
       01  RES-REC-CNT                     PIC 9(4) VALUE 0.
       01  RES-OK-CNT                      PIC 9(4) VALUE 0.
       01  RES-UNEXP-CNT                   PIC 9(4) VALUE 0.
       01  RES-MISS-CNT                    PIC 9(4) VALUE 0.
       01  RES-NOEXP-CNT                   PIC 9(4) VALUE 0.
       01  RES-SHADOWING-CNT               PIC 9(4) VALUE 0.
       01  RES-CNT-EDIT                    PIC Z(3)9.

      *> Runtime environment health check, used by the --health flag.
      *> The set of variables that actually matter to the COBOL runtime
      *> lives in one shared copybook so other programs can grow the
                   PERFORM 3500-TAKE-SNAPSHOT THRU 3500-EXIT
               WHEN "COMPARE"
                   PERFORM 3600-COMPARE-SNAPSHOTS THRU 3600-EXIT
               WHEN "RESOLVE"
                   PERFORM 4800-RESOLVE-COMMANDS THRU 4800-EXIT
               WHEN OTHER
                   PERFORM 1000-RESOLVE-ENV-NAME THRU 1000-EXIT
                   IF RUN-MODE = "WAIT"
           ENTRY "HOLAENV" USING HOLA-COMMAREA
           MOVE 0 TO HOLA-EXIT-CODE ALERT-DRIFT-CNT
           MOVE "N" TO ENV-FOUND-SW ENV-TRUNCATED-SW BASE-MISMATCH-SW
                       WAIT-QUIET-SW ALERT-LATCH-SW MAINT-LOADED-SW
           MOVE 0 TO MAINT-HOLD-CNT ALERT-LIVE-SEV
           MOVE SPACES TO AUDIT-WAIT-SFX
           MOVE SPACES TO HOLA-RESULT
           MOVE 0 TO HOLA-RES-LEN HOLA-RES-ACTUAL-LEN
                           DISPLAY 2 UPON ARGUMENT-NUMBER
                           ACCEPT PROF-FILE-NAME FROM ARGUMENT-VALUE
                       END-IF
                   WHEN "--resolve"
                   WHEN "-l"
                       MOVE "RESOLVE" TO RUN-MODE
                       IF ARG-COUNT >= 2
                           DISPLAY 2 UPON ARGUMENT-NUMBER
                           ACCEPT RES-FILE-NAME FROM ARGUMENT-VALUE
                       END-IF
                   WHEN "--snapshot"
                   WHEN "-n"
                       MOVE "SNAP" TO RUN-MODE
       4720-EXIT.
           EXIT.

      *> Answer "which cobc did the job get": for every name in the
      *> resolution file, walk the search list it resolves through,
      *> name the segment that wins, and list every later segment
      *> whose copy the winner shadows.  The run's worst verdict is
      *> logged and latched under RESOLVE rather than under the list
      *> variables, so one clean --resolve run is what closes an
      *> incident a bad one opened.
       4800-RESOLVE-COMMANDS.
           MOVE "N" TO RES-EOF-SW
           MOVE 0 TO RES-REC-CNT RES-OK-CNT RES-UNEXP-CNT RES-MISS-CNT
                     RES-NOEXP-CNT RES-SHADOWING-CNT
           OPEN INPUT RES-FILE
           PERFORM 4810-RESOLVE-ONE-NAME THRU 4810-EXIT
               UNTIL RES-EOF
           CLOSE RES-FILE

           MOVE SPACES TO ENV-NAME-TRIMMED
           MOVE "RESOLVE" TO ENV-NAME-TRIMMED
           MOVE 7 TO ENV-NAME-LEN
           IF RES-REC-CNT = 0
               DISPLAY "ERROR: NO NAMES TO RESOLVE IN " RES-FILE-NAME
               IF 8 > HOLA-EXIT-CODE
                   MOVE 8 TO HOLA-EXIT-CODE
               END-IF
               PERFORM 8900-LATCH-ALERT-VAR THRU 8900-EXIT
               GO TO 4800-EXIT
           END-IF
           IF HOLA-EXIT-CODE > 0
               PERFORM 8900-LATCH-ALERT-VAR THRU 8900-EXIT
           END-IF
           MOVE RES-REC-CNT TO RES-CNT-EDIT
           DISPLAY "NAMES CHECKED:          " RES-CNT-EDIT
           MOVE RES-OK-CNT TO RES-CNT-EDIT
           DISPLAY "AS EXPECTED:            " RES-CNT-EDIT
           MOVE RES-UNEXP-CNT TO RES-CNT-EDIT
           DISPLAY "UNEXPECTED LOCATION:    " RES-CNT-EDIT
           MOVE RES-MISS-CNT TO RES-CNT-EDIT
           DISPLAY "NOT FOUND:              " RES-CNT-EDIT
           MOVE RES-NOEXP-CNT TO RES-CNT-EDIT
           DISPLAY "NO EXPECTED LOCATION:   " RES-CNT-EDIT
           MOVE RES-SHADOWING-CNT TO RES-CNT-EDIT
           DISPLAY "SHADOWING OTHER COPIES: " RES-CNT-EDIT.
       4800-EXIT.
           EXIT.

       4810-RESOLVE-ONE-NAME.
           READ RES-FILE
               AT END
                   SET RES-EOF TO TRUE
                   GO TO 4810-EXIT
           END-READ
           IF RES-REC = SPACES OR RES-REC(1:1) = "*"
               GO TO 4810-EXIT
           END-IF

           MOVE SPACES TO RES-NAME RES-VAR RES-EXPECT
           UNSTRING RES-REC DELIMITED BY "|"
               INTO RES-NAME RES-VAR RES-EXPECT
           IF RES-NAME = SPACES
               DISPLAY "WARNING: RESOLVE RECORD WITH NO NAME SKIPPED"
               GO TO 4810-EXIT
           END-IF
           IF RES-VAR = SPACES
               MOVE "PATH" TO RES-VAR
           END-IF
           MOVE 0 TO RES-NAME-LEN
           INSPECT RES-NAME TALLYING RES-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE

      *> "/usr/bin/" and "/usr/bin" are the same directory; drop any
      *> trailing slash short of the root before comparing.
           MOVE LENGTH OF RES-EXPECT TO RES-EXPECT-LEN
           PERFORM 4870-TRIM-EXPECT-STEP THRU 4870-EXIT
               UNTIL RES-EXPECT-LEN = 0
                  OR RES-EXPECT(RES-EXPECT-LEN:1) NOT = SPACE
           PERFORM 4870-TRIM-EXPECT-STEP THRU 4870-EXIT
               UNTIL RES-EXPECT-LEN < 2
                  OR RES-EXPECT(RES-EXPECT-LEN:1) NOT = "/"
           ADD 1 TO RES-REC-CNT
           MOVE 0 TO RES-REC-SEVERITY RES-SHADOW-CNT
           MOVE "N" TO RES-WIN-SW RES-MATCH-SW

      *> The shell only runs what it may execute; the loader only
      *> needs the file to be there.
           IF RES-VAR = "PATH"
               MOVE VFY-MODE-SEARCH TO RES-ACCESS-MODE
           ELSE
               MOVE VFY-MODE-EXIST TO RES-ACCESS-MODE
           END-IF

      *> An unset list is not this mode's verdict to give on its
      *> own -- the name simply is not found through it -- so the
      *> lookup is made quietly.
           MOVE RES-VAR TO ENV-NAME
           MOVE "Y" TO WAIT-QUIET-SW
           PERFORM 2000-LOOKUP-ENV THRU 2000-EXIT
           MOVE "N" TO WAIT-QUIET-SW
           DISPLAY RES-NAME(1:RES-NAME-LEN) " ("
                   ENV-NAME-TRIMMED(1:ENV-NAME-LEN) ")"
           IF ENV-FOUND AND ENV-LEN > 0
               MOVE 1 TO SEG-POS
               MOVE 0 TO SEG-NO
               MOVE "N" TO SEG-DONE-SW
               PERFORM 4820-PROBE-NEXT-SEGMENT THRU 4820-EXIT
                   UNTIL SEG-DONE

      *> Same trailing-colon rule as --verify: one last, empty
      *> segment the UNSTRING walk never hands back.
               IF ENV(ENV-LEN:1) = ":"
                   ADD 1 TO SEG-NO
                   MOVE 0 TO SEG-BUF-LEN
                   PERFORM 4830-PROBE-ONE-DIR THRU 4830-EXIT
               END-IF
               PERFORM 2150-WARN-IF-TRUNCATED THRU 2150-EXIT
           END-IF
           PERFORM 4840-JUDGE-WINNER THRU 4840-EXIT
           IF RES-SHADOW-CNT > 0
               ADD 1 TO RES-SHADOWING-CNT
           END-IF
           IF RES-REC-SEVERITY > HOLA-EXIT-CODE
               MOVE RES-REC-SEVERITY TO HOLA-EXIT-CODE
           END-IF.
       4810-EXIT.
           EXIT.

       4820-PROBE-NEXT-SEGMENT.
           MOVE SPACES TO SEG-BUF
           UNSTRING ENV(1:ENV-LEN) DELIMITED BY ":"
               INTO SEG-BUF
               WITH POINTER SEG-POS
           ADD 1 TO SEG-NO
           PERFORM 4150-TRIM-SEG-LEN THRU 4150-EXIT
           PERFORM 4830-PROBE-ONE-DIR THRU 4830-EXIT
           IF SEG-POS > ENV-LEN
               SET SEG-DONE TO TRUE
           END-IF.
       4820-EXIT.
           EXIT.

      *> An empty segment is the current directory to the shell and
      *> to the loader alike, so it is probed as "." -- a copy found
      *> that way is exactly the surprise this report is for.  A
      *> directory that happens to carry the name passes access()
      *> but is no command; the shell walks past it, and so do we.
       4830-PROBE-ONE-DIR.
           MOVE SPACES TO RES-DIR
           IF SEG-BUF-LEN = 0
               MOVE "." TO RES-DIR
               MOVE 1 TO RES-DIR-LEN
           ELSE
               IF SEG-BUF-LEN > 255
                   GO TO 4830-EXIT
               END-IF
               MOVE SEG-BUF(1:SEG-BUF-LEN) TO RES-DIR
               MOVE SEG-BUF-LEN TO RES-DIR-LEN
           END-IF

           MOVE SPACES TO RES-PROBE-CSTR
           MOVE 1 TO RES-PROBE-PTR
           STRING RES-DIR(1:RES-DIR-LEN) DELIMITED BY SIZE
             INTO RES-PROBE-CSTR WITH POINTER RES-PROBE-PTR
           IF RES-DIR(RES-DIR-LEN:1) NOT = "/"
               STRING "/" DELIMITED BY SIZE
                 INTO RES-PROBE-CSTR WITH POINTER RES-PROBE-PTR
           END-IF
           STRING RES-NAME(1:RES-NAME-LEN) DELIMITED BY SIZE
             INTO RES-PROBE-CSTR WITH POINTER RES-PROBE-PTR
           COMPUTE RES-PROBE-LEN = RES-PROBE-PTR - 1
           STRING X"00" DELIMITED BY SIZE
             INTO RES-PROBE-CSTR WITH POINTER RES-PROBE-PTR

           SET PTR TO ADDRESS OF RES-PROBE-CSTR
           CALL "access" USING BY VALUE PTR
                               BY VALUE RES-ACCESS-MODE
                         RETURNING VFY-ACCESS-RC
           IF VFY-ACCESS-RC NOT = 0
               GO TO 4830-EXIT
           END-IF
           CALL "opendir" USING BY VALUE PTR
                          RETURNING VFY-DIR-PTR
           IF VFY-DIR-PTR NOT = NULL
               CALL "closedir" USING BY VALUE VFY-DIR-PTR
               GO TO 4830-EXIT
           END-IF

           MOVE SEG-NO TO SEG-NO-EDIT
           IF RES-HAS-WINNER
               ADD 1 TO RES-SHADOW-CNT
               DISPLAY "   SHADOWS     SEGMENT " SEG-NO-EDIT ": "
                       RES-PROBE-CSTR(1:RES-PROBE-LEN)
               GO TO 4830-EXIT
           END-IF
           SET RES-HAS-WINNER TO TRUE
           MOVE RES-DIR TO RES-WIN-DIR
           MOVE RES-DIR-LEN TO RES-WIN-DIR-LEN
           MOVE RES-PROBE-CSTR TO RES-WIN-CSTR
           MOVE RES-PROBE-LEN TO RES-WIN-LEN
           DISPLAY "   RESOLVES TO SEGMENT " SEG-NO-EDIT ": "
                   RES-PROBE-CSTR(1:RES-PROBE-LEN).
       4830-EXIT.
           EXIT.

      *> The winner is judged against the expected directory both as
      *> the segment spelled it and as realpath() lands it (and, last,
      *> against where the expected directory itself really lands),
      *> so a merged-usr /bin or a cobc that is a symlink into a
      *> versioned install still counts as the copy the shop meant
      *> to run.
       4840-JUDGE-WINNER.
           IF NOT RES-HAS-WINNER
               ADD 1 TO RES-MISS-CNT
               IF ENV-FOUND
                   DISPLAY "   NOT FOUND ON "
                           ENV-NAME-TRIMMED(1:ENV-NAME-LEN)
               ELSE
                   DISPLAY "   NOT FOUND, "
                           ENV-NAME-TRIMMED(1:ENV-NAME-LEN)
                           " NOT SET"
               END-IF
               IF RES-EXPECT-LEN > 0
                   MOVE 8 TO RES-REC-SEVERITY
               ELSE
                   MOVE 4 TO RES-REC-SEVERITY
               END-IF
               GO TO 4840-EXIT
           END-IF

           PERFORM 4850-FIND-REAL-FILE THRU 4850-EXIT
           IF RES-REAL-LEN > 0
               IF RES-REAL-LEN NOT = RES-WIN-LEN
                  OR RES-REAL-BUF(1:RES-REAL-LEN)
                     NOT = RES-WIN-CSTR(1:RES-WIN-LEN)
                   DISPLAY "      REAL FILE:          "
                           RES-REAL-BUF(1:RES-REAL-LEN)
               END-IF
           END-IF
           IF RES-EXPECT-LEN = 0
               ADD 1 TO RES-NOEXP-CNT
               DISPLAY "   NO EXPECTED LOCATION ON FILE"
               GO TO 4840-EXIT
           END-IF

           PERFORM 4880-TRIM-WIN-DIR-STEP THRU 4880-EXIT
               UNTIL RES-WIN-DIR-LEN < 2
                  OR RES-WIN-DIR(RES-WIN-DIR-LEN:1) NOT = "/"
           IF RES-WIN-DIR-LEN = RES-EXPECT-LEN
               AND RES-WIN-DIR(1:RES-WIN-DIR-LEN)
                   = RES-EXPECT(1:RES-EXPECT-LEN)
               SET RES-MATCHED TO TRUE
           END-IF
           IF RES-REAL-DIR-LEN = RES-EXPECT-LEN
               AND RES-REAL-DIR-LEN > 0
               AND RES-REAL-BUF(1:RES-REAL-DIR-LEN)
                   = RES-EXPECT(1:RES-EXPECT-LEN)
               SET RES-MATCHED TO TRUE
           END-IF
           IF NOT RES-MATCHED AND RES-REAL-DIR-LEN > 0
               PERFORM 4855-FIND-REAL-EXPECT THRU 4855-EXIT
               IF RES-EXP-REAL-LEN = RES-REAL-DIR-LEN
                   AND RES-EXP-REAL-LEN > 0
                   AND RES-EXP-REAL(1:RES-EXP-REAL-LEN)
                       = RES-REAL-BUF(1:RES-REAL-DIR-LEN)
                   SET RES-MATCHED TO TRUE
               END-IF
           END-IF
           IF RES-MATCHED
               ADD 1 TO RES-OK-CNT
               DISPLAY "   OK, EXPECTED LOCATION"
           ELSE
               ADD 1 TO RES-UNEXP-CNT
               MOVE 8 TO RES-REC-SEVERITY
               DISPLAY "   UNEXPECTED LOCATION, EXPECTED "
                       RES-EXPECT(1:RES-EXPECT-LEN)
           END-IF.
       4840-EXIT.
           EXIT.

      *> realpath() wants a PATH_MAX buffer and hands back a
      *> NUL-terminated name in it; the directory part is everything
      *> before the last "/" (the root itself when that is all there
      *> is).  A NULL return leaves both lengths zero.
       4850-FIND-REAL-FILE.
           MOVE 0 TO RES-REAL-LEN RES-REAL-DIR-LEN
           SET PTR TO ADDRESS OF RES-WIN-CSTR
           CALL "realpath" USING BY VALUE PTR
                                 BY REFERENCE RES-REAL-BUF
                           RETURNING RES-REAL-PTR
           IF RES-REAL-PTR = NULL
               GO TO 4850-EXIT
           END-IF
           INSPECT RES-REAL-BUF TALLYING RES-REAL-LEN
             FOR CHARACTERS BEFORE INITIAL X"00"
           IF RES-REAL-LEN = LENGTH OF RES-REAL-BUF
               MOVE 0 TO RES-REAL-LEN
               GO TO 4850-EXIT
           END-IF
           MOVE RES-REAL-LEN TO RES-REAL-DIR-LEN
           PERFORM 4860-REAL-DIR-STEP THRU 4860-EXIT
               UNTIL RES-REAL-DIR-LEN = 0
                  OR RES-REAL-BUF(RES-REAL-DIR-LEN:1) = "/"
           IF RES-REAL-DIR-LEN > 1
               SUBTRACT 1 FROM RES-REAL-DIR-LEN
           END-IF.
       4850-EXIT.
           EXIT.

       4855-FIND-REAL-EXPECT.
           MOVE 0 TO RES-EXP-REAL-LEN
           MOVE SPACES TO RES-EXP-CSTR
           STRING RES-EXPECT(1:RES-EXPECT-LEN) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
             INTO RES-EXP-CSTR
           SET PTR TO ADDRESS OF RES-EXP-CSTR
           CALL "realpath" USING BY VALUE PTR
                                 BY REFERENCE RES-EXP-REAL
                           RETURNING RES-REAL-PTR
           IF RES-REAL-PTR = NULL
               GO TO 4855-EXIT
           END-IF
           INSPECT RES-EXP-REAL TALLYING RES-EXP-REAL-LEN
             FOR CHARACTERS BEFORE INITIAL X"00"
           IF RES-EXP-REAL-LEN = LENGTH OF RES-EXP-REAL
               MOVE 0 TO RES-EXP-REAL-LEN
           END-IF.
       4855-EXIT.
           EXIT.

       4860-REAL-DIR-STEP.
           SUBTRACT 1 FROM RES-REAL-DIR-LEN.
       4860-EXIT.
           EXIT.

       4870-TRIM-EXPECT-STEP.
           SUBTRACT 1 FROM RES-EXPECT-LEN.
       4870-EXIT.
           EXIT.

       4880-TRIM-WIN-DIR-STEP.
           SUBTRACT 1 FROM RES-WIN-DIR-LEN.
       4880-EXIT.
           EXIT.

      *> Look up today's resolved value against a known-good
      *> reference line for this variable and flag drift before the
      *> batch window opens, instead of waiting for a downstream job
      *> below and logs that one variable's own name, value, and
      *> severity -- not the run's worst-so-far HOLA-EXIT-CODE -- which
      *> is what lets an incident review tell which watched variable a
      *> --health run actually flagged.  A check made inside a planned
      *> maintenance window has " MAINT=ticket" after its RC (and any
      *> WAITED), a line with a value has the fixed-width " VAL="
      *> digest of the whole value next, and every line then closes
      *> with the fixed-width " CHAIN=" digest
      *> 7500-CHAIN-AUDIT-LINE adds.
       7000-AUDIT-APPEND.
           MOVE 0 TO AUDIT-VALUE-LEN
           EVALUATE RUN-MODE
               WHEN "REPORT"
               WHEN "COMPARE"
                   MOVE "COMPARE" TO AUDIT-NAME
                   MOVE HOLA-EXIT-CODE TO AUDIT-EXIT-EDIT
               WHEN "RESOLVE"
                   MOVE "RESOLVE" TO AUDIT-NAME
                   MOVE HOLA-EXIT-CODE TO AUDIT-EXIT-EDIT

      *> A verify run's severity comes from the per-segment verdicts,
      *> not from the lookup alone, so log the run's worst code.
           INSPECT AUDIT-NAME TALLYING AUDIT-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM 7200-NOTE-CHECK-RESULT THRU 7200-EXIT
           MOVE AUDIT-NAME TO MAINT-QRY-NAME
           PERFORM 7600-FIND-MAINT-WINDOW THRU 7600-EXIT
           PERFORM 7250-NOTE-ALERT-SEVERITY THRU 7250-EXIT
      *> The line lands whole or not at all: take the exclusive
      *> lock, append inside it, release -- and a lock that could
      *> not be had is its own failure verdict, because a check the
      *> trail cannot show never happened as far as an auditor is
      *> concerned.  The line is stamped only once the lock is
      *> held, so stamp order on the log is append order: a check
      *> that waited for the lock is never stamped ahead of a line
      *> already written, and never lands behind a roll under an
      *> earlier stamp than lines the roll has taken.
           PERFORM 7300-TAKE-AUDIT-LOCK THRU 7300-EXIT
           IF NOT LOCK-HELD
               MOVE LOCK-MAX-TRIES TO LOCK-MAX-EDIT
               DISPLAY "ERROR: AUDIT LOG LOCK NOT ACQUIRED AFTER "
                       LOCK-MAX-EDIT " SECONDS, LINE NOT WRITTEN"
               IF 8 > HOLA-EXIT-CODE
                   MOVE 8 TO HOLA-EXIT-CODE
               END-IF
               MOVE 8 TO ALERT-LIVE-SEV
               GO TO 7000-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TS
           MOVE SPACES TO AUDIT-LINE
      *> AUDIT-WAIT-SFX is all spaces except after a --wait run, when
      *> it carries " WAITED=nnnnn"; trailing spaces never reach the
                      AUDIT-WAIT-SFX DELIMITED BY SIZE
                 INTO AUDIT-LINE
           END-IF
           IF IN-MAINT
               MOVE LENGTH OF AUDIT-LINE TO CHAIN-LINE-LEN
               PERFORM 7530-TRIM-LINE-STEP THRU 7530-EXIT
                   UNTIL CHAIN-LINE-LEN = 0
                      OR AUDIT-LINE(CHAIN-LINE-LEN:1) NOT = SPACE
               COMPUTE AUDIT-PTR = CHAIN-LINE-LEN + 1
               STRING " MAINT=" DELIMITED BY SIZE
                      MAINT-TICKET(1:MAINT-TICKET-LEN)
                          DELIMITED BY SIZE
                 INTO AUDIT-LINE WITH POINTER AUDIT-PTR
           END-IF
           MOVE "N" TO VDICT-PENDING-SW
           IF AUDIT-VALUE-LEN > 0
               PERFORM 7700-DIGEST-FULL-VALUE THRU 7700-EXIT
               MOVE LENGTH OF AUDIT-LINE TO CHAIN-LINE-LEN
               PERFORM 7530-TRIM-LINE-STEP THRU 7530-EXIT
                   UNTIL CHAIN-LINE-LEN = 0
                      OR AUDIT-LINE(CHAIN-LINE-LEN:1) NOT = SPACE
               COMPUTE AUDIT-PTR = CHAIN-LINE-LEN + 1
               STRING VDICT-SFX-TAG DELIMITED BY SIZE
                      VDICT-DIGEST DELIMITED BY SIZE
                 INTO AUDIT-LINE WITH POINTER AUDIT-PTR
               SET VDICT-PENDING TO TRUE
           END-IF
           IF VDICT-PENDING
               PERFORM 7750-RECORD-FULL-VALUE THRU 7750-EXIT
           END-IF
           PERFORM 7500-CHAIN-AUDIT-LINE THRU 7500-EXIT
           OPEN EXTEND AUDIT-FILE
           MOVE AUDIT-LINE TO AUDIT-REC
           WRITE AUDIT-REC
               IF 8 > HOLA-EXIT-CODE
                   MOVE 8 TO HOLA-EXIT-CODE
               END-IF
               MOVE 8 TO ALERT-LIVE-SEV
           END-IF
           CLOSE AUDIT-FILE
           PERFORM 7400-RELEASE-AUDIT-LOCK THRU 7400-EXIT.
       7210-EXIT.
           EXIT.

      *> Sort this line's severity into the two figures the
      *> dispatcher reads: a failure inside a window is only
      *> counted as held, anything else raises the severity an
      *> alert would carry.  A lock or write failure on the trail
      *> itself is never a window's doing; those paths raise the
      *> live severity directly.
       7250-NOTE-ALERT-SEVERITY.
           MOVE AUDIT-EXIT-EDIT TO CHK-SEV-X
           INSPECT CHK-SEV-X REPLACING LEADING SPACE BY "0"
           IF CHK-SEV-X NOT NUMERIC
               GO TO 7250-EXIT
           END-IF
           MOVE CHK-SEV-X TO CHK-SEV-NUM
           IF CHK-SEV-NUM = 0
               GO TO 7250-EXIT
           END-IF
           IF IN-MAINT
               ADD 1 TO MAINT-HOLD-CNT
               MOVE MAINT-TICKET TO MAINT-HOLD-TICKET
               MOVE MAINT-TICKET-LEN TO MAINT-HOLD-TKT-LEN
               GO TO 7250-EXIT
           END-IF
           IF CHK-SEV-NUM > ALERT-LIVE-SEV
               MOVE CHK-SEV-NUM TO ALERT-LIVE-SEV
           END-IF.
       7250-EXIT.
           EXIT.

      *> mkdir with no -p either creates the directory or fails --
      *> the kernel makes that atomic, which is the whole trick.
       7300-TAKE-AUDIT-LOCK.
       7400-EXIT.
           EXIT.

      *> Runs inside the audit lock, so the last line read here is
      *> the last line on disk when this one lands after it.  The
      *> live log holds one day between rolls, so reading it through
      *> for its tail is cheap.  A last line with no " CHAIN=" tail
      *> predates the chain and seeds it with zeros, the same as an
      *> empty log.
       7500-CHAIN-AUDIT-LINE.
           MOVE SPACES TO CHAIN-LAST-LINE
           MOVE "N" TO CHAIN-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "00"
               PERFORM 7510-READ-ONE-TAIL-LINE THRU 7510-EXIT
                   UNTIL CHAIN-EOF
           END-IF
           CLOSE AUDIT-FILE

           MOVE CHAIN-SEED TO CHAIN-PREV
           MOVE LENGTH OF CHAIN-LAST-LINE TO CHAIN-LAST-LEN
           PERFORM 7520-TRIM-TAIL-STEP THRU 7520-EXIT
               UNTIL CHAIN-LAST-LEN = 0
                  OR CHAIN-LAST-LINE(CHAIN-LAST-LEN:1) NOT = SPACE
           IF CHAIN-LAST-LEN > 27
               IF CHAIN-LAST-LINE(CHAIN-LAST-LEN - 26:7) = CHAIN-SFX-TAG
                   AND CHAIN-LAST-LINE(CHAIN-LAST-LEN - 19:20) NUMERIC
                   MOVE CHAIN-LAST-LINE(CHAIN-LAST-LEN - 19:20)
                     TO CHAIN-PREV
               END-IF
           END-IF

           MOVE LENGTH OF AUDIT-LINE TO CHAIN-LINE-LEN
           PERFORM 7530-TRIM-LINE-STEP THRU 7530-EXIT
               UNTIL CHAIN-LINE-LEN = 0
                  OR AUDIT-LINE(CHAIN-LINE-LEN:1) NOT = SPACE
           MOVE SPACES TO CHAIN-TEXT
           STRING CHAIN-PREV DELIMITED BY SIZE
                  AUDIT-LINE(1:CHAIN-LINE-LEN) DELIMITED BY SIZE
             INTO CHAIN-TEXT
           COMPUTE CHAIN-TEXT-LEN = 20 + CHAIN-LINE-LEN
           PERFORM 7550-DIGEST-CHAIN-TEXT THRU 7550-EXIT
           MOVE CHAIN-SFX-TAG TO AUDIT-LINE(CHAIN-LINE-LEN + 1:7)
           MOVE CHAIN-DIGEST TO AUDIT-LINE(CHAIN-LINE-LEN + 8:20).
       7500-EXIT.
           EXIT.

       7510-READ-ONE-TAIL-LINE.
           READ AUDIT-FILE
               AT END
                   SET CHAIN-EOF TO TRUE
                   GO TO 7510-EXIT
           END-READ
           IF AUDIT-REC NOT = SPACES
               MOVE AUDIT-REC TO CHAIN-LAST-LINE
           END-IF.
       7510-EXIT.
           EXIT.

       7520-TRIM-TAIL-STEP.
           SUBTRACT 1 FROM CHAIN-LAST-LEN.
       7520-EXIT.
           EXIT.

       7530-TRIM-LINE-STEP.
           SUBTRACT 1 FROM CHAIN-LINE-LEN.
       7530-EXIT.
           EXIT.

       7550-DIGEST-CHAIN-TEXT.
           MOVE 1 TO CHAIN-LANE-A
           MOVE 7 TO CHAIN-LANE-B
           PERFORM 7560-DIGEST-ONE-BYTE THRU 7560-EXIT
               VARYING CHAIN-IX FROM 1 BY 1
               UNTIL CHAIN-IX > CHAIN-TEXT-LEN
           MOVE CHAIN-LANE-A TO CHAIN-DIGEST-A
           MOVE CHAIN-LANE-B TO CHAIN-DIGEST-B.
       7550-EXIT.
           EXIT.

       7560-DIGEST-ONE-BYTE.
           MOVE LOW-VALUE TO HEX-PAIR
           MOVE CHAIN-TEXT(CHAIN-IX:1) TO HEX-BYTE
           COMPUTE CHAIN-WORK = CHAIN-LANE-A * 131 + HEX-BYTE-VAL + 1
           DIVIDE CHAIN-WORK BY 9999999967
               GIVING CHAIN-QUOT REMAINDER CHAIN-LANE-A
           COMPUTE CHAIN-WORK = CHAIN-LANE-B * 257 + HEX-BYTE-VAL + 1
           DIVIDE CHAIN-WORK BY 9999999943
               GIVING CHAIN-QUOT REMAINDER CHAIN-LANE-B.
       7560-EXIT.
           EXIT.

      *> Is MAINT-QRY-NAME inside an active window right now?  The
      *> calendar is read once per run (once per CALL through
      *> HOLAENV) and the clock is read on every lookup, so a long
      *> --wait or --health run crossing a window edge is judged at
      *> the moment of each check.  First matching entry wins.
       7600-FIND-MAINT-WINDOW.
           MOVE "N" TO MAINT-SW
           MOVE SPACES TO MAINT-TICKET
           MOVE 0 TO MAINT-TICKET-LEN
           IF NOT MAINT-LOADED
               PERFORM 7650-LOAD-MAINT-CALENDAR THRU 7650-EXIT
           END-IF
           IF MW-CNT = 0 OR MAINT-QRY-NAME = SPACES
               GO TO 7600-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:12) TO MAINT-NOW
           MOVE 0 TO MW-HIT
           PERFORM 7610-MATCH-MAINT-WINDOW THRU 7610-EXIT
               VARYING MW-IX FROM 1 BY 1
               UNTIL MW-IX > MW-CNT OR MW-HIT > 0
           IF MW-HIT > 0
               SET IN-MAINT TO TRUE
               MOVE MW-TICKET(MW-HIT) TO MAINT-TICKET
               MOVE MW-TICKET-LEN(MW-HIT) TO MAINT-TICKET-LEN
           END-IF.
       7600-EXIT.
           EXIT.

       7610-MATCH-MAINT-WINDOW.
           IF MW-NAME(MW-IX) NOT = MAINT-QRY-NAME
               AND MW-NAME(MW-IX) NOT = "ALL"
               GO TO 7610-EXIT
           END-IF
           IF MAINT-NOW >= MW-START(MW-IX)
               AND MAINT-NOW < MW-END(MW-IX)
               MOVE MW-IX TO MW-HIT
           END-IF.
       7610-EXIT.
           EXIT.

       7650-LOAD-MAINT-CALENDAR.
           SET MAINT-LOADED TO TRUE
           MOVE 0 TO MW-CNT
           MOVE "N" TO MAINT-EOF-SW
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
               CLOSE MAINT-FILE
               GO TO 7650-EXIT
           END-IF
           PERFORM 7660-LOAD-ONE-MAINT-LINE THRU 7660-EXIT
               UNTIL MAINT-EOF
           CLOSE MAINT-FILE.
       7650-EXIT.
           EXIT.

      *> The ticket goes onto the audit line as one token, so any
      *> space inside it becomes an underscore.
       7660-LOAD-ONE-MAINT-LINE.
           READ MAINT-FILE
               AT END
                   SET MAINT-EOF TO TRUE
                   GO TO 7660-EXIT
           END-READ
           IF MAINT-REC = SPACES OR MAINT-REC(1:1) = "*"
               GO TO 7660-EXIT
           END-IF
           MOVE SPACES TO MW-IN-NAME MW-IN-START MW-IN-END
                          MW-IN-TICKET
           UNSTRING MAINT-REC DELIMITED BY "|"
               INTO MW-IN-NAME MW-IN-START MW-IN-END MW-IN-TICKET
           IF MW-IN-NAME = SPACES OR MW-IN-TICKET = SPACES
               GO TO 7660-EXIT
           END-IF
           IF MW-IN-START(1:12) NOT NUMERIC
               OR MW-IN-START(13:4) NOT = SPACES
               OR MW-IN-END(1:12) NOT NUMERIC
               OR MW-IN-END(13:4) NOT = SPACES
               GO TO 7660-EXIT
           END-IF
           IF MW-CNT >= 64
               GO TO 7660-EXIT
           END-IF
           ADD 1 TO MW-CNT
           MOVE MW-IN-NAME TO MW-NAME(MW-CNT)
           MOVE MW-IN-START(1:12) TO MW-START(MW-CNT)
           MOVE MW-IN-END(1:12) TO MW-END(MW-CNT)
           MOVE MW-IN-TICKET TO MW-TICKET(MW-CNT)
           MOVE LENGTH OF MW-TICKET(MW-CNT) TO MW-TICKET-LEN(MW-CNT)
           PERFORM 7670-TRIM-TICKET-STEP THRU 7670-EXIT
               UNTIL MW-TICKET-LEN(MW-CNT) = 0
                  OR MW-TICKET(MW-CNT)(MW-TICKET-LEN(MW-CNT):1)
                     NOT = SPACE
           INSPECT MW-TICKET(MW-CNT)(1:MW-TICKET-LEN(MW-CNT))
               REPLACING ALL SPACE BY "_".
       7660-EXIT.
           EXIT.

       7670-TRIM-TICKET-STEP.
           SUBTRACT 1 FROM MW-TICKET-LEN(MW-CNT).
       7670-EXIT.
           EXIT.

      *> The whole value, dotted out exactly as 7150 dots the capped
      *> one, is what is digested and what the dictionary keeps, so
      *> a reader can recompute the digest from the text it holds.
       7700-DIGEST-FULL-VALUE.
           MOVE SPACES TO VDICT-VALUE
           MOVE ENV-LEN TO VDICT-VALUE-LEN
           MOVE ENV(1:ENV-LEN) TO VDICT-VALUE
           MOVE 1 TO CHAIN-LANE-A
           MOVE 7 TO CHAIN-LANE-B
           PERFORM 7710-DIGEST-VALUE-BYTE THRU 7710-EXIT
               VARYING VDICT-IX FROM 1 BY 1
               UNTIL VDICT-IX > VDICT-VALUE-LEN
           MOVE CHAIN-LANE-A TO VDICT-DIGEST-A
           MOVE CHAIN-LANE-B TO VDICT-DIGEST-B
           IF ENV-TRUNCATED
               MOVE ENV-ACTUAL-LEN TO VDICT-ACTUAL-LEN
           ELSE
               MOVE ENV-LEN TO VDICT-ACTUAL-LEN
           END-IF.
       7700-EXIT.
           EXIT.

       7710-DIGEST-VALUE-BYTE.
           MOVE LOW-VALUE TO HEX-PAIR
           MOVE VDICT-VALUE(VDICT-IX:1) TO HEX-BYTE
           IF HEX-BYTE-VAL < 32 OR HEX-BYTE-VAL > 126
               MOVE "." TO VDICT-VALUE(VDICT-IX:1)
               MOVE "." TO HEX-BYTE
           END-IF
           COMPUTE CHAIN-WORK = CHAIN-LANE-A * 131 + HEX-BYTE-VAL + 1
           DIVIDE CHAIN-WORK BY 9999999967
               GIVING CHAIN-QUOT REMAINDER CHAIN-LANE-A
           COMPUTE CHAIN-WORK = CHAIN-LANE-B * 257 + HEX-BYTE-VAL + 1
           DIVIDE CHAIN-WORK BY 9999999943
               GIVING CHAIN-QUOT REMAINDER CHAIN-LANE-B.
       7710-EXIT.
           EXIT.

      *> Called with the audit lock held, so two runs seeing the
      *> same new value cannot both append it.  A value already on
      *> file is left alone; one that cannot be written costs the
      *> history its tail, not the check its verdict, so that is a
      *> warning and the audit line still goes out.
       7750-RECORD-FULL-VALUE.
           MOVE "N" TO VDICT-FOUND-SW VDICT-EOF-SW
           OPEN INPUT VDICT-FILE
           IF VDICT-FILE-STATUS = "00"
               PERFORM 7760-MATCH-ONE-VDICT-REC THRU 7760-EXIT
                   UNTIL VDICT-EOF OR VDICT-FOUND
           END-IF
           CLOSE VDICT-FILE
           IF VDICT-FOUND
               GO TO 7750-EXIT
           END-IF

           OPEN EXTEND VDICT-FILE
           MOVE SPACES TO VDICT-REC
           STRING VDICT-DIGEST DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  VDICT-ACTUAL-LEN DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  VDICT-VALUE(1:VDICT-VALUE-LEN) DELIMITED BY SIZE
             INTO VDICT-REC
           WRITE VDICT-REC
           IF VDICT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: VALUE DICTIONARY WRITE FAILED, FILE "
                       "STATUS " VDICT-FILE-STATUS
           END-IF
           CLOSE VDICT-FILE.
       7750-EXIT.
           EXIT.

       7760-MATCH-ONE-VDICT-REC.
           READ VDICT-FILE
               AT END
                   SET VDICT-EOF TO TRUE
                   GO TO 7760-EXIT
           END-READ
           IF VDICT-REC(1:20) = VDICT-DIGEST
               SET VDICT-FOUND TO TRUE
           END-IF.
       7760-EXIT.
           EXIT.

      *> Pipe-delimited NAME|VALUE|LENGTH|STATUS record for the
      *> --out flag, written whether or not the variable resolved
      *> so a downstream job can tell "missing" apart from "empty".
           IF ALERT-LATCHED
               GO TO 8900-EXIT
           END-IF

      *> A variable under planned maintenance is expected to fail;
      *> leave the latch for the first failure nobody planned.
           IF ENV-NAME-LEN > 0
               MOVE ENV-NAME-TRIMMED(1:ENV-NAME-LEN) TO MAINT-QRY-NAME
           ELSE
               MOVE "ENVIRON" TO MAINT-QRY-NAME
           END-IF
           PERFORM 7600-FIND-MAINT-WINDOW THRU 7600-EXIT
           IF IN-MAINT
               GO TO 8900-EXIT
           END-IF
           SET ALERT-LATCHED TO TRUE
           MOVE SPACES TO ALERT-LATCH-NAME
           IF ENV-NAME-LEN > 0
      *> no alert, which is exactly how the sandbox box is kept
      *> quiet.
       9000-DISPATCH-ALERT.
      *> Every failure this run saw was inside a planned window:
      *> nobody is paged and the open-alert state is left alone, so
      *> the window neither opens an incident nor walks one toward
      *> escalation.  Otherwise the alert carries the severity of
      *> the checks no window covered.
           IF MAINT-HOLD-CNT > 0 AND ALERT-LIVE-SEV = 0
               MOVE MAINT-HOLD-CNT TO MAINT-CNT-EDIT
               DISPLAY "ALERT SUPPRESSED: " MAINT-CNT-EDIT
                       " FAILING CHECK(S) IN PLANNED MAINTENANCE ("
                       MAINT-HOLD-TICKET(1:MAINT-HOLD-TKT-LEN) ")"
               GO TO 9000-EXIT
           END-IF
           IF ALERT-LIVE-SEV > 0
               MOVE ALERT-LIVE-SEV TO ALERT-RUN-SEV
           ELSE
               MOVE HOLA-EXIT-CODE TO ALERT-RUN-SEV
           END-IF

           MOVE SPACES TO ALERT-NAME
           EVALUATE TRUE
               WHEN ALERT-LATCHED
                   MOVE "ESCALATE" TO ROUTE-URGENCY
               END-IF
           END-IF

      *> The ledger line goes down once the route is known, and
      *> before the no-rule exit: an incident nobody was paged for
      *> is still an incident the review needs to count.
           IF ALERT-ESCALATED
               MOVE "ESCALATE" TO INC-EVENT
           ELSE
               MOVE "OPEN" TO INC-EVENT
           END-IF
           MOVE ALERT-RUN-SEV TO INC-SEV
           IF ST-CUR > 0
               MOVE ST-COUNT(ST-CUR) TO INC-COUNT
           ELSE
               MOVE 1 TO INC-COUNT
           END-IF
           PERFORM 9900-APPEND-INCIDENT THRU 9900-EXIT
           IF NOT ROUTE-FOUND
               GO TO 9000-EXIT
           END-IF

           MOVE ALERT-RUN-SEV TO ALERT-SEV-EDIT
           MOVE SPACES TO ALERT-MSG
           STRING "HOLA ALERT (" DELIMITED BY SIZE
                  ROUTE-URGENCY DELIMITED BY SPACE
           PERFORM 9100-SCAN-ROUTE-LINE THRU 9100-EXIT
               UNTIL ROUTE-EOF OR ROUTE-FOUND
           CLOSE ROUTE-FILE
           MOVE "ALL-CLEAR" TO INC-EVENT
           MOVE 0 TO INC-SEV
           MOVE ST-COUNT(ST-IX) TO INC-COUNT
           PERFORM 9900-APPEND-INCIDENT THRU 9900-EXIT
           IF NOT ROUTE-FOUND
               GO TO 9630-EXIT
           END-IF
           END-IF.
       9810-EXIT.
           EXIT.

      *> One ledger line per incident event.  The record is far
      *> under a pipe buffer, so concurrent appenders land whole
      *> lines without the audit lock; a failed write is a warning,
      *> never a change to the check's own verdict.
       9900-APPEND-INCIDENT.
           MOVE FUNCTION CURRENT-DATE TO INC-TS
           IF ROUTE-FOUND
               MOVE ROUTE-TARGET TO INC-TARGET
           ELSE
               MOVE "NONE" TO INC-TARGET
           END-IF
           MOVE SPACES TO INC-REC
           STRING INC-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  ALERT-NAME(1:ALERT-NAME-LEN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INC-EVENT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INC-SEV DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INC-TARGET DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INC-COUNT DELIMITED BY SIZE
             INTO INC-REC
           OPEN EXTEND INC-FILE
           WRITE INC-REC
           IF INC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: INCIDENT LEDGER WRITE FAILED, FILE "
                       "STATUS " INC-FILE-STATUS
           END-IF
           CLOSE INC-FILE.
       9900-EXIT.
           EXIT.
