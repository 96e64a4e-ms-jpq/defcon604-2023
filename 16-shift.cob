#!/usr/bin/env -S -- bash -Eeuo pipefail
       *> . || { H=$(sha256sum -- "$0" | cut -d' ' -f1); D="${HOLA_CACHE_DIR:-$HOME/.cache/hola}"; mkdir -p "$D"; B="$D/holashift-$H"; [ -x "$B" ] || { T="$D/.holashift-$H.$$"; cobc -Wall -x "$0" -o "$T" && mv -f -- "$T" "$B"; }; } && exec -a "$0" -- "$B" "$@"
       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLASHIFT.

      *> Shift-handover inquiry: "where are we" on one screen instead
      *> of six files opened by hand.  One summary panel per file --
      *>     I  open incidents and their repeat counts and escalation
      *>        (HOLA-ALERT-STATE.DAT)
      *>     A  whether the last archive roll finished, from the roll
      *>        checkpoint (HOLA-ARCH-CHKPT.DAT) and the generations
      *>        on disk
      *>     W  the latest result and RC for every variable in
      *>        WATCHVARS.CPY (the live HOLA-AUDIT.LOG)
      *>     J  the last few baseline promotions with their tickets
      *>        (HOLA-BASELINE-JRNL.LOG)
      *>     F  roster hosts with no landing file from tonight, judged
      *>        the way HOLAFLEET judges them
      *>     L  the reference-file lint, from the listing the window's
      *>        first job leaves behind (holalint > HOLA-LINT.OUT)
      *> -- and the panel's letter drills down to the detail lines
      *> behind it.  R reads every file again.  Nothing here writes
      *> to any of them: the only file this program creates is the
      *> scratch listing of the generations, removed as soon as it
      *> is read.
      *>
      *>     holashift [landing-directory [roster-file [lint-output]]]
      *>                   (defaults HOLA-LANDING, HOLA-ROSTER.DAT,
      *>                    HOLA-LINT.OUT)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATE-FILE ASSIGN TO STATE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO CHKPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHKPT-FILE-STATUS.
           SELECT OPTIONAL LIST-FILE ASSIGN TO LIST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO JRNL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO ROSTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT OPTIONAL LINT-FILE ASSIGN TO LINT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       01  STATE-REC                       PIC X(80).

       FD  CHKPT-FILE.
       01  CHKPT-REC                       PIC X(96).

       FD  LIST-FILE.
       01  LIST-REC                        PIC X(256).

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(512).

       FD  JRNL-FILE.
       01  JRNL-REC                        PIC X(20200).

       FD  ROSTER-FILE.
       01  ROSTER-REC                      PIC X(256).

       FD  LINT-FILE.
       01  LINT-REC                        PIC X(256).

       WORKING-STORAGE SECTION.
       COPY "WATCHVARS.CPY".

       01  ARG-COUNT                       PIC 9(4) BINARY VALUE 0.
       01  RUN-NOW                         PIC X(21) VALUE SPACES.
       01  RUN-TODAY                       PIC X(8) VALUE SPACES.
       01  RUN-TODAY-DASH                  PIC X(10) VALUE SPACES.
       01  TS-IN                           PIC X(21) VALUE SPACES.
       01  TS-PRETTY                       PIC X(19) VALUE SPACES.
       01  ASOF-PRETTY                     PIC X(19) VALUE SPACES.
       01  CNT-EDIT                        PIC Z(3)9.
       01  CNT-EDIT-2                      PIC Z(3)9.
       01  CNT-EDIT-3                      PIC Z(3)9.
       01  BIG-EDIT                        PIC Z(7)9.
       01  LINE-PTR                        PIC 9(4) BINARY VALUE 1.
       01  PTR                             POINTER.

      *> The menu screen's panels: two lines of summary per file.
       01  INC-LINE-1                      PIC X(60) VALUE SPACES.
       01  INC-LINE-2                      PIC X(60) VALUE SPACES.
       01  ARC-LINE-1                      PIC X(60) VALUE SPACES.
       01  ARC-LINE-2                      PIC X(60) VALUE SPACES.
       01  WAT-LINE-1                      PIC X(60) VALUE SPACES.
       01  WAT-LINE-2                      PIC X(60) VALUE SPACES.
       01  JRN-LINE-1                      PIC X(60) VALUE SPACES.
       01  JRN-LINE-2                      PIC X(60) VALUE SPACES.
       01  FLT-LINE-1                      PIC X(60) VALUE SPACES.
       01  FLT-LINE-2                      PIC X(60) VALUE SPACES.
       01  LNT-LINE-1                      PIC X(60) VALUE SPACES.
       01  LNT-LINE-2                      PIC X(60) VALUE SPACES.

       01  MENU-CHOICE                     PIC X VALUE SPACE.
       01  DONE-SW                         PIC X VALUE "N".
           88  INQUIRY-DONE                VALUE "Y".
       01  MSG-TEXT                        PIC X(70) VALUE SPACES.
       01  PAUSE-KEY                       PIC X VALUE SPACE.

      *> Open incidents, HOLA's NAME|COUNT lines.  An incident has
      *> escalated once its count has reached HOLA's ESCALATE-AT;
      *> the threshold is HOLA's own, repeated here, not a setting.
       01  STATE-FILE-NAME                 PIC X(64) VALUE
                                               "HOLA-ALERT-STATE.DAT".
       01  STATE-FILE-STATUS               PIC XX VALUE "00".
       01  STATE-EOF-SW                    PIC X VALUE "N".
           88  STATE-EOF                   VALUE "Y".
       01  ST-TBL.
           05  ST-ENTRY OCCURS 64 TIMES.
               10  ST-NAME                 PIC X(64).
               10  ST-NAME-LEN             PIC 9(4) BINARY.
               10  ST-COUNT                PIC 9(5).
       01  ST-CNT                          PIC 9(4) VALUE 0.
       01  ST-IX                           PIC 9(4) BINARY VALUE 0.
       01  ST-WORST                        PIC 9(4) BINARY VALUE 0.
       01  ST-ESC-CNT                      PIC 9(4) VALUE 0.
       01  ST-BAD-CNT                      PIC 9(4) VALUE 0.
       01  ST-COUNT-X                      PIC X(5) VALUE SPACES.
       01  ST-COUNT-EDIT                   PIC Z(4)9.
       01  ESCALATE-AT                     PIC 9(3) VALUE 5.
       01  ESCALATE-EDIT                   PIC Z(2)9.

      *> HOLAARCH's roll checkpoint, PHASE|WORK-FILE|GENERATION|COUNT.
      *> No checkpoint is the normal case -- the last roll finished.
      *> The generations on disk say when that was.
       01  CHKPT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-ARCH-CHKPT.DAT".
       01  CHKPT-FILE-STATUS               PIC XX VALUE "00".
       01  CHKPT-FOUND-SW                  PIC X VALUE "N".
           88  CHKPT-FOUND                 VALUE "Y".
       01  CHKPT-BAD-SW                    PIC X VALUE "N".
           88  CHKPT-BAD                   VALUE "Y".
       01  CHK-PHASE                       PIC X(8) VALUE SPACES.
       01  CHK-WORK-NAME                   PIC X(64) VALUE SPACES.
       01  CHK-GEN-DATE                    PIC X(8) VALUE SPACES.
       01  CHK-CNT-X                       PIC X(8) VALUE SPACES.
       01  CHK-DONE-CNT                    PIC 9(8) VALUE 0.
       01  GEN-TBL.
           05  GEN-NAME OCCURS 8 TIMES     PIC X(64).
       01  GEN-CNT                         PIC 9(4) VALUE 0.
       01  GEN-TOTAL                       PIC 9(4) VALUE 0.
       01  GEN-IX                          PIC 9(4) BINARY VALUE 0.

      *> Scratch listing for ls(1), PID-keyed and dot-led the way
      *> HOLAFLEET keeps its landing listing.
       01  LIST-FILE-NAME                  PIC X(64) VALUE SPACES.
       01  LIST-FILE-STATUS                PIC XX VALUE "00".
       01  LIST-EOF-SW                     PIC X VALUE "N".
           88  LIST-EOF                    VALUE "Y".
       01  LIST-CMD                        PIC X(256) VALUE SPACES.
       01  LIST-PID                        PIC S9(9) COMP-5 VALUE 0.
       01  LIST-PID-EDIT                   PIC 9(9).

      *> Latest verdict per watched variable.  The live log holds
      *> everything since the last roll in time order, so the last
      *> line for a name is its latest result; a name with no line
      *> has not been checked since the roll.
       01  AUDIT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-AUDIT.LOG".
       01  AUDIT-FILE-STATUS               PIC XX VALUE "00".
       01  AUDIT-EOF-SW                    PIC X VALUE "N".
           88  AUDIT-EOF                   VALUE "Y".
       01  AUDIT-LINE-CNT                  PIC 9(8) VALUE 0.
       01  AUDIT-LAST-TS                   PIC X(21) VALUE SPACES.
       01  WT-TBL.
           05  WT-ENTRY OCCURS 32 TIMES.
               10  WT-SEEN-SW              PIC X.
               10  WT-TS                   PIC X(21).
               10  WT-RC                   PIC 99.
               10  WT-MAINT                PIC X(32).
               10  WT-HAS-VALUE-SW         PIC X.
               10  WT-VALUE                PIC X(60).
               10  WT-VALUE-LEN            PIC 9(4) BINARY.
       01  WT-IX                           PIC 9(4) BINARY VALUE 0.
       01  WT-CUR                          PIC 9(4) BINARY VALUE 0.
       01  WT-OK-CNT                       PIC 9(4) VALUE 0.
       01  WT-MISS-CNT                     PIC 9(4) VALUE 0.
       01  WT-BAD-CNT                      PIC 9(4) VALUE 0.
       01  WT-UNSEEN-CNT                   PIC 9(4) VALUE 0.
       01  WT-MAINT-CNT                    PIC 9(4) VALUE 0.
       01  WT-NAME-LEN                     PIC 9(4) BINARY VALUE 0.
       01  WT-RESULT                       PIC X(12) VALUE SPACES.
       01  WT-RC-EDIT                      PIC 99.

       01  PARSE-OK-SW                     PIC X VALUE "N".
           88  PARSE-OK                    VALUE "Y".
       01  PARSE-REC-LEN                   PIC 9(4) BINARY VALUE 0.
       01  PARSE-SP-POS                    PIC 9(4) BINARY VALUE 0.
       01  PARSE-BODY-LEN                  PIC 9(4) BINARY VALUE 0.
       01  PARSE-EQ-POS                    PIC 9(4) BINARY VALUE 0.
       01  PARSE-NAME-LEN                  PIC 9(4) BINARY VALUE 0.
       01  PARSE-VALUE-LEN                 PIC 9(4) BINARY VALUE 0.
       01  PARSE-MAINT-LEN                 PIC 9(4) BINARY VALUE 0.
       01  PARSE-TS                        PIC X(21) VALUE SPACES.
       01  PARSE-RC-X                      PIC XX VALUE SPACES.
       01  PARSE-NAME                      PIC X(64) VALUE SPACES.
       01  PARSE-MAINT                     PIC X(32) VALUE SPACES.

      *> The last few promotions, oldest first; only the first
      *> three fields matter here, as in HOLAAGE.
       01  JRNL-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-BASELINE-JRNL.LOG".
       01  JRNL-FILE-STATUS                PIC XX VALUE "00".
       01  JRNL-EOF-SW                     PIC X VALUE "N".
           88  JRNL-EOF                    VALUE "Y".
       01  JR-TBL.
           05  JR-ENTRY OCCURS 10 TIMES.
               10  JR-TS                   PIC X(21).
               10  JR-NAME                 PIC X(64).
               10  JR-TICKET               PIC X(64).
       01  JR-CNT                          PIC 9(4) VALUE 0.
       01  JR-TOTAL                        PIC 9(8) VALUE 0.
       01  JR-IX                           PIC 9(4) BINARY VALUE 0.
       01  JR-TS-X                         PIC X(21) VALUE SPACES.
       01  JR-NAME-X                       PIC X(64) VALUE SPACES.
       01  JR-TICKET-X                     PIC X(64) VALUE SPACES.
       01  JR-NAME-LEN                     PIC 9(4) BINARY VALUE 0.
       01  JR-TICKET-LEN                   PIC 9(4) BINARY VALUE 0.

      *> Expected hosts, judged the way HOLAFLEET's
      *> 5100-JUDGE-ONE-ROSTER-HOST judges them: no landing file
      *> (A), or one older than the run date (S), has not landed
      *> tonight; R has.
       01  LANDING-DIR                     PIC X(128) VALUE
                                                "HOLA-LANDING".
       01  LANDING-DIR-LEN                 PIC 9(4) BINARY VALUE 0.
       01  ROSTER-FILE-NAME                PIC X(128) VALUE
                                                "HOLA-ROSTER.DAT".
       01  ROSTER-FILE-STATUS              PIC XX VALUE "00".
       01  ROSTER-EOF-SW                   PIC X VALUE "N".
           88  ROSTER-EOF                  VALUE "Y".
       01  RST-TBL.
           05  RST-ENTRY OCCURS 64 TIMES.
               10  RST-NAME                PIC X(64).
               10  RST-NAME-LEN            PIC 9(4) BINARY.
               10  RST-GROUP               PIC X(32).
               10  RST-VERDICT             PIC X.
       01  RST-CNT                         PIC 9(4) VALUE 0.
       01  RST-IX                          PIC 9(4) BINARY VALUE 0.
       01  RST-ABSENT-CNT                  PIC 9(4) VALUE 0.
       01  RST-STALE-CNT                   PIC 9(4) VALUE 0.
       01  RST-MISS-CNT                    PIC 9(4) VALUE 0.
       01  RST-PATH                        PIC X(200) VALUE SPACES.
       01  RST-PATH-LEN                    PIC 9(4) BINARY VALUE 0.
       01  RST-CSTR                        PIC X(201) VALUE SPACES.
       01  RST-CMD                         PIC X(320) VALUE SPACES.
       01  RST-MODE-EXIST                  PIC S9(9) COMP-5 VALUE 0.
       01  RST-ACCESS-RC                   PIC S9(9) COMP-5 VALUE 0.
       01  TONIGHT-SW                      PIC X VALUE "N".
           88  FROM-TONIGHT                VALUE "Y".

      *> HOLALINT's listing: one "  SEV nn  FILE LINE nnnn: TEXT"
      *> line per finding, severity 8 an error and 4 a warning.
       01  LINT-FILE-NAME                  PIC X(128) VALUE
                                                "HOLA-LINT.OUT".
       01  LINT-FILE-STATUS                PIC XX VALUE "00".
       01  LINT-EOF-SW                     PIC X VALUE "N".
           88  LINT-EOF                    VALUE "Y".
       01  LINT-SEEN-SW                    PIC X VALUE "N".
           88  LINT-SEEN                   VALUE "Y".
       01  LINT-ERR-CNT                    PIC 9(4) VALUE 0.
       01  LINT-WARN-CNT                   PIC 9(4) VALUE 0.
       01  LINT-FIRST-ERR                  PIC X(60) VALUE SPACES.
       01  LINT-SEV-X                      PIC XX VALUE SPACES.
       01  LINT-REC-LEN                    PIC 9(4) BINARY VALUE 0.
       01  LINT-DRILL-SW                   PIC X VALUE "N".
           88  LINT-DRILL                  VALUE "Y".

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 10
               VALUE "HOLA SHIFT HANDOVER STATUS".
           05  LINE 1 COLUMN 50 VALUE "AS OF ".
           05  LINE 1 COLUMN 56 PIC X(19) FROM ASOF-PRETTY.
           05  LINE 3 COLUMN 2 VALUE "I  INCIDENTS".
           05  LINE 3 COLUMN 20 PIC X(60) FROM INC-LINE-1.
           05  LINE 4 COLUMN 20 PIC X(60) FROM INC-LINE-2.
           05  LINE 6 COLUMN 2 VALUE "A  ARCHIVE ROLL".
           05  LINE 6 COLUMN 20 PIC X(60) FROM ARC-LINE-1.
           05  LINE 7 COLUMN 20 PIC X(60) FROM ARC-LINE-2.
           05  LINE 9 COLUMN 2 VALUE "W  WATCHED VARS".
           05  LINE 9 COLUMN 20 PIC X(60) FROM WAT-LINE-1.
           05  LINE 10 COLUMN 20 PIC X(60) FROM WAT-LINE-2.
           05  LINE 12 COLUMN 2 VALUE "J  PROMOTIONS".
           05  LINE 12 COLUMN 20 PIC X(60) FROM JRN-LINE-1.
           05  LINE 13 COLUMN 20 PIC X(60) FROM JRN-LINE-2.
           05  LINE 15 COLUMN 2 VALUE "F  FLEET LANDING".
           05  LINE 15 COLUMN 20 PIC X(60) FROM FLT-LINE-1.
           05  LINE 16 COLUMN 20 PIC X(60) FROM FLT-LINE-2.
           05  LINE 18 COLUMN 2 VALUE "L  LINT".
           05  LINE 18 COLUMN 20 PIC X(60) FROM LNT-LINE-1.
           05  LINE 19 COLUMN 20 PIC X(60) FROM LNT-LINE-2.
           05  LINE 21 COLUMN 2
               VALUE "LETTER FOR DETAIL, R REFRESH, X EXIT: ".
           05  LINE 21 COLUMN 40 PIC X USING MENU-CHOICE AUTO.
           05  LINE 23 COLUMN 2 PIC X(70) FROM MSG-TEXT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT LANDING-DIR FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ROSTER-FILE-NAME FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT LINT-FILE-NAME FROM ARGUMENT-VALUE
           END-IF
           MOVE 0 TO LANDING-DIR-LEN
           INSPECT LANDING-DIR TALLYING LANDING-DIR-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE

           PERFORM 1000-GATHER-ALL THRU 1000-EXIT
           MOVE "N" TO DONE-SW
           PERFORM 0100-ONE-MENU-PASS THRU 0100-EXIT
               UNTIL INQUIRY-DONE
           STOP RUN.

       0100-ONE-MENU-PASS.
           MOVE SPACE TO MENU-CHOICE
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           MOVE SPACES TO MSG-TEXT
           EVALUATE MENU-CHOICE
               WHEN "I"
               WHEN "i"
                   PERFORM 2100-SHOW-INCIDENTS THRU 2100-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM 2200-SHOW-ARCHIVE THRU 2200-EXIT
               WHEN "W"
               WHEN "w"
                   PERFORM 2300-SHOW-WATCHED THRU 2300-EXIT
               WHEN "J"
               WHEN "j"
                   PERFORM 2400-SHOW-PROMOTIONS THRU 2400-EXIT
               WHEN "F"
               WHEN "f"
                   PERFORM 2500-SHOW-FLEET THRU 2500-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM 2600-SHOW-LINT THRU 2600-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 1000-GATHER-ALL THRU 1000-EXIT
                   MOVE "ALL PANELS READ AGAIN" TO MSG-TEXT
               WHEN "X"
               WHEN "x"
                   SET INQUIRY-DONE TO TRUE
               WHEN OTHER
                   MOVE "ENTER I, A, W, J, F, L, R OR X" TO MSG-TEXT
           END-EVALUATE.
       0100-EXIT.
           EXIT.

      *> Every panel is read fresh from its file, so a refresh shows
      *> exactly what is on disk now.
       1000-GATHER-ALL.
           MOVE FUNCTION CURRENT-DATE TO RUN-NOW
           MOVE RUN-NOW(1:8) TO RUN-TODAY
           MOVE SPACES TO RUN-TODAY-DASH
           STRING RUN-TODAY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RUN-TODAY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RUN-TODAY(7:2) DELIMITED BY SIZE
             INTO RUN-TODAY-DASH
           MOVE RUN-NOW TO TS-IN
           PERFORM 8100-PRETTY-TS THRU 8100-EXIT
           MOVE TS-PRETTY TO ASOF-PRETTY

           PERFORM 1100-GATHER-INCIDENTS THRU 1100-EXIT
           PERFORM 1200-GATHER-ARCHIVE THRU 1200-EXIT
           PERFORM 1300-GATHER-WATCHED THRU 1300-EXIT
           PERFORM 1400-GATHER-PROMOTIONS THRU 1400-EXIT
           PERFORM 1500-GATHER-FLEET THRU 1500-EXIT
           PERFORM 1600-GATHER-LINT THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Incidents.  Same load rules as HOLA's 9700-LOAD-ALERT-STATE:
      *> comments and blank lines skipped, a malformed line left out
      *> (and counted here, since HOLA will drop it on its next save).
       1100-GATHER-INCIDENTS.
           MOVE 0 TO ST-CNT ST-ESC-CNT ST-BAD-CNT ST-WORST
           MOVE 1 TO LINE-PTR
           MOVE "N" TO STATE-EOF-SW
           OPEN INPUT STATE-FILE
           IF STATE-FILE-STATUS NOT = "00" AND STATE-FILE-STATUS NOT = "05"
               MOVE "CANNOT READ HOLA-ALERT-STATE.DAT" TO INC-LINE-1
               MOVE SPACES TO INC-LINE-2
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-TAKE-ONE-STATE-LINE THRU 1110-EXIT
               UNTIL STATE-EOF
           CLOSE STATE-FILE

           MOVE SPACES TO INC-LINE-1 INC-LINE-2
           IF ST-CNT = 0
               STRING "NO OPEN INCIDENTS" DELIMITED BY SIZE
                 INTO INC-LINE-1 WITH POINTER LINE-PTR
           ELSE
               MOVE ST-CNT TO CNT-EDIT
               MOVE ST-ESC-CNT TO CNT-EDIT-2
               MOVE 1 TO LINE-PTR
               STRING "OPEN:" DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      "   ESCALATED:" DELIMITED BY SIZE
                      CNT-EDIT-2 DELIMITED BY SIZE
                 INTO INC-LINE-1 WITH POINTER LINE-PTR
               MOVE ST-COUNT(ST-WORST) TO ST-COUNT-EDIT
               STRING "LONGEST: " DELIMITED BY SIZE
                      ST-NAME(ST-WORST)(1:ST-NAME-LEN(ST-WORST))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      ST-COUNT-EDIT DELIMITED BY SIZE
                      " FAILURES)" DELIMITED BY SIZE
                 INTO INC-LINE-2
           END-IF
           IF ST-BAD-CNT > 0
               MOVE ST-BAD-CNT TO CNT-EDIT
               STRING "   (BAD LINES" DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO INC-LINE-1 WITH POINTER LINE-PTR
           END-IF.
       1100-EXIT.
           EXIT.

       1110-TAKE-ONE-STATE-LINE.
           READ STATE-FILE
               AT END
                   SET STATE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF STATE-REC = SPACES OR STATE-REC(1:1) = "*"
               GO TO 1110-EXIT
           END-IF
           IF ST-CNT >= 64
               SET STATE-EOF TO TRUE
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO ST-CNT
           MOVE SPACES TO ST-NAME(ST-CNT) ST-COUNT-X
           UNSTRING STATE-REC DELIMITED BY "|"
               INTO ST-NAME(ST-CNT) ST-COUNT-X
           IF ST-NAME(ST-CNT) = SPACES OR ST-COUNT-X NOT NUMERIC
               SUBTRACT 1 FROM ST-CNT
               ADD 1 TO ST-BAD-CNT
               GO TO 1110-EXIT
           END-IF
           MOVE 0 TO ST-NAME-LEN(ST-CNT)
           INSPECT ST-NAME(ST-CNT) TALLYING ST-NAME-LEN(ST-CNT)
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ST-COUNT-X TO ST-COUNT(ST-CNT)
           IF ST-COUNT(ST-CNT) >= ESCALATE-AT
               ADD 1 TO ST-ESC-CNT
           END-IF
           IF ST-WORST = 0
               MOVE ST-CNT TO ST-WORST
           ELSE
               IF ST-COUNT(ST-CNT) > ST-COUNT(ST-WORST)
                   MOVE ST-CNT TO ST-WORST
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Archive roll.  A checkpoint on disk means a roll died part
      *> way; HOLAARCH finishes it on its next start, or refuses to
      *> start at all when the checkpoint is unreadable.
       1200-GATHER-ARCHIVE.
           MOVE "N" TO CHKPT-FOUND-SW CHKPT-BAD-SW
           MOVE SPACES TO CHKPT-REC
           OPEN INPUT CHKPT-FILE
           READ CHKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CHKPT-REC NOT = SPACES
                       SET CHKPT-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE CHKPT-FILE
           MOVE SPACES TO CHK-PHASE CHK-WORK-NAME CHK-GEN-DATE
                          CHK-CNT-X
           MOVE 0 TO CHK-DONE-CNT
           IF CHKPT-FOUND
               UNSTRING CHKPT-REC DELIMITED BY "|"
                   INTO CHK-PHASE CHK-WORK-NAME CHK-GEN-DATE CHK-CNT-X
               IF (CHK-PHASE NOT = "LOADING"
                       AND CHK-PHASE NOT = "FOLDING")
                   OR CHK-WORK-NAME = SPACES
                   OR CHK-GEN-DATE NOT NUMERIC
                   OR CHK-CNT-X NOT NUMERIC
                   SET CHKPT-BAD TO TRUE
               ELSE
                   MOVE CHK-CNT-X TO CHK-DONE-CNT
               END-IF
           END-IF
           PERFORM 1250-LIST-GENERATIONS THRU 1250-EXIT

           MOVE SPACES TO ARC-LINE-1 ARC-LINE-2
           EVALUATE TRUE
               WHEN NOT CHKPT-FOUND
                   MOVE "LAST ROLL FINISHED (NO CHECKPOINT)"
                     TO ARC-LINE-1
               WHEN CHKPT-BAD
                   MOVE "UNREADABLE CHECKPOINT -- ROLL WILL NOT START"
                     TO ARC-LINE-1
               WHEN OTHER
                   MOVE CHK-DONE-CNT TO BIG-EDIT
                   STRING "INCOMPLETE: " DELIMITED BY SIZE
                          CHK-PHASE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          CHK-GEN-DATE DELIMITED BY SIZE
                          ", LINES DONE" DELIMITED BY SIZE
                          BIG-EDIT DELIMITED BY SIZE
                     INTO ARC-LINE-1
           END-EVALUATE
           IF GEN-CNT = 0
               MOVE "NO GENERATIONS ON DISK" TO ARC-LINE-2
           ELSE
               STRING "NEWEST GENERATION " DELIMITED BY SIZE
                      GEN-NAME(GEN-CNT) DELIMITED BY SPACE
                 INTO ARC-LINE-2
           END-IF.
       1200-EXIT.
           EXIT.

      *> ls(1) sorts the dated generation names oldest first; the
      *> last eight are kept for the drill-down.
       1250-LIST-GENERATIONS.
           MOVE 0 TO GEN-CNT GEN-TOTAL
           CALL "getpid" RETURNING LIST-PID
           MOVE LIST-PID TO LIST-PID-EDIT
           MOVE SPACES TO LIST-FILE-NAME
           STRING ".holashift-" DELIMITED BY SIZE
                  LIST-PID-EDIT DELIMITED BY SIZE
                  ".lst" DELIMITED BY SIZE
             INTO LIST-FILE-NAME
           MOVE SPACES TO LIST-CMD
           STRING "ls -1 HOLA-AUDIT-[0-9]*.LOG > " DELIMITED BY SIZE
                  LIST-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
             INTO LIST-CMD
           CALL "SYSTEM" USING LIST-CMD
           MOVE 0 TO RETURN-CODE

           MOVE "N" TO LIST-EOF-SW
           OPEN INPUT LIST-FILE
           PERFORM 1260-TAKE-ONE-GENERATION THRU 1260-EXIT
               UNTIL LIST-EOF
           CLOSE LIST-FILE
           MOVE SPACES TO LIST-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  LIST-FILE-NAME DELIMITED BY SPACE
             INTO LIST-CMD
           CALL "SYSTEM" USING LIST-CMD
           MOVE 0 TO RETURN-CODE.
       1250-EXIT.
           EXIT.

       1260-TAKE-ONE-GENERATION.
           READ LIST-FILE
               AT END
                   SET LIST-EOF TO TRUE
                   GO TO 1260-EXIT
           END-READ
           IF LIST-REC = SPACES
               GO TO 1260-EXIT
           END-IF
           ADD 1 TO GEN-TOTAL
           IF GEN-CNT >= 8
               PERFORM 1270-SHIFT-ONE-GENERATION THRU 1270-EXIT
                   VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX >= 8
           ELSE
               ADD 1 TO GEN-CNT
           END-IF
           MOVE LIST-REC TO GEN-NAME(GEN-CNT).
       1260-EXIT.
           EXIT.

       1270-SHIFT-ONE-GENERATION.
           MOVE GEN-NAME(GEN-IX + 1) TO GEN-NAME(GEN-IX).
       1270-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Watched variables.  The audit line is parsed the way
      *> HOLATREND parses it: the CHAIN and VAL digests come off the
      *> end, then a MAINT ticket, then a WAITED stamp, leaving
      *> " RC=nn" as the tail.
       1300-GATHER-WATCHED.
           INITIALIZE WT-TBL
           MOVE 0 TO AUDIT-LINE-CNT
           MOVE SPACES TO AUDIT-LAST-TS
           MOVE "N" TO AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00" AND AUDIT-FILE-STATUS NOT = "05"
               MOVE "CANNOT READ HOLA-AUDIT.LOG" TO WAT-LINE-1
               MOVE SPACES TO WAT-LINE-2
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-TAKE-ONE-AUDIT-LINE THRU 1310-EXIT
               UNTIL AUDIT-EOF
           CLOSE AUDIT-FILE

           MOVE 0 TO WT-OK-CNT WT-MISS-CNT WT-BAD-CNT WT-UNSEEN-CNT
                     WT-MAINT-CNT
           PERFORM 1350-COUNT-ONE-WATCHED THRU 1350-EXIT
               VARYING WT-IX FROM 1 BY 1 UNTIL WT-IX > WV-COUNT
           MOVE SPACES TO WAT-LINE-1 WAT-LINE-2
           MOVE WT-OK-CNT TO CNT-EDIT
           MOVE WT-BAD-CNT TO CNT-EDIT-2
           MOVE WT-MISS-CNT TO CNT-EDIT-3
           STRING "OK" DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "   FAILING" DELIMITED BY SIZE
                  CNT-EDIT-2 DELIMITED BY SIZE
                  "   MISSING" DELIMITED BY SIZE
                  CNT-EDIT-3 DELIMITED BY SIZE
             INTO WAT-LINE-1
           MOVE WT-UNSEEN-CNT TO CNT-EDIT
           MOVE 1 TO LINE-PTR
           STRING "NOT CHECKED" DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
             INTO WAT-LINE-2 WITH POINTER LINE-PTR
           IF WT-MAINT-CNT > 0
               MOVE WT-MAINT-CNT TO CNT-EDIT
               STRING "   IN MAINT" DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                 INTO WAT-LINE-2 WITH POINTER LINE-PTR
           END-IF
           IF AUDIT-LAST-TS NOT = SPACES
               MOVE AUDIT-LAST-TS TO TS-IN
               PERFORM 8100-PRETTY-TS THRU 8100-EXIT
               STRING "   LAST " DELIMITED BY SIZE
                      TS-PRETTY DELIMITED BY SIZE
                 INTO WAT-LINE-2 WITH POINTER LINE-PTR
           END-IF.
       1300-EXIT.
           EXIT.

       1310-TAKE-ONE-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ
           ADD 1 TO AUDIT-LINE-CNT
           PERFORM 1320-PARSE-AUDIT-LINE THRU 1320-EXIT
           IF NOT PARSE-OK
               GO TO 1310-EXIT
           END-IF
           MOVE PARSE-TS TO AUDIT-LAST-TS
           MOVE 0 TO WT-CUR
           PERFORM 1330-MATCH-ONE-WATCHED THRU 1330-EXIT
               VARYING WT-IX FROM 1 BY 1
               UNTIL WT-IX > WV-COUNT OR WT-CUR > 0
           IF WT-CUR = 0
               GO TO 1310-EXIT
           END-IF
           MOVE "Y" TO WT-SEEN-SW(WT-CUR)
           MOVE PARSE-TS TO WT-TS(WT-CUR)
           MOVE PARSE-RC-X TO WT-RC(WT-CUR)
           MOVE PARSE-MAINT TO WT-MAINT(WT-CUR)
           MOVE SPACES TO WT-VALUE(WT-CUR)
           MOVE 0 TO WT-VALUE-LEN(WT-CUR)
           MOVE "N" TO WT-HAS-VALUE-SW(WT-CUR)
           IF PARSE-EQ-POS < PARSE-BODY-LEN
               MOVE "Y" TO WT-HAS-VALUE-SW(WT-CUR)
               COMPUTE PARSE-VALUE-LEN =
                   PARSE-BODY-LEN - PARSE-EQ-POS - 1
               IF PARSE-VALUE-LEN > LENGTH OF WT-VALUE(WT-CUR)
                   MOVE LENGTH OF WT-VALUE(WT-CUR) TO PARSE-VALUE-LEN
               END-IF
               IF PARSE-VALUE-LEN > 0
                   MOVE AUDIT-REC(23 + PARSE-EQ-POS + 1:PARSE-VALUE-LEN)
                     TO WT-VALUE(WT-CUR)
               END-IF
               MOVE PARSE-VALUE-LEN TO WT-VALUE-LEN(WT-CUR)
           END-IF.
       1310-EXIT.
           EXIT.

       1320-PARSE-AUDIT-LINE.
           MOVE "N" TO PARSE-OK-SW
           MOVE SPACES TO PARSE-MAINT
           MOVE LENGTH OF AUDIT-REC TO PARSE-REC-LEN
           PERFORM 1325-TRIM-AUDIT-STEP THRU 1325-EXIT
               UNTIL PARSE-REC-LEN = 0
                  OR AUDIT-REC(PARSE-REC-LEN:1) NOT = SPACE
           IF PARSE-REC-LEN > 27
               AND AUDIT-REC(PARSE-REC-LEN - 26:7) = " CHAIN="
               SUBTRACT 27 FROM PARSE-REC-LEN
           END-IF
           IF PARSE-REC-LEN > 25
               AND AUDIT-REC(PARSE-REC-LEN - 24:5) = " VAL="
               AND AUDIT-REC(PARSE-REC-LEN - 19:20) NUMERIC
               SUBTRACT 25 FROM PARSE-REC-LEN
           END-IF
           MOVE PARSE-REC-LEN TO PARSE-SP-POS
           PERFORM 1327-FIND-SPACE-STEP THRU 1327-EXIT
               UNTIL PARSE-SP-POS = 0
                  OR AUDIT-REC(PARSE-SP-POS:1) = SPACE
           IF PARSE-SP-POS > 22 AND PARSE-SP-POS + 7 <= PARSE-REC-LEN
               IF AUDIT-REC(PARSE-SP-POS:7) = " MAINT="
                   COMPUTE PARSE-MAINT-LEN =
                       PARSE-REC-LEN - PARSE-SP-POS - 6
                   IF PARSE-MAINT-LEN > LENGTH OF PARSE-MAINT
                       MOVE LENGTH OF PARSE-MAINT TO PARSE-MAINT-LEN
                   END-IF
                   MOVE AUDIT-REC(PARSE-SP-POS + 7:PARSE-MAINT-LEN)
                     TO PARSE-MAINT
                   COMPUTE PARSE-REC-LEN = PARSE-SP-POS - 1
               END-IF
           END-IF
           IF PARSE-REC-LEN > 13
               AND AUDIT-REC(PARSE-REC-LEN - 12:8) = " WAITED="
               SUBTRACT 13 FROM PARSE-REC-LEN
           END-IF
           IF PARSE-REC-LEN < 29
               GO TO 1320-EXIT
           END-IF
           IF AUDIT-REC(PARSE-REC-LEN - 5:4) NOT = " RC="
               GO TO 1320-EXIT
           END-IF
           MOVE AUDIT-REC(1:21) TO PARSE-TS
           MOVE AUDIT-REC(PARSE-REC-LEN - 1:2) TO PARSE-RC-X
           INSPECT PARSE-RC-X REPLACING LEADING SPACE BY "0"
           IF PARSE-RC-X NOT NUMERIC
               GO TO 1320-EXIT
           END-IF

      *> The body runs from column 23 to the " RC=" tail: NAME=VALUE,
      *> or the bare name on a missing-variable line.
           COMPUTE PARSE-BODY-LEN = PARSE-REC-LEN - 28
           IF PARSE-BODY-LEN < 1
               GO TO 1320-EXIT
           END-IF
           MOVE 0 TO PARSE-EQ-POS
           INSPECT AUDIT-REC(23:PARSE-BODY-LEN) TALLYING PARSE-EQ-POS
             FOR CHARACTERS BEFORE INITIAL "="
           IF PARSE-EQ-POS = 0
               GO TO 1320-EXIT
           END-IF
           IF PARSE-EQ-POS >= PARSE-BODY-LEN
               MOVE PARSE-BODY-LEN TO PARSE-NAME-LEN
           ELSE
               MOVE PARSE-EQ-POS TO PARSE-NAME-LEN
           END-IF
           IF PARSE-NAME-LEN > LENGTH OF PARSE-NAME
               GO TO 1320-EXIT
           END-IF
           MOVE SPACES TO PARSE-NAME
           MOVE AUDIT-REC(23:PARSE-NAME-LEN) TO PARSE-NAME
           SET PARSE-OK TO TRUE.
       1320-EXIT.
           EXIT.

       1325-TRIM-AUDIT-STEP.
           SUBTRACT 1 FROM PARSE-REC-LEN.
       1325-EXIT.
           EXIT.

       1327-FIND-SPACE-STEP.
           SUBTRACT 1 FROM PARSE-SP-POS.
       1327-EXIT.
           EXIT.

       1330-MATCH-ONE-WATCHED.
           IF WV-NAME(WT-IX) = PARSE-NAME
               MOVE WT-IX TO WT-CUR
           END-IF.
       1330-EXIT.
           EXIT.

      *> A check inside a maintenance window is counted on its own,
      *> the way HOLATREND keeps it out of the RC buckets.
       1350-COUNT-ONE-WATCHED.
           EVALUATE TRUE
               WHEN WT-SEEN-SW(WT-IX) NOT = "Y"
                   ADD 1 TO WT-UNSEEN-CNT
               WHEN WT-MAINT(WT-IX) NOT = SPACES
                   ADD 1 TO WT-MAINT-CNT
               WHEN WT-RC(WT-IX) = 0
                   ADD 1 TO WT-OK-CNT
               WHEN WT-RC(WT-IX) = 4
                   ADD 1 TO WT-MISS-CNT
               WHEN OTHER
                   ADD 1 TO WT-BAD-CNT
           END-EVALUATE.
       1350-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Promotions.  Every well-formed journal line is counted; the
      *> last ten are kept.
       1400-GATHER-PROMOTIONS.
           MOVE 0 TO JR-CNT JR-TOTAL
           MOVE "N" TO JRNL-EOF-SW
           OPEN INPUT JRNL-FILE
           IF JRNL-FILE-STATUS NOT = "00" AND JRNL-FILE-STATUS NOT = "05"
               MOVE "CANNOT READ HOLA-BASELINE-JRNL.LOG" TO JRN-LINE-1
               MOVE SPACES TO JRN-LINE-2
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-TAKE-ONE-PROMOTION THRU 1410-EXIT
               UNTIL JRNL-EOF
           CLOSE JRNL-FILE

           MOVE SPACES TO JRN-LINE-1 JRN-LINE-2
           IF JR-CNT = 0
               MOVE "NO PROMOTIONS JOURNALED" TO JRN-LINE-1
               GO TO 1400-EXIT
           END-IF
           MOVE JR-TS(JR-CNT) TO TS-IN
           PERFORM 8100-PRETTY-TS THRU 8100-EXIT
           MOVE JR-TOTAL TO BIG-EDIT
           MOVE 0 TO JR-NAME-LEN
           INSPECT JR-NAME(JR-CNT) TALLYING JR-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           STRING "LAST " DELIMITED BY SIZE
                  TS-PRETTY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JR-NAME(JR-CNT)(1:JR-NAME-LEN) DELIMITED BY SIZE
             INTO JRN-LINE-1
           STRING "TICKET " DELIMITED BY SIZE
                  JR-TICKET(JR-CNT) DELIMITED BY SPACE
                  "   ON FILE" DELIMITED BY SIZE
                  BIG-EDIT DELIMITED BY SIZE
             INTO JRN-LINE-2.
       1400-EXIT.
           EXIT.

       1410-TAKE-ONE-PROMOTION.
           READ JRNL-FILE
               AT END
                   SET JRNL-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF JRNL-REC = SPACES OR JRNL-REC(1:1) = "*"
               GO TO 1410-EXIT
           END-IF
           MOVE SPACES TO JR-TS-X JR-NAME-X JR-TICKET-X
           UNSTRING JRNL-REC DELIMITED BY "|"
               INTO JR-TS-X JR-NAME-X JR-TICKET-X
           IF JR-TS-X(1:16) NOT NUMERIC OR JR-NAME-X = SPACES
               GO TO 1410-EXIT
           END-IF
           ADD 1 TO JR-TOTAL
           IF JR-CNT >= 10
               PERFORM 1420-SHIFT-ONE-PROMOTION THRU 1420-EXIT
                   VARYING JR-IX FROM 1 BY 1 UNTIL JR-IX >= 10
           ELSE
               ADD 1 TO JR-CNT
           END-IF
           MOVE JR-TS-X TO JR-TS(JR-CNT)
           MOVE JR-NAME-X TO JR-NAME(JR-CNT)
           MOVE JR-TICKET-X TO JR-TICKET(JR-CNT).
       1410-EXIT.
           EXIT.

       1420-SHIFT-ONE-PROMOTION.
           MOVE JR-ENTRY(JR-IX + 1) TO JR-ENTRY(JR-IX).
       1420-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Fleet landing.  No roster, no judgement -- the panel says
      *> so rather than reporting a fleet of zero as all landed.
       1500-GATHER-FLEET.
           MOVE 0 TO RST-CNT RST-ABSENT-CNT RST-STALE-CNT RST-MISS-CNT
           MOVE "N" TO ROSTER-EOF-SW
           OPEN INPUT ROSTER-FILE
           PERFORM 1510-TAKE-ONE-ROSTER-HOST THRU 1510-EXIT
               UNTIL ROSTER-EOF
           CLOSE ROSTER-FILE
           PERFORM 1520-JUDGE-ONE-ROSTER-HOST THRU 1520-EXIT
               VARYING RST-IX FROM 1 BY 1 UNTIL RST-IX > RST-CNT

           MOVE SPACES TO FLT-LINE-1 FLT-LINE-2
           IF RST-CNT = 0
               MOVE "NO ROSTER HOSTS" TO FLT-LINE-1
               GO TO 1500-EXIT
           END-IF
           MOVE RST-MISS-CNT TO CNT-EDIT
           MOVE RST-CNT TO CNT-EDIT-2
           STRING "NOT LANDED TONIGHT:" DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  " OF" DELIMITED BY SIZE
                  CNT-EDIT-2 DELIMITED BY SIZE
             INTO FLT-LINE-1
           MOVE RST-ABSENT-CNT TO CNT-EDIT
           MOVE RST-STALE-CNT TO CNT-EDIT-2
           STRING "NO FILE" DELIMITED BY SIZE
                  CNT-EDIT DELIMITED BY SIZE
                  "   STALE FILE" DELIMITED BY SIZE
                  CNT-EDIT-2 DELIMITED BY SIZE
             INTO FLT-LINE-2.
       1500-EXIT.
           EXIT.

       1510-TAKE-ONE-ROSTER-HOST.
           READ ROSTER-FILE
               AT END
                   SET ROSTER-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF ROSTER-REC = SPACES OR ROSTER-REC(1:1) = "*"
               GO TO 1510-EXIT
           END-IF
           IF RST-CNT >= 64
               SET ROSTER-EOF TO TRUE
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO RST-CNT
           MOVE SPACES TO RST-NAME(RST-CNT) RST-GROUP(RST-CNT)
           UNSTRING ROSTER-REC DELIMITED BY "|" OR ALL SPACE
               INTO RST-NAME(RST-CNT) RST-GROUP(RST-CNT)
           MOVE 0 TO RST-NAME-LEN(RST-CNT)
           INSPECT RST-NAME(RST-CNT)
             TALLYING RST-NAME-LEN(RST-CNT)
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACE TO RST-VERDICT(RST-CNT).
       1510-EXIT.
           EXIT.

       1520-JUDGE-ONE-ROSTER-HOST.
           MOVE SPACES TO RST-PATH
           STRING LANDING-DIR(1:LANDING-DIR-LEN) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RST-NAME(RST-IX)(1:RST-NAME-LEN(RST-IX))
                      DELIMITED BY SIZE
                  ".out" DELIMITED BY SIZE
             INTO RST-PATH
           MOVE 0 TO RST-PATH-LEN
           INSPECT RST-PATH TALLYING RST-PATH-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM 8200-CHECK-TONIGHT THRU 8200-EXIT
           EVALUATE TRUE
               WHEN RST-ACCESS-RC NOT = 0
                   MOVE "A" TO RST-VERDICT(RST-IX)
                   ADD 1 TO RST-ABSENT-CNT RST-MISS-CNT
               WHEN FROM-TONIGHT
                   MOVE "R" TO RST-VERDICT(RST-IX)
               WHEN OTHER
                   MOVE "S" TO RST-VERDICT(RST-IX)
                   ADD 1 TO RST-STALE-CNT RST-MISS-CNT
           END-EVALUATE.
       1520-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Lint.  A listing from before today is last night's lint, not
      *> this window's; the panel says which it is looking at.
       1600-GATHER-LINT.
           MOVE "N" TO LINT-DRILL-SW
           PERFORM 1650-READ-LINT THRU 1650-EXIT
           MOVE SPACES TO LNT-LINE-1 LNT-LINE-2
           IF NOT LINT-SEEN
               MOVE "NO LINT LISTING" TO LNT-LINE-1
               GO TO 1600-EXIT
           END-IF
           MOVE 1 TO LINE-PTR
           IF LINT-ERR-CNT = 0 AND LINT-WARN-CNT = 0
               STRING "CLEAN" DELIMITED BY SIZE
                 INTO LNT-LINE-1 WITH POINTER LINE-PTR
           ELSE
               MOVE LINT-ERR-CNT TO CNT-EDIT
               MOVE LINT-WARN-CNT TO CNT-EDIT-2
               STRING "ERRORS" DELIMITED BY SIZE
                      CNT-EDIT DELIMITED BY SIZE
                      "   WARNINGS" DELIMITED BY SIZE
                      CNT-EDIT-2 DELIMITED BY SIZE
                 INTO LNT-LINE-1 WITH POINTER LINE-PTR
           END-IF
           MOVE LINT-FILE-NAME TO RST-PATH
           MOVE 0 TO RST-PATH-LEN
           INSPECT RST-PATH TALLYING RST-PATH-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM 8200-CHECK-TONIGHT THRU 8200-EXIT
           IF NOT FROM-TONIGHT
               STRING "   (LISTING OLDER THAN TODAY)" DELIMITED BY SIZE
                 INTO LNT-LINE-1 WITH POINTER LINE-PTR
           END-IF
           MOVE LINT-FIRST-ERR TO LNT-LINE-2.
       1600-EXIT.
           EXIT.

      *> One pass serves both the panel (counts and the first
      *> error) and the drill-down (every finding line, shown as it
      *> is read).
       1650-READ-LINT.
           MOVE 0 TO LINT-ERR-CNT LINT-WARN-CNT
           MOVE SPACES TO LINT-FIRST-ERR
           MOVE "N" TO LINT-EOF-SW LINT-SEEN-SW
           OPEN INPUT LINT-FILE
           IF LINT-FILE-STATUS NOT = "00"
               AND LINT-FILE-STATUS NOT = "05"
               CLOSE LINT-FILE
               GO TO 1650-EXIT
           END-IF
           PERFORM 1660-TAKE-ONE-LINT-LINE THRU 1660-EXIT
               UNTIL LINT-EOF
           CLOSE LINT-FILE.
       1650-EXIT.
           EXIT.

       1660-TAKE-ONE-LINT-LINE.
           READ LINT-FILE
               AT END
                   SET LINT-EOF TO TRUE
                   GO TO 1660-EXIT
           END-READ
           IF LINT-REC(1:24) = "HOLA REFERENCE FILE LINT"
               SET LINT-SEEN TO TRUE
               GO TO 1660-EXIT
           END-IF
           IF LINT-REC(1:6) NOT = "  SEV "
               GO TO 1660-EXIT
           END-IF
           SET LINT-SEEN TO TRUE
           MOVE LINT-REC(7:2) TO LINT-SEV-X
           INSPECT LINT-SEV-X REPLACING LEADING SPACE BY "0"
           IF LINT-SEV-X NOT NUMERIC
               GO TO 1660-EXIT
           END-IF
           IF LINT-SEV-X >= "08"
               ADD 1 TO LINT-ERR-CNT
               IF LINT-FIRST-ERR = SPACES
                   MOVE LINT-REC(11:) TO LINT-FIRST-ERR
               END-IF
           ELSE
               ADD 1 TO LINT-WARN-CNT
           END-IF
           IF LINT-DRILL
               MOVE LENGTH OF LINT-REC TO LINT-REC-LEN
               PERFORM 1670-TRIM-LINT-STEP THRU 1670-EXIT
                   UNTIL LINT-REC-LEN = 0
                      OR LINT-REC(LINT-REC-LEN:1) NOT = SPACE
               DISPLAY LINT-REC(1:LINT-REC-LEN)
           END-IF.
       1660-EXIT.
           EXIT.

       1670-TRIM-LINT-STEP.
           SUBTRACT 1 FROM LINT-REC-LEN.
       1670-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Drill-downs: the detail lines behind a panel, listed the way
      *> HOLAMNT lists the baseline, then back to the menu.
       2100-SHOW-INCIDENTS.
           DISPLAY " "
           DISPLAY "OPEN INCIDENTS IN " STATE-FILE-NAME
           MOVE ESCALATE-AT TO ESCALATE-EDIT
           DISPLAY "  (ESCALATED AT" ESCALATE-EDIT " FAILURES)"
           IF ST-CNT = 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM 2110-SHOW-ONE-INCIDENT THRU 2110-EXIT
               VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > ST-CNT
           IF ST-BAD-CNT > 0
               MOVE ST-BAD-CNT TO CNT-EDIT
               DISPLAY "  MALFORMED LINES SKIPPED:" CNT-EDIT
           END-IF
           PERFORM 2900-PAUSE THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2110-SHOW-ONE-INCIDENT.
           MOVE ST-COUNT(ST-IX) TO ST-COUNT-EDIT
           IF ST-COUNT(ST-IX) >= ESCALATE-AT
               DISPLAY "  " ST-NAME(ST-IX)(1:ST-NAME-LEN(ST-IX))
                       "  FAILURES " ST-COUNT-EDIT "  ESCALATED"
           ELSE
               DISPLAY "  " ST-NAME(ST-IX)(1:ST-NAME-LEN(ST-IX))
                       "  FAILURES " ST-COUNT-EDIT "  OPEN"
           END-IF.
       2110-EXIT.
           EXIT.

       2200-SHOW-ARCHIVE.
           DISPLAY " "
           DISPLAY "ARCHIVE ROLL CHECKPOINT " CHKPT-FILE-NAME
           EVALUATE TRUE
               WHEN NOT CHKPT-FOUND
                   DISPLAY "  NONE -- THE LAST ROLL FINISHED"
               WHEN CHKPT-BAD
                   DISPLAY "  UNREADABLE: " CHKPT-REC
                   DISPLAY "  HOLAARCH WILL NOT START A ROLL UNTIL THIS "
                           "IS RESOLVED"
               WHEN OTHER
                   DISPLAY "  PHASE:        " CHK-PHASE
                   DISPLAY "  WORK FILE:    " CHK-WORK-NAME
                   DISPLAY "  GENERATION:   " CHK-GEN-DATE
                   MOVE CHK-DONE-CNT TO BIG-EDIT
                   DISPLAY "  LINES DONE:   " BIG-EDIT
                   DISPLAY "  THE NEXT ROLL FINISHES THIS ONE FIRST"
           END-EVALUATE
           MOVE GEN-TOTAL TO CNT-EDIT
           DISPLAY "GENERATIONS ON DISK:" CNT-EDIT
           PERFORM 2210-SHOW-ONE-GENERATION THRU 2210-EXIT
               VARYING GEN-IX FROM GEN-CNT BY -1 UNTIL GEN-IX < 1
           PERFORM 2900-PAUSE THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

       2210-SHOW-ONE-GENERATION.
           DISPLAY "  " GEN-NAME(GEN-IX).
       2210-EXIT.
           EXIT.

       2300-SHOW-WATCHED.
           DISPLAY " "
           MOVE AUDIT-LINE-CNT TO BIG-EDIT
           DISPLAY "LATEST RESULTS IN " AUDIT-FILE-NAME
           DISPLAY "  LINES SINCE THE LAST ROLL:" BIG-EDIT
           PERFORM 2310-SHOW-ONE-WATCHED THRU 2310-EXIT
               VARYING WT-IX FROM 1 BY 1 UNTIL WT-IX > WV-COUNT
           PERFORM 2900-PAUSE THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

       2310-SHOW-ONE-WATCHED.
           MOVE 0 TO WT-NAME-LEN
           INSPECT WV-NAME(WT-IX) TALLYING WT-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WT-SEEN-SW(WT-IX) NOT = "Y"
               DISPLAY "  " WV-NAME(WT-IX)(1:WT-NAME-LEN)
                       "  NOT CHECKED SINCE THE LAST ROLL"
               GO TO 2310-EXIT
           END-IF
           EVALUATE WT-RC(WT-IX)
               WHEN 0
                   MOVE "OK" TO WT-RESULT
               WHEN 4
                   MOVE "MISSING" TO WT-RESULT
               WHEN 8
                   MOVE "MISMATCH" TO WT-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO WT-RESULT
           END-EVALUATE
           MOVE WT-RC(WT-IX) TO WT-RC-EDIT
           MOVE WT-TS(WT-IX) TO TS-IN
           PERFORM 8100-PRETTY-TS THRU 8100-EXIT
           IF WT-MAINT(WT-IX) = SPACES
               DISPLAY "  " WV-NAME(WT-IX)(1:WT-NAME-LEN)
                       "  RC=" WT-RC-EDIT " " WT-RESULT
                       " " TS-PRETTY
           ELSE
               DISPLAY "  " WV-NAME(WT-IX)(1:WT-NAME-LEN)
                       "  RC=" WT-RC-EDIT " " WT-RESULT
                       " " TS-PRETTY "  MAINT " WT-MAINT(WT-IX)
           END-IF
           IF WT-HAS-VALUE-SW(WT-IX) = "Y"
               IF WT-VALUE-LEN(WT-IX) = 0
                   DISPLAY "      VALUE (EMPTY)"
               ELSE
                   DISPLAY "      VALUE "
                           WT-VALUE(WT-IX)(1:WT-VALUE-LEN(WT-IX))
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

       2400-SHOW-PROMOTIONS.
           DISPLAY " "
           MOVE JR-TOTAL TO BIG-EDIT
           DISPLAY "LAST PROMOTIONS IN " JRNL-FILE-NAME
           DISPLAY "  PROMOTIONS ON FILE:" BIG-EDIT
           IF JR-CNT = 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM 2410-SHOW-ONE-PROMOTION THRU 2410-EXIT
               VARYING JR-IX FROM JR-CNT BY -1 UNTIL JR-IX < 1
           PERFORM 2900-PAUSE THRU 2900-EXIT.
       2400-EXIT.
           EXIT.

       2410-SHOW-ONE-PROMOTION.
           MOVE JR-TS(JR-IX) TO TS-IN
           PERFORM 8100-PRETTY-TS THRU 8100-EXIT
           MOVE 0 TO JR-NAME-LEN JR-TICKET-LEN
           INSPECT JR-NAME(JR-IX) TALLYING JR-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT JR-TICKET(JR-IX) TALLYING JR-TICKET-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF JR-TICKET-LEN = 0
               DISPLAY "  " TS-PRETTY "  "
                       JR-NAME(JR-IX)(1:JR-NAME-LEN)
                       "  TICKET (NONE)"
           ELSE
               DISPLAY "  " TS-PRETTY "  "
                       JR-NAME(JR-IX)(1:JR-NAME-LEN)
                       "  TICKET " JR-TICKET(JR-IX)(1:JR-TICKET-LEN)
           END-IF.
       2410-EXIT.
           EXIT.

       2500-SHOW-FLEET.
           DISPLAY " "
           DISPLAY "ROSTER HOSTS AGAINST " LANDING-DIR(1:LANDING-DIR-LEN)
                   " FOR " RUN-TODAY-DASH
           IF RST-CNT = 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM 2510-SHOW-ONE-HOST THRU 2510-EXIT
               VARYING RST-IX FROM 1 BY 1 UNTIL RST-IX > RST-CNT
           PERFORM 2900-PAUSE THRU 2900-EXIT.
       2500-EXIT.
           EXIT.

      *> Landed hosts are listed as well, so the panel's count can
      *> be checked by eye against the roster.
       2510-SHOW-ONE-HOST.
           EVALUATE RST-VERDICT(RST-IX)
               WHEN "A"
                   DISPLAY "  "
                           RST-NAME(RST-IX)(1:RST-NAME-LEN(RST-IX))
                           "  NO LANDING FILE"
               WHEN "S"
                   DISPLAY "  "
                           RST-NAME(RST-IX)(1:RST-NAME-LEN(RST-IX))
                           "  STALE LANDING FILE (OLDER THAN "
                           RUN-TODAY-DASH ")"
               WHEN OTHER
                   DISPLAY "  "
                           RST-NAME(RST-IX)(1:RST-NAME-LEN(RST-IX))
                           "  LANDED"
           END-EVALUATE.
       2510-EXIT.
           EXIT.

       2600-SHOW-LINT.
           DISPLAY " "
           DISPLAY "LINT FINDINGS IN " LINT-FILE-NAME
           SET LINT-DRILL TO TRUE
           PERFORM 1650-READ-LINT THRU 1650-EXIT
           MOVE "N" TO LINT-DRILL-SW
           EVALUATE TRUE
               WHEN NOT LINT-SEEN
                   DISPLAY "  (NO LINT LISTING)"
               WHEN LINT-ERR-CNT = 0 AND LINT-WARN-CNT = 0
                   DISPLAY "  ALL REFERENCE FILES CLEAN"
           END-EVALUATE
           PERFORM 2900-PAUSE THRU 2900-EXIT.
       2600-EXIT.
           EXIT.

       2900-PAUSE.
           DISPLAY "PRESS ENTER TO CONTINUE"
           ACCEPT PAUSE-KEY.
       2900-EXIT.
           EXIT.

      *> -------------------------------------------------------------
      *> Reshape a raw 21-byte CURRENT-DATE stamp into the
      *> YYYY-MM-DD HH:MM:SS form an operator reads at a glance.
       8100-PRETTY-TS.
           MOVE SPACES TO TS-PRETTY
           STRING TS-IN(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TS-IN(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TS-IN(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TS-IN(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TS-IN(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TS-IN(13:2) DELIMITED BY SIZE
             INTO TS-PRETTY.
       8100-EXIT.
           EXIT.

      *> access() answers "is anything at RST-PATH"; find(1) with
      *> -newermt against the run date answers "is it today's", the
      *> idiom HOLAFLEET's roster check uses.
       8200-CHECK-TONIGHT.
           MOVE "N" TO TONIGHT-SW
           MOVE SPACES TO RST-CSTR
           STRING RST-PATH(1:RST-PATH-LEN) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
             INTO RST-CSTR
           SET PTR TO ADDRESS OF RST-CSTR
           CALL "access" USING BY VALUE PTR
                               BY VALUE RST-MODE-EXIST
                         RETURNING RST-ACCESS-RC
           IF RST-ACCESS-RC NOT = 0
               GO TO 8200-EXIT
           END-IF
           MOVE SPACES TO RST-CMD
           STRING "[ -n " DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  "$(find -H -- '" DELIMITED BY SIZE
                  RST-PATH(1:RST-PATH-LEN) DELIMITED BY SIZE
                  "' -prune -newermt '" DELIMITED BY SIZE
                  RUN-TODAY-DASH DELIMITED BY SIZE
                  "' 2>/dev/null)" DELIMITED BY SIZE
                  X"22" DELIMITED BY SIZE
                  " ]" DELIMITED BY SIZE
             INTO RST-CMD
           CALL "SYSTEM" USING RST-CMD
           IF RETURN-CODE = 0
               SET FROM-TONIGHT TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE.
       8200-EXIT.
           EXIT.
