#!/usr/bin/env -S -- bash -Eeuo pipefail
       *> . || { H=$(sha256sum -- "$0" | cut -d' ' -f1); D="${HOLA_CACHE_DIR:-$HOME/.cache/hola}"; mkdir -p "$D"; B="$D/holainc-$H"; [ -x "$B" ] || { T="$D/.holainc-$H.$$"; cobc -Wall -x "$0" -o "$T" && mv -f -- "$T" "$B"; }; } && exec -a "$0" -- "$B" "$@"
       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLAINC.

      *> Time-to-recover report over the incident ledger.  HOLA's
      *> open-alert state only knows what is broken right now; every
      *> OPEN, ESCALATE, and ALL-CLEAR it acts on is also appended to
      *> HOLA-INCIDENT.LOG as
      *>     TIMESTAMP|VARIABLE|EVENT|SEVERITY|TARGET|COUNT
      *> and this program pairs each OPEN with the ALL-CLEAR that
      *> closed it to answer the ops review's questions: per
      *> variable, how many incidents, how many escalated, the mean
      *> and the worst time to recover -- and which incidents are
      *> still open past the threshold, which is the return code.
      *>
      *>     holainc [open-hours [from-date [to-date]]]
      *>
      *> open-hours defaults to 24; the dates (YYYYMMDD) select
      *> incidents by the day they opened, and an incident's later
      *> events follow it whatever day they land on.  Elapsed times
      *> are taken on the UTC clock the stamp's offset gives, so an
      *> incident open across a daylight-saving change still
      *> measures true.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INC-FILE ASSIGN TO INC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INC-FILE.
       01  INC-REC                         PIC X(160).

       WORKING-STORAGE SECTION.
       01  INC-FILE-NAME                   PIC X(64) VALUE
                                                "HOLA-INCIDENT.LOG".
       01  INC-FILE-STATUS                 PIC XX VALUE "00".
       01  INC-EOF-SW                      PIC X VALUE "N".
           88  INC-EOF                     VALUE "Y".

       01  ARG-COUNT                       PIC 9(4) BINARY VALUE 0.
       01  ARG-WORK                        PIC X(64) VALUE SPACES.
       01  ARG-WORK-LEN                    PIC 9(4) BINARY VALUE 0.
       01  INC-FROM                        PIC X(8) VALUE "00000000".
       01  INC-TO                          PIC X(8) VALUE "99999999".
       01  OPEN-HOURS                      PIC 9(5) VALUE 24.
       01  OPEN-HOURS-EDIT                 PIC Z(4)9.
       01  OPEN-LIMIT-MIN                  PIC 9(9) VALUE 0.

      *> Fields carved out of one ledger line.
       01  EVT-TS                          PIC X(21) VALUE SPACES.
       01  EVT-NAME                        PIC X(64) VALUE SPACES.
       01  EVT-KIND                        PIC X(9) VALUE SPACES.
       01  EVT-SEV-X                       PIC X(2) VALUE SPACES.
       01  EVT-TARGET                      PIC X(8) VALUE SPACES.
       01  EVT-COUNT-X                     PIC X(5) VALUE SPACES.

      *> The CURRENT-DATE stamp taken apart for the minute clock:
      *> YYYYMMDD HH MI, seconds and hundredths skipped, then the
      *> signed HHMM offset from UTC.
       01  STAMP-WK.
           05  STAMP-DATE                  PIC 9(8).
           05  STAMP-HH                    PIC 9(2).
           05  STAMP-MI                    PIC 9(2).
           05  FILLER                      PIC X(4).
           05  STAMP-TZ-SIGN               PIC X.
           05  STAMP-TZ-HH                 PIC 9(2).
           05  STAMP-TZ-MI                 PIC 9(2).
       01  STAMP-MIN                       PIC S9(11) VALUE 0.
       01  STAMP-OK-SW                     PIC X VALUE "N".
           88  STAMP-OK                    VALUE "Y".
       01  EVT-MIN                         PIC S9(11) VALUE 0.
       01  NOW-TS                          PIC X(21) VALUE SPACES.
       01  NOW-MIN                         PIC S9(11) VALUE 0.

      *> One entry per variable the window saw an incident for; the
      *> open incident, if any, rides in the same entry.
       01  VAR-TBL.
           05  VAR-ENTRY OCCURS 64 TIMES.
               10  V-NAME                  PIC X(64).
               10  V-INC-CNT               PIC 9(6).
               10  V-ESC-CNT               PIC 9(6).
               10  V-CLOSED-CNT            PIC 9(6).
               10  V-TOTAL-MIN             PIC 9(11).
               10  V-WORST-MIN             PIC 9(9).
               10  V-OPEN-SW               PIC X.
               10  V-OPEN-TS               PIC X(21).
               10  V-OPEN-MIN              PIC S9(11).
               10  V-OPEN-COUNT            PIC 9(5).
               10  V-OPEN-SEV              PIC 9(2).
               10  V-OPEN-TARGET           PIC X(8).
       01  VAR-CNT                         PIC 9(4) VALUE 0.
       01  VAR-IX                          PIC 9(4) BINARY VALUE 0.
       01  VAR-CUR                         PIC 9(4) BINARY VALUE 0.
       01  VAR-NAME-LEN                    PIC 9(4) BINARY VALUE 0.
       01  VAR-FULL-SW                     PIC X VALUE "N".
           88  VAR-FULL-WARNED             VALUE "Y".

       01  DUR-MIN                         PIC S9(11) VALUE 0.
       01  DUR-HH                          PIC 9(7) VALUE 0.
       01  DUR-MI                          PIC 9(2) VALUE 0.
       01  DUR-HH-EDIT                     PIC Z(6)9.
       01  DUR-TEXT                        PIC X(12) VALUE SPACES.
       01  MEAN-TEXT                       PIC X(12) VALUE SPACES.
       01  WORST-TEXT                      PIC X(12) VALUE SPACES.
       01  STAMP-PRETTY                    PIC X(16) VALUE SPACES.

       01  LINE-CNT                        PIC 9(8) VALUE 0.
       01  BAD-CNT                         PIC 9(8) VALUE 0.
       01  ORPHAN-CNT                      PIC 9(8) VALUE 0.
       01  INC-TOTAL                       PIC 9(8) VALUE 0.
       01  STALE-CNT                       PIC 9(4) VALUE 0.
       01  CNT-EDIT                        PIC Z(7)9.
       01  CNT-EDIT-2                      PIC Z(7)9.
       01  CNT-EDIT-3                      PIC Z(7)9.
       01  SEV-EDIT                        PIC Z9.
       01  INC-EXIT-CODE                   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               MOVE 0 TO ARG-WORK-LEN
               INSPECT ARG-WORK TALLYING ARG-WORK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF ARG-WORK-LEN = 0 OR ARG-WORK-LEN > 5
                   OR ARG-WORK(1:ARG-WORK-LEN) NOT NUMERIC
                   DISPLAY "ERROR: OPEN-HOURS MUST BE NUMERIC"
                   DISPLAY "USAGE: holainc [open-hours "
                           "[from-date [to-date]]]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-WORK(1:ARG-WORK-LEN) TO OPEN-HOURS
           END-IF
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               MOVE ARG-WORK(1:8) TO INC-FROM
           END-IF
           IF ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               MOVE ARG-WORK(1:8) TO INC-TO
           END-IF
           COMPUTE OPEN-LIMIT-MIN = OPEN-HOURS * 60

           MOVE FUNCTION CURRENT-DATE TO NOW-TS
           MOVE NOW-TS TO STAMP-WK
           PERFORM 2500-STAMP-TO-MINUTES THRU 2500-EXIT
           MOVE STAMP-MIN TO NOW-MIN

           MOVE "N" TO INC-EOF-SW
           OPEN INPUT INC-FILE
           PERFORM 1000-READ-ONE-EVENT THRU 1000-EXIT
               UNTIL INC-EOF
           CLOSE INC-FILE

           MOVE OPEN-HOURS TO OPEN-HOURS-EDIT
           DISPLAY "HOLA INCIDENT TIME-TO-RECOVER REPORT"
           DISPLAY "WINDOW " INC-FROM " TO " INC-TO
                   "   OPEN THRESHOLD " OPEN-HOURS-EDIT " HOURS"
           DISPLAY "--------------------------------------------"
                   "-----------------"
           IF VAR-CNT = 0
               DISPLAY "NO INCIDENTS OPENED IN WINDOW"
           ELSE
               PERFORM 3000-PRINT-ONE-VAR THRU 3000-EXIT
                   VARYING VAR-IX FROM 1 BY 1 UNTIL VAR-IX > VAR-CNT
           END-IF

           DISPLAY " "
           DISPLAY "INCIDENTS STILL OPEN PAST " OPEN-HOURS-EDIT
                   " HOURS:"
           PERFORM 4000-CHECK-ONE-OPEN THRU 4000-EXIT
               VARYING VAR-IX FROM 1 BY 1 UNTIL VAR-IX > VAR-CNT
           IF STALE-CNT = 0
               DISPLAY "  NONE"
           ELSE
               MOVE 4 TO INC-EXIT-CODE
           END-IF

           DISPLAY " "
           MOVE LINE-CNT TO CNT-EDIT
           DISPLAY "LEDGER LINES READ:  " CNT-EDIT
           MOVE INC-TOTAL TO CNT-EDIT
           DISPLAY "INCIDENTS OPENED:   " CNT-EDIT
           MOVE BAD-CNT TO CNT-EDIT
           DISPLAY "UNPARSABLE SKIPPED: " CNT-EDIT
           IF ORPHAN-CNT > 0
               MOVE ORPHAN-CNT TO CNT-EDIT
               DISPLAY "EVENTS WITH NO OPEN IN WINDOW: " CNT-EDIT
           END-IF
           MOVE INC-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      *> Events pair up per variable in ledger order.  An ESCALATE or
      *> ALL-CLEAR with no open incident behind it belongs to an
      *> incident opened before the window (or before the ledger
      *> existed) and is only counted; a second OPEN while one is
      *> already open means the state file lost track of it, and the
      *> incident is taken to have run on from the first.
       1000-READ-ONE-EVENT.
           READ INC-FILE
               AT END
                   SET INC-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ
           IF INC-REC = SPACES OR INC-REC(1:1) = "*"
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO LINE-CNT
           MOVE SPACES TO EVT-TS EVT-NAME EVT-KIND EVT-SEV-X
                          EVT-TARGET EVT-COUNT-X
           UNSTRING INC-REC DELIMITED BY "|"
               INTO EVT-TS EVT-NAME EVT-KIND EVT-SEV-X
                    EVT-TARGET EVT-COUNT-X
           INSPECT EVT-SEV-X REPLACING LEADING SPACE BY "0"
           MOVE EVT-TS TO STAMP-WK
           PERFORM 2500-STAMP-TO-MINUTES THRU 2500-EXIT
           IF NOT STAMP-OK OR EVT-NAME = SPACES
               OR EVT-SEV-X NOT NUMERIC OR EVT-COUNT-X NOT NUMERIC
               ADD 1 TO BAD-CNT
               GO TO 1000-EXIT
           END-IF
           MOVE STAMP-MIN TO EVT-MIN

           PERFORM 2000-FIND-VAR THRU 2000-EXIT
           EVALUATE EVT-KIND
               WHEN "OPEN"
                   IF EVT-TS(1:8) < INC-FROM OR EVT-TS(1:8) > INC-TO
                       GO TO 1000-EXIT
                   END-IF
                   IF VAR-CUR > 0
                       IF V-OPEN-SW(VAR-CUR) = "Y"
                           GO TO 1000-EXIT
                       END-IF
                   ELSE
                       PERFORM 2100-ADD-VAR THRU 2100-EXIT
                       IF VAR-CUR = 0
                           GO TO 1000-EXIT
                       END-IF
                   END-IF
                   ADD 1 TO V-INC-CNT(VAR-CUR) INC-TOTAL
                   MOVE "Y" TO V-OPEN-SW(VAR-CUR)
                   MOVE EVT-TS TO V-OPEN-TS(VAR-CUR)
                   MOVE EVT-MIN TO V-OPEN-MIN(VAR-CUR)
                   MOVE EVT-COUNT-X TO V-OPEN-COUNT(VAR-CUR)
                   MOVE EVT-SEV-X TO V-OPEN-SEV(VAR-CUR)
                   MOVE EVT-TARGET TO V-OPEN-TARGET(VAR-CUR)
               WHEN "ESCALATE"
                   IF VAR-CUR = 0
                       ADD 1 TO ORPHAN-CNT
                       GO TO 1000-EXIT
                   END-IF
                   IF V-OPEN-SW(VAR-CUR) NOT = "Y"
                       ADD 1 TO ORPHAN-CNT
                       GO TO 1000-EXIT
                   END-IF
                   ADD 1 TO V-ESC-CNT(VAR-CUR)
                   MOVE EVT-COUNT-X TO V-OPEN-COUNT(VAR-CUR)
                   MOVE EVT-SEV-X TO V-OPEN-SEV(VAR-CUR)
               WHEN "ALL-CLEAR"
                   IF VAR-CUR = 0
                       ADD 1 TO ORPHAN-CNT
                       GO TO 1000-EXIT
                   END-IF
                   IF V-OPEN-SW(VAR-CUR) NOT = "Y"
                       ADD 1 TO ORPHAN-CNT
                       GO TO 1000-EXIT
                   END-IF
                   PERFORM 2200-CLOSE-INCIDENT THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO BAD-CNT
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       2000-FIND-VAR.
           MOVE 0 TO VAR-CUR
           PERFORM 2010-MATCH-ONE-VAR THRU 2010-EXIT
               VARYING VAR-IX FROM 1 BY 1
               UNTIL VAR-IX > VAR-CNT OR VAR-CUR > 0.
       2000-EXIT.
           EXIT.

       2010-MATCH-ONE-VAR.
           IF V-NAME(VAR-IX) = EVT-NAME
               MOVE VAR-IX TO VAR-CUR
           END-IF.
       2010-EXIT.
           EXIT.

       2100-ADD-VAR.
           IF VAR-CNT >= 64
               IF NOT VAR-FULL-WARNED
                   DISPLAY "WARNING: MORE THAN 64 VARIABLES IN LEDGER, "
                           "REMAINDER NOT REPORTED"
                   SET VAR-FULL-WARNED TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO VAR-CNT
           MOVE VAR-CNT TO VAR-CUR
           MOVE EVT-NAME TO V-NAME(VAR-CUR)
           MOVE 0 TO V-INC-CNT(VAR-CUR) V-ESC-CNT(VAR-CUR)
                     V-CLOSED-CNT(VAR-CUR) V-TOTAL-MIN(VAR-CUR)
                     V-WORST-MIN(VAR-CUR) V-OPEN-MIN(VAR-CUR)
                     V-OPEN-COUNT(VAR-CUR) V-OPEN-SEV(VAR-CUR)
           MOVE "N" TO V-OPEN-SW(VAR-CUR)
           MOVE SPACES TO V-OPEN-TS(VAR-CUR) V-OPEN-TARGET(VAR-CUR).
       2100-EXIT.
           EXIT.

      *> A clock step backwards (a hand-set box) would give a
      *> negative span; it counts as zero rather than poisoning the
      *> mean.
       2200-CLOSE-INCIDENT.
           COMPUTE DUR-MIN = EVT-MIN - V-OPEN-MIN(VAR-CUR)
           IF DUR-MIN < 0
               MOVE 0 TO DUR-MIN
           END-IF
           ADD 1 TO V-CLOSED-CNT(VAR-CUR)
           ADD DUR-MIN TO V-TOTAL-MIN(VAR-CUR)
           IF DUR-MIN > V-WORST-MIN(VAR-CUR)
               MOVE DUR-MIN TO V-WORST-MIN(VAR-CUR)
           END-IF
           MOVE "N" TO V-OPEN-SW(VAR-CUR).
       2200-EXIT.
           EXIT.

      *> Minutes on a UTC day-number clock: INTEGER-OF-DATE days
      *> times 1440, plus the local time of day, less the offset the
      *> stamp carries.  Anything non-numeric leaves STAMP-OK down.
       2500-STAMP-TO-MINUTES.
           MOVE "N" TO STAMP-OK-SW
           MOVE 0 TO STAMP-MIN
           IF STAMP-DATE NOT NUMERIC OR STAMP-HH NOT NUMERIC
               OR STAMP-MI NOT NUMERIC
               GO TO 2500-EXIT
           END-IF
           IF STAMP-DATE < 16010101
               GO TO 2500-EXIT
           END-IF
           COMPUTE STAMP-MIN =
               FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 1440
               + STAMP-HH * 60 + STAMP-MI
           IF STAMP-TZ-HH NUMERIC AND STAMP-TZ-MI NUMERIC
               IF STAMP-TZ-SIGN = "-"
                   COMPUTE STAMP-MIN = STAMP-MIN
                       + STAMP-TZ-HH * 60 + STAMP-TZ-MI
               ELSE
                   COMPUTE STAMP-MIN = STAMP-MIN
                       - STAMP-TZ-HH * 60 - STAMP-TZ-MI
               END-IF
           END-IF
           SET STAMP-OK TO TRUE.
       2500-EXIT.
           EXIT.

      *> Two lines per variable: the counts, then the recovery
      *> times over the incidents that did recover.
       3000-PRINT-ONE-VAR.
           MOVE 0 TO VAR-NAME-LEN
           INSPECT V-NAME(VAR-IX) TALLYING VAR-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           DISPLAY " "
           DISPLAY "VARIABLE: " V-NAME(VAR-IX)(1:VAR-NAME-LEN)
           MOVE V-INC-CNT(VAR-IX) TO CNT-EDIT
           MOVE V-ESC-CNT(VAR-IX) TO CNT-EDIT-2
           MOVE V-CLOSED-CNT(VAR-IX) TO CNT-EDIT-3
           IF V-OPEN-SW(VAR-IX) = "Y"
               DISPLAY "  INCIDENTS " CNT-EDIT "  ESCALATED " CNT-EDIT-2
                       "  RECOVERED " CNT-EDIT-3 "  (ONE OPEN)"
           ELSE
               DISPLAY "  INCIDENTS " CNT-EDIT "  ESCALATED " CNT-EDIT-2
                       "  RECOVERED " CNT-EDIT-3
           END-IF
           IF V-CLOSED-CNT(VAR-IX) = 0
               DISPLAY "  TIME TO RECOVER: NO RECOVERED INCIDENTS"
               GO TO 3000-EXIT
           END-IF
           COMPUTE DUR-MIN ROUNDED =
               V-TOTAL-MIN(VAR-IX) / V-CLOSED-CNT(VAR-IX)
           PERFORM 7000-FORMAT-DURATION THRU 7000-EXIT
           MOVE DUR-TEXT TO MEAN-TEXT
           MOVE V-WORST-MIN(VAR-IX) TO DUR-MIN
           PERFORM 7000-FORMAT-DURATION THRU 7000-EXIT
           MOVE DUR-TEXT TO WORST-TEXT
           DISPLAY "  MEAN TIME TO RECOVER " MEAN-TEXT
                   "  WORST " WORST-TEXT "  (HOURS:MINUTES)".
       3000-EXIT.
           EXIT.

       4000-CHECK-ONE-OPEN.
           IF V-OPEN-SW(VAR-IX) NOT = "Y"
               GO TO 4000-EXIT
           END-IF
           COMPUTE DUR-MIN = NOW-MIN - V-OPEN-MIN(VAR-IX)
           IF DUR-MIN < 0
               MOVE 0 TO DUR-MIN
           END-IF
           IF DUR-MIN <= OPEN-LIMIT-MIN
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO STALE-CNT
           PERFORM 7000-FORMAT-DURATION THRU 7000-EXIT
           MOVE SPACES TO STAMP-PRETTY
           STRING V-OPEN-TS(VAR-IX)(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  V-OPEN-TS(VAR-IX)(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  V-OPEN-TS(VAR-IX)(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  V-OPEN-TS(VAR-IX)(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  V-OPEN-TS(VAR-IX)(11:2) DELIMITED BY SIZE
             INTO STAMP-PRETTY
           MOVE 0 TO VAR-NAME-LEN
           INSPECT V-NAME(VAR-IX) TALLYING VAR-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE V-OPEN-COUNT(VAR-IX) TO CNT-EDIT
           MOVE V-OPEN-SEV(VAR-IX) TO SEV-EDIT
           DISPLAY "  " V-NAME(VAR-IX)(1:VAR-NAME-LEN)
                   "  OPENED " STAMP-PRETTY
                   "  OPEN " DUR-TEXT
                   "  SEV " SEV-EDIT
                   "  FAILURES " CNT-EDIT
                   "  ROUTE " V-OPEN-TARGET(VAR-IX).
       4000-EXIT.
           EXIT.

       7000-FORMAT-DURATION.
           DIVIDE DUR-MIN BY 60 GIVING DUR-HH REMAINDER DUR-MI
           MOVE DUR-HH TO DUR-HH-EDIT
           MOVE SPACES TO DUR-TEXT
           STRING DUR-HH-EDIT DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  DUR-MI DELIMITED BY SIZE
             INTO DUR-TEXT.
       7000-EXIT.
           EXIT.
