#!/usr/bin/env -S -- bash -Eeuo pipefail
       *> . || { H=$(sha256sum -- "$0" | cut -d' ' -f1); D="${HOLA_CACHE_DIR:-$HOME/.cache/hola}"; mkdir -p "$D"; B="$D/holaage-$H"; [ -x "$B" ] || { T="$D/.holaage-$H.$$"; cobc -Wall -x "$0" -o "$T" && mv -f -- "$T" "$B"; }; } && exec -a "$0" -- "$B" "$@"
       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLAAGE.

      *> Drift aging for change management.  Every RC=8 drift HOLA
      *> logs ends one of two ways: it is approved and promoted with
      *> --promote, which leaves a
      *>     TIMESTAMP|VARIABLE|TICKET|OLD|NEW
      *> line in HOLA-BASELINE-JRNL.LOG, or the environment is put
      *> back.  This program walks HOLA-AUDIT-MASTER.IDX (name
      *> before date in the key, so each variable's checks arrive in
      *> order) alongside the journal and sorts every drift episode
      *> -- a run of RC=8 checks up to the next clean RC=0 -- into
      *> one of three buckets:
      *>     PROMOTED  a journal promotion for the variable landed
      *>               inside the episode: ticket, days to approval
      *>     REVERTED  the variable went clean with no promotion:
      *>               the date it did
      *>     OPEN      neither yet: aged in days to the as-of date
      *> Open drift older than the limit is the return code (8), so
      *> unapproved drift sitting in production for weeks fails the
      *> job that runs this.
      *>
      *>     holaage [open-limit-days [as-of-date]]
      *>
      *> open-limit-days defaults to 14, as-of-date (YYYYMMDD) to
      *> today; checks and promotions after the as-of date are not
      *> read.  RC=4 (missing) checks neither start nor end an
      *> episode, and neither do checks made inside a planned
      *> maintenance window -- the change under way owns the
      *> environment until the window closes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCH-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO JRNL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE
           RECORD IS VARYING IN SIZE FROM 210 TO 262 CHARACTERS
               DEPENDING ON ARCH-REC-LEN.
       01  ARCH-REC.
           05  ARCH-KEY.
               10  ARCH-NAME               PIC X(64).
               10  ARCH-DATE               PIC X(8).
               10  ARCH-TIME               PIC X(13).
               10  ARCH-SEQ                PIC 9(3).
           05  ARCH-RC                     PIC XX.
           05  ARCH-VALUE                  PIC X(120).
           05  ARCH-MAINT                  PIC X(32).
           05  ARCH-VDIGEST                PIC X(20).

       FD  JRNL-FILE.
       01  JRNL-REC                        PIC X(20200).

       WORKING-STORAGE SECTION.
       01  ARCH-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-AUDIT-MASTER.IDX".
       01  ARCH-FILE-STATUS                PIC XX VALUE "00".
       01  ARCH-REC-LEN                    PIC 9(4) BINARY VALUE 0.
      *> A master record at least this long carries ARCH-MAINT;
      *> only a full-length one carries ARCH-VDIGEST as well.
       01  ARCH-MAINT-END                  PIC 9(4) BINARY VALUE 242.
       01  ARCH-EOF-SW                     PIC X VALUE "N".
           88  ARCH-EOF                    VALUE "Y".
       01  JRNL-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-BASELINE-JRNL.LOG".
       01  JRNL-FILE-STATUS                PIC XX VALUE "00".
       01  JRNL-EOF-SW                     PIC X VALUE "N".
           88  JRNL-EOF                    VALUE "Y".

       01  ARG-COUNT                       PIC 9(4) BINARY VALUE 0.
       01  ARG-WORK                        PIC X(64) VALUE SPACES.
       01  ARG-WORK-LEN                    PIC 9(4) BINARY VALUE 0.
       01  OPEN-LIMIT                      PIC 9(5) VALUE 14.
       01  OPEN-LIMIT-EDIT                 PIC Z(4)9.
       01  ASOF-DATE                       PIC X(8) VALUE SPACES.
       01  ASOF-NUM                        PIC 9(8) VALUE 0.
       01  ASOF-INT                        PIC 9(9) VALUE 0.

      *> The journal, held whole: a promotion is matched to the
      *> first episode of its variable that it falls inside, and
      *> then marked used so one ticket never closes two episodes.
       01  JRN-TBL.
           05  JRN-ENTRY OCCURS 512 TIMES.
               10  JRN-TS                  PIC X(21).
               10  JRN-NAME                PIC X(64).
               10  JRN-TICKET              PIC X(32).
               10  JRN-USED-SW             PIC X.
       01  JRN-CNT                         PIC 9(4) VALUE 0.
       01  JRN-IX                          PIC 9(4) BINARY VALUE 0.
       01  JRN-HIT                         PIC 9(4) BINARY VALUE 0.
       01  JRN-BAD-CNT                     PIC 9(8) VALUE 0.
       01  JRN-UNUSED-CNT                  PIC 9(4) VALUE 0.

      *> The episode the walk is inside for the current variable.
      *> Stamps are compared as YYYYMMDDHHMMSScc, the leading 16
      *> bytes of the CURRENT-DATE form both files carry.
       01  CUR-NAME                        PIC X(64) VALUE SPACES.
       01  EP-OPEN-SW                      PIC X VALUE "N".
           88  EP-OPEN                     VALUE "Y".
       01  EP-START-STAMP                  PIC X(16) VALUE SPACES.
       01  EP-END-STAMP                    PIC X(16) VALUE SPACES.
       01  REC-STAMP                       PIC X(16) VALUE SPACES.
       01  RC-X                            PIC XX VALUE SPACES.
       01  RC-NUM                          PIC 99 VALUE 0.

      *> Finished episodes, printed by bucket once the walk is done.
      *> KIND is P(romoted), R(everted), or O(pen); END-DATE is the
      *> promotion date or the clean date; DAYS is days to approval,
      *> days to clean, or age.
       01  EPI-TBL.
           05  EPI-ENTRY OCCURS 500 TIMES.
               10  EPI-NAME                PIC X(64).
               10  EPI-KIND                PIC X.
               10  EPI-START-DATE          PIC X(8).
               10  EPI-END-DATE            PIC X(8).
               10  EPI-TICKET              PIC X(32).
               10  EPI-DAYS                PIC 9(5).
       01  EPI-CNT                         PIC 9(4) VALUE 0.
       01  EPI-IX                          PIC 9(4) BINARY VALUE 0.
       01  EPI-FULL-SW                     PIC X VALUE "N".
           88  EPI-FULL-WARNED             VALUE "Y".
       01  EPI-SKIP-CNT                    PIC 9(8) VALUE 0.
       01  EPI-DATE-NUM                    PIC 9(8) VALUE 0.
       01  EPI-INT-1                       PIC 9(9) VALUE 0.
       01  EPI-INT-2                       PIC 9(9) VALUE 0.

       01  SHOW-KIND                       PIC X VALUE SPACE.
       01  NAME-LEN                        PIC 9(4) BINARY VALUE 0.
       01  TICKET-LEN                      PIC 9(4) BINARY VALUE 0.
       01  DATE-PRETTY-1                   PIC X(10) VALUE SPACES.
       01  DATE-PRETTY-2                   PIC X(10) VALUE SPACES.
       01  DATE-IN                         PIC X(8) VALUE SPACES.
       01  DATE-OUT                        PIC X(10) VALUE SPACES.
       01  DAYS-EDIT                       PIC Z(4)9.
       01  CNT-EDIT                        PIC Z(7)9.

       01  REC-CNT                         PIC 9(8) VALUE 0.
       01  PROMO-CNT                       PIC 9(4) VALUE 0.
       01  REVERT-CNT                      PIC 9(4) VALUE 0.
       01  OPEN-CNT                        PIC 9(4) VALUE 0.
       01  OVER-CNT                        PIC 9(4) VALUE 0.
       01  BUCKET-CNT                      PIC 9(4) VALUE 0.
       01  AGE-EXIT-CODE                   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ASOF-DATE
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               MOVE 0 TO ARG-WORK-LEN
               INSPECT ARG-WORK TALLYING ARG-WORK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF ARG-WORK-LEN = 0 OR ARG-WORK-LEN > 5
                   OR ARG-WORK(1:ARG-WORK-LEN) NOT NUMERIC
                   DISPLAY "ERROR: OPEN-LIMIT-DAYS MUST BE NUMERIC"
                   DISPLAY "USAGE: holaage [open-limit-days "
                           "[as-of-date]]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-WORK(1:ARG-WORK-LEN) TO OPEN-LIMIT
           END-IF
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               IF ARG-WORK(1:8) NOT NUMERIC OR ARG-WORK(9:1) NOT = SPACE
                   DISPLAY "ERROR: AS-OF DATE MUST BE YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-WORK(1:8) TO ASOF-DATE
           END-IF
           MOVE ASOF-DATE TO ASOF-NUM
           COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOF-NUM)

           PERFORM 0500-LOAD-JOURNAL THRU 0500-EXIT

           MOVE "N" TO ARCH-EOF-SW
           OPEN INPUT ARCH-FILE
           IF ARCH-FILE-STATUS NOT = "00"
               AND ARCH-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN ARCHIVE MASTER, STATUS "
                       ARCH-FILE-STATUS
               IF ARCH-FILE-STATUS = "39"
                   DISPLAY "  THE MASTER IS STILL IN THE OLD FIXED-LENGTH "
                           "LAYOUT -- RUN holaarch reload"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO ARCH-KEY
           START ARCH-FILE KEY >= ARCH-KEY
               INVALID KEY
                   SET ARCH-EOF TO TRUE
           END-START
           PERFORM 1000-WALK-ONE-RECORD THRU 1000-EXIT
               UNTIL ARCH-EOF
           CLOSE ARCH-FILE
           IF EP-OPEN
               PERFORM 2200-CLOSE-UNRESOLVED THRU 2200-EXIT
           END-IF

           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           MOVE AGE-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      *> Only the first three fields matter here; OLD and NEW can
      *> run to the full value width and are left where they lie.
       0500-LOAD-JOURNAL.
           MOVE 0 TO JRN-CNT JRN-BAD-CNT
           MOVE "N" TO JRNL-EOF-SW
           OPEN INPUT JRNL-FILE
           IF JRNL-FILE-STATUS NOT = "00" AND JRNL-FILE-STATUS NOT = "05"
               DISPLAY "WARNING: CANNOT READ " JRNL-FILE-NAME
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-TAKE-ONE-JOURNAL-LINE THRU 0510-EXIT
               UNTIL JRNL-EOF
           CLOSE JRNL-FILE.
       0500-EXIT.
           EXIT.

       0510-TAKE-ONE-JOURNAL-LINE.
           READ JRNL-FILE
               AT END
                   SET JRNL-EOF TO TRUE
                   GO TO 0510-EXIT
           END-READ
           IF JRNL-REC = SPACES OR JRNL-REC(1:1) = "*"
               GO TO 0510-EXIT
           END-IF
           IF JRN-CNT >= 512
               DISPLAY "WARNING: MORE THAN 512 JOURNAL PROMOTIONS, "
                       "REMAINDER NOT MATCHED"
               SET JRNL-EOF TO TRUE
               GO TO 0510-EXIT
           END-IF
           ADD 1 TO JRN-CNT
           MOVE SPACES TO JRN-ENTRY(JRN-CNT)
           UNSTRING JRNL-REC DELIMITED BY "|"
               INTO JRN-TS(JRN-CNT) JRN-NAME(JRN-CNT)
                    JRN-TICKET(JRN-CNT)
           IF JRN-TS(JRN-CNT)(1:16) NOT NUMERIC
               OR JRN-NAME(JRN-CNT) = SPACES
               ADD 1 TO JRN-BAD-CNT
               SUBTRACT 1 FROM JRN-CNT
               GO TO 0510-EXIT
           END-IF
           IF JRN-TS(JRN-CNT)(1:8) > ASOF-DATE
               SUBTRACT 1 FROM JRN-CNT
               GO TO 0510-EXIT
           END-IF
           MOVE "N" TO JRN-USED-SW(JRN-CNT).
       0510-EXIT.
           EXIT.

      *> A change of name settles whatever episode the last variable
      *> left open; within a variable an RC=8 opens an episode and
      *> the next RC=0 closes it.
       1000-WALK-ONE-RECORD.
           READ ARCH-FILE NEXT RECORD
               AT END
                   SET ARCH-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ
           IF ARCH-DATE > ASOF-DATE
               GO TO 1000-EXIT
           END-IF
           IF ARCH-REC-LEN >= ARCH-MAINT-END
               AND ARCH-MAINT NOT = SPACES
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO REC-CNT
           IF ARCH-NAME NOT = CUR-NAME
               IF EP-OPEN
                   PERFORM 2200-CLOSE-UNRESOLVED THRU 2200-EXIT
               END-IF
               MOVE ARCH-NAME TO CUR-NAME
           END-IF

           MOVE ARCH-RC TO RC-X
           INSPECT RC-X REPLACING LEADING SPACE BY "0"
           IF RC-X NOT NUMERIC
               GO TO 1000-EXIT
           END-IF
           MOVE RC-X TO RC-NUM
           MOVE SPACES TO REC-STAMP
           STRING ARCH-DATE DELIMITED BY SIZE
                  ARCH-TIME(1:8) DELIMITED BY SIZE
             INTO REC-STAMP

           EVALUATE TRUE
               WHEN RC-NUM = 8 AND NOT EP-OPEN
                   SET EP-OPEN TO TRUE
                   MOVE REC-STAMP TO EP-START-STAMP
               WHEN RC-NUM = 0 AND EP-OPEN
                   MOVE REC-STAMP TO EP-END-STAMP
                   PERFORM 2100-CLOSE-CLEAN THRU 2100-EXIT
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *> The variable went clean: a promotion between the first
      *> drift and the clean check is what made it clean; without
      *> one, somebody put the environment back.
       2100-CLOSE-CLEAN.
           PERFORM 2300-FIND-PROMOTION THRU 2300-EXIT
           PERFORM 2400-ADD-EPISODE THRU 2400-EXIT
           IF EPI-IX = 0
               GO TO 2100-EXIT
           END-IF
           IF JRN-HIT > 0
               PERFORM 2500-SET-PROMOTED THRU 2500-EXIT
           ELSE
               MOVE "R" TO EPI-KIND(EPI-IX)
               MOVE EP-END-STAMP(1:8) TO EPI-END-DATE(EPI-IX)
               MOVE EPI-END-DATE(EPI-IX) TO EPI-DATE-NUM
               PERFORM 2600-DAYS-FROM-START THRU 2600-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *> Still drifted at the last check read: promoted if the
      *> journal has the approval (the clean check just has not been
      *> rolled in yet), otherwise open and aged to the as-of date.
       2200-CLOSE-UNRESOLVED.
           MOVE SPACES TO EP-END-STAMP
           STRING ASOF-DATE DELIMITED BY SIZE
                  "99999999" DELIMITED BY SIZE
             INTO EP-END-STAMP
           PERFORM 2300-FIND-PROMOTION THRU 2300-EXIT
           PERFORM 2400-ADD-EPISODE THRU 2400-EXIT
           IF EPI-IX = 0
               GO TO 2200-EXIT
           END-IF
           IF JRN-HIT > 0
               PERFORM 2500-SET-PROMOTED THRU 2500-EXIT
           ELSE
               MOVE "O" TO EPI-KIND(EPI-IX)
               MOVE ASOF-DATE TO EPI-END-DATE(EPI-IX) EPI-DATE-NUM
               PERFORM 2600-DAYS-FROM-START THRU 2600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-FIND-PROMOTION.
           MOVE 0 TO JRN-HIT
           PERFORM 2310-MATCH-ONE-PROMOTION THRU 2310-EXIT
               VARYING JRN-IX FROM 1 BY 1
               UNTIL JRN-IX > JRN-CNT OR JRN-HIT > 0.
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-PROMOTION.
           IF JRN-USED-SW(JRN-IX) = "Y"
               OR JRN-NAME(JRN-IX) NOT = CUR-NAME
               GO TO 2310-EXIT
           END-IF
           IF JRN-TS(JRN-IX)(1:16) < EP-START-STAMP
               OR JRN-TS(JRN-IX)(1:16) > EP-END-STAMP
               GO TO 2310-EXIT
           END-IF
           MOVE JRN-IX TO JRN-HIT
           MOVE "Y" TO JRN-USED-SW(JRN-IX).
       2310-EXIT.
           EXIT.

      *> The episode is settled either way, so the walk's state is
      *> cleared here even when the table is full and the episode
      *> only counts as skipped.
       2400-ADD-EPISODE.
           MOVE "N" TO EP-OPEN-SW
           MOVE 0 TO EPI-IX
           IF EPI-CNT >= 500
               IF NOT EPI-FULL-WARNED
                   DISPLAY "WARNING: MORE THAN 500 DRIFT EPISODES, "
                           "REMAINDER NOT REPORTED"
                   SET EPI-FULL-WARNED TO TRUE
               END-IF
               ADD 1 TO EPI-SKIP-CNT
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO EPI-CNT
           MOVE EPI-CNT TO EPI-IX
           MOVE SPACES TO EPI-ENTRY(EPI-IX)
           MOVE CUR-NAME TO EPI-NAME(EPI-IX)
           MOVE EP-START-STAMP(1:8) TO EPI-START-DATE(EPI-IX)
           MOVE 0 TO EPI-DAYS(EPI-IX).
       2400-EXIT.
           EXIT.

       2500-SET-PROMOTED.
           MOVE "P" TO EPI-KIND(EPI-IX)
           MOVE JRN-TICKET(JRN-HIT) TO EPI-TICKET(EPI-IX)
           MOVE JRN-TS(JRN-HIT)(1:8) TO EPI-END-DATE(EPI-IX)
           MOVE EPI-END-DATE(EPI-IX) TO EPI-DATE-NUM
           PERFORM 2600-DAYS-FROM-START THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2600-DAYS-FROM-START.
           COMPUTE EPI-INT-2 = FUNCTION INTEGER-OF-DATE(EPI-DATE-NUM)
           MOVE EPI-START-DATE(EPI-IX) TO EPI-DATE-NUM
           COMPUTE EPI-INT-1 = FUNCTION INTEGER-OF-DATE(EPI-DATE-NUM)
           IF EPI-INT-2 > EPI-INT-1
               COMPUTE EPI-DAYS(EPI-IX) = EPI-INT-2 - EPI-INT-1
           ELSE
               MOVE 0 TO EPI-DAYS(EPI-IX)
           END-IF.
       2600-EXIT.
           EXIT.

      *> Three buckets, then the totals.  Open drift past the limit
      *> is flagged on its own line and drives the return code.
       3000-PRINT-REPORT.
           MOVE ASOF-DATE TO DATE-IN
           PERFORM 7000-PRETTY-DATE THRU 7000-EXIT
           MOVE OPEN-LIMIT TO OPEN-LIMIT-EDIT
           DISPLAY "HOLA DRIFT AGING REPORT"
           DISPLAY "AS OF " DATE-OUT "   OPEN LIMIT "
                   OPEN-LIMIT-EDIT " DAYS"
           DISPLAY "--------------------------------------------"
                   "-----------------"
           IF REC-CNT = 0
               DISPLAY "NO ARCHIVE RECORDS ON OR BEFORE " DATE-OUT
           END-IF

           DISPLAY " "
           DISPLAY "PROMOTED:"
           MOVE "P" TO SHOW-KIND
           PERFORM 3050-PRINT-BUCKET THRU 3050-EXIT
           MOVE BUCKET-CNT TO PROMO-CNT

           DISPLAY " "
           DISPLAY "REVERTED:"
           MOVE "R" TO SHOW-KIND
           PERFORM 3050-PRINT-BUCKET THRU 3050-EXIT
           MOVE BUCKET-CNT TO REVERT-CNT

           DISPLAY " "
           DISPLAY "STILL OPEN:"
           MOVE "O" TO SHOW-KIND
           PERFORM 3050-PRINT-BUCKET THRU 3050-EXIT
           MOVE BUCKET-CNT TO OPEN-CNT

           MOVE 0 TO JRN-UNUSED-CNT
           PERFORM 3400-COUNT-UNUSED-PROMOTION THRU 3400-EXIT
               VARYING JRN-IX FROM 1 BY 1 UNTIL JRN-IX > JRN-CNT

           DISPLAY " "
           MOVE REC-CNT TO CNT-EDIT
           DISPLAY "CHECKS READ:          " CNT-EDIT
           MOVE EPI-CNT TO CNT-EDIT
           DISPLAY "DRIFT EPISODES:       " CNT-EDIT
           MOVE PROMO-CNT TO CNT-EDIT
           DISPLAY "  PROMOTED:           " CNT-EDIT
           MOVE REVERT-CNT TO CNT-EDIT
           DISPLAY "  REVERTED:           " CNT-EDIT
           MOVE OPEN-CNT TO CNT-EDIT
           DISPLAY "  STILL OPEN:         " CNT-EDIT
           MOVE OVER-CNT TO CNT-EDIT
           DISPLAY "  OPEN OVER LIMIT:    " CNT-EDIT
           IF EPI-SKIP-CNT > 0
               MOVE EPI-SKIP-CNT TO CNT-EDIT
               DISPLAY "  NOT REPORTED:       " CNT-EDIT
           END-IF
           IF JRN-UNUSED-CNT > 0
               MOVE JRN-UNUSED-CNT TO CNT-EDIT
               DISPLAY "PROMOTIONS WITH NO LOGGED DRIFT: " CNT-EDIT
           END-IF
           IF JRN-BAD-CNT > 0
               MOVE JRN-BAD-CNT TO CNT-EDIT
               DISPLAY "UNREADABLE JOURNAL LINES:        " CNT-EDIT
           END-IF
           IF OVER-CNT > 0
               MOVE 8 TO AGE-EXIT-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3050-PRINT-BUCKET.
           MOVE 0 TO BUCKET-CNT
           PERFORM 3100-PRINT-ONE-EPISODE THRU 3100-EXIT
               VARYING EPI-IX FROM 1 BY 1 UNTIL EPI-IX > EPI-CNT
           IF BUCKET-CNT = 0
               DISPLAY "  (NONE)"
           END-IF.
       3050-EXIT.
           EXIT.

       3100-PRINT-ONE-EPISODE.
           IF EPI-KIND(EPI-IX) NOT = SHOW-KIND
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO BUCKET-CNT
           MOVE 0 TO NAME-LEN
           INSPECT EPI-NAME(EPI-IX) TALLYING NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE EPI-START-DATE(EPI-IX) TO DATE-IN
           PERFORM 7000-PRETTY-DATE THRU 7000-EXIT
           MOVE DATE-OUT TO DATE-PRETTY-1
           MOVE EPI-END-DATE(EPI-IX) TO DATE-IN
           PERFORM 7000-PRETTY-DATE THRU 7000-EXIT
           MOVE DATE-OUT TO DATE-PRETTY-2
           MOVE EPI-DAYS(EPI-IX) TO DAYS-EDIT
           DISPLAY "  " EPI-NAME(EPI-IX)(1:NAME-LEN)
           EVALUATE SHOW-KIND
               WHEN "P"
                   MOVE 0 TO TICKET-LEN
                   INSPECT EPI-TICKET(EPI-IX) TALLYING TICKET-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                   IF TICKET-LEN = 0
                       MOVE 1 TO TICKET-LEN
                   END-IF
                   DISPLAY "      DRIFT " DATE-PRETTY-1
                           "  PROMOTED " DATE-PRETTY-2
                           "  TICKET " EPI-TICKET(EPI-IX)(1:TICKET-LEN)
                           "  DAYS TO APPROVAL " DAYS-EDIT
               WHEN "R"
                   DISPLAY "      DRIFT " DATE-PRETTY-1
                           "  CLEAN AGAIN " DATE-PRETTY-2
                           "  DAYS DRIFTED " DAYS-EDIT
               WHEN "O"
                   IF EPI-DAYS(EPI-IX) > OPEN-LIMIT
                       ADD 1 TO OVER-CNT
                       DISPLAY "      DRIFT SINCE " DATE-PRETTY-1
                               "  AGE " DAYS-EDIT " DAYS"
                               "  ** OVER LIMIT"
                   ELSE
                       DISPLAY "      DRIFT SINCE " DATE-PRETTY-1
                               "  AGE " DAYS-EDIT " DAYS"
                   END-IF
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3400-COUNT-UNUSED-PROMOTION.
           IF JRN-USED-SW(JRN-IX) NOT = "Y"
               ADD 1 TO JRN-UNUSED-CNT
           END-IF.
       3400-EXIT.
           EXIT.

       7000-PRETTY-DATE.
           MOVE SPACES TO DATE-OUT
           STRING DATE-IN(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DATE-IN(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DATE-IN(7:2) DELIMITED BY SIZE
             INTO DATE-OUT.
       7000-EXIT.
           EXIT.
