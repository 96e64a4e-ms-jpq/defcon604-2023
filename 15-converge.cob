#!/usr/bin/env -S -- bash -Eeuo pipefail
       *> . || { H=$(sha256sum -- "$0" | cut -d' ' -f1); D="${HOLA_CACHE_DIR:-$HOME/.cache/hola}"; mkdir -p "$D"; B="$D/holaconv-$H"; [ -x "$B" ] || { T="$D/.holaconv-$H.$$"; cobc -Wall -x "$0" -o "$T" && mv -f -- "$T" "$B"; }; } && exec -a "$0" -- "$B" "$@"
       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLACONV.

      *> Fleet change and convergence report.  HOLAFHIST answers
      *> one host and one variable; after a fleet-wide PATH or
      *> library rollout the question is the whole fleet's: which
      *> hosts changed on which night, and how long it took to
      *> settle.  Over HOLA-FLEET-MASTER.IDX for a date range this
      *> prints
      *>     every host/variable value change, in date order;
      *>     rollout waves -- hosts that moved to the same new value
      *>         on the same night;
      *>     per variable, the value the rollout went to (the one
      *>         most hosts moved to), when the first and last hosts
      *>         got there, and the days to convergence -- or the
      *>         days it has been open if it has not converged;
      *>     the stragglers: hosts still off that value at the end
      *>         of the range, and whether they are still on the
      *>         value the rollout moved hosts off.
      *> A change is any difference in value, recorded length, or
      *> status from the same host's previous record for the
      *> variable; records before from-date only set the starting
      *> point.  A host with no record in the range is taken to be
      *> out of the fleet and is not counted as a straggler.  The
      *> master's key runs host-variable-date, so the walk sees each
      *> host's strip for a variable in date order; changes are
      *> re-ordered by date as they are collected.
      *>
      *>     holaconv [from-date [to-date [variable]]]   (YYYYMMDD)
      *>
      *> RC=4 when a variable that changed has not converged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FARC-FILE ASSIGN TO FARC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FARC-KEY
               FILE STATUS IS FARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FARC-FILE.
       01  FARC-REC.
           05  FARC-KEY.
               10  FARC-HOST               PIC X(64).
               10  FARC-NAME               PIC X(64).
               10  FARC-DATE               PIC X(8).
               10  FARC-SEQ                PIC 9(3).
           05  FARC-SETTING.
               10  FARC-STATUS             PIC X(9).
               10  FARC-LEN-X              PIC X(9).
               10  FARC-VALUE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  FARC-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-FLEET-MASTER.IDX".
       01  FARC-FILE-STATUS                PIC XX VALUE "00".
       01  FARC-EOF-SW                     PIC X VALUE "N".
           88  FARC-EOF                    VALUE "Y".

       01  ARG-COUNT                       PIC 9(4) BINARY VALUE 0.
       01  ARG-WORK                        PIC X(64) VALUE SPACES.
       01  CONV-FROM                       PIC X(8) VALUE "00000000".
       01  CONV-TO                         PIC X(8) VALUE "99999999".
       01  CONV-VAR                        PIC X(64) VALUE SPACES.
       01  CONV-LAST-SEEN                  PIC X(8) VALUE "00000000".
       01  CONV-END                        PIC X(8) VALUE SPACES.

      *> The host-variable strip the walk is inside.  A setting is
      *> STATUS + LENGTH + VALUE as the master holds them, so one
      *> compare catches a change in any of the three.
       01  CUR-HOST                        PIC X(64) VALUE SPACES.
       01  CUR-NAME                        PIC X(64) VALUE SPACES.
       01  PREV-SET-SW                     PIC X VALUE "N".
           88  PREV-SET                    VALUE "Y".
       01  PREV-SETTING                    PIC X(138) VALUE SPACES.
       01  FIN-SET-SW                      PIC X VALUE "N".
           88  FIN-SET                     VALUE "Y".
       01  FIN-SETTING                     PIC X(138) VALUE SPACES.

      *> Changes, kept in date-variable-host order by insertion.
       01  CHG-TBL.
           05  CHG-ENTRY OCCURS 2000 TIMES.
               10  CHG-ORDER-KEY.
                   15  CHG-DATE            PIC X(8).
                   15  CHG-NAME            PIC X(64).
                   15  CHG-HOST            PIC X(64).
               10  CHG-OLD                 PIC X(138).
               10  CHG-NEW                 PIC X(138).
       01  CHG-CNT                         PIC 9(4) VALUE 0.
       01  CHG-IX                          PIC 9(4) BINARY VALUE 0.
       01  CHG-FULL-SW                     PIC X VALUE "N".
           88  CHG-FULL-WARNED             VALUE "Y".
       01  CHG-SKIP-CNT                    PIC 9(8) VALUE 0.
       01  NEW-ORDER-KEY.
           05  NEW-DATE                    PIC X(8).
           05  NEW-NAME                    PIC X(64).
           05  NEW-HOST                    PIC X(64).

      *> Waves: one per (night, variable, new setting).
       01  WAVE-TBL.
           05  WAVE-ENTRY OCCURS 500 TIMES.
               10  WAVE-DATE               PIC X(8).
               10  WAVE-NAME               PIC X(64).
               10  WAVE-NEW                PIC X(138).
               10  WAVE-OLD                PIC X(138).
               10  WAVE-MIXED-SW           PIC X.
               10  WAVE-HOSTS              PIC 9(4).
       01  WAVE-CNT                        PIC 9(4) VALUE 0.
       01  WAVE-IX                         PIC 9(4) BINARY VALUE 0.
       01  WAVE-IX-2                       PIC 9(4) BINARY VALUE 0.
       01  WAVE-HIT                        PIC 9(4) BINARY VALUE 0.
       01  WAVE-FULL-SW                    PIC X VALUE "N".
           88  WAVE-FULL-WARNED            VALUE "Y".
       01  WAVE-SUM                        PIC 9(5) VALUE 0.

      *> Variables that changed.  TARGET is the setting the most
      *> hosts moved to over the range (a tie goes to the later
      *> wave); OLD is what the first wave to it moved hosts off.
       01  VAR-TBL.
           05  VAR-ENTRY OCCURS 64 TIMES.
               10  VAR-NAME                PIC X(64).
               10  VAR-TARGET              PIC X(138).
               10  VAR-OLD                 PIC X(138).
               10  VAR-BEST                PIC 9(5).
               10  VAR-START               PIC X(8).
               10  VAR-LAST                PIC X(8).
               10  VAR-TOTAL               PIC 9(4).
               10  VAR-ON                  PIC 9(4).
       01  VAR-CNT                         PIC 9(4) VALUE 0.
       01  VAR-IX                          PIC 9(4) BINARY VALUE 0.
       01  VAR-HIT                         PIC 9(4) BINARY VALUE 0.
       01  VAR-FULL-SW                     PIC X VALUE "N".
           88  VAR-FULL-WARNED             VALUE "Y".

       01  STRAG-TBL.
           05  STRAG-ENTRY OCCURS 1000 TIMES.
               10  STRAG-NAME              PIC X(64).
               10  STRAG-HOST              PIC X(64).
               10  STRAG-SETTING           PIC X(138).
       01  STRAG-CNT                       PIC 9(4) VALUE 0.
       01  STRAG-IX                        PIC 9(4) BINARY VALUE 0.
       01  STRAG-FULL-SW                   PIC X VALUE "N".
           88  STRAG-FULL-WARNED           VALUE "Y".

      *> 5000-FORMAT-SETTING turns a setting into print text: the
      *> value, or "(STATUS)" when the value is empty.
       01  FMT-IN.
           05  FMT-STATUS                  PIC X(9).
           05  FMT-LEN-X                   PIC X(9).
           05  FMT-VALUE                   PIC X(120).
       01  FMT-OUT                         PIC X(130) VALUE SPACES.
       01  FMT-LEN                         PIC 9(4) BINARY VALUE 0.
       01  FMT-STAT-LEN                    PIC 9(4) BINARY VALUE 0.
       01  OLD-TEXT                        PIC X(130) VALUE SPACES.
       01  OLD-LEN                         PIC 9(4) BINARY VALUE 0.

       01  HOST-LEN                        PIC 9(4) BINARY VALUE 0.
       01  NAME-LEN                        PIC 9(4) BINARY VALUE 0.
       01  DATE-NUM-1                      PIC 9(8) VALUE 0.
       01  DATE-NUM-2                      PIC 9(8) VALUE 0.
       01  DAYS-NUM                        PIC 9(5) VALUE 0.
       01  DAYS-EDIT                       PIC Z(4)9.
       01  CNT-EDIT                        PIC Z(7)9.
       01  CNT-EDIT-2                      PIC Z(3)9.
       01  CNT-EDIT-3                      PIC Z(3)9.
       01  REC-CNT                         PIC 9(8) VALUE 0.
       01  OPEN-VAR-CNT                    PIC 9(4) VALUE 0.
       01  CONV-EXIT-CODE                  PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               IF ARG-WORK(1:8) NOT NUMERIC OR ARG-WORK(9:1) NOT = SPACE
                   PERFORM 0100-SHOW-USAGE THRU 0100-EXIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-WORK(1:8) TO CONV-FROM
           END-IF
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               IF ARG-WORK(1:8) NOT NUMERIC OR ARG-WORK(9:1) NOT = SPACE
                   PERFORM 0100-SHOW-USAGE THRU 0100-EXIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-WORK(1:8) TO CONV-TO
           END-IF
           IF ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CONV-VAR FROM ARGUMENT-VALUE
           END-IF

           PERFORM 1000-SCAN-CHANGES THRU 1000-EXIT
           IF CONV-EXIT-CODE > 0
               MOVE CONV-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF CONV-TO = "99999999"
               MOVE CONV-LAST-SEEN TO CONV-END
           ELSE
               MOVE CONV-TO TO CONV-END
           END-IF
           PERFORM 2000-BUILD-WAVES THRU 2000-EXIT
           PERFORM 2500-BUILD-VARIABLES THRU 2500-EXIT
           IF VAR-CNT > 0
               PERFORM 3000-FIND-STRAGGLERS THRU 3000-EXIT
           END-IF
           PERFORM 4000-REPORT THRU 4000-EXIT
           MOVE CONV-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       0100-SHOW-USAGE.
           DISPLAY "USAGE: holaconv [from-date [to-date [variable]]]"
           DISPLAY "       dates are YYYYMMDD".
       0100-EXIT.
           EXIT.

      *> First pass: every strip in key order, a change wherever a
      *> setting inside the range differs from the one before it.
       1000-SCAN-CHANGES.
           MOVE "N" TO FARC-EOF-SW
           OPEN INPUT FARC-FILE
           IF FARC-FILE-STATUS NOT = "00"
               AND FARC-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN FLEET MASTER, STATUS "
                       FARC-FILE-STATUS
               MOVE 8 TO CONV-EXIT-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE LOW-VALUES TO FARC-KEY
           START FARC-FILE KEY >= FARC-KEY
               INVALID KEY
                   SET FARC-EOF TO TRUE
           END-START
           MOVE SPACES TO CUR-HOST CUR-NAME
           MOVE "N" TO PREV-SET-SW
           PERFORM 1100-TAKE-ONE-RECORD THRU 1100-EXIT
               UNTIL FARC-EOF
           CLOSE FARC-FILE.
       1000-EXIT.
           EXIT.

       1100-TAKE-ONE-RECORD.
           READ FARC-FILE NEXT RECORD
               AT END
                   SET FARC-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CONV-VAR NOT = SPACES AND FARC-NAME NOT = CONV-VAR
               GO TO 1100-EXIT
           END-IF
           IF FARC-DATE > CONV-TO
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO REC-CNT
           IF FARC-DATE > CONV-LAST-SEEN
               MOVE FARC-DATE TO CONV-LAST-SEEN
           END-IF
           IF FARC-HOST NOT = CUR-HOST OR FARC-NAME NOT = CUR-NAME
               MOVE FARC-HOST TO CUR-HOST
               MOVE FARC-NAME TO CUR-NAME
               MOVE "N" TO PREV-SET-SW
           END-IF
           IF PREV-SET AND FARC-DATE NOT < CONV-FROM
               AND FARC-SETTING NOT = PREV-SETTING
               PERFORM 1200-ADD-CHANGE THRU 1200-EXIT
           END-IF
           MOVE FARC-SETTING TO PREV-SETTING
           SET PREV-SET TO TRUE.
       1100-EXIT.
           EXIT.

       1200-ADD-CHANGE.
           IF CHG-CNT >= 2000
               IF NOT CHG-FULL-WARNED
                   DISPLAY "WARNING: MORE THAN 2000 CHANGES, "
                           "REMAINDER NOT REPORTED"
                   SET CHG-FULL-WARNED TO TRUE
               END-IF
               ADD 1 TO CHG-SKIP-CNT
               GO TO 1200-EXIT
           END-IF
           MOVE FARC-DATE TO NEW-DATE
           MOVE FARC-NAME TO NEW-NAME
           MOVE FARC-HOST TO NEW-HOST
           ADD 1 TO CHG-CNT
           MOVE CHG-CNT TO CHG-IX
           PERFORM 1210-SHIFT-STEP THRU 1210-EXIT
               UNTIL CHG-IX = 1
                  OR CHG-ORDER-KEY(CHG-IX - 1) NOT > NEW-ORDER-KEY
           MOVE NEW-ORDER-KEY TO CHG-ORDER-KEY(CHG-IX)
           MOVE PREV-SETTING TO CHG-OLD(CHG-IX)
           MOVE FARC-SETTING TO CHG-NEW(CHG-IX).
       1200-EXIT.
           EXIT.

       1210-SHIFT-STEP.
           MOVE CHG-ENTRY(CHG-IX - 1) TO CHG-ENTRY(CHG-IX)
           SUBTRACT 1 FROM CHG-IX.
       1210-EXIT.
           EXIT.

      *> Changes arrive in date-variable order, so each wave is
      *> opened in that order too.
       2000-BUILD-WAVES.
           PERFORM 2100-WAVE-ONE-CHANGE THRU 2100-EXIT
               VARYING CHG-IX FROM 1 BY 1 UNTIL CHG-IX > CHG-CNT.
       2000-EXIT.
           EXIT.

       2100-WAVE-ONE-CHANGE.
           MOVE 0 TO WAVE-HIT
           PERFORM 2110-MATCH-WAVE THRU 2110-EXIT
               VARYING WAVE-IX FROM 1 BY 1
               UNTIL WAVE-IX > WAVE-CNT OR WAVE-HIT > 0
           IF WAVE-HIT > 0
               ADD 1 TO WAVE-HOSTS(WAVE-HIT)
               IF CHG-OLD(CHG-IX) NOT = WAVE-OLD(WAVE-HIT)
                   MOVE "Y" TO WAVE-MIXED-SW(WAVE-HIT)
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF WAVE-CNT >= 500
               IF NOT WAVE-FULL-WARNED
                   DISPLAY "WARNING: MORE THAN 500 ROLLOUT WAVES, "
                           "REMAINDER NOT REPORTED"
                   SET WAVE-FULL-WARNED TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WAVE-CNT
           MOVE CHG-DATE(CHG-IX) TO WAVE-DATE(WAVE-CNT)
           MOVE CHG-NAME(CHG-IX) TO WAVE-NAME(WAVE-CNT)
           MOVE CHG-NEW(CHG-IX) TO WAVE-NEW(WAVE-CNT)
           MOVE CHG-OLD(CHG-IX) TO WAVE-OLD(WAVE-CNT)
           MOVE "N" TO WAVE-MIXED-SW(WAVE-CNT)
           MOVE 1 TO WAVE-HOSTS(WAVE-CNT).
       2100-EXIT.
           EXIT.

       2110-MATCH-WAVE.
           IF WAVE-DATE(WAVE-IX) = CHG-DATE(CHG-IX)
               AND WAVE-NAME(WAVE-IX) = CHG-NAME(CHG-IX)
               AND WAVE-NEW(WAVE-IX) = CHG-NEW(CHG-IX)
               MOVE WAVE-IX TO WAVE-HIT
           END-IF.
       2110-EXIT.
           EXIT.

      *> Pick each variable's target, then date the rollout to it.
       2500-BUILD-VARIABLES.
           PERFORM 2510-TARGET-FROM-WAVE THRU 2510-EXIT
               VARYING WAVE-IX FROM 1 BY 1 UNTIL WAVE-IX > WAVE-CNT
           PERFORM 2600-DATE-FROM-WAVE THRU 2600-EXIT
               VARYING WAVE-IX FROM 1 BY 1 UNTIL WAVE-IX > WAVE-CNT.
       2500-EXIT.
           EXIT.

       2510-TARGET-FROM-WAVE.
           PERFORM 2700-FIND-VARIABLE THRU 2700-EXIT
           IF VAR-HIT = 0
               IF VAR-CNT >= 64
                   IF NOT VAR-FULL-WARNED
                       DISPLAY "WARNING: MORE THAN 64 CHANGED "
                               "VARIABLES, REMAINDER NOT REPORTED"
                       SET VAR-FULL-WARNED TO TRUE
                   END-IF
                   GO TO 2510-EXIT
               END-IF
               ADD 1 TO VAR-CNT
               MOVE VAR-CNT TO VAR-HIT
               MOVE WAVE-NAME(WAVE-IX) TO VAR-NAME(VAR-HIT)
               MOVE SPACES TO VAR-TARGET(VAR-HIT) VAR-OLD(VAR-HIT)
                              VAR-START(VAR-HIT) VAR-LAST(VAR-HIT)
               MOVE 0 TO VAR-BEST(VAR-HIT) VAR-TOTAL(VAR-HIT)
                         VAR-ON(VAR-HIT)
           END-IF
           MOVE 0 TO WAVE-SUM
           PERFORM 2520-SUM-SAME-TARGET THRU 2520-EXIT
               VARYING WAVE-IX-2 FROM 1 BY 1 UNTIL WAVE-IX-2 > WAVE-CNT
           IF WAVE-SUM NOT < VAR-BEST(VAR-HIT)
               MOVE WAVE-SUM TO VAR-BEST(VAR-HIT)
               MOVE WAVE-NEW(WAVE-IX) TO VAR-TARGET(VAR-HIT)
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SUM-SAME-TARGET.
           IF WAVE-NAME(WAVE-IX-2) = WAVE-NAME(WAVE-IX)
               AND WAVE-NEW(WAVE-IX-2) = WAVE-NEW(WAVE-IX)
               ADD WAVE-HOSTS(WAVE-IX-2) TO WAVE-SUM
           END-IF.
       2520-EXIT.
           EXIT.

       2600-DATE-FROM-WAVE.
           PERFORM 2700-FIND-VARIABLE THRU 2700-EXIT
           IF VAR-HIT = 0
               GO TO 2600-EXIT
           END-IF
           IF WAVE-NEW(WAVE-IX) NOT = VAR-TARGET(VAR-HIT)
               GO TO 2600-EXIT
           END-IF
           IF VAR-START(VAR-HIT) = SPACES
               MOVE WAVE-DATE(WAVE-IX) TO VAR-START(VAR-HIT)
               MOVE WAVE-OLD(WAVE-IX) TO VAR-OLD(VAR-HIT)
           END-IF
           MOVE WAVE-DATE(WAVE-IX) TO VAR-LAST(VAR-HIT).
       2600-EXIT.
           EXIT.

       2700-FIND-VARIABLE.
           MOVE 0 TO VAR-HIT
           PERFORM 2710-MATCH-VARIABLE THRU 2710-EXIT
               VARYING VAR-IX FROM 1 BY 1
               UNTIL VAR-IX > VAR-CNT OR VAR-HIT > 0.
       2700-EXIT.
           EXIT.

       2710-MATCH-VARIABLE.
           IF VAR-NAME(VAR-IX) = WAVE-NAME(WAVE-IX)
               MOVE VAR-IX TO VAR-HIT
           END-IF.
       2710-EXIT.
           EXIT.

      *> Second pass: each host's last setting in the range for
      *> every variable that changed, held against the target.
       3000-FIND-STRAGGLERS.
           MOVE "N" TO FARC-EOF-SW
           OPEN INPUT FARC-FILE
           IF FARC-FILE-STATUS NOT = "00"
               AND FARC-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN FLEET MASTER, STATUS "
                       FARC-FILE-STATUS
               MOVE 8 TO CONV-EXIT-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE LOW-VALUES TO FARC-KEY
           START FARC-FILE KEY >= FARC-KEY
               INVALID KEY
                   SET FARC-EOF TO TRUE
           END-START
           MOVE SPACES TO CUR-HOST CUR-NAME
           MOVE "N" TO FIN-SET-SW
           PERFORM 3100-TAKE-ONE-RECORD THRU 3100-EXIT
               UNTIL FARC-EOF
           PERFORM 3200-FLUSH-STRIP THRU 3200-EXIT
           CLOSE FARC-FILE.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-RECORD.
           READ FARC-FILE NEXT RECORD
               AT END
                   SET FARC-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF FARC-HOST NOT = CUR-HOST OR FARC-NAME NOT = CUR-NAME
               PERFORM 3200-FLUSH-STRIP THRU 3200-EXIT
               MOVE FARC-HOST TO CUR-HOST
               MOVE FARC-NAME TO CUR-NAME
               MOVE "N" TO FIN-SET-SW
           END-IF
           IF FARC-DATE < CONV-FROM OR FARC-DATE > CONV-TO
               GO TO 3100-EXIT
           END-IF
           MOVE FARC-SETTING TO FIN-SETTING
           SET FIN-SET TO TRUE.
       3100-EXIT.
           EXIT.

       3200-FLUSH-STRIP.
           IF NOT FIN-SET
               GO TO 3200-EXIT
           END-IF
           MOVE 0 TO VAR-HIT
           PERFORM 3210-MATCH-CUR-NAME THRU 3210-EXIT
               VARYING VAR-IX FROM 1 BY 1
               UNTIL VAR-IX > VAR-CNT OR VAR-HIT > 0
           IF VAR-HIT = 0
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO VAR-TOTAL(VAR-HIT)
           IF FIN-SETTING = VAR-TARGET(VAR-HIT)
               ADD 1 TO VAR-ON(VAR-HIT)
               GO TO 3200-EXIT
           END-IF
           IF STRAG-CNT >= 1000
               IF NOT STRAG-FULL-WARNED
                   DISPLAY "WARNING: MORE THAN 1000 STRAGGLERS, "
                           "REMAINDER NOT LISTED"
                   SET STRAG-FULL-WARNED TO TRUE
               END-IF
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO STRAG-CNT
           MOVE CUR-NAME TO STRAG-NAME(STRAG-CNT)
           MOVE CUR-HOST TO STRAG-HOST(STRAG-CNT)
           MOVE FIN-SETTING TO STRAG-SETTING(STRAG-CNT).
       3200-EXIT.
           EXIT.

       3210-MATCH-CUR-NAME.
           IF VAR-NAME(VAR-IX) = CUR-NAME
               MOVE VAR-IX TO VAR-HIT
           END-IF.
       3210-EXIT.
           EXIT.

       4000-REPORT.
           DISPLAY "FLEET CHANGE AND CONVERGENCE REPORT"
           IF CONV-VAR = SPACES
               DISPLAY "RANGE: " CONV-FROM " TO " CONV-END
           ELSE
               MOVE 0 TO NAME-LEN
               INSPECT CONV-VAR TALLYING NAME-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               DISPLAY "RANGE: " CONV-FROM " TO " CONV-END
                       "  VARIABLE: " CONV-VAR(1:NAME-LEN)
           END-IF
           MOVE REC-CNT TO CNT-EDIT
           DISPLAY "MASTER RECORDS READ: " CNT-EDIT
           DISPLAY " "

           DISPLAY "VALUE CHANGES:"
           IF CHG-CNT = 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM 4100-SHOW-CHANGE THRU 4100-EXIT
               VARYING CHG-IX FROM 1 BY 1 UNTIL CHG-IX > CHG-CNT
           IF CHG-SKIP-CNT > 0
               MOVE CHG-SKIP-CNT TO CNT-EDIT
               DISPLAY "  CHANGES NOT LISTED: " CNT-EDIT
           END-IF
           DISPLAY " "

           DISPLAY "ROLLOUT WAVES:"
           IF WAVE-CNT = 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM 4200-SHOW-WAVE THRU 4200-EXIT
               VARYING WAVE-IX FROM 1 BY 1 UNTIL WAVE-IX > WAVE-CNT
           DISPLAY " "

           DISPLAY "CONVERGENCE BY VARIABLE:"
           IF VAR-CNT = 0
               DISPLAY "  (NONE)"
           END-IF
           MOVE 0 TO OPEN-VAR-CNT
           PERFORM 4300-SHOW-VARIABLE THRU 4300-EXIT
               VARYING VAR-IX FROM 1 BY 1 UNTIL VAR-IX > VAR-CNT
           DISPLAY " "

           DISPLAY "STRAGGLERS AT " CONV-END ":"
           IF STRAG-CNT = 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM 4400-SHOW-STRAGGLER THRU 4400-EXIT
               VARYING STRAG-IX FROM 1 BY 1 UNTIL STRAG-IX > STRAG-CNT
           DISPLAY " "

           MOVE CHG-CNT TO CNT-EDIT
           DISPLAY "CHANGES:                " CNT-EDIT
           MOVE WAVE-CNT TO CNT-EDIT
           DISPLAY "WAVES:                  " CNT-EDIT
           MOVE VAR-CNT TO CNT-EDIT
           DISPLAY "VARIABLES CHANGED:      " CNT-EDIT
           MOVE OPEN-VAR-CNT TO CNT-EDIT
           DISPLAY "NOT CONVERGED:          " CNT-EDIT
           MOVE STRAG-CNT TO CNT-EDIT
           DISPLAY "STRAGGLERS:             " CNT-EDIT
           IF OPEN-VAR-CNT > 0 AND CONV-EXIT-CODE < 4
               MOVE 4 TO CONV-EXIT-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SHOW-CHANGE.
           MOVE CHG-OLD(CHG-IX) TO FMT-IN
           PERFORM 5000-FORMAT-SETTING THRU 5000-EXIT
           MOVE FMT-OUT TO OLD-TEXT
           MOVE FMT-LEN TO OLD-LEN
           MOVE CHG-NEW(CHG-IX) TO FMT-IN
           PERFORM 5000-FORMAT-SETTING THRU 5000-EXIT
           MOVE 0 TO HOST-LEN NAME-LEN
           INSPECT CHG-HOST(CHG-IX) TALLYING HOST-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT CHG-NAME(CHG-IX) TALLYING NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           DISPLAY "  " CHG-DATE(CHG-IX) "  "
                   CHG-HOST(CHG-IX)(1:HOST-LEN) " "
                   CHG-NAME(CHG-IX)(1:NAME-LEN) ": "
                   OLD-TEXT(1:OLD-LEN) " -> " FMT-OUT(1:FMT-LEN).
       4100-EXIT.
           EXIT.

       4200-SHOW-WAVE.
           MOVE WAVE-NEW(WAVE-IX) TO FMT-IN
           PERFORM 5000-FORMAT-SETTING THRU 5000-EXIT
           MOVE 0 TO NAME-LEN
           INSPECT WAVE-NAME(WAVE-IX) TALLYING NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WAVE-HOSTS(WAVE-IX) TO CNT-EDIT-2
           DISPLAY "  " WAVE-DATE(WAVE-IX) "  "
                   WAVE-NAME(WAVE-IX)(1:NAME-LEN) " "
                   CNT-EDIT-2 " HOST(S) -> " FMT-OUT(1:FMT-LEN)
           IF WAVE-MIXED-SW(WAVE-IX) = "Y"
               DISPLAY "            (HOSTS CAME FROM MORE THAN ONE "
                       "VALUE)"
           ELSE
               MOVE WAVE-OLD(WAVE-IX) TO FMT-IN
               PERFORM 5000-FORMAT-SETTING THRU 5000-EXIT
               DISPLAY "            FROM " FMT-OUT(1:FMT-LEN)
           END-IF.
       4200-EXIT.
           EXIT.

      *> Converged: days from the first host reaching the target to
      *> the last.  Not converged: days from the first host to the
      *> end of the range, still counting.
       4300-SHOW-VARIABLE.
           MOVE VAR-TARGET(VAR-IX) TO FMT-IN
           PERFORM 5000-FORMAT-SETTING THRU 5000-EXIT
           MOVE 0 TO NAME-LEN
           INSPECT VAR-NAME(VAR-IX) TALLYING NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           DISPLAY "  " VAR-NAME(VAR-IX)(1:NAME-LEN)
                   " -> " FMT-OUT(1:FMT-LEN)
           MOVE VAR-START(VAR-IX) TO DATE-NUM-1
           IF VAR-ON(VAR-IX) = VAR-TOTAL(VAR-IX)
               MOVE VAR-LAST(VAR-IX) TO DATE-NUM-2
           ELSE
               MOVE CONV-END TO DATE-NUM-2
           END-IF
           COMPUTE DAYS-NUM = FUNCTION INTEGER-OF-DATE(DATE-NUM-2)
                            - FUNCTION INTEGER-OF-DATE(DATE-NUM-1)
           MOVE DAYS-NUM TO DAYS-EDIT
           MOVE VAR-ON(VAR-IX) TO CNT-EDIT-2
           MOVE VAR-TOTAL(VAR-IX) TO CNT-EDIT-3
           IF VAR-ON(VAR-IX) = VAR-TOTAL(VAR-IX)
               DISPLAY "      FIRST " VAR-START(VAR-IX)
                       "  LAST " VAR-LAST(VAR-IX)
                       "  CONVERGED IN " DAYS-EDIT " DAY(S)"
                       "  " CNT-EDIT-2 " OF " CNT-EDIT-3 " HOSTS"
           ELSE
               ADD 1 TO OPEN-VAR-CNT
               DISPLAY "      FIRST " VAR-START(VAR-IX)
                       "  NOT CONVERGED, OPEN " DAYS-EDIT " DAY(S)"
                       "  " CNT-EDIT-2 " OF " CNT-EDIT-3 " HOSTS"
           END-IF.
       4300-EXIT.
           EXIT.

       4400-SHOW-STRAGGLER.
           MOVE 0 TO VAR-HIT
           PERFORM 4410-MATCH-STRAG-NAME THRU 4410-EXIT
               VARYING VAR-IX FROM 1 BY 1
               UNTIL VAR-IX > VAR-CNT OR VAR-HIT > 0
           MOVE STRAG-SETTING(STRAG-IX) TO FMT-IN
           PERFORM 5000-FORMAT-SETTING THRU 5000-EXIT
           MOVE 0 TO HOST-LEN NAME-LEN
           INSPECT STRAG-HOST(STRAG-IX) TALLYING HOST-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT STRAG-NAME(STRAG-IX) TALLYING NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF VAR-HIT > 0
               AND STRAG-SETTING(STRAG-IX) = VAR-OLD(VAR-HIT)
               DISPLAY "  " STRAG-NAME(STRAG-IX)(1:NAME-LEN) " "
                       STRAG-HOST(STRAG-IX)(1:HOST-LEN)
                       "  STILL ON OLD VALUE " FMT-OUT(1:FMT-LEN)
           ELSE
               DISPLAY "  " STRAG-NAME(STRAG-IX)(1:NAME-LEN) " "
                       STRAG-HOST(STRAG-IX)(1:HOST-LEN)
                       "  ON " FMT-OUT(1:FMT-LEN)
           END-IF.
       4400-EXIT.
           EXIT.

       4410-MATCH-STRAG-NAME.
           IF VAR-NAME(VAR-IX) = STRAG-NAME(STRAG-IX)
               MOVE VAR-IX TO VAR-HIT
           END-IF.
       4410-EXIT.
           EXIT.

       5000-FORMAT-SETTING.
           MOVE SPACES TO FMT-OUT
           MOVE LENGTH OF FMT-VALUE TO FMT-LEN
           PERFORM 5010-TRIM-STEP THRU 5010-EXIT
               UNTIL FMT-LEN = 0
                  OR FMT-VALUE(FMT-LEN:1) NOT = SPACE
           IF FMT-LEN > 0
               MOVE FMT-VALUE(1:FMT-LEN) TO FMT-OUT
               GO TO 5000-EXIT
           END-IF
           MOVE 0 TO FMT-STAT-LEN
           INSPECT FMT-STATUS TALLYING FMT-STAT-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF FMT-STAT-LEN = 0
               MOVE "(EMPTY)" TO FMT-OUT
               MOVE 7 TO FMT-LEN
               GO TO 5000-EXIT
           END-IF
           STRING "(" DELIMITED BY SIZE
                  FMT-STATUS(1:FMT-STAT-LEN) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO FMT-OUT
           COMPUTE FMT-LEN = FMT-STAT-LEN + 2.
       5000-EXIT.
           EXIT.

       5010-TRIM-STEP.
           SUBTRACT 1 FROM FMT-LEN.
       5010-EXIT.
           EXIT.
