      *> variable is severity 4, a value that breaks its rule is
      *> severity 8, an OPTIONAL miss is no failure at all.  The
      *> checks here are kept quiet -- the board line is the verdict.
      *>
      *> A record may name the jobs it feeds off in a third field,
      *>     JOB-NAME|PROFILE-FILE|PRED-JOB,PRED-JOB,...
      *> and the board then runs in dependency order: a job is only
      *> checked once every predecessor has been, and a job with a
      *> NO-GO (or HELD) predecessor is not checked at all but shown
      *> HELD BY the job that actually failed -- one failure, one
      *> thing to chase at 05:30.  A predecessor the schedule does
      *> not define, or a dependency cycle, rejects the whole
      *> schedule before any profile runs.  The board ends with one
      *> line per branch of the window (a job with no predecessors
      *> and everything downstream of it) saying whether that branch
      *> can still start on time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  JOB-CNT                         PIC 9(4) VALUE 0.
       01  JOB-GO-CNT                      PIC 9(4) VALUE 0.
       01  JOB-NOGO-CNT                    PIC 9(4) VALUE 0.
       01  JOB-HELD-CNT                    PIC 9(4) VALUE 0.
       01  JOB-CNT-EDIT                    PIC Z(3)9.
       01  JOB-CNT-EDIT-2                  PIC Z(3)9.

      *> The whole schedule is loaded before anything is checked, so
      *> predecessors can be resolved and the run ordered.  J-STATE
      *> is blank until the job's turn, then G (GO), N (NO-GO), or
      *> H (HELD, with J-HELD-BY naming the job that failed).
       01  JOB-TBL.
           05  JOB-ENTRY OCCURS 64 TIMES.
               10  J-NAME                  PIC X(32).
               10  J-PROF                  PIC X(128).
               10  J-LINE                  PIC 9(4).
               10  J-PRED-CNT              PIC 9(4) BINARY.
               10  J-PRED-NAME OCCURS 8 TIMES
                                           PIC X(32).
               10  J-PRED-IX OCCURS 8 TIMES
                                           PIC 9(4) BINARY.
               10  J-PLACED-SW             PIC X.
               10  J-STATE                 PIC X.
               10  J-SEV                   PIC 9(2).
               10  J-HELD-BY               PIC X(32).
               10  J-MARK-SW               PIC X.
       01  JOB-IX                          PIC 9(4) BINARY VALUE 0.
       01  JOB-IX2                         PIC 9(4) BINARY VALUE 0.
       01  JOB-CUR                         PIC 9(4) BINARY VALUE 0.
       01  JOB-FOUND-IX                    PIC 9(4) BINARY VALUE 0.
       01  PRED-IX                         PIC 9(4) BINARY VALUE 0.
       01  PRED-LIST                       PIC X(128) VALUE SPACES.
       01  PRED-POS                        PIC 9(4) BINARY VALUE 0.
       01  PRED-TOKEN                      PIC X(32) VALUE SPACES.
       01  PRED-TOKEN-LEN                  PIC 9(4) BINARY VALUE 0.
       01  SCHED-LINE-NO                   PIC 9(4) VALUE 0.
       01  SCHED-LINE-EDIT                 PIC Z(3)9.
       01  SCHED-BAD-SW                    PIC X VALUE "N".
           88  SCHED-REJECTED              VALUE "Y".
       01  SCHED-FULL-SW                   PIC X VALUE "N".
           88  SCHED-FULL-WARNED           VALUE "Y".

      *> Run order, built by repeatedly taking the first job (in
      *> schedule-file order) whose predecessors are all placed;
      *> a pass that places nothing while jobs remain is a cycle.
       01  ORD-TBL.
           05  ORD-JOB OCCURS 64 TIMES     PIC 9(4) BINARY.
       01  ORD-CNT                         PIC 9(4) VALUE 0.
       01  ORD-IX                          PIC 9(4) BINARY VALUE 0.
       01  ORD-PROGRESS-SW                 PIC X VALUE "N".
           88  ORD-PROGRESS                VALUE "Y".
       01  PRED-OK-SW                      PIC X VALUE "N".
           88  PREDS-PLACED                VALUE "Y".
       01  HOLD-SW                         PIC X VALUE "N".
           88  JOB-HELD                    VALUE "Y".
       01  HOLD-BY                         PIC X(32) VALUE SPACES.
       01  HOLD-BY-LEN                     PIC 9(4) BINARY VALUE 0.

      *> Branch summary working storage: one root at a time, its
      *> downstream closure marked pass by pass.
       01  BR-ROOT                         PIC 9(4) BINARY VALUE 0.
       01  BR-JOB-CNT                      PIC 9(4) VALUE 0.
       01  BR-GO-CNT                       PIC 9(4) VALUE 0.
       01  BR-MARK-CHANGED-SW              PIC X VALUE "N".
           88  BR-MARK-CHANGED             VALUE "Y".
       01  BR-ONTIME-CNT                   PIC 9(4) VALUE 0.
       01  BR-CNT                          PIC 9(4) VALUE 0.

      *> Same record shape 6510-CHECK-ONE-PROFILE-REC carves in HOLA:
      *>     NAME|REQUIRED or OPTIONAL|RULE|PARAMETER
           END-IF

           DISPLAY "HOLA WINDOW GO/NO-GO BOARD"
           PERFORM 0500-LOAD-SCHEDULE THRU 0500-EXIT
           IF JOB-CNT = 0
               DISPLAY "ERROR: NO JOB RECORDS IN " SCHED-FILE-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Structural faults reject the schedule before any profile
      *> runs: a board drawn from a broken dependency list would
      *> hold or release the wrong jobs.
           PERFORM 0600-VALIDATE-SCHEDULE THRU 0600-EXIT
           IF NOT SCHED-REJECTED
               PERFORM 0700-ORDER-JOBS THRU 0700-EXIT
           END-IF
           IF SCHED-REJECTED
               DISPLAY "SCHEDULE REJECTED, NO JOBS CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CHECK-ONE-JOB THRU 1000-EXIT
               VARYING ORD-IX FROM 1 BY 1 UNTIL ORD-IX > ORD-CNT

           DISPLAY " "
           COMPUTE JOB-CNT-EDIT = JOB-GO-CNT + JOB-NOGO-CNT
           DISPLAY "JOBS CHECKED: " JOB-CNT-EDIT
           MOVE JOB-GO-CNT TO JOB-CNT-EDIT
           DISPLAY "JOBS GO:      " JOB-CNT-EDIT
           MOVE JOB-NOGO-CNT TO JOB-CNT-EDIT
           DISPLAY "JOBS NO-GO:   " JOB-CNT-EDIT
           MOVE JOB-HELD-CNT TO JOB-CNT-EDIT
           DISPLAY "JOBS HELD:    " JOB-CNT-EDIT

           PERFORM 4000-BRANCH-SUMMARY THRU 4000-EXIT
           MOVE BOARD-EXIT-CODE TO RETURN-CODE
           STOP RUN.

      *> Every record into the job table first; the profile runs
      *> wait until the schedule is known to be whole.
       0500-LOAD-SCHEDULE.
           MOVE 0 TO JOB-CNT SCHED-LINE-NO
           MOVE "N" TO SCHED-EOF-SW
           OPEN INPUT SCHED-FILE
           PERFORM 0510-LOAD-ONE-JOB THRU 0510-EXIT
               UNTIL SCHED-EOF
           CLOSE SCHED-FILE.
       0500-EXIT.
           EXIT.

       0510-LOAD-ONE-JOB.
           READ SCHED-FILE
               AT END
                   SET SCHED-EOF TO TRUE
                   GO TO 0510-EXIT
           END-READ
           ADD 1 TO SCHED-LINE-NO
           IF SCHED-REC = SPACES OR SCHED-REC(1:1) = "*"
               GO TO 0510-EXIT
           END-IF

           MOVE SPACES TO JOB-NAME PROF-FILE-NAME PRED-LIST
           UNSTRING SCHED-REC DELIMITED BY "|"
               INTO JOB-NAME PROF-FILE-NAME PRED-LIST
           IF JOB-NAME = SPACES
               DISPLAY "WARNING: SCHEDULE RECORD WITH NO JOB NAME "
                       "SKIPPED"
               GO TO 0510-EXIT
           END-IF
           IF JOB-CNT >= 64
               IF NOT SCHED-FULL-WARNED
                   DISPLAY "ERROR: MORE THAN 64 JOBS IN "
                           SCHED-FILE-NAME
                   SET SCHED-FULL-WARNED TO TRUE
                   SET SCHED-REJECTED TO TRUE
               END-IF
               GO TO 0510-EXIT
           END-IF
           ADD 1 TO JOB-CNT
           MOVE JOB-CNT TO JOB-CUR
           MOVE JOB-NAME TO J-NAME(JOB-CUR)
           MOVE PROF-FILE-NAME TO J-PROF(JOB-CUR)
           MOVE SCHED-LINE-NO TO J-LINE(JOB-CUR)
           MOVE 0 TO J-PRED-CNT(JOB-CUR) J-SEV(JOB-CUR)
           MOVE "N" TO J-PLACED-SW(JOB-CUR) J-MARK-SW(JOB-CUR)
           MOVE SPACES TO J-STATE(JOB-CUR) J-HELD-BY(JOB-CUR)
           MOVE 1 TO PRED-POS
           PERFORM 0520-TAKE-ONE-PRED THRU 0520-EXIT
               UNTIL PRED-POS > LENGTH OF PRED-LIST.
       0510-EXIT.
           EXIT.

      *> Predecessors are comma-separated; blanks around a name are
      *> tolerated, an empty slot between commas is ignored.
       0520-TAKE-ONE-PRED.
           MOVE SPACES TO PRED-TOKEN
           UNSTRING PRED-LIST DELIMITED BY "," OR ALL SPACE
               INTO PRED-TOKEN WITH POINTER PRED-POS
           IF PRED-TOKEN = SPACES
               GO TO 0520-EXIT
           END-IF
           IF J-PRED-CNT(JOB-CUR) >= 8
               MOVE J-LINE(JOB-CUR) TO SCHED-LINE-EDIT
               DISPLAY "ERROR: LINE " SCHED-LINE-EDIT
                       ": MORE THAN 8 PREDECESSORS"
               SET SCHED-REJECTED TO TRUE
               MOVE LENGTH OF PRED-LIST TO PRED-POS
               ADD 1 TO PRED-POS
               GO TO 0520-EXIT
           END-IF
           ADD 1 TO J-PRED-CNT(JOB-CUR)
           MOVE PRED-TOKEN TO J-PRED-NAME(JOB-CUR, J-PRED-CNT(JOB-CUR))
           MOVE 0 TO J-PRED-IX(JOB-CUR, J-PRED-CNT(JOB-CUR)).
       0520-EXIT.
           EXIT.

      *> A job named twice, a predecessor nobody defines, and a job
      *> that waits on itself are all reported, not just the first,
      *> so one edit fixes the file.
       0600-VALIDATE-SCHEDULE.
           PERFORM 0610-VALIDATE-ONE-JOB THRU 0610-EXIT
               VARYING JOB-IX FROM 1 BY 1 UNTIL JOB-IX > JOB-CNT.
       0600-EXIT.
           EXIT.

       0610-VALIDATE-ONE-JOB.
           MOVE J-NAME(JOB-IX) TO JOB-NAME
           PERFORM 0650-FIND-JOB THRU 0650-EXIT
           IF JOB-FOUND-IX NOT = JOB-IX
               PERFORM 0690-SHOW-JOB-NAME THRU 0690-EXIT
               MOVE J-LINE(JOB-IX) TO SCHED-LINE-EDIT
               DISPLAY "ERROR: LINE " SCHED-LINE-EDIT ": JOB "
                       JOB-NAME(1:JOB-NAME-LEN) " DEFINED TWICE"
               SET SCHED-REJECTED TO TRUE
           END-IF
           PERFORM 0620-RESOLVE-ONE-PRED THRU 0620-EXIT
               VARYING PRED-IX FROM 1 BY 1
               UNTIL PRED-IX > J-PRED-CNT(JOB-IX).
       0610-EXIT.
           EXIT.

       0620-RESOLVE-ONE-PRED.
           MOVE J-PRED-NAME(JOB-IX, PRED-IX) TO JOB-NAME
           PERFORM 0650-FIND-JOB THRU 0650-EXIT
           PERFORM 0690-SHOW-JOB-NAME THRU 0690-EXIT
           MOVE J-LINE(JOB-IX) TO SCHED-LINE-EDIT
           IF JOB-FOUND-IX = 0
               DISPLAY "ERROR: LINE " SCHED-LINE-EDIT
                       ": UNKNOWN PREDECESSOR " JOB-NAME(1:JOB-NAME-LEN)
               SET SCHED-REJECTED TO TRUE
               GO TO 0620-EXIT
           END-IF
           IF JOB-FOUND-IX = JOB-IX
               DISPLAY "ERROR: LINE " SCHED-LINE-EDIT ": JOB "
                       JOB-NAME(1:JOB-NAME-LEN) " WAITS ON ITSELF"
               SET SCHED-REJECTED TO TRUE
               GO TO 0620-EXIT
           END-IF
           MOVE JOB-FOUND-IX TO J-PRED-IX(JOB-IX, PRED-IX).
       0620-EXIT.
           EXIT.

      *> First definition wins the lookup, which is what lets
      *> 0610 spot the second one.
       0650-FIND-JOB.
           MOVE 0 TO JOB-FOUND-IX
           PERFORM 0660-MATCH-ONE-JOB THRU 0660-EXIT
               VARYING JOB-IX2 FROM 1 BY 1
               UNTIL JOB-IX2 > JOB-CNT OR JOB-FOUND-IX > 0.
       0650-EXIT.
           EXIT.

       0660-MATCH-ONE-JOB.
           IF J-NAME(JOB-IX2) = JOB-NAME
               MOVE JOB-IX2 TO JOB-FOUND-IX
           END-IF.
       0660-EXIT.
           EXIT.

       0690-SHOW-JOB-NAME.
           MOVE 0 TO JOB-NAME-LEN
           INSPECT JOB-NAME TALLYING JOB-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
       0690-EXIT.
           EXIT.

      *> Kahn's ordering done the batch way: pass after pass, place
      *> the first unplaced job whose predecessors are all placed.
      *> Whatever is left when a pass places nothing sits on a
      *> cycle or downstream of one, and is named.
       0700-ORDER-JOBS.
           MOVE 0 TO ORD-CNT
           SET ORD-PROGRESS TO TRUE
           PERFORM 0710-PLACE-ONE-JOB THRU 0710-EXIT
               UNTIL ORD-CNT = JOB-CNT OR NOT ORD-PROGRESS
           IF ORD-CNT < JOB-CNT
               DISPLAY "ERROR: DEPENDENCY CYCLE IN " SCHED-FILE-NAME
               PERFORM 0730-SHOW-UNPLACED THRU 0730-EXIT
                   VARYING JOB-IX FROM 1 BY 1 UNTIL JOB-IX > JOB-CNT
               SET SCHED-REJECTED TO TRUE
           END-IF.
       0700-EXIT.
           EXIT.

       0710-PLACE-ONE-JOB.
           MOVE "N" TO ORD-PROGRESS-SW
           PERFORM 0720-TRY-ONE-JOB THRU 0720-EXIT
               VARYING JOB-IX FROM 1 BY 1
               UNTIL JOB-IX > JOB-CNT OR ORD-PROGRESS.
       0710-EXIT.
           EXIT.

       0720-TRY-ONE-JOB.
           IF J-PLACED-SW(JOB-IX) = "Y"
               GO TO 0720-EXIT
           END-IF
           SET PREDS-PLACED TO TRUE
           PERFORM 0725-CHECK-PRED-PLACED THRU 0725-EXIT
               VARYING PRED-IX FROM 1 BY 1
               UNTIL PRED-IX > J-PRED-CNT(JOB-IX) OR NOT PREDS-PLACED
           IF NOT PREDS-PLACED
               GO TO 0720-EXIT
           END-IF
           MOVE "Y" TO J-PLACED-SW(JOB-IX)
           ADD 1 TO ORD-CNT
           MOVE JOB-IX TO ORD-JOB(ORD-CNT)
           SET ORD-PROGRESS TO TRUE.
       0720-EXIT.
           EXIT.

       0725-CHECK-PRED-PLACED.
           IF J-PLACED-SW(J-PRED-IX(JOB-IX, PRED-IX)) NOT = "Y"
               MOVE "N" TO PRED-OK-SW
           END-IF.
       0725-EXIT.
           EXIT.

       0730-SHOW-UNPLACED.
           IF J-PLACED-SW(JOB-IX) = "Y"
               GO TO 0730-EXIT
           END-IF
           MOVE J-NAME(JOB-IX) TO JOB-NAME
           PERFORM 0690-SHOW-JOB-NAME THRU 0690-EXIT
           MOVE J-LINE(JOB-IX) TO SCHED-LINE-EDIT
           DISPLAY "       LINE " SCHED-LINE-EDIT ": "
                   JOB-NAME(1:JOB-NAME-LEN)
                   " IS ON OR BEHIND THE CYCLE".
       0730-EXIT.
           EXIT.

      *> One job in run order, one board line out.  A job whose
      *> predecessor did not go is HELD BY the job that actually
      *> failed (a held predecessor passes its own culprit down), and
      *> its profile is not run -- its verdict would be noise.  A
      *> record with no profile file name is itself a NO-GO -- a job
      *> the board cannot gate is a job nobody gated.
       1000-CHECK-ONE-JOB.
           MOVE ORD-JOB(ORD-IX) TO JOB-CUR
           MOVE J-NAME(JOB-CUR) TO JOB-NAME
           MOVE J-PROF(JOB-CUR) TO PROF-FILE-NAME
           PERFORM 0690-SHOW-JOB-NAME THRU 0690-EXIT

           MOVE "N" TO HOLD-SW
           MOVE SPACES TO HOLD-BY
           PERFORM 1100-CHECK-ONE-PRED THRU 1100-EXIT
               VARYING PRED-IX FROM 1 BY 1
               UNTIL PRED-IX > J-PRED-CNT(JOB-CUR) OR JOB-HELD
           IF JOB-HELD
               MOVE "H" TO J-STATE(JOB-CUR)
               MOVE HOLD-BY TO J-HELD-BY(JOB-CUR)
               MOVE 0 TO HOLD-BY-LEN
               INSPECT HOLD-BY TALLYING HOLD-BY-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               DISPLAY "  HELD   " JOB-NAME(1:JOB-NAME-LEN)
                       "  HELD BY " HOLD-BY(1:HOLD-BY-LEN)
               ADD 1 TO JOB-HELD-CNT
               GO TO 1000-EXIT
           END-IF

           MOVE 0 TO JOB-SEVERITY
           MOVE SPACES TO JOB-FAIL-TEXT
           ELSE
               PERFORM 2000-RUN-JOB-PROFILE THRU 2000-EXIT
           END-IF
           MOVE JOB-SEVERITY TO J-SEV(JOB-CUR)

           IF JOB-SEVERITY = 0
               MOVE "G" TO J-STATE(JOB-CUR)
               DISPLAY "  GO     " JOB-NAME(1:JOB-NAME-LEN)
               ADD 1 TO JOB-GO-CNT
           ELSE
               MOVE "N" TO J-STATE(JOB-CUR)
               MOVE JOB-SEVERITY TO JOB-SEV-EDIT
               DISPLAY "  NO-GO  " JOB-NAME(1:JOB-NAME-LEN)
                       "  (SEV " JOB-SEV-EDIT ") "
       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-PRED.
           MOVE J-PRED-IX(JOB-CUR, PRED-IX) TO JOB-IX
           EVALUATE J-STATE(JOB-IX)
               WHEN "N"
                   SET JOB-HELD TO TRUE
                   MOVE J-NAME(JOB-IX) TO HOLD-BY
               WHEN "H"
                   SET JOB-HELD TO TRUE
                   MOVE J-HELD-BY(JOB-IX) TO HOLD-BY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       2000-RUN-JOB-PROFILE.
           MOVE "N" TO PROF-EOF-SW
           MOVE 0 TO PROF-REC-CNT
           END-IF.
       3000-EXIT.
           EXIT.

      *> A branch is a job with no predecessors and everything
      *> downstream of it; it can start on time only when every job
      *> in it is GO.  A job fed by two branches counts in both --
      *> the question per branch is "can this whole line run".
       4000-BRANCH-SUMMARY.
           DISPLAY " "
           DISPLAY "BRANCHES OF THE WINDOW:"
           MOVE 0 TO BR-CNT BR-ONTIME-CNT
           PERFORM 4100-SUMMARIZE-ONE-BRANCH THRU 4100-EXIT
               VARYING BR-ROOT FROM 1 BY 1 UNTIL BR-ROOT > JOB-CNT
           MOVE BR-ONTIME-CNT TO JOB-CNT-EDIT
           MOVE BR-CNT TO JOB-CNT-EDIT-2
           DISPLAY "BRANCHES ON TIME: " JOB-CNT-EDIT " OF "
                   JOB-CNT-EDIT-2.
       4000-EXIT.
           EXIT.

       4100-SUMMARIZE-ONE-BRANCH.
           IF J-PRED-CNT(BR-ROOT) > 0
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO BR-CNT
           PERFORM 4110-CLEAR-ONE-MARK THRU 4110-EXIT
               VARYING JOB-IX FROM 1 BY 1 UNTIL JOB-IX > JOB-CNT
           MOVE "Y" TO J-MARK-SW(BR-ROOT)
           SET BR-MARK-CHANGED TO TRUE
           PERFORM 4120-MARK-ONE-PASS THRU 4120-EXIT
               UNTIL NOT BR-MARK-CHANGED
           MOVE 0 TO BR-JOB-CNT BR-GO-CNT
           PERFORM 4140-COUNT-ONE-MARK THRU 4140-EXIT
               VARYING JOB-IX FROM 1 BY 1 UNTIL JOB-IX > JOB-CNT

           MOVE J-NAME(BR-ROOT) TO JOB-NAME
           PERFORM 0690-SHOW-JOB-NAME THRU 0690-EXIT
           MOVE BR-GO-CNT TO JOB-CNT-EDIT
           MOVE BR-JOB-CNT TO JOB-CNT-EDIT-2
           EVALUATE TRUE
               WHEN BR-GO-CNT = BR-JOB-CNT
                   ADD 1 TO BR-ONTIME-CNT
                   DISPLAY "  ON TIME  " JOB-NAME(1:JOB-NAME-LEN)
                           "  (" JOB-CNT-EDIT " OF " JOB-CNT-EDIT-2
                           " JOBS GO)"
               WHEN J-STATE(BR-ROOT) = "G"
                   DISPLAY "  PARTIAL  " JOB-NAME(1:JOB-NAME-LEN)
                           "  (" JOB-CNT-EDIT " OF " JOB-CNT-EDIT-2
                           " JOBS GO)"
               WHEN OTHER
                   DISPLAY "  BLOCKED  " JOB-NAME(1:JOB-NAME-LEN)
                           "  (" JOB-CNT-EDIT " OF " JOB-CNT-EDIT-2
                           " JOBS GO)"
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4110-CLEAR-ONE-MARK.
           MOVE "N" TO J-MARK-SW(JOB-IX).
       4110-EXIT.
           EXIT.

      *> One sweep marks every unmarked job with a marked
      *> predecessor; sweeps repeat until one marks nothing.
       4120-MARK-ONE-PASS.
           MOVE "N" TO BR-MARK-CHANGED-SW
           PERFORM 4130-MARK-ONE-JOB THRU 4130-EXIT
               VARYING JOB-IX FROM 1 BY 1 UNTIL JOB-IX > JOB-CNT.
       4120-EXIT.
           EXIT.

       4130-MARK-ONE-JOB.
           IF J-MARK-SW(JOB-IX) = "Y"
               GO TO 4130-EXIT
           END-IF
           PERFORM 4135-MARK-IF-PRED-MARKED THRU 4135-EXIT
               VARYING PRED-IX FROM 1 BY 1
               UNTIL PRED-IX > J-PRED-CNT(JOB-IX)
                  OR J-MARK-SW(JOB-IX) = "Y".
       4130-EXIT.
           EXIT.

       4135-MARK-IF-PRED-MARKED.
           IF J-MARK-SW(J-PRED-IX(JOB-IX, PRED-IX)) = "Y"
               MOVE "Y" TO J-MARK-SW(JOB-IX)
               SET BR-MARK-CHANGED TO TRUE
           END-IF.
       4135-EXIT.
           EXIT.

       4140-COUNT-ONE-MARK.
           IF J-MARK-SW(JOB-IX) NOT = "Y"
               GO TO 4140-EXIT
           END-IF
           ADD 1 TO BR-JOB-CNT
           IF J-STATE(JOB-IX) = "G"
               ADD 1 TO BR-GO-CNT
           END-IF.
       4140-EXIT.
           EXIT.
