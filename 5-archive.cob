      *> otherwise).
      *>
      *>     roll  [retention-days]          roll + load + retention
      *>     query VAR [from-date [to-date]] [full]
      *>                                     matching check records
      *>     verify [gen-date | log-file]    re-check a log's chain
      *>     reload                          convert an old master
      *>
      *> Dates are YYYYMMDD.  Query defaults to the variable's whole
      *> history; verify defaults to the live log.  A trailing "full"
      *> on a query prints each value whole from HOLA's value
      *> dictionary (HOLA-VALUES.DAT) instead of its first 120 bytes.
      *>
      *> Every audit line HOLA writes ends in a " CHAIN=" digest over
      *> the line before it (7500-CHAIN-AUDIT-LINE).  The roll checks
      *> the whole chain of the log it is about to load and refuses
      *> to load one that has been edited, naming the first line
      *> that does not check; verify runs the same check on demand
      *> against any dated generation for the compliance review.
      *>
      *> The roll is two-phase and restartable.  A checkpoint file
      *> (PHASE|WORKFILE|GENDATE|COUNT, one line) is written the
      *> unfinished load (probing the master so the ARCH-SEQ bump
      *> cannot double-write a record), finishes the fold, and only
      *> then rolls the new live log.
      *>
      *> A master built before ARCH-MAINT and ARCH-VDIGEST were added
      *> holds fixed 210-byte records and will not open (status 39)
      *> or take a full-length record under the current layout.
      *> reload copies it, record for record, into a new master in
      *> the current layout and swaps that into place, keeping the
      *> old one beside it as <master>.OLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT OPTIONAL OLD-ARCH-FILE ASSIGN TO OLD-ARCH-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OLD-ARCH-KEY
               FILE STATUS IS OLD-ARCH-FILE-STATUS.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO CHKPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHKPT-FILE-STATUS.
           SELECT OPTIONAL VDICT-FILE ASSIGN TO VDICT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VDICT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(512).

      *> ARCH-MAINT, the maintenance ticket a check ran under, was
      *> added to the end of the record; records loaded before it
      *> are the shorter length and read back with it blank.
      *> ARCH-VDIGEST, the value-dictionary digest of the whole
      *> value, came after it the same way: a record without one
      *> holds only the first 120 bytes, and when those are all
      *> used the value is reported as partial.
       FD  ARCH-FILE
           RECORD IS VARYING IN SIZE FROM 210 TO 262 CHARACTERS
               DEPENDING ON ARCH-REC-LEN.
       01  ARCH-REC.
           05  ARCH-KEY.
               10  ARCH-NAME               PIC X(64).
               10  ARCH-SEQ                PIC 9(3).
           05  ARCH-RC                     PIC XX.
           05  ARCH-VALUE                  PIC X(120).
           05  ARCH-MAINT                  PIC X(32).
           05  ARCH-VDIGEST                PIC X(20).

      *> The master as it was before either field was added, read
      *> only by the reload.
       FD  OLD-ARCH-FILE.
       01  OLD-ARCH-REC.
           05  OLD-ARCH-KEY                PIC X(88).
           05  FILLER                      PIC X(122).

       FD  CHKPT-FILE.
       01  CHKPT-REC                       PIC X(96).

       FD  VDICT-FILE.
       01  VDICT-REC                       PIC X(10030).

       WORKING-STORAGE SECTION.
       01  AUDIT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-AUDIT.LOG".
       01  ARCH-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-AUDIT-MASTER.IDX".
       01  ARCH-FILE-STATUS                PIC XX VALUE "00".
       01  ARCH-REC-LEN                    PIC 9(4) BINARY VALUE 0.
      *> A master record at least this long carries ARCH-MAINT;
      *> only a full-length one carries ARCH-VDIGEST as well.
       01  ARCH-MAINT-END                  PIC 9(4) BINARY VALUE 242.

      *> Reload of an old-layout master.  The new master is built
      *> under <master>.NEW and only renamed into place once every
      *> record has been copied; the .dat/.idx pair an ISAM handler
      *> may keep beside the name moves with it.
       01  OLD-ARCH-FILE-NAME              PIC X(64) VALUE SPACES.
       01  OLD-ARCH-FILE-STATUS            PIC XX VALUE "00".
       01  RELOAD-NEW-NAME                 PIC X(64) VALUE SPACES.
       01  RELOAD-SAVE-NAME                PIC X(64) VALUE SPACES.
       01  RELOAD-CMD                      PIC X(640) VALUE SPACES.
       01  RELOAD-CNT                      PIC 9(8) VALUE 0.
       01  RELOAD-FAILED-SW                PIC X VALUE "N".
           88  RELOAD-FAILED               VALUE "Y".
       01  RELOAD-SWAP-SW                  PIC X VALUE "N".
           88  RELOAD-SWAP-FAILED          VALUE "Y".
       01  RELOAD-DONE-SW                  PIC X VALUE "N".
           88  RELOAD-ALREADY-DONE         VALUE "Y".

       01  ARG-COUNT                       PIC 9(4) BINARY VALUE 0.
       01  ARG-MODE                        PIC X(8) VALUE SPACES.

      *> Same line shape 7000-AUDIT-APPEND writes and HOLATREND
      *> reads: 21-byte timestamp, NAME or NAME=VALUE, " RC=nn",
      *> optionally a fixed-width " WAITED=nnnnn" from a --wait run,
      *> optionally " MAINT=ticket" from a check made inside a
      *> planned maintenance window, the fixed-width " VAL=" digest
      *> of the whole value when there is one, then the fixed-width
      *> " CHAIN=" digest.
       01  PARSE-REC-LEN                   PIC 9(4) BINARY VALUE 0.
       01  PARSE-TS                        PIC X(21) VALUE SPACES.
       01  PARSE-RC-X                      PIC XX VALUE SPACES.
       01  PARSE-NAME-LEN                  PIC 9(4) BINARY VALUE 0.
       01  PARSE-VALUE                     PIC X(120) VALUE SPACES.
       01  PARSE-VALUE-LEN                 PIC 9(4) BINARY VALUE 0.
       01  PARSE-MAINT                     PIC X(32) VALUE SPACES.
       01  PARSE-MAINT-LEN                 PIC 9(4) BINARY VALUE 0.
       01  PARSE-VDIGEST                   PIC X(20) VALUE SPACES.
       01  PARSE-SP-POS                    PIC 9(4) BINARY VALUE 0.
       01  PARSE-OK-SW                     PIC X VALUE "N".
           88  PARSE-OK                    VALUE "Y".

       01  QRY-TO                          PIC X(8) VALUE "99999999".
       01  QRY-HIT-CNT                     PIC 9(8) VALUE 0.
       01  QRY-VAL-LEN                     PIC 9(4) BINARY VALUE 0.
       01  QRY-TAIL                        PIC X(96) VALUE SPACES.
       01  QRY-TAIL-PTR                    PIC 9(4) BINARY VALUE 1.
       01  QRY-TAIL-LEN                    PIC 9(4) BINARY VALUE 0.
       01  QRY-FULL-SW                     PIC X VALUE "N".
           88  QRY-FULL                    VALUE "Y".
       01  QRY-NOTE                        PIC X(48) VALUE SPACES.
       01  QRY-NOTE-PTR                    PIC 9(4) BINARY VALUE 1.
       01  QRY-NOTE-LEN                    PIC 9(4) BINARY VALUE 0.
       01  QRY-LEN-EDIT                    PIC Z(8)9.
       01  QRY-LEN-LEAD                    PIC 9(4) BINARY VALUE 0.
       01  QRY-SHOW-FULL-SW                PIC X VALUE "N".
           88  QRY-SHOW-FULL               VALUE "Y".

      *> HOLA's full-value dictionary, DIGEST(20)|LENGTH(9)|VALUE
      *> per line.  LENGTH is the value's true length; more than the
      *> 9999 bytes stored means HOLA itself only saw part of it.
      *> The last digest fetched is remembered, since one variable's
      *> history repeats the same value run after run.
       01  VDICT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-VALUES.DAT".
       01  VDICT-FILE-STATUS               PIC XX VALUE "00".
       01  VDICT-EOF-SW                    PIC X VALUE "N".
           88  VDICT-EOF                   VALUE "Y".
       01  VDICT-FOUND-SW                  PIC X VALUE "N".
           88  VDICT-FOUND                 VALUE "Y".
       01  VDICT-LAST-DIGEST               PIC X(20) VALUE SPACES.
       01  VDICT-ACTUAL-LEN                PIC 9(9) VALUE 0.
       01  VDICT-VALUE                     PIC X(9999) VALUE SPACES.
       01  VDICT-VALUE-LEN                 PIC 9(4) BINARY VALUE 0.

      *> The roll takes HOLA's own audit lock (the mkdir(1) test-and-
      *> set of HOLA's 7300-TAKE-AUDIT-LOCK) around the rename, so no
      *> append can read its chain tail from the log being renamed
      *> away and then land its line in the fresh one.
       01  LOCK-DIR-NAME                   PIC X(32) VALUE
                                                "HOLA-AUDIT.LOCK".
       01  LOCK-MK-CMD                     PIC X(96) VALUE SPACES.
       01  LOCK-RM-CMD                     PIC X(96) VALUE SPACES.
       01  LOCK-TRIES                      PIC 9(3) VALUE 0.
       01  LOCK-MAX-TRIES                  PIC 9(3) VALUE 10.
       01  LOCK-INTERVAL                   PIC 9(3) VALUE 1.
       01  LOCK-HELD-SW                    PIC X VALUE "N".
           88  LOCK-HELD                   VALUE "Y".

      *> Chain check.  The digest arithmetic is HOLA's, byte for
      *> byte: two polynomial lanes over the byte ordinals of the
      *> previous digest plus the line text, each reduced modulo its
      *> own ten-digit prime.  A line that checks against the zero
      *> seed instead of its predecessor is a chain restart -- the
      *> first line of a fresh live log folded onto a generation
      *> that already had a roll that day -- and is accepted; lines
      *> with no digest at all are accepted only ahead of the first
      *> chained line, where they predate the chain.
       01  HEX-PAIR.
           05  FILLER                      PIC X VALUE LOW-VALUE.
           05  HEX-BYTE                    PIC X VALUE LOW-VALUE.
       01  HEX-BYTE-VAL REDEFINES HEX-PAIR PIC 9(4) COMP.
       01  CHAIN-SFX-TAG                   PIC X(7) VALUE " CHAIN=".
       01  CHAIN-SEED                      PIC X(20) VALUE ALL "0".
       01  CHAIN-PREV                      PIC X(20) VALUE SPACES.
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
       01  CHAIN-REC-LEN                   PIC 9(4) BINARY VALUE 0.
       01  CHAIN-LINE-NO                   PIC 9(8) VALUE 0.
       01  CHAIN-LEGACY-CNT                PIC 9(8) VALUE 0.
       01  CHAIN-RESTART-CNT               PIC 9(8) VALUE 0.
       01  CHAIN-SEEN-SW                   PIC X VALUE "N".
           88  CHAIN-SEEN                  VALUE "Y".
       01  CHAIN-BROKEN-SW                 PIC X VALUE "N".
           88  CHAIN-BROKEN                VALUE "Y".
       01  CHAIN-NO-FILE-SW                PIC X VALUE "N".
           88  CHAIN-NO-FILE               VALUE "Y".
       01  CHAIN-BAD-REASON                PIC X(24) VALUE SPACES.
       01  CHAIN-REASON-LEN                PIC 9(4) BINARY VALUE 0.
       01  CHAIN-BAD-LINE                  PIC X(512) VALUE SPACES.
       01  CHAIN-BAD-LEN                   PIC 9(4) BINARY VALUE 0.
       01  CHAIN-LINE-EDIT                 PIC Z(7)9.
       01  VFY-FILE-NAME                   PIC X(64) VALUE SPACES.
       01  VFY-NAME-LEN                    PIC 9(4) BINARY VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               WHEN "query"
               WHEN "QUERY"
                   PERFORM 3000-QUERY THRU 3000-EXIT
               WHEN "verify"
               WHEN "VERIFY"
                   PERFORM 4000-VERIFY-LOG THRU 4000-EXIT
               WHEN "reload"
               WHEN "RELOAD"
                   PERFORM 8000-RELOAD-MASTER THRU 8000-EXIT
               WHEN OTHER
                   PERFORM 0100-SHOW-USAGE THRU 0100-EXIT
                   MOVE 8 TO RETURN-CODE

       0100-SHOW-USAGE.
           DISPLAY "USAGE: roll [retention-days]"
           DISPLAY "       query VARIABLE [from-date [to-date]] [full]"
           DISPLAY "       verify [generation-date | log-file]"
           DISPLAY "       reload".
       0100-EXIT.
           EXIT.

                  ROLL-PID-EDIT DELIMITED BY SIZE
                  ".TMP" DELIMITED BY SIZE
             INTO ROLL-WORK-NAME
           PERFORM 7300-TAKE-AUDIT-LOCK THRU 7300-EXIT
           IF NOT LOCK-HELD
               DISPLAY "ERROR: AUDIT LOG LOCK NOT ACQUIRED, "
                       "ROLL NOT STARTED"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO ROLL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  AUDIT-LIVE-NAME DELIMITED BY SPACE
             INTO ROLL-CMD
           CALL "SYSTEM" USING ROLL-CMD
           IF RETURN-CODE NOT = 0
               PERFORM 7400-RELEASE-AUDIT-LOCK THRU 7400-EXIT
               DISPLAY "NO LIVE AUDIT LOG TO ROLL"
               MOVE 0 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *> HOLA stamps a line only once it holds this lock, so every
      *> line in the work file is stamped before the rename.  One
      *> more lock interval before letting go puts the first line
      *> of the fresh live log strictly after the last one taken,
      *> not merely in the same hundredth, which is what lets
      *> HOLAXTR's stamp mark stand for "everything up to here".
           CALL "C$SLEEP" USING LOCK-INTERVAL
           PERFORM 7400-RELEASE-AUDIT-LOCK THRU 7400-EXIT
           MOVE 0 TO RETURN-CODE

      *> The chain is checked on the renamed work file, not the live
      *> name: that is exactly the set of lines about to be loaded,
      *> and nothing can append to it any more.  A broken chain goes
      *> back where it came from, untouched, for the operator -- the
      *> evidence is not loaded, folded, or aged out.  A resumed roll
      *> skips this: its work file passed the check when it was
      *> first renamed away.
           MOVE ROLL-WORK-NAME TO AUDIT-FILE-NAME
           PERFORM 6000-VERIFY-CHAIN THRU 6000-EXIT
           IF CHAIN-BROKEN
               DISPLAY "ERROR: ROLL REFUSED -- LIVE AUDIT LOG FAILS ITS "
                       "CHAIN CHECK"
               PERFORM 6900-SHOW-BROKEN-LINE THRU 6900-EXIT
               PERFORM 1070-PUT-BACK-LIVE-LOG THRU 1070-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 6800-SHOW-CHAIN-COUNTS THRU 6800-EXIT

           MOVE RUN-TODAY TO CHK-GEN-DATE
           MOVE 0 TO CHK-DONE-CNT CHK-SKIP-CNT
           MOVE "LOADING" TO CHK-PHASE
           IF ARCH-FILE-STATUS NOT = "00" AND ARCH-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN ARCHIVE MASTER, STATUS "
                       ARCH-FILE-STATUS
               IF ARCH-FILE-STATUS = "39"
                   DISPLAY "  THE MASTER IS STILL IN THE OLD FIXED-LENGTH "
                           "LAYOUT -- RUN holaarch reload"
               END-IF
               CLOSE AUDIT-FILE
               PERFORM 1070-PUT-BACK-LIVE-LOG THRU 1070-EXIT
               PERFORM 0900-CLEAR-CHECKPOINT THRU 0900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 1050-EXIT
       1050-EXIT.
           EXIT.

      *> Put the work file's lines back as the live log, with
      *> anything appended since the rename after them so order is
      *> kept -- under the audit lock, so no append lands in the
      *> file that is about to be replaced.  Without the lock
      *> neither file is touched; the operator is told where the
      *> lines are.
       1070-PUT-BACK-LIVE-LOG.
           PERFORM 7300-TAKE-AUDIT-LOCK THRU 7300-EXIT
           IF NOT LOCK-HELD
               DISPLAY "ERROR: AUDIT LOG LOCK NOT ACQUIRED -- THE "
                       "REFUSED LOG IS IN " ROLL-WORK-NAME
               DISPLAY "  PUT IT BACK AHEAD OF " AUDIT-LIVE-NAME
                       " BY HAND"
               MOVE 8 TO RETURN-CODE
               GO TO 1070-EXIT
           END-IF
           MOVE SPACES TO ROLL-CMD
           STRING "cat " DELIMITED BY SIZE
                  AUDIT-LIVE-NAME DELIMITED BY SPACE
                  " >> " DELIMITED BY SIZE
                  ROLL-WORK-NAME DELIMITED BY SPACE
                  " 2>/dev/null; mv -f " DELIMITED BY SIZE
                  ROLL-WORK-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AUDIT-LIVE-NAME DELIMITED BY SPACE
             INTO ROLL-CMD
           CALL "SYSTEM" USING ROLL-CMD
           PERFORM 7400-RELEASE-AUDIT-LOCK THRU 7400-EXIT.
       1070-EXIT.
           EXIT.

      *> Lines the checkpoint says a previous attempt consumed.
       1080-SKIP-ONE-LINE.
           READ AUDIT-FILE
           MOVE 0 TO ARCH-SEQ
           MOVE PARSE-RC-X TO ARCH-RC
           MOVE PARSE-VALUE TO ARCH-VALUE
           MOVE PARSE-MAINT TO ARCH-MAINT
           MOVE PARSE-VDIGEST TO ARCH-VDIGEST
           MOVE LENGTH OF ARCH-REC TO ARCH-REC-LEN
           WRITE ARCH-REC
           PERFORM 1120-RETRY-DUP-KEY THRU 1120-EXIT
               UNTIL ARCH-FILE-STATUS NOT = "22" OR ARCH-SEQ = 999
               DISPLAY "WARNING: ARCHIVE WRITE FAILED, STATUS "
                       ARCH-FILE-STATUS " FOR "
                       PARSE-NAME(1:PARSE-NAME-LEN)
               IF ARCH-FILE-STATUS = "44"
                   DISPLAY "  THE MASTER IS STILL IN THE OLD FIXED-LENGTH "
                           "LAYOUT -- RUN holaarch reload"
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.
           IF ARCH-FILE-STATUS NOT = "00" AND ARCH-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN ARCHIVE MASTER, STATUS "
                       ARCH-FILE-STATUS
               IF ARCH-FILE-STATUS = "39"
                   DISPLAY "  THE MASTER IS STILL IN THE OLD FIXED-LENGTH "
                           "LAYOUT -- RUN holaarch reload"
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

      *> A trailing "full" is a switch, not a date; take it off the
      *> end so the dates stay where they always were.
           DISPLAY ARG-COUNT UPON ARGUMENT-NUMBER
           ACCEPT ARG-WORK FROM ARGUMENT-VALUE
           IF ARG-COUNT > 2
               AND (ARG-WORK = "full" OR ARG-WORK = "FULL")
               SET QRY-FULL TO TRUE
               SUBTRACT 1 FROM ARG-COUNT
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT QRY-NAME FROM ARGUMENT-VALUE
           MOVE 0 TO QRY-NAME-LEN
           IF ARCH-FILE-STATUS NOT = "00" AND ARCH-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN ARCHIVE MASTER, STATUS "
                       ARCH-FILE-STATUS
               IF ARCH-FILE-STATUS = "39"
                   DISPLAY "  THE MASTER IS STILL IN THE OLD FIXED-LENGTH "
                           "LAYOUT -- RUN holaarch reload"
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO QRY-HIT-CNT
           IF ARCH-REC-LEN < ARCH-MAINT-END
               MOVE SPACES TO ARCH-MAINT
           END-IF
           IF ARCH-REC-LEN < LENGTH OF ARCH-REC
               MOVE SPACES TO ARCH-VDIGEST
           END-IF
           MOVE LENGTH OF ARCH-VALUE TO QRY-VAL-LEN
           PERFORM 3150-TRIM-VAL-STEP THRU 3150-EXIT
               UNTIL QRY-VAL-LEN = 0
                  OR ARCH-VALUE(QRY-VAL-LEN:1) NOT = SPACE
           PERFORM 3200-NOTE-FULL-VALUE THRU 3200-EXIT
           COMPUTE QRY-NOTE-LEN = QRY-NOTE-PTR - 1

      *> RC, any ticket, and any note on the value ride together in
      *> QRY-TAIL so the line ends where its text does.
           MOVE SPACES TO QRY-TAIL
           MOVE 1 TO QRY-TAIL-PTR
           STRING " RC=" DELIMITED BY SIZE
                  ARCH-RC DELIMITED BY SIZE
             INTO QRY-TAIL WITH POINTER QRY-TAIL-PTR
           IF ARCH-MAINT NOT = SPACES
               STRING " MAINT=" DELIMITED BY SIZE
                      ARCH-MAINT DELIMITED BY SPACE
                 INTO QRY-TAIL WITH POINTER QRY-TAIL-PTR
           END-IF
           IF QRY-NOTE-LEN > 0
               STRING QRY-NOTE(1:QRY-NOTE-LEN) DELIMITED BY SIZE
                 INTO QRY-TAIL WITH POINTER QRY-TAIL-PTR
           END-IF
           COMPUTE QRY-TAIL-LEN = QRY-TAIL-PTR - 1
           EVALUATE TRUE
               WHEN QRY-VAL-LEN = 0
                   DISPLAY ARCH-DATE " " ARCH-TIME(1:6) " "
                           QRY-NAME(1:QRY-NAME-LEN)
                           QRY-TAIL(1:QRY-TAIL-LEN)
               WHEN QRY-SHOW-FULL
                   DISPLAY ARCH-DATE " " ARCH-TIME(1:6) " "
                           QRY-NAME(1:QRY-NAME-LEN)
                           "=" VDICT-VALUE(1:VDICT-VALUE-LEN)
                           QRY-TAIL(1:QRY-TAIL-LEN)
               WHEN OTHER
                   DISPLAY ARCH-DATE " " ARCH-TIME(1:6) " "
                           QRY-NAME(1:QRY-NAME-LEN)
                           "=" ARCH-VALUE(1:QRY-VAL-LEN)
                           QRY-TAIL(1:QRY-TAIL-LEN)
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3150-EXIT.
           EXIT.

      *> Only a value that fills all 120 bytes can have more behind
      *> it.  A record with no digest was loaded before the value
      *> dictionary existed, so there is no telling and the value is
      *> marked partial; with a digest the dictionary gives the true
      *> length and, on a full query, the text itself.
       3200-NOTE-FULL-VALUE.
           MOVE "N" TO QRY-SHOW-FULL-SW
           MOVE SPACES TO QRY-NOTE
           MOVE 1 TO QRY-NOTE-PTR
           IF QRY-VAL-LEN < LENGTH OF ARCH-VALUE
               GO TO 3200-EXIT
           END-IF
           IF ARCH-VDIGEST = SPACES
               STRING " (PARTIAL)" DELIMITED BY SIZE
                 INTO QRY-NOTE WITH POINTER QRY-NOTE-PTR
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-FETCH-FULL-VALUE THRU 3300-EXIT
           IF NOT VDICT-FOUND
               STRING " (PARTIAL, NOT IN VALUE DICTIONARY)"
                          DELIMITED BY SIZE
                 INTO QRY-NOTE WITH POINTER QRY-NOTE-PTR
               GO TO 3200-EXIT
           END-IF
           MOVE VDICT-ACTUAL-LEN TO QRY-LEN-EDIT
           MOVE 0 TO QRY-LEN-LEAD
           INSPECT QRY-LEN-EDIT TALLYING QRY-LEN-LEAD
             FOR LEADING SPACE
           IF QRY-FULL
               SET QRY-SHOW-FULL TO TRUE
               IF VDICT-ACTUAL-LEN > VDICT-VALUE-LEN
                   STRING " (FIRST 9999 OF " DELIMITED BY SIZE
                          QRY-LEN-EDIT(QRY-LEN-LEAD + 1:)
                              DELIMITED BY SIZE
                          " BYTES)" DELIMITED BY SIZE
                     INTO QRY-NOTE WITH POINTER QRY-NOTE-PTR
               END-IF
               GO TO 3200-EXIT
           END-IF
           IF VDICT-ACTUAL-LEN > LENGTH OF ARCH-VALUE
               STRING " (FIRST 120 OF " DELIMITED BY SIZE
                      QRY-LEN-EDIT(QRY-LEN-LEAD + 1:) DELIMITED BY SIZE
                      " BYTES)" DELIMITED BY SIZE
                 INTO QRY-NOTE WITH POINTER QRY-NOTE-PTR
           END-IF.
       3200-EXIT.
           EXIT.

      *> One pass of the dictionary per digest not already in hand.
       3300-FETCH-FULL-VALUE.
           IF ARCH-VDIGEST = VDICT-LAST-DIGEST
               GO TO 3300-EXIT
           END-IF
           MOVE ARCH-VDIGEST TO VDICT-LAST-DIGEST
           MOVE "N" TO VDICT-FOUND-SW VDICT-EOF-SW
           OPEN INPUT VDICT-FILE
           IF VDICT-FILE-STATUS = "00"
               PERFORM 3310-MATCH-ONE-VDICT-REC THRU 3310-EXIT
                   UNTIL VDICT-EOF OR VDICT-FOUND
           END-IF
           CLOSE VDICT-FILE.
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-VDICT-REC.
           READ VDICT-FILE
               AT END
                   SET VDICT-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ
           IF VDICT-REC(1:20) NOT = VDICT-LAST-DIGEST
               OR VDICT-REC(21:1) NOT = "|"
               OR VDICT-REC(31:1) NOT = "|"
               OR VDICT-REC(22:9) NOT NUMERIC
               GO TO 3310-EXIT
           END-IF
           MOVE VDICT-REC(22:9) TO VDICT-ACTUAL-LEN
           IF VDICT-ACTUAL-LEN > LENGTH OF VDICT-VALUE
               MOVE LENGTH OF VDICT-VALUE TO VDICT-VALUE-LEN
           ELSE
               MOVE VDICT-ACTUAL-LEN TO VDICT-VALUE-LEN
           END-IF
           IF VDICT-VALUE-LEN = 0
               GO TO 3310-EXIT
           END-IF
           MOVE SPACES TO VDICT-VALUE
           MOVE VDICT-REC(32:VDICT-VALUE-LEN) TO VDICT-VALUE
           SET VDICT-FOUND TO TRUE.
       3310-EXIT.
           EXIT.

      *> On-demand check of one log: a generation date names that
      *> night's HOLA-AUDIT-YYYYMMDD.LOG, anything else is taken as
      *> a file name, and no argument checks the live log.
       4000-VERIFY-LOG.
           MOVE AUDIT-LIVE-NAME TO VFY-FILE-NAME
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               MOVE 0 TO ARG-WORK-LEN
               INSPECT ARG-WORK TALLYING ARG-WORK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF ARG-WORK-LEN = 8 AND ARG-WORK(1:8) NUMERIC
                   MOVE SPACES TO VFY-FILE-NAME
                   STRING "HOLA-AUDIT-" DELIMITED BY SIZE
                          ARG-WORK(1:8) DELIMITED BY SIZE
                          ".LOG" DELIMITED BY SIZE
                     INTO VFY-FILE-NAME
               ELSE
                   MOVE ARG-WORK TO VFY-FILE-NAME
               END-IF
           END-IF
           MOVE VFY-FILE-NAME TO AUDIT-FILE-NAME
           MOVE 0 TO VFY-NAME-LEN
           INSPECT VFY-FILE-NAME TALLYING VFY-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM 6000-VERIFY-CHAIN THRU 6000-EXIT
           IF CHAIN-NO-FILE
               DISPLAY "ERROR: NO AUDIT LOG " VFY-FILE-NAME(1:VFY-NAME-LEN)
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           IF CHAIN-BROKEN
               DISPLAY "AUDIT CHAIN BROKEN IN " VFY-FILE-NAME(1:VFY-NAME-LEN)
               PERFORM 6900-SHOW-BROKEN-LINE THRU 6900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           DISPLAY "AUDIT CHAIN INTACT IN " VFY-FILE-NAME(1:VFY-NAME-LEN)
           PERFORM 6800-SHOW-CHAIN-COUNTS THRU 6800-EXIT
           MOVE 0 TO RETURN-CODE.
       4000-EXIT.
           EXIT.

      *> One audit line in, PARSE-* fields out; the same carving
      *> HOLATREND does, including the minimum 29 bytes (21-byte
      *> stamp, space, one-byte name, " RC=nn"), the fixed-width
      *> " CHAIN=" digest every chained line ends in, the fixed-width
      *> " VAL=" digest of the whole value ahead of it, the
      *> " MAINT=ticket" a check inside a maintenance window carries,
      *> and the fixed-width " WAITED=nnnnn" suffix a --wait run
      *> appends.
       5000-PARSE-AUDIT-LINE.
           MOVE "N" TO PARSE-OK-SW
           MOVE SPACES TO PARSE-MAINT
           MOVE LENGTH OF AUDIT-REC TO PARSE-REC-LEN
           PERFORM 5100-TRIM-REC-STEP THRU 5100-EXIT
               UNTIL PARSE-REC-LEN = 0
                  OR AUDIT-REC(PARSE-REC-LEN:1) NOT = SPACE
           IF PARSE-REC-LEN > 27
               AND AUDIT-REC(PARSE-REC-LEN - 26:7) = CHAIN-SFX-TAG
               SUBTRACT 27 FROM PARSE-REC-LEN
           END-IF
           MOVE SPACES TO PARSE-VDIGEST
           IF PARSE-REC-LEN > 25
               AND AUDIT-REC(PARSE-REC-LEN - 24:5) = " VAL="
               AND AUDIT-REC(PARSE-REC-LEN - 19:20) NUMERIC
               MOVE AUDIT-REC(PARSE-REC-LEN - 19:20) TO PARSE-VDIGEST
               SUBTRACT 25 FROM PARSE-REC-LEN
           END-IF

      *> The ticket is one space-free token, so the space in front
      *> of the last token is where a " MAINT=" would start.
           MOVE PARSE-REC-LEN TO PARSE-SP-POS
           PERFORM 5150-FIND-SPACE-STEP THRU 5150-EXIT
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
           SUBTRACT 1 FROM PARSE-REC-LEN.
       5100-EXIT.
           EXIT.

       5150-FIND-SPACE-STEP.
           SUBTRACT 1 FROM PARSE-SP-POS.
       5150-EXIT.
           EXIT.

      *> Walk AUDIT-FILE-NAME from the top, carrying the previous
      *> line's digest, and stop at the first line that does not
      *> check.
       6000-VERIFY-CHAIN.
           MOVE "N" TO CHAIN-BROKEN-SW CHAIN-NO-FILE-SW CHAIN-SEEN-SW
           MOVE "N" TO AUDIT-EOF-SW
           MOVE 0 TO CHAIN-LINE-NO CHAIN-LEGACY-CNT CHAIN-RESTART-CNT
           MOVE CHAIN-SEED TO CHAIN-PREV
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               SET CHAIN-NO-FILE TO TRUE
               CLOSE AUDIT-FILE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-CHECK-ONE-LINE THRU 6100-EXIT
               UNTIL AUDIT-EOF OR CHAIN-BROKEN
           CLOSE AUDIT-FILE.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-LINE.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO CHAIN-LINE-NO
           MOVE LENGTH OF AUDIT-REC TO CHAIN-REC-LEN
           PERFORM 6150-TRIM-CHAIN-STEP THRU 6150-EXIT
               UNTIL CHAIN-REC-LEN = 0
                  OR AUDIT-REC(CHAIN-REC-LEN:1) NOT = SPACE
           IF CHAIN-REC-LEN = 0
               IF CHAIN-SEEN
                   MOVE "BLANK LINE IN CHAIN" TO CHAIN-BAD-REASON
                   PERFORM 6200-MARK-BROKEN THRU 6200-EXIT
               ELSE
                   ADD 1 TO CHAIN-LEGACY-CNT
               END-IF
               GO TO 6100-EXIT
           END-IF

           IF CHAIN-REC-LEN <= 27
               OR AUDIT-REC(CHAIN-REC-LEN - 26:7) NOT = CHAIN-SFX-TAG
               OR AUDIT-REC(CHAIN-REC-LEN - 19:20) NOT NUMERIC
               IF CHAIN-SEEN
                   MOVE "NO CHAIN DIGEST" TO CHAIN-BAD-REASON
                   PERFORM 6200-MARK-BROKEN THRU 6200-EXIT
               ELSE
                   ADD 1 TO CHAIN-LEGACY-CNT
               END-IF
               GO TO 6100-EXIT
           END-IF

           PERFORM 6300-DIGEST-FROM-PREV THRU 6300-EXIT
           IF CHAIN-DIGEST = AUDIT-REC(CHAIN-REC-LEN - 19:20)
               MOVE CHAIN-DIGEST TO CHAIN-PREV
               SET CHAIN-SEEN TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF CHAIN-PREV NOT = CHAIN-SEED
               MOVE CHAIN-SEED TO CHAIN-PREV
               PERFORM 6300-DIGEST-FROM-PREV THRU 6300-EXIT
               IF CHAIN-DIGEST = AUDIT-REC(CHAIN-REC-LEN - 19:20)
                   ADD 1 TO CHAIN-RESTART-CNT
                   MOVE CHAIN-DIGEST TO CHAIN-PREV
                   GO TO 6100-EXIT
               END-IF
           END-IF
           MOVE "DIGEST MISMATCH" TO CHAIN-BAD-REASON
           PERFORM 6200-MARK-BROKEN THRU 6200-EXIT.
       6100-EXIT.
           EXIT.

       6150-TRIM-CHAIN-STEP.
           SUBTRACT 1 FROM CHAIN-REC-LEN.
       6150-EXIT.
           EXIT.

       6200-MARK-BROKEN.
           SET CHAIN-BROKEN TO TRUE
           MOVE AUDIT-REC TO CHAIN-BAD-LINE
           MOVE CHAIN-REC-LEN TO CHAIN-BAD-LEN.
       6200-EXIT.
           EXIT.

      *> Digest CHAIN-PREV followed by the line text ahead of its
      *> " CHAIN=" tail -- exactly the bytes HOLA digested.
       6300-DIGEST-FROM-PREV.
           MOVE SPACES TO CHAIN-TEXT
           STRING CHAIN-PREV DELIMITED BY SIZE
                  AUDIT-REC(1:CHAIN-REC-LEN - 27) DELIMITED BY SIZE
             INTO CHAIN-TEXT
           COMPUTE CHAIN-TEXT-LEN = CHAIN-REC-LEN - 7
           PERFORM 6500-DIGEST-CHAIN-TEXT THRU 6500-EXIT.
       6300-EXIT.
           EXIT.

       6500-DIGEST-CHAIN-TEXT.
           MOVE 1 TO CHAIN-LANE-A
           MOVE 7 TO CHAIN-LANE-B
           PERFORM 6510-DIGEST-ONE-BYTE THRU 6510-EXIT
               VARYING CHAIN-IX FROM 1 BY 1
               UNTIL CHAIN-IX > CHAIN-TEXT-LEN
           MOVE CHAIN-LANE-A TO CHAIN-DIGEST-A
           MOVE CHAIN-LANE-B TO CHAIN-DIGEST-B.
       6500-EXIT.
           EXIT.

       6510-DIGEST-ONE-BYTE.
           MOVE LOW-VALUE TO HEX-PAIR
           MOVE CHAIN-TEXT(CHAIN-IX:1) TO HEX-BYTE
           COMPUTE CHAIN-WORK = CHAIN-LANE-A * 131 + HEX-BYTE-VAL + 1
           DIVIDE CHAIN-WORK BY 9999999967
               GIVING CHAIN-QUOT REMAINDER CHAIN-LANE-A
           COMPUTE CHAIN-WORK = CHAIN-LANE-B * 257 + HEX-BYTE-VAL + 1
           DIVIDE CHAIN-WORK BY 9999999943
               GIVING CHAIN-QUOT REMAINDER CHAIN-LANE-B.
       6510-EXIT.
           EXIT.

       6800-SHOW-CHAIN-COUNTS.
           MOVE CHAIN-LINE-NO TO CHAIN-LINE-EDIT
           DISPLAY "CHAIN CHECKED:       " CHAIN-LINE-EDIT " LINES"
           IF CHAIN-LEGACY-CNT > 0
               MOVE CHAIN-LEGACY-CNT TO CHAIN-LINE-EDIT
               DISPLAY "UNCHAINED (LEGACY):  " CHAIN-LINE-EDIT
           END-IF
           IF CHAIN-RESTART-CNT > 0
               MOVE CHAIN-RESTART-CNT TO CHAIN-LINE-EDIT
               DISPLAY "CHAIN RESTARTS:      " CHAIN-LINE-EDIT
           END-IF.
       6800-EXIT.
           EXIT.

       6900-SHOW-BROKEN-LINE.
           MOVE CHAIN-LINE-NO TO CHAIN-LINE-EDIT
           MOVE 0 TO CHAIN-REASON-LEN
           INSPECT CHAIN-BAD-REASON TALLYING CHAIN-REASON-LEN
             FOR CHARACTERS BEFORE INITIAL "  "
           DISPLAY "FIRST BROKEN LINE: " CHAIN-LINE-EDIT
                   " (" CHAIN-BAD-REASON(1:CHAIN-REASON-LEN) ")"
           IF CHAIN-BAD-LEN > 0
               DISPLAY "  " CHAIN-BAD-LINE(1:CHAIN-BAD-LEN)
           END-IF.
       6900-EXIT.
           EXIT.

       7300-TAKE-AUDIT-LOCK.
           MOVE "N" TO LOCK-HELD-SW
           MOVE 0 TO LOCK-TRIES
           MOVE SPACES TO LOCK-MK-CMD
           STRING "mkdir " DELIMITED BY SIZE
                  LOCK-DIR-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
             INTO LOCK-MK-CMD
           PERFORM 7310-TRY-LOCK-ONCE THRU 7310-EXIT
               UNTIL LOCK-HELD OR LOCK-TRIES >= LOCK-MAX-TRIES.
       7300-EXIT.
           EXIT.

       7310-TRY-LOCK-ONCE.
           CALL "SYSTEM" USING LOCK-MK-CMD
           IF RETURN-CODE = 0
               SET LOCK-HELD TO TRUE
               GO TO 7310-EXIT
           END-IF
           ADD 1 TO LOCK-TRIES
           IF LOCK-TRIES < LOCK-MAX-TRIES
               CALL "C$SLEEP" USING LOCK-INTERVAL
           END-IF.
       7310-EXIT.
           EXIT.

       7400-RELEASE-AUDIT-LOCK.
           MOVE SPACES TO LOCK-RM-CMD
           STRING "rmdir " DELIMITED BY SIZE
                  LOCK-DIR-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
             INTO LOCK-RM-CMD
           CALL "SYSTEM" USING LOCK-RM-CMD
           MOVE "N" TO LOCK-HELD-SW.
       7400-EXIT.
           EXIT.

      *> Convert a master built under the old fixed 210-byte layout.
      *> Nothing is converted while a roll is unfinished -- its
      *> resume probes the master it was loading -- and the live
      *> master is not touched until the new one is complete, so a
      *> failure anywhere leaves it exactly as it was.  Each record
      *> keeps its old length: no maintenance ticket, no whole-value
      *> digest, exactly as a record loaded before those fields.
       8000-RELOAD-MASTER.
           MOVE SPACES TO CHK-CMD
           STRING "[ -s " DELIMITED BY SIZE
                  CHKPT-FILE-NAME DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
             INTO CHK-CMD
           CALL "SYSTEM" USING CHK-CMD
           IF RETURN-CODE = 0
               DISPLAY "ERROR: A ROLL IS UNFINISHED -- RUN roll FIRST, "
                       "THEN reload"
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 8050-CHECK-CURRENT-LAYOUT THRU 8050-EXIT
           IF RELOAD-ALREADY-DONE
               DISPLAY "ARCHIVE MASTER IS ALREADY IN THE CURRENT LAYOUT"
               GO TO 8000-EXIT
           END-IF

           MOVE ARCH-FILE-NAME TO OLD-ARCH-FILE-NAME
           MOVE SPACES TO RELOAD-NEW-NAME RELOAD-SAVE-NAME
           STRING OLD-ARCH-FILE-NAME DELIMITED BY SPACE
                  ".NEW" DELIMITED BY SIZE
             INTO RELOAD-NEW-NAME
           STRING OLD-ARCH-FILE-NAME DELIMITED BY SPACE
                  ".OLD" DELIMITED BY SIZE
             INTO RELOAD-SAVE-NAME
           PERFORM 8300-DROP-NEW-MASTER THRU 8300-EXIT

           MOVE 0 TO RELOAD-CNT
           MOVE "N" TO RELOAD-FAILED-SW ARCH-EOF-SW
           OPEN INPUT OLD-ARCH-FILE
           IF OLD-ARCH-FILE-STATUS = "05"
               CLOSE OLD-ARCH-FILE
               DISPLAY "NO ARCHIVE MASTER TO RELOAD"
               GO TO 8000-EXIT
           END-IF
           IF OLD-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN " OLD-ARCH-FILE-NAME
                       " AS AN OLD-LAYOUT MASTER, STATUS "
                       OLD-ARCH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           MOVE RELOAD-NEW-NAME TO ARCH-FILE-NAME
           OPEN OUTPUT ARCH-FILE
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT CREATE " RELOAD-NEW-NAME
                       ", STATUS " ARCH-FILE-STATUS
               CLOSE OLD-ARCH-FILE
               MOVE OLD-ARCH-FILE-NAME TO ARCH-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           PERFORM 8100-COPY-ONE-OLD-RECORD THRU 8100-EXIT
               UNTIL ARCH-EOF
           CLOSE ARCH-FILE
           CLOSE OLD-ARCH-FILE
           MOVE OLD-ARCH-FILE-NAME TO ARCH-FILE-NAME
           IF RELOAD-FAILED
               PERFORM 8300-DROP-NEW-MASTER THRU 8300-EXIT
               DISPLAY "RELOAD ABANDONED -- " OLD-ARCH-FILE-NAME
                       " LEFT AS IT WAS"
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF

           PERFORM 8200-SWAP-IN-NEW-MASTER THRU 8200-EXIT
           IF RELOAD-SWAP-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE RELOAD-CNT TO CNT-EDIT
           DISPLAY "RECORDS RELOADED:    " CNT-EDIT
           DISPLAY "PREVIOUS MASTER KEPT AS " RELOAD-SAVE-NAME.
       8000-EXIT.
           EXIT.

      *> A master that opens under the current layout and already
      *> holds a record longer than the old one has been converted
      *> (or was built new); copying it through the old record would
      *> cut those records short.
       8050-CHECK-CURRENT-LAYOUT.
           MOVE "N" TO RELOAD-DONE-SW ARCH-EOF-SW
           OPEN INPUT ARCH-FILE
           IF ARCH-FILE-STATUS NOT = "00"
               GO TO 8050-EXIT
           END-IF
           PERFORM 8060-CHECK-ONE-RECORD THRU 8060-EXIT
               UNTIL ARCH-EOF OR RELOAD-ALREADY-DONE
           CLOSE ARCH-FILE.
       8050-EXIT.
           EXIT.

       8060-CHECK-ONE-RECORD.
           READ ARCH-FILE NEXT RECORD
               AT END
                   SET ARCH-EOF TO TRUE
                   GO TO 8060-EXIT
           END-READ
           IF ARCH-REC-LEN > LENGTH OF OLD-ARCH-REC
               SET RELOAD-ALREADY-DONE TO TRUE
           END-IF.
       8060-EXIT.
           EXIT.

      *> A record that does not read back as exactly 210 bytes means
      *> the master is not the old layout -- most likely it has been
      *> reloaded already -- and copying it through this record
      *> would drop its tail, so the reload stops.
       8100-COPY-ONE-OLD-RECORD.
           READ OLD-ARCH-FILE NEXT RECORD
               AT END
                   SET ARCH-EOF TO TRUE
                   GO TO 8100-EXIT
           END-READ
           IF OLD-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: " OLD-ARCH-FILE-NAME
                       " IS NOT AN OLD-LAYOUT MASTER, READ STATUS "
                       OLD-ARCH-FILE-STATUS
               SET RELOAD-FAILED TO TRUE
               SET ARCH-EOF TO TRUE
               GO TO 8100-EXIT
           END-IF
           MOVE SPACES TO ARCH-REC
           MOVE OLD-ARCH-REC TO ARCH-REC(1:LENGTH OF OLD-ARCH-REC)
           MOVE LENGTH OF OLD-ARCH-REC TO ARCH-REC-LEN
           WRITE ARCH-REC
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: RELOAD WRITE FAILED, STATUS "
                       ARCH-FILE-STATUS " FOR " ARCH-NAME
               SET RELOAD-FAILED TO TRUE
               SET ARCH-EOF TO TRUE
               GO TO 8100-EXIT
           END-IF
           ADD 1 TO RELOAD-CNT.
       8100-EXIT.
           EXIT.

      *> The swap happens under HOLA's audit lock, the same lock the
      *> roll holds around its rename, so no other holaarch step
      *> that honours it can find the master half-moved.  The result
      *> is kept in RELOAD-SWAP-SW, since releasing the lock runs a
      *> command of its own and leaves RETURN-CODE behind it.
       8200-SWAP-IN-NEW-MASTER.
           MOVE "N" TO RELOAD-SWAP-SW
           PERFORM 7300-TAKE-AUDIT-LOCK THRU 7300-EXIT
           IF NOT LOCK-HELD
               DISPLAY "ERROR: AUDIT LOG LOCK NOT ACQUIRED -- NEW MASTER "
                       "LEFT AS " RELOAD-NEW-NAME
               SET RELOAD-SWAP-FAILED TO TRUE
               GO TO 8200-EXIT
           END-IF
           MOVE SPACES TO RELOAD-CMD
           STRING "for S in '' .dat .idx; do " DELIMITED BY SIZE
                  "if [ -e " DELIMITED BY SIZE
                  OLD-ARCH-FILE-NAME DELIMITED BY SPACE
                  "$S ]; then mv -f " DELIMITED BY SIZE
                  OLD-ARCH-FILE-NAME DELIMITED BY SPACE
                  "$S " DELIMITED BY SIZE
                  RELOAD-SAVE-NAME DELIMITED BY SPACE
                  "$S || exit 1; fi; " DELIMITED BY SIZE
                  "if [ -e " DELIMITED BY SIZE
                  RELOAD-NEW-NAME DELIMITED BY SPACE
                  "$S ]; then mv -f " DELIMITED BY SIZE
                  RELOAD-NEW-NAME DELIMITED BY SPACE
                  "$S " DELIMITED BY SIZE
                  OLD-ARCH-FILE-NAME DELIMITED BY SPACE
                  "$S || exit 1; fi; done" DELIMITED BY SIZE
             INTO RELOAD-CMD
           CALL "SYSTEM" USING RELOAD-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: COULD NOT MOVE THE NEW MASTER INTO PLACE"
               DISPLAY "  CHECK " OLD-ARCH-FILE-NAME
               DISPLAY "    AND " RELOAD-SAVE-NAME
               DISPLAY "    AND " RELOAD-NEW-NAME
               SET RELOAD-SWAP-FAILED TO TRUE
           END-IF
           PERFORM 7400-RELEASE-AUDIT-LOCK THRU 7400-EXIT.
       8200-EXIT.
           EXIT.

       8300-DROP-NEW-MASTER.
           MOVE SPACES TO RELOAD-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  RELOAD-NEW-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RELOAD-NEW-NAME DELIMITED BY SPACE
                  ".dat " DELIMITED BY SIZE
                  RELOAD-NEW-NAME DELIMITED BY SPACE
                  ".idx" DELIMITED BY SIZE
             INTO RELOAD-CMD
           CALL "SYSTEM" USING RELOAD-CMD.
       8300-EXIT.
           EXIT.
