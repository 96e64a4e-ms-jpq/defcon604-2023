#!/usr/bin/env -S -- bash -Eeuo pipefail
       *> . || { H=$(sha256sum -- "$0" | cut -d' ' -f1); D="${HOLA_CACHE_DIR:-$HOME/.cache/hola}"; mkdir -p "$D"; B="$D/holaxtr-$H"; [ -x "$B" ] || { T="$D/.holaxtr-$H.$$"; cobc -Wall -x "$0" -o "$T" && mv -f -- "$T" "$B"; }; } && exec -a "$0" -- "$B" "$@"
       >>SOURCE FORMAT FREE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLAXTR.

      *> Incremental extract for the security log platform.  The
      *> only way out of HOLA-AUDIT-MASTER.IDX and
      *> HOLA-FLEET-MASTER.IDX used to be the one-variable query
      *> modes; this program writes every master record added since
      *> the last extract to a flat interface file, one record per
      *> check:
      *>     H|RUNSEQ|CREATED|AUDIT-AFTER|FLEET-AFTER|FLEET-THROUGH
      *>     D|AUDIT|HOST|VARIABLE|YYYYMMDD|HHMMSScc+hhmm|RC|MAINT|VALUE
      *>     D|FLEET|HOST|VARIABLE|YYYYMMDD||STATUS||VALUE
      *>     T|RUNSEQ|AUDIT-COUNT|FLEET-COUNT|TOTAL-COUNT
      *> VALUE is always the last field and runs to the end of the
      *> record, so a "|" inside a value never shifts a column.
      *> Audit records carry this host's name; fleet records carry
      *> the host they were landed for.  MAINT is the ticket of the
      *> planned maintenance window an audit check ran inside, empty
      *> otherwise, so the platform can tell an expected failure
      *> from a real one.
      *>
      *> The high-water mark lives in HOLA-EXTRACT.CTL:
      *>     PHASE|RUNSEQ|AUDIT-HWM|FLEET-HWM|NEW-AUDIT-HWM|NEW-FLEET-HWM
      *> The audit mark is the latest YYYYMMDDHHMMSScc stamp sent --
      *> HOLA stamps each line only after it takes the audit lock,
      *> and HOLAARCH holds that lock across its rename a tick past
      *> the last stamp it takes, so a line loaded by a later roll
      *> is stamped strictly later (on a host clock that is not
      *> stepped back).  A fleet record only carries its load
      *> date, and a second load on the same night lands records on
      *> that same date, so the fleet mark moves a whole day at a
      *> time: days after the mark up to the through date (default
      *> yesterday) go out, today's waits for the next run.
      *>
      *> Restart.  Records go to HOLA-EXTRACT.TMP first.  Only when
      *> the trailer is on it does the control file go to PUBLISH
      *> with the new marks, the work file get renamed to
      *> HOLA-EXTRACT-nnnnnn.DAT, and the control file go back to
      *> DONE with the new marks in force.  An abend before PUBLISH
      *> leaves the old marks and the run is simply redone; an abend
      *> after it is finished by the next run before it extracts
      *> anything -- nothing is resent and nothing is skipped.  A
      *> roll checkpoint on disk means HOLAARCH is mid-load, and the
      *> extract waits rather than take half a night (RC=4).
      *>
      *>     holaxtr [fleet-through-date]        (YYYYMMDD)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCH-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT OPTIONAL FARC-FILE ASSIGN TO FARC-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FARC-KEY
               FILE STATUS IS FARC-FILE-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO CTL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT OPTIONAL XTR-FILE ASSIGN TO XTR-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XTR-FILE-STATUS.

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

       FD  FARC-FILE.
       01  FARC-REC.
           05  FARC-KEY.
               10  FARC-HOST               PIC X(64).
               10  FARC-NAME               PIC X(64).
               10  FARC-DATE               PIC X(8).
               10  FARC-SEQ                PIC 9(3).
           05  FARC-STATUS                 PIC X(9).
           05  FARC-LEN-X                  PIC X(9).
           05  FARC-VALUE                  PIC X(120).

       FD  CTL-FILE.
       01  CTL-REC                         PIC X(128).

       FD  XTR-FILE.
       01  XTR-REC                         PIC X(400).

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
       01  FARC-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-FLEET-MASTER.IDX".
       01  FARC-FILE-STATUS                PIC XX VALUE "00".
       01  FARC-EOF-SW                     PIC X VALUE "N".
           88  FARC-EOF                    VALUE "Y".
       01  CTL-FILE-NAME                   PIC X(64) VALUE
                                                "HOLA-EXTRACT.CTL".
       01  CTL-FILE-STATUS                 PIC XX VALUE "00".
       01  XTR-FILE-NAME                   PIC X(64) VALUE
                                                "HOLA-EXTRACT.TMP".
       01  XTR-WORK-NAME                   PIC X(64) VALUE
                                                "HOLA-EXTRACT.TMP".
       01  XTR-FILE-STATUS                 PIC XX VALUE "00".
       01  XTR-PUB-NAME                    PIC X(64) VALUE SPACES.
       01  CHKPT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-ARCH-CHKPT.DAT".

       01  ARG-COUNT                       PIC 9(4) BINARY VALUE 0.
       01  ARG-WORK                        PIC X(64) VALUE SPACES.
       01  RUN-TS                          PIC X(21) VALUE SPACES.
       01  RUN-TODAY-NUM                   PIC 9(8) VALUE 0.
       01  RUN-DAY-INT                     PIC 9(9) VALUE 0.
       01  FLEET-THROUGH                   PIC X(8) VALUE SPACES.
       01  FLEET-THROUGH-NUM               PIC 9(8) VALUE 0.

      *> Control record, split.  A missing control file is a first
      *> run: everything in both masters goes out.
       01  CTL-PHASE                       PIC X(8) VALUE "DONE".
       01  CTL-SEQ-X                       PIC X(6) VALUE SPACES.
       01  CTL-SEQ                         PIC 9(6) VALUE 0.
       01  CTL-AUDIT-HWM                   PIC X(16) VALUE
                                                "0000000000000000".
       01  CTL-FLEET-HWM                   PIC X(8) VALUE "00000000".
       01  CTL-NEW-AUDIT-HWM               PIC X(16) VALUE
                                                "0000000000000000".
       01  CTL-NEW-FLEET-HWM               PIC X(8) VALUE "00000000".
       01  CTL-FOUND-SW                    PIC X VALUE "N".
           88  CTL-FOUND                   VALUE "Y".
       01  CTL-CMD                         PIC X(256) VALUE SPACES.

       01  HOST-CSTR                       PIC X(256) VALUE LOW-VALUES.
       01  HOST-CSTR-LEN                   PIC S9(18) COMP-5 VALUE 255.
       01  HOST-RC                         PIC S9(9) COMP-5 VALUE 0.
       01  THIS-HOST                       PIC X(64) VALUE SPACES.
       01  THIS-HOST-LEN                   PIC 9(4) BINARY VALUE 0.

       01  REC-STAMP                       PIC X(16) VALUE SPACES.
       01  OUT-HOST                        PIC X(64) VALUE SPACES.
       01  OUT-NAME                        PIC X(64) VALUE SPACES.
       01  OUT-CODE                        PIC X(9) VALUE SPACES.
       01  OUT-VALUE                       PIC X(120) VALUE SPACES.
       01  OUT-MAINT                       PIC X(32) VALUE SPACES.
       01  OUT-PTR                         PIC 9(4) BINARY VALUE 1.
       01  TRIM-LEN                        PIC 9(4) BINARY VALUE 0.
       01  VAL-LEN                         PIC 9(4) BINARY VALUE 0.

       01  AUDIT-OUT-CNT                   PIC 9(8) VALUE 0.
       01  FLEET-OUT-CNT                   PIC 9(8) VALUE 0.
       01  TOTAL-OUT-CNT                   PIC 9(8) VALUE 0.
       01  WRITE-FAIL-SW                   PIC X VALUE "N".
           88  WRITE-FAILED                VALUE "Y".
       01  CNT-EDIT                        PIC Z(7)9.
       01  XTR-EXIT-CODE                   PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TS
           MOVE RUN-TS(1:8) TO RUN-TODAY-NUM
           COMPUTE RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(RUN-TODAY-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(RUN-DAY-INT)
             TO FLEET-THROUGH-NUM
           MOVE FLEET-THROUGH-NUM TO FLEET-THROUGH
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               IF ARG-WORK(1:8) NOT NUMERIC OR ARG-WORK(9:1) NOT = SPACE
                   DISPLAY "ERROR: FLEET THROUGH-DATE MUST BE YYYYMMDD"
                   DISPLAY "USAGE: holaxtr [fleet-through-date]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-WORK(1:8) TO FLEET-THROUGH
           END-IF

           MOVE SPACES TO CTL-CMD
           STRING "[ -f " DELIMITED BY SIZE
                  CHKPT-FILE-NAME DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
             INTO CTL-CMD
           CALL "SYSTEM" USING CTL-CMD
           IF RETURN-CODE = 0
               DISPLAY "ARCHIVE ROLL IN PROGRESS -- EXTRACT DEFERRED"
               DISPLAY "ROLL CHECKPOINT PRESENT: " CHKPT-FILE-NAME
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM 0500-READ-CONTROL THRU 0500-EXIT
           IF XTR-EXIT-CODE > 0
               MOVE XTR-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF CTL-PHASE = "PUBLISH"
               PERFORM 0600-FINISH-PUBLISH THRU 0600-EXIT
               IF XTR-EXIT-CODE > 0
                   MOVE XTR-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 0700-GET-HOST-NAME THRU 0700-EXIT
           PERFORM 1000-EXTRACT THRU 1000-EXIT
           IF XTR-EXIT-CODE > 0
               MOVE XTR-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-PUBLISH THRU 4000-EXIT
           MOVE XTR-EXIT-CODE TO RETURN-CODE
           STOP RUN.

       0500-READ-CONTROL.
           MOVE "N" TO CTL-FOUND-SW
           MOVE SPACES TO CTL-REC
           OPEN INPUT CTL-FILE
           READ CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-REC NOT = SPACES
                       SET CTL-FOUND TO TRUE
                   END-IF
           END-READ
           CLOSE CTL-FILE
           IF NOT CTL-FOUND
               GO TO 0500-EXIT
           END-IF
           MOVE SPACES TO CTL-PHASE CTL-SEQ-X CTL-AUDIT-HWM
                          CTL-FLEET-HWM CTL-NEW-AUDIT-HWM
                          CTL-NEW-FLEET-HWM
           UNSTRING CTL-REC DELIMITED BY "|"
               INTO CTL-PHASE CTL-SEQ-X CTL-AUDIT-HWM CTL-FLEET-HWM
                    CTL-NEW-AUDIT-HWM CTL-NEW-FLEET-HWM
           IF (CTL-PHASE NOT = "DONE" AND CTL-PHASE NOT = "PUBLISH")
               OR CTL-SEQ-X NOT NUMERIC
               OR CTL-AUDIT-HWM NOT NUMERIC
               OR CTL-FLEET-HWM NOT NUMERIC
               OR CTL-NEW-AUDIT-HWM NOT NUMERIC
               OR CTL-NEW-FLEET-HWM NOT NUMERIC
               DISPLAY "ERROR: UNREADABLE EXTRACT CONTROL FILE -- "
                       "NOT EXTRACTING"
               DISPLAY "CONTROL RECORD: " CTL-REC
               MOVE 8 TO XTR-EXIT-CODE
               GO TO 0500-EXIT
           END-IF
           MOVE CTL-SEQ-X TO CTL-SEQ.
       0500-EXIT.
           EXIT.

      *> A run that died after going to PUBLISH: its file is complete
      *> (the trailer was written before PUBLISH was), so finish the
      *> rename if it had not happened and put the new marks in
      *> force.  No work file and no published file means somebody
      *> removed the evidence -- an operator question, not a guess.
       0600-FINISH-PUBLISH.
           DISPLAY "INCOMPLETE EXTRACT DETECTED (RUN " CTL-SEQ-X ")"
           PERFORM 4100-BUILD-PUB-NAME THRU 4100-EXIT
           MOVE SPACES TO CTL-CMD
           STRING "[ -f " DELIMITED BY SIZE
                  XTR-WORK-NAME DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
             INTO CTL-CMD
           CALL "SYSTEM" USING CTL-CMD
           IF RETURN-CODE = 0
               PERFORM 4200-RENAME-WORK-FILE THRU 4200-EXIT
               IF XTR-EXIT-CODE > 0
                   GO TO 0600-EXIT
               END-IF
           ELSE
               MOVE SPACES TO CTL-CMD
               STRING "[ -f " DELIMITED BY SIZE
                      XTR-PUB-NAME DELIMITED BY SPACE
                      " ]" DELIMITED BY SIZE
                 INTO CTL-CMD
               CALL "SYSTEM" USING CTL-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "ERROR: EXTRACT WORK FILE AND PUBLISHED "
                           "FILE BOTH MISSING -- NOT EXTRACTING"
                   DISPLAY "EXPECTED: " XTR-PUB-NAME
                   MOVE 8 TO XTR-EXIT-CODE
                   GO TO 0600-EXIT
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE CTL-NEW-AUDIT-HWM TO CTL-AUDIT-HWM
           MOVE CTL-NEW-FLEET-HWM TO CTL-FLEET-HWM
           MOVE "DONE" TO CTL-PHASE
           PERFORM 0800-WRITE-CONTROL THRU 0800-EXIT
           DISPLAY "PUBLISHED ON RESTART: " XTR-PUB-NAME.
       0600-EXIT.
           EXIT.

      *> gethostname(2) names this box for the audit records; the
      *> fleet records already carry their own host.
       0700-GET-HOST-NAME.
           MOVE LOW-VALUES TO HOST-CSTR
           CALL "gethostname" USING BY REFERENCE HOST-CSTR
                                    BY VALUE HOST-CSTR-LEN
                              RETURNING HOST-RC
           MOVE SPACES TO THIS-HOST
           IF HOST-RC = 0
               UNSTRING HOST-CSTR DELIMITED BY LOW-VALUE
                   INTO THIS-HOST
           END-IF
           IF THIS-HOST = SPACES
               MOVE "localhost" TO THIS-HOST
           END-IF
           MOVE 0 TO THIS-HOST-LEN
           INSPECT THIS-HOST TALLYING THIS-HOST-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
       0700-EXIT.
           EXIT.

      *> The control line is rewritten in place, as HOLAARCH's roll
      *> checkpoint is.
       0800-WRITE-CONTROL.
           OPEN OUTPUT CTL-FILE
           MOVE SPACES TO CTL-REC
           MOVE CTL-SEQ TO CTL-SEQ-X
           STRING CTL-PHASE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  CTL-SEQ-X DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CTL-AUDIT-HWM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CTL-FLEET-HWM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CTL-NEW-AUDIT-HWM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CTL-NEW-FLEET-HWM DELIMITED BY SIZE
             INTO CTL-REC
           WRITE CTL-REC
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: EXTRACT CONTROL WRITE FAILED, STATUS "
                       CTL-FILE-STATUS
               MOVE 8 TO XTR-EXIT-CODE
           END-IF
           CLOSE CTL-FILE.
       0800-EXIT.
           EXIT.

      *> Header, every audit record stamped after the audit mark,
      *> every fleet record dated after the fleet mark and no later
      *> than the through date, trailer.  The new marks are the
      *> highest stamp and date actually sent; a master with
      *> nothing new leaves its mark where it was.
       1000-EXTRACT.
           ADD 1 TO CTL-SEQ
           MOVE CTL-SEQ TO CTL-SEQ-X
           MOVE CTL-AUDIT-HWM TO CTL-NEW-AUDIT-HWM
           MOVE CTL-FLEET-HWM TO CTL-NEW-FLEET-HWM
           MOVE 0 TO AUDIT-OUT-CNT FLEET-OUT-CNT TOTAL-OUT-CNT
           MOVE "N" TO WRITE-FAIL-SW
           MOVE XTR-WORK-NAME TO XTR-FILE-NAME
           OPEN OUTPUT XTR-FILE
           IF XTR-FILE-STATUS NOT = "00" AND XTR-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN EXTRACT WORK FILE, STATUS "
                       XTR-FILE-STATUS
               MOVE 8 TO XTR-EXIT-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO XTR-REC
           STRING "H|" DELIMITED BY SIZE
                  CTL-SEQ-X DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  RUN-TS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CTL-AUDIT-HWM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  CTL-FLEET-HWM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FLEET-THROUGH DELIMITED BY SIZE
             INTO XTR-REC
           PERFORM 3900-WRITE-XTR-REC THRU 3900-EXIT

           PERFORM 2000-EXTRACT-AUDIT THRU 2000-EXIT
           IF XTR-EXIT-CODE = 0
               PERFORM 3000-EXTRACT-FLEET THRU 3000-EXIT
           END-IF
           IF XTR-EXIT-CODE > 0
               CLOSE XTR-FILE
               GO TO 1000-EXIT
           END-IF

           COMPUTE TOTAL-OUT-CNT = AUDIT-OUT-CNT + FLEET-OUT-CNT
           MOVE SPACES TO XTR-REC
           STRING "T|" DELIMITED BY SIZE
                  CTL-SEQ-X DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  AUDIT-OUT-CNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FLEET-OUT-CNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  TOTAL-OUT-CNT DELIMITED BY SIZE
             INTO XTR-REC
           PERFORM 3900-WRITE-XTR-REC THRU 3900-EXIT
           CLOSE XTR-FILE
           IF WRITE-FAILED
               DISPLAY "ERROR: INTERFACE FILE WRITE FAILED -- MARKS "
                       "NOT ADVANCED"
               MOVE 8 TO XTR-EXIT-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-EXTRACT-AUDIT.
           MOVE "N" TO ARCH-EOF-SW
           OPEN INPUT ARCH-FILE
           IF ARCH-FILE-STATUS NOT = "00" AND ARCH-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN ARCHIVE MASTER, STATUS "
                       ARCH-FILE-STATUS
               IF ARCH-FILE-STATUS = "39"
                   DISPLAY "  THE MASTER IS STILL IN THE OLD FIXED-LENGTH "
                           "LAYOUT -- RUN holaarch reload"
               END-IF
               MOVE 8 TO XTR-EXIT-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE LOW-VALUES TO ARCH-KEY
           START ARCH-FILE KEY >= ARCH-KEY
               INVALID KEY
                   SET ARCH-EOF TO TRUE
           END-START
           PERFORM 2100-TAKE-ONE-AUDIT THRU 2100-EXIT
               UNTIL ARCH-EOF
           CLOSE ARCH-FILE.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-AUDIT.
           READ ARCH-FILE NEXT RECORD
               AT END
                   SET ARCH-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE SPACES TO REC-STAMP
           STRING ARCH-DATE DELIMITED BY SIZE
                  ARCH-TIME(1:8) DELIMITED BY SIZE
             INTO REC-STAMP
           IF REC-STAMP NOT > CTL-AUDIT-HWM
               GO TO 2100-EXIT
           END-IF
           IF REC-STAMP > CTL-NEW-AUDIT-HWM
               MOVE REC-STAMP TO CTL-NEW-AUDIT-HWM
           END-IF
           MOVE THIS-HOST TO OUT-HOST
           MOVE ARCH-NAME TO OUT-NAME
           MOVE SPACES TO OUT-CODE
           MOVE ARCH-RC TO OUT-CODE(1:2)
           INSPECT OUT-CODE(1:2) REPLACING LEADING SPACE BY "0"
           MOVE ARCH-VALUE TO OUT-VALUE
           MOVE SPACES TO OUT-MAINT
           IF ARCH-REC-LEN >= ARCH-MAINT-END
               MOVE ARCH-MAINT TO OUT-MAINT
           END-IF
           MOVE SPACES TO XTR-REC
           MOVE 1 TO OUT-PTR
           STRING "D|AUDIT|" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR
           PERFORM 3500-APPEND-HOST-NAME THRU 3500-EXIT
           STRING ARCH-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  ARCH-TIME DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR
           PERFORM 3600-APPEND-CODE-VALUE THRU 3600-EXIT
           PERFORM 3900-WRITE-XTR-REC THRU 3900-EXIT
           ADD 1 TO AUDIT-OUT-CNT.
       2100-EXIT.
           EXIT.

       3000-EXTRACT-FLEET.
           MOVE "N" TO FARC-EOF-SW
           OPEN INPUT FARC-FILE
           IF FARC-FILE-STATUS NOT = "00" AND FARC-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN FLEET MASTER, STATUS "
                       FARC-FILE-STATUS
               MOVE 8 TO XTR-EXIT-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE LOW-VALUES TO FARC-KEY
           START FARC-FILE KEY >= FARC-KEY
               INVALID KEY
                   SET FARC-EOF TO TRUE
           END-START
           PERFORM 3100-TAKE-ONE-FLEET THRU 3100-EXIT
               UNTIL FARC-EOF
           CLOSE FARC-FILE.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-FLEET.
           READ FARC-FILE NEXT RECORD
               AT END
                   SET FARC-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF FARC-DATE NOT > CTL-FLEET-HWM
               OR FARC-DATE > FLEET-THROUGH
               GO TO 3100-EXIT
           END-IF
           IF FARC-DATE > CTL-NEW-FLEET-HWM
               MOVE FARC-DATE TO CTL-NEW-FLEET-HWM
           END-IF
           MOVE FARC-HOST TO OUT-HOST
           MOVE FARC-NAME TO OUT-NAME
           MOVE FARC-STATUS TO OUT-CODE
           MOVE FARC-VALUE TO OUT-VALUE
           MOVE SPACES TO OUT-MAINT
           MOVE SPACES TO XTR-REC
           MOVE 1 TO OUT-PTR
           STRING "D|FLEET|" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR
           PERFORM 3500-APPEND-HOST-NAME THRU 3500-EXIT
           STRING FARC-DATE DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR
           PERFORM 3600-APPEND-CODE-VALUE THRU 3600-EXIT
           PERFORM 3900-WRITE-XTR-REC THRU 3900-EXIT
           ADD 1 TO FLEET-OUT-CNT.
       3100-EXIT.
           EXIT.

       3500-APPEND-HOST-NAME.
           MOVE 0 TO TRIM-LEN
           INSPECT OUT-HOST TALLYING TRIM-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF TRIM-LEN > 0
               STRING OUT-HOST(1:TRIM-LEN) DELIMITED BY SIZE
                 INTO XTR-REC WITH POINTER OUT-PTR
           END-IF
           STRING "|" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR
           MOVE 0 TO TRIM-LEN
           INSPECT OUT-NAME TALLYING TRIM-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF TRIM-LEN > 0
               STRING OUT-NAME(1:TRIM-LEN) DELIMITED BY SIZE
                 INTO XTR-REC WITH POINTER OUT-PTR
           END-IF
           STRING "|" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR.
       3500-EXIT.
           EXIT.

       3600-APPEND-CODE-VALUE.
           MOVE 0 TO TRIM-LEN
           INSPECT OUT-CODE TALLYING TRIM-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF TRIM-LEN > 0
               STRING OUT-CODE(1:TRIM-LEN) DELIMITED BY SIZE
                 INTO XTR-REC WITH POINTER OUT-PTR
           END-IF
           STRING "|" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR
           MOVE 0 TO TRIM-LEN
           INSPECT OUT-MAINT TALLYING TRIM-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF TRIM-LEN > 0
               STRING OUT-MAINT(1:TRIM-LEN) DELIMITED BY SIZE
                 INTO XTR-REC WITH POINTER OUT-PTR
           END-IF
           STRING "|" DELIMITED BY SIZE
             INTO XTR-REC WITH POINTER OUT-PTR
           MOVE LENGTH OF OUT-VALUE TO VAL-LEN
           PERFORM 3610-TRIM-VALUE-STEP THRU 3610-EXIT
               UNTIL VAL-LEN = 0
                  OR OUT-VALUE(VAL-LEN:1) NOT = SPACE
           IF VAL-LEN > 0
               STRING OUT-VALUE(1:VAL-LEN) DELIMITED BY SIZE
                 INTO XTR-REC WITH POINTER OUT-PTR
           END-IF.
       3600-EXIT.
           EXIT.

       3610-TRIM-VALUE-STEP.
           SUBTRACT 1 FROM VAL-LEN.
       3610-EXIT.
           EXIT.

       3900-WRITE-XTR-REC.
           WRITE XTR-REC
           IF XTR-FILE-STATUS NOT = "00"
               SET WRITE-FAILED TO TRUE
           END-IF.
       3900-EXIT.
           EXIT.

      *> PUBLISH goes down before the rename so an abend on either
      *> side of the mv is finished by 0600-FINISH-PUBLISH; DONE
      *> goes down after it with the new marks in force.
       4000-PUBLISH.
           MOVE "PUBLISH" TO CTL-PHASE
           PERFORM 0800-WRITE-CONTROL THRU 0800-EXIT
           IF XTR-EXIT-CODE > 0
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-BUILD-PUB-NAME THRU 4100-EXIT
           PERFORM 4200-RENAME-WORK-FILE THRU 4200-EXIT
           IF XTR-EXIT-CODE > 0
               GO TO 4000-EXIT
           END-IF
           MOVE CTL-NEW-AUDIT-HWM TO CTL-AUDIT-HWM
           MOVE CTL-NEW-FLEET-HWM TO CTL-FLEET-HWM
           MOVE "DONE" TO CTL-PHASE
           PERFORM 0800-WRITE-CONTROL THRU 0800-EXIT

           DISPLAY "EXTRACT RUN " CTL-SEQ-X " WRITTEN TO " XTR-PUB-NAME
           MOVE AUDIT-OUT-CNT TO CNT-EDIT
           DISPLAY "AUDIT RECORDS:  " CNT-EDIT
                   "  (MARK " CTL-AUDIT-HWM ")"
           MOVE FLEET-OUT-CNT TO CNT-EDIT
           DISPLAY "FLEET RECORDS:  " CNT-EDIT
                   "  (MARK " CTL-FLEET-HWM ")"
           MOVE TOTAL-OUT-CNT TO CNT-EDIT
           DISPLAY "TOTAL RECORDS:  " CNT-EDIT.
       4000-EXIT.
           EXIT.

       4100-BUILD-PUB-NAME.
           MOVE SPACES TO XTR-PUB-NAME
           STRING "HOLA-EXTRACT-" DELIMITED BY SIZE
                  CTL-SEQ-X DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO XTR-PUB-NAME.
       4100-EXIT.
           EXIT.

       4200-RENAME-WORK-FILE.
           MOVE SPACES TO CTL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  XTR-WORK-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  XTR-PUB-NAME DELIMITED BY SPACE
             INTO CTL-CMD
           CALL "SYSTEM" USING CTL-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: COULD NOT RENAME EXTRACT WORK FILE TO "
                       XTR-PUB-NAME
               MOVE 8 TO XTR-EXIT-CODE
           END-IF
           MOVE 0 TO RETURN-CODE.
       4200-EXIT.
           EXIT.
