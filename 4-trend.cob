      *> the low key, every record inside the YYYYMMDD window fed
      *> through the same tallies -- so one command spans however
      *> many generations the window covers.
      *>
      *> Values are told apart by the " VAL=" digest HOLA takes over
      *> the whole value, not by the first 120 bytes the line and
      *> the master have room for, so a change at the tail of a long
      *> PATH is a distinct value and a timeline entry of its own.
      *> A trailing "--full" prints every value whole from HOLA's
      *> value dictionary (HOLA-VALUES.DAT); without it a longer
      *> value shows its first 120 bytes and its true length.
      *> History from before the digest is still read: a value that
      *> fitted in 120 bytes is digested here and counts as the same
      *> value as its digested successors, and one that filled all
      *> 120 is marked PARTIAL and kept apart.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT OPTIONAL VDICT-FILE ASSIGN TO VDICT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VDICT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(512).

      *> HOLAARCH's master record, byte for byte -- the key orders
      *> name before date, and the RC, value, maintenance ticket, and
      *> value digest ride as data.  Records loaded before the ticket
      *> or the digest was added are the shorter length and read
      *> back with them blank.
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

       FD  VDICT-FILE.
       01  VDICT-REC                       PIC X(10030).

       WORKING-STORAGE SECTION.
       01  AUDIT-FILE-NAME                 PIC X(64) VALUE
       01  ARCH-FILE-NAME                  PIC X(64) VALUE
                                                "HOLA-AUDIT-MASTER.IDX".
       01  ARCH-FILE-STATUS                PIC XX VALUE "00".
       01  ARCH-REC-LEN                    PIC 9(4) BINARY VALUE 0.
      *> A master record at least this long carries ARCH-MAINT;
      *> only a full-length one carries ARCH-VDIGEST as well.
       01  ARCH-MAINT-END                  PIC 9(4) BINARY VALUE 242.
       01  ARCH-EOF-SW                     PIC X VALUE "N".
           88  ARCH-EOF                    VALUE "Y".
       01  ARG-COUNT                       PIC 9(4) BINARY VALUE 0.
           88  MASTER-MODE                 VALUE "Y".
       01  TREND-FROM                      PIC X(8) VALUE "00000000".
       01  TREND-TO                        PIC X(8) VALUE "99999999".
       01  FULL-MODE-SW                    PIC X VALUE "N".
           88  FULL-MODE                   VALUE "Y".

       01  AUDIT-EOF-SW                    PIC X VALUE "N".
           88  AUDIT-EOF                   VALUE "Y".
       01  PARSE-NAME-LEN                  PIC 9(4) BINARY VALUE 0.
       01  PARSE-VALUE                     PIC X(120) VALUE SPACES.
       01  PARSE-VALUE-LEN                 PIC 9(4) BINARY VALUE 0.
       01  PARSE-MAINT                     PIC X(32) VALUE SPACES.
       01  PARSE-MAINT-LEN                 PIC 9(4) BINARY VALUE 0.
       01  PARSE-VDIGEST                   PIC X(20) VALUE SPACES.
       01  PARSE-PARTIAL-SW                PIC X VALUE "N".
       01  PARSE-FULL-LEN                  PIC 9(9) VALUE 0.
       01  PARSE-SP-POS                    PIC 9(4) BINARY VALUE 0.
       01  PARSE-HAS-VALUE-SW              PIC X VALUE "N".
           88  PARSE-HAS-VALUE             VALUE "Y".
       01  PARSE-OK-SW                     PIC X VALUE "N".
               10  VAR-RC4-CNT             PIC 9(8).
               10  VAR-RC8-CNT             PIC 9(8).
               10  VAR-RCX-CNT             PIC 9(8).
               10  VAR-MAINT-CNT           PIC 9(8).
               10  VAR-VAL-CNT             PIC 9(4).
               10  VAR-VAL-ENTRY OCCURS 32 TIMES.
                   15  VAR-VAL             PIC X(120).
                   15  VAR-VAL-LEN         PIC 9(4) BINARY.
                   15  VAR-VAL-DIGEST      PIC X(20).
                   15  VAR-VAL-PARTIAL     PIC X.
                   15  VAR-VAL-FULL-LEN    PIC 9(9).
                   15  VAR-VAL-FIRST-TS    PIC X(21).
                   15  VAR-VAL-LAST-TS     PIC X(21).
                   15  VAR-VAL-OBS-CNT     PIC 9(8).
               10  VAR-LAST-DIGEST         PIC X(20).
               10  VAR-LAST-PARTIAL        PIC X.
               10  VAR-HAS-LAST-SW         PIC X.
       01  VAR-CNT                         PIC 9(4) VALUE 0.
       01  VAR-IX                          PIC 9(4) BINARY VALUE 0.
               10  CHG-DATE                PIC X(8).
               10  CHG-VAL                 PIC X(120).
               10  CHG-VAL-LEN             PIC 9(4) BINARY.
               10  CHG-DIGEST              PIC X(20).
               10  CHG-PARTIAL             PIC X.
               10  CHG-FULL-LEN            PIC 9(9).
       01  CHG-CNT                         PIC 9(4) VALUE 0.
       01  CHG-IX                          PIC 9(4) BINARY VALUE 0.
       01  CHG-OVERFLOW-SW                 PIC X VALUE "N".
           88  CHG-OVERFLOW                VALUE "Y".

       01  CNT-EDIT                        PIC Z(7)9.

      *> Value digest, HOLA's arithmetic byte for byte (two
      *> polynomial lanes over the byte ordinals, each reduced
      *> modulo its own ten-digit prime), so a value from before the
      *> digest was logged lands on the same key as the digested
      *> sightings that followed it.
       01  HEX-PAIR.
           05  FILLER                      PIC X VALUE LOW-VALUE.
           05  HEX-BYTE                    PIC X VALUE LOW-VALUE.
       01  HEX-BYTE-VAL REDEFINES HEX-PAIR PIC 9(4) COMP.
       01  DIG-IX                          PIC 9(4) BINARY VALUE 0.
       01  DIG-LANE-A                      PIC 9(10) VALUE 0.
       01  DIG-LANE-B                      PIC 9(10) VALUE 0.
       01  DIG-WORK                        PIC 9(18) VALUE 0.
       01  DIG-QUOT                        PIC 9(18) VALUE 0.
       01  DIG-RESULT.
           05  DIG-RESULT-A                PIC 9(10).
           05  DIG-RESULT-B                PIC 9(10).

      *> HOLA's full-value dictionary, DIGEST(20)|LENGTH(9)|VALUE.
      *> One pass after the tallies sizes every digested value; a
      *> --full print goes back for the text, remembering the last
      *> digest fetched.
       01  VDICT-FILE-NAME                 PIC X(64) VALUE
                                                "HOLA-VALUES.DAT".
       01  VDICT-FILE-STATUS               PIC XX VALUE "00".
       01  VDICT-EOF-SW                    PIC X VALUE "N".
           88  VDICT-EOF                   VALUE "Y".
       01  VDICT-FOUND-SW                  PIC X VALUE "N".
           88  VDICT-FOUND                 VALUE "Y".
       01  VDICT-WANT-DIGEST               PIC X(20) VALUE SPACES.
       01  VDICT-LAST-DIGEST               PIC X(20) VALUE SPACES.
       01  VDICT-ACTUAL-LEN                PIC 9(9) VALUE 0.
       01  VDICT-VALUE                     PIC X(9999) VALUE SPACES.
       01  VDICT-VALUE-LEN                 PIC 9(4) BINARY VALUE 0.

      *> What goes after a printed value: PARTIAL, or the true
      *> length and digest of one shown only in part.
       01  SHOW-NOTE                       PIC X(64) VALUE SPACES.
       01  SHOW-NOTE-PTR                   PIC 9(4) BINARY VALUE 1.
       01  SHOW-NOTE-LEN                   PIC 9(4) BINARY VALUE 0.
       01  SHOW-LEN-EDIT                   PIC Z(8)9.
       01  SHOW-LEN-LEAD                   PIC 9(4) BINARY VALUE 0.
       01  SHOW-VAL                        PIC X(120) VALUE SPACES.
       01  SHOW-DIGEST                     PIC X(20) VALUE SPACES.
       01  SHOW-PARTIAL                    PIC X VALUE "N".
       01  SHOW-FULL-LEN                   PIC 9(9) VALUE 0.
       01  SHOW-VAL-LEN                    PIC 9(4) BINARY VALUE 0.
       01  SHOW-FULL-SW                    PIC X VALUE "N".
           88  SHOW-FULL                   VALUE "Y".
       01  TS-PRETTY                       PIC X(19) VALUE SPACES.
       01  DATE-PRETTY                     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER

      *> A trailing --full is a switch, not a file name or a date;
      *> take it off the end so the other arguments keep their
      *> places.
           IF ARG-COUNT >= 1
               DISPLAY ARG-COUNT UPON ARGUMENT-NUMBER
               ACCEPT ARG-WORK FROM ARGUMENT-VALUE
               IF ARG-WORK = "--full" OR ARG-WORK = "-f"
                   SET FULL-MODE TO TRUE
                   SUBTRACT 1 FROM ARG-COUNT
               END-IF
           END-IF
           IF ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG1-VALUE FROM ARGUMENT-VALUE
               CLOSE AUDIT-FILE
           END-IF

           PERFORM 5000-SIZE-FULL-VALUES THRU 5000-EXIT
           PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
           STOP RUN.

               AND ARCH-FILE-STATUS NOT = "05"
               DISPLAY "ERROR: CANNOT OPEN ARCHIVE MASTER, STATUS "
                       ARCH-FILE-STATUS
               IF ARCH-FILE-STATUS = "39"
                   DISPLAY "  THE MASTER IS STILL IN THE OLD FIXED-LENGTH "
                           "LAYOUT -- RUN holaarch reload"
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
      *> runs apart in the counts, so a blank value is simply left
      *> out of the distinct-value and timeline tallies.
           MOVE "N" TO PARSE-HAS-VALUE-SW
           MOVE SPACES TO PARSE-MAINT PARSE-VDIGEST
           IF ARCH-REC-LEN >= ARCH-MAINT-END
               MOVE ARCH-MAINT TO PARSE-MAINT
           END-IF
           IF ARCH-REC-LEN >= LENGTH OF ARCH-REC
               MOVE ARCH-VDIGEST TO PARSE-VDIGEST
           END-IF
           MOVE SPACES TO PARSE-VALUE
           MOVE ARCH-VALUE TO PARSE-VALUE
           MOVE LENGTH OF PARSE-VALUE TO PARSE-VALUE-LEN
      *> and skipped, not trusted.
       3000-PARSE-LINE.
           MOVE "N" TO PARSE-OK-SW PARSE-HAS-VALUE-SW
           MOVE SPACES TO PARSE-MAINT PARSE-VDIGEST
           MOVE LENGTH OF AUDIT-REC TO PARSE-REC-LEN
           PERFORM 3100-TRIM-REC-STEP THRU 3100-EXIT
               UNTIL PARSE-REC-LEN = 0
                  OR AUDIT-REC(PARSE-REC-LEN:1) NOT = SPACE

      *> Every chained line closes with a fixed-width " CHAIN=" digest
      *> (HOLAARCH is the one that checks it); a line with a value
      *> has the fixed-width " VAL=" digest of the whole value ahead
      *> of that; a check made inside a planned maintenance window
      *> carries " MAINT=ticket" ahead of those, the ticket being one
      *> space-free token; a --wait run stamps a fixed-width
      *> " WAITED=nnnnn" after the return code.  Drop all four so the
      *> tail is " RC=nn" again, keeping the digest and the ticket
      *> aside.
           IF PARSE-REC-LEN > 27
               AND AUDIT-REC(PARSE-REC-LEN - 26:7) = " CHAIN="
               SUBTRACT 27 FROM PARSE-REC-LEN
           END-IF
           IF PARSE-REC-LEN > 25
               AND AUDIT-REC(PARSE-REC-LEN - 24:5) = " VAL="
               AND AUDIT-REC(PARSE-REC-LEN - 19:20) NUMERIC
               MOVE AUDIT-REC(PARSE-REC-LEN - 19:20) TO PARSE-VDIGEST
               SUBTRACT 25 FROM PARSE-REC-LEN
           END-IF
           MOVE PARSE-REC-LEN TO PARSE-SP-POS
           PERFORM 3150-FIND-SPACE-STEP THRU 3150-EXIT
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
       3100-EXIT.
           EXIT.

       3150-FIND-SPACE-STEP.
           SUBTRACT 1 FROM PARSE-SP-POS.
       3150-EXIT.
           EXIT.

      *> A check made inside a planned maintenance window failed (or
      *> passed) because of the planned work, so it is counted on its
      *> own line and kept out of the RC buckets; the value it saw is
      *> still a real sighting and still feeds the value tallies.
       4000-TALLY-LINE.
           PERFORM 4100-FIND-VAR THRU 4100-EXIT
           IF VAR-CUR = 0
               GO TO 4000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PARSE-MAINT NOT = SPACES
                   ADD 1 TO VAR-MAINT-CNT(VAR-CUR)
               WHEN PARSE-RC = 0
                   ADD 1 TO VAR-RC0-CNT(VAR-CUR)
               WHEN PARSE-RC = 4
                   ADD 1 TO VAR-RC4-CNT(VAR-CUR)
               WHEN PARSE-RC = 8
                   ADD 1 TO VAR-RC8-CNT(VAR-CUR)
               WHEN OTHER
                   ADD 1 TO VAR-RCX-CNT(VAR-CUR)
           IF NOT PARSE-HAS-VALUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4050-KEY-VALUE THRU 4050-EXIT
           PERFORM 4200-FIND-VALUE THRU 4200-EXIT
           PERFORM 4300-NOTE-CHANGE THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      *> A digested sighting is keyed by its digest; its length is
      *> known only once the dictionary pass has run.  An undigested
      *> one from older history is digested here: under 120 bytes it
      *> is the whole value, so it keys exactly as HOLA would have
      *> keyed it; at 120 it may have been cut, so it is PARTIAL and
      *> only ever matches other partial sightings.
       4050-KEY-VALUE.
           MOVE "N" TO PARSE-PARTIAL-SW
           MOVE 0 TO PARSE-FULL-LEN
           IF PARSE-VDIGEST NOT = SPACES
               GO TO 4050-EXIT
           END-IF
           MOVE 1 TO DIG-LANE-A
           MOVE 7 TO DIG-LANE-B
           PERFORM 4060-DIGEST-ONE-BYTE THRU 4060-EXIT
               VARYING DIG-IX FROM 1 BY 1
               UNTIL DIG-IX > PARSE-VALUE-LEN
           MOVE DIG-LANE-A TO DIG-RESULT-A
           MOVE DIG-LANE-B TO DIG-RESULT-B
           MOVE DIG-RESULT TO PARSE-VDIGEST
           IF PARSE-VALUE-LEN < LENGTH OF PARSE-VALUE
               MOVE PARSE-VALUE-LEN TO PARSE-FULL-LEN
           ELSE
               MOVE "Y" TO PARSE-PARTIAL-SW
           END-IF.
       4050-EXIT.
           EXIT.

       4060-DIGEST-ONE-BYTE.
           MOVE LOW-VALUE TO HEX-PAIR
           MOVE PARSE-VALUE(DIG-IX:1) TO HEX-BYTE
           COMPUTE DIG-WORK = DIG-LANE-A * 131 + HEX-BYTE-VAL + 1
           DIVIDE DIG-WORK BY 9999999967
               GIVING DIG-QUOT REMAINDER DIG-LANE-A
           COMPUTE DIG-WORK = DIG-LANE-B * 257 + HEX-BYTE-VAL + 1
           DIVIDE DIG-WORK BY 9999999943
               GIVING DIG-QUOT REMAINDER DIG-LANE-B.
       4060-EXIT.
           EXIT.

       4100-FIND-VAR.
           MOVE 0 TO VAR-CUR
           PERFORM 4110-MATCH-VAR THRU 4110-EXIT
           MOVE VAR-VAL-CNT(VAR-CUR) TO VAL-CUR
           MOVE PARSE-VALUE TO VAR-VAL(VAR-CUR, VAL-CUR)
           MOVE PARSE-VALUE-LEN TO VAR-VAL-LEN(VAR-CUR, VAL-CUR)
           MOVE PARSE-VDIGEST TO VAR-VAL-DIGEST(VAR-CUR, VAL-CUR)
           MOVE PARSE-PARTIAL-SW TO VAR-VAL-PARTIAL(VAR-CUR, VAL-CUR)
           MOVE PARSE-FULL-LEN TO VAR-VAL-FULL-LEN(VAR-CUR, VAL-CUR)
           MOVE PARSE-TS TO VAR-VAL-FIRST-TS(VAR-CUR, VAL-CUR)
           MOVE PARSE-TS TO VAR-VAL-LAST-TS(VAR-CUR, VAL-CUR)
           MOVE 1 TO VAR-VAL-OBS-CNT(VAR-CUR, VAL-CUR).
           EXIT.

       4210-MATCH-VALUE.
           IF VAR-VAL-DIGEST(VAR-CUR, VAL-IX) = PARSE-VDIGEST
               AND VAR-VAL-PARTIAL(VAR-CUR, VAL-IX) = PARSE-PARTIAL-SW
               MOVE VAL-IX TO VAL-CUR
           END-IF.
       4210-EXIT.
      *> is a change event stamped with the sighting's date.
       4300-NOTE-CHANGE.
           IF VAR-HAS-LAST-SW(VAR-CUR) = "Y"
               AND VAR-LAST-DIGEST(VAR-CUR) = PARSE-VDIGEST
               AND VAR-LAST-PARTIAL(VAR-CUR) = PARSE-PARTIAL-SW
               GO TO 4300-EXIT
           END-IF
           IF CHG-CNT >= 512
               MOVE PARSE-TS(1:8) TO CHG-DATE(CHG-CNT)
               MOVE PARSE-VALUE TO CHG-VAL(CHG-CNT)
               MOVE PARSE-VALUE-LEN TO CHG-VAL-LEN(CHG-CNT)
               MOVE PARSE-VDIGEST TO CHG-DIGEST(CHG-CNT)
               MOVE PARSE-PARTIAL-SW TO CHG-PARTIAL(CHG-CNT)
               MOVE PARSE-FULL-LEN TO CHG-FULL-LEN(CHG-CNT)
           END-IF
           MOVE PARSE-VDIGEST TO VAR-LAST-DIGEST(VAR-CUR)
           MOVE PARSE-PARTIAL-SW TO VAR-LAST-PARTIAL(VAR-CUR)
           MOVE "Y" TO VAR-HAS-LAST-SW(VAR-CUR).
       4300-EXIT.
           EXIT.

      *> One pass of the value dictionary gives every digested value
      *> and change event its true length; a digest the dictionary
      *> does not hold keeps a length of zero and prints as it was
      *> logged.
       5000-SIZE-FULL-VALUES.
           IF VAR-CNT = 0
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO VDICT-EOF-SW
           OPEN INPUT VDICT-FILE
           IF VDICT-FILE-STATUS = "00"
               PERFORM 5100-SIZE-ONE-VDICT-REC THRU 5100-EXIT
                   UNTIL VDICT-EOF
           END-IF
           CLOSE VDICT-FILE.
       5000-EXIT.
           EXIT.

       5100-SIZE-ONE-VDICT-REC.
           READ VDICT-FILE
               AT END
                   SET VDICT-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF VDICT-REC(1:20) NOT NUMERIC
               OR VDICT-REC(21:1) NOT = "|"
               OR VDICT-REC(31:1) NOT = "|"
               OR VDICT-REC(22:9) NOT NUMERIC
               GO TO 5100-EXIT
           END-IF
           MOVE VDICT-REC(1:20) TO VDICT-WANT-DIGEST
           MOVE VDICT-REC(22:9) TO VDICT-ACTUAL-LEN
           PERFORM 5110-SIZE-ONE-VALUE THRU 5110-EXIT
               VARYING VAR-IX FROM 1 BY 1 UNTIL VAR-IX > VAR-CNT
                 AFTER VAL-IX FROM 1 BY 1
                   UNTIL VAL-IX > VAR-VAL-CNT(VAR-IX)
           PERFORM 5120-SIZE-ONE-CHANGE THRU 5120-EXIT
               VARYING CHG-IX FROM 1 BY 1 UNTIL CHG-IX > CHG-CNT.
       5100-EXIT.
           EXIT.

       5110-SIZE-ONE-VALUE.
           IF VAR-VAL-DIGEST(VAR-IX, VAL-IX) = VDICT-WANT-DIGEST
               AND VAR-VAL-PARTIAL(VAR-IX, VAL-IX) = "N"
               MOVE VDICT-ACTUAL-LEN TO VAR-VAL-FULL-LEN(VAR-IX, VAL-IX)
           END-IF.
       5110-EXIT.
           EXIT.

       5120-SIZE-ONE-CHANGE.
           IF CHG-DIGEST(CHG-IX) = VDICT-WANT-DIGEST
               AND CHG-PARTIAL(CHG-IX) = "N"
               MOVE VDICT-ACTUAL-LEN TO CHG-FULL-LEN(CHG-IX)
           END-IF.
       5120-EXIT.
           EXIT.

       6000-PRINT-REPORT.
           DISPLAY "HOLA AUDIT TREND REPORT"
           IF MASTER-MODE
               MOVE VAR-RCX-CNT(VAR-CUR) TO CNT-EDIT
               DISPLAY "  RUNS OTHER RC:         " CNT-EDIT
           END-IF
           IF VAR-MAINT-CNT(VAR-CUR) > 0
               MOVE VAR-MAINT-CNT(VAR-CUR) TO CNT-EDIT
               DISPLAY "  RUNS IN MAINTENANCE:   " CNT-EDIT
                       "  (SUPPRESSED, NOT COUNTED ABOVE)"
           END-IF
           IF VAR-VAL-CNT(VAR-CUR) > 0
               DISPLAY "  DISTINCT VALUES OBSERVED:"
               PERFORM 6200-PRINT-ONE-VALUE THRU 6200-EXIT
           DISPLAY "  OBS " CNT-EDIT WITH NO ADVANCING
           IF VAR-VAL-LEN(VAR-CUR, VAL-IX) = 0
               DISPLAY "  VALUE (EMPTY)"
               GO TO 6200-EXIT
           END-IF
           DISPLAY "  VALUE " WITH NO ADVANCING
           MOVE VAR-VAL(VAR-CUR, VAL-IX) TO SHOW-VAL
           MOVE VAR-VAL-LEN(VAR-CUR, VAL-IX) TO SHOW-VAL-LEN
           MOVE VAR-VAL-DIGEST(VAR-CUR, VAL-IX) TO SHOW-DIGEST
           MOVE VAR-VAL-PARTIAL(VAR-CUR, VAL-IX) TO SHOW-PARTIAL
           MOVE VAR-VAL-FULL-LEN(VAR-CUR, VAL-IX) TO SHOW-FULL-LEN
           PERFORM 6500-SHOW-VALUE THRU 6500-EXIT.
       6200-EXIT.
           EXIT.

             INTO DATE-PRETTY
           IF CHG-VAL-LEN(CHG-IX) = 0
               DISPLAY "    " DATE-PRETTY " VALUE SET TO (EMPTY)"
               GO TO 6310-EXIT
           END-IF
           DISPLAY "    " DATE-PRETTY " VALUE SET TO "
                   WITH NO ADVANCING
           MOVE CHG-VAL(CHG-IX) TO SHOW-VAL
           MOVE CHG-VAL-LEN(CHG-IX) TO SHOW-VAL-LEN
           MOVE CHG-DIGEST(CHG-IX) TO SHOW-DIGEST
           MOVE CHG-PARTIAL(CHG-IX) TO SHOW-PARTIAL
           MOVE CHG-FULL-LEN(CHG-IX) TO SHOW-FULL-LEN
           PERFORM 6500-SHOW-VALUE THRU 6500-EXIT.
       6310-EXIT.
           EXIT.

             INTO TS-PRETTY.
       6400-EXIT.
           EXIT.

      *> Finish a value line: the value as logged, or whole from the
      *> dictionary under --full, then what the operator needs to
      *> know about anything not shown.  A value that filled its 120
      *> bytes is PARTIAL when nothing records the rest of it.
       6500-SHOW-VALUE.
           MOVE "N" TO SHOW-FULL-SW
           MOVE SPACES TO SHOW-NOTE
           MOVE 1 TO SHOW-NOTE-PTR
           EVALUATE TRUE
               WHEN SHOW-PARTIAL = "Y"
                   STRING " (PARTIAL)" DELIMITED BY SIZE
                     INTO SHOW-NOTE WITH POINTER SHOW-NOTE-PTR
               WHEN SHOW-FULL-LEN = 0
                   IF SHOW-VAL-LEN >= LENGTH OF SHOW-VAL
                       STRING " (PARTIAL, NOT IN VALUE DICTIONARY)"
                                  DELIMITED BY SIZE
                         INTO SHOW-NOTE WITH POINTER SHOW-NOTE-PTR
                   END-IF
               WHEN SHOW-FULL-LEN > SHOW-VAL-LEN
                   PERFORM 6600-NOTE-FULL-LENGTH THRU 6600-EXIT
           END-EVALUATE
           COMPUTE SHOW-NOTE-LEN = SHOW-NOTE-PTR - 1
           EVALUATE TRUE
               WHEN SHOW-FULL AND SHOW-NOTE-LEN > 0
                   DISPLAY VDICT-VALUE(1:VDICT-VALUE-LEN)
                           SHOW-NOTE(1:SHOW-NOTE-LEN)
               WHEN SHOW-FULL
                   DISPLAY VDICT-VALUE(1:VDICT-VALUE-LEN)
               WHEN SHOW-NOTE-LEN > 0
                   DISPLAY SHOW-VAL(1:SHOW-VAL-LEN)
                           SHOW-NOTE(1:SHOW-NOTE-LEN)
               WHEN OTHER
                   DISPLAY SHOW-VAL(1:SHOW-VAL-LEN)
           END-EVALUATE.
       6500-EXIT.
           EXIT.

       6600-NOTE-FULL-LENGTH.
           MOVE SHOW-FULL-LEN TO SHOW-LEN-EDIT
           MOVE 0 TO SHOW-LEN-LEAD
           INSPECT SHOW-LEN-EDIT TALLYING SHOW-LEN-LEAD
             FOR LEADING SPACE
           IF FULL-MODE
               PERFORM 6700-FETCH-FULL-VALUE THRU 6700-EXIT
           END-IF
           IF FULL-MODE AND VDICT-FOUND
               SET SHOW-FULL TO TRUE
               IF SHOW-FULL-LEN > VDICT-VALUE-LEN
                   STRING " (FIRST 9999 OF " DELIMITED BY SIZE
                          SHOW-LEN-EDIT(SHOW-LEN-LEAD + 1:)
                              DELIMITED BY SIZE
                          " BYTES)" DELIMITED BY SIZE
                     INTO SHOW-NOTE WITH POINTER SHOW-NOTE-PTR
               END-IF
               GO TO 6600-EXIT
           END-IF
           STRING " (FIRST 120 OF " DELIMITED BY SIZE
                  SHOW-LEN-EDIT(SHOW-LEN-LEAD + 1:) DELIMITED BY SIZE
                  " BYTES)" DELIMITED BY SIZE
             INTO SHOW-NOTE WITH POINTER SHOW-NOTE-PTR.
       6600-EXIT.
           EXIT.

      *> One pass of the dictionary per digest not already in hand.
       6700-FETCH-FULL-VALUE.
           IF SHOW-DIGEST = VDICT-LAST-DIGEST
               GO TO 6700-EXIT
           END-IF
           MOVE SHOW-DIGEST TO VDICT-LAST-DIGEST
           MOVE "N" TO VDICT-FOUND-SW VDICT-EOF-SW
           OPEN INPUT VDICT-FILE
           IF VDICT-FILE-STATUS = "00"
               PERFORM 6710-MATCH-ONE-VDICT-REC THRU 6710-EXIT
                   UNTIL VDICT-EOF OR VDICT-FOUND
           END-IF
           CLOSE VDICT-FILE.
       6700-EXIT.
           EXIT.

       6710-MATCH-ONE-VDICT-REC.
           READ VDICT-FILE
               AT END
                   SET VDICT-EOF TO TRUE
                   GO TO 6710-EXIT
           END-READ
           IF VDICT-REC(1:20) NOT = VDICT-LAST-DIGEST
               OR VDICT-REC(21:1) NOT = "|"
               OR VDICT-REC(31:1) NOT = "|"
               OR VDICT-REC(22:9) NOT NUMERIC
               GO TO 6710-EXIT
           END-IF
           MOVE VDICT-REC(22:9) TO VDICT-ACTUAL-LEN
           IF VDICT-ACTUAL-LEN > LENGTH OF VDICT-VALUE
               MOVE LENGTH OF VDICT-VALUE TO VDICT-VALUE-LEN
           ELSE
               MOVE VDICT-ACTUAL-LEN TO VDICT-VALUE-LEN
           END-IF
           IF VDICT-VALUE-LEN = 0
               GO TO 6710-EXIT
           END-IF
           MOVE SPACES TO VDICT-VALUE
           MOVE VDICT-REC(32:VDICT-VALUE-LEN) TO VDICT-VALUE
           SET VDICT-FOUND TO TRUE.
       6710-EXIT.
           EXIT.
