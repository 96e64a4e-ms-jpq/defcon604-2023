      *> Output is paged -- a heading with a page number every
      *> PAGE-SIZE lines -- so the print drops straight into the
      *> review pack.
      *>
      *> Checks HOLA made inside a planned maintenance window carry
      *> the window's ticket in the master; they are counted on a
      *> line of their own and kept out of the check count, the
      *> rates, and the streaks, so an approved outage does not
      *> read as the month's instability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
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

       01  M-RC8-CNT                       PIC 9(8) VALUE 0.
       01  M-RCX-CNT                       PIC 9(8) VALUE 0.
       01  M-FAIL-CNT                      PIC 9(8) VALUE 0.
       01  M-MAINT-CNT                     PIC 9(8) VALUE 0.

      *> Failure streak: the running one and the month's best.
       01  STREAK-CUR                      PIC 9(8) VALUE 0.
       01  DATE-PRETTY-2                   PIC X(10) VALUE SPACES.

       01  REC-CNT                         PIC 9(8) VALUE 0.
       01  MAINT-CNT                       PIC 9(8) VALUE 0.
       01  VAR-CNT                         PIC 9(4) VALUE 0.
       01  MONTH-CNT                       PIC 9(4) VALUE 0.

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
           DISPLAY " "
           MOVE REC-CNT TO CNT-EDIT
           DISPLAY "CHECKS DIGESTED:    " CNT-EDIT
           IF MAINT-CNT > 0
               MOVE MAINT-CNT TO CNT-EDIT
               DISPLAY "IN MAINTENANCE:     " CNT-EDIT
           END-IF
           MOVE VAR-CNT TO CNT-EDIT
           DISPLAY "VARIABLES REPORTED: " CNT-EDIT
           MOVE MONTH-CNT TO CNT-EDIT
       1000-EXIT.
           EXIT.

      *> A maintenance check neither breaks nor extends a streak:
      *> the window was planned, so it says nothing either way about
      *> the variable's own stability.
       2000-TALLY-RECORD.
           IF ARCH-REC-LEN < ARCH-MAINT-END
               MOVE SPACES TO ARCH-MAINT
           END-IF
           IF ARCH-MAINT NOT = SPACES
               ADD 1 TO REC-CNT M-MAINT-CNT MAINT-CNT
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO REC-CNT M-CNT
           MOVE ARCH-RC TO RC-X
           INSPECT RC-X REPLACING LEADING SPACE BY "0"
      *> way the review pack reads calendars.
       2600-RESET-MONTH.
           MOVE 0 TO M-CNT M-RC0-CNT M-RC4-CNT M-RC8-CNT M-RCX-CNT
                     M-FAIL-CNT M-MAINT-CNT
           MOVE 0 TO STREAK-CUR STREAK-BEST
           MOVE SPACES TO STREAK-CUR-START STREAK-CUR-END
                          STREAK-BEST-START STREAK-BEST-END.
       2600-EXIT.
           EXIT.

      *> One month, one block: the counts-and-rates line, the
      *> maintenance line when a window held any checks, the streak
      *> line when there was one, and the month-over-month line when
      *> last month is there to compare against.  A month spent
      *> entirely inside a window has no rate of its own, so it
      *> leaves the month-over-month memory as it found it.
       3000-EMIT-MONTH.
           IF M-CNT = 0 AND M-MAINT-CNT = 0
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO MONTH-CNT
           MOVE 0 TO PCT-FAIL PCT-RC4 PCT-RC8 PCT-RCX
           IF M-CNT > 0
               COMPUTE PCT-FAIL ROUNDED = M-FAIL-CNT * 100 / M-CNT
               COMPUTE PCT-RC4 ROUNDED = M-RC4-CNT * 100 / M-CNT
               COMPUTE PCT-RC8 ROUNDED = M-RC8-CNT * 100 / M-CNT
               COMPUTE PCT-RCX ROUNDED = M-RCX-CNT * 100 / M-CNT
           END-IF

           MOVE 5 TO NEED-LINES
           PERFORM 7100-ENSURE-ROOM THRU 7100-EXIT

           MOVE SPACES TO MONTH-PRETTY
           END-IF
           ADD 1 TO LINE-CNT

           IF M-MAINT-CNT > 0
               MOVE M-MAINT-CNT TO CNT-EDIT
               DISPLAY "           IN MAINTENANCE " CNT-EDIT
                       "  (NOT IN RATES)"
               ADD 1 TO LINE-CNT
           END-IF
           IF STREAK-BEST > 0
               PERFORM 3100-PRINT-STREAK THRU 3100-EXIT
           END-IF
           IF M-CNT = 0
               MOVE "N" TO HAVE-MONTH-SW
               GO TO 3000-EXIT
           END-IF
           IF PREV-VALID
               COMPUTE PCT-DELTA = PCT-FAIL - PREV-PCT
               MOVE PCT-DELTA TO DELTA-EDIT
