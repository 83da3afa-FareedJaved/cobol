       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITETIME.
      * Site clock service in the DATECALC/HOLNAME subroutine style.
      * Given a timestamp off the central (host) clock and a site
      * code, it answers the site's local date and time and the
      * business date the site books the timestamp to (see STIMEIO):
      * a payment stamped 17:45 local at a site whose cut-off is
      * 17:00 belongs to the next business day, and so does anything
      * stamped on a weekend or one of the site's holidays. Batch
      * (DATEBULK function EB) and the DATEINQ screen both ask here,
      * so operations and the CSRs quote the same posting day.
      * The offset and cut-off come from the site master (SITEREC),
      * loaded once on the first call and kept for the life of the
      * run unit the way HOLNAME keeps the holiday master. All of the
      * date arithmetic - the calendar day the offset moves the
      * timestamp onto and the business-day answer - goes through
      * DATECALC under the site's own code, so the published calendar
      * and the site's holidays stay the single authority and every
      * step is on the DATEAUD trail under the caller's job name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER-FILE
           RECORDING MODE IS F.
       COPY SITEREC.
       WORKING-STORAGE SECTION.
       01 WS-SITE-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TABLE-LOADED-SW PIC X VALUE "N".
           88 WS-TABLE-IS-LOADED VALUE "Y".
       01 WS-TABLE-BAD-SW PIC X VALUE "N".
           88 WS-TABLE-IS-BAD VALUE "Y".
      * Site clocks, one entry per site on the master. A record from
      * before sites had clock fields is taken as SITEMNT takes it -
      * a central-clock site posting to midnight.
       01 WS-SITE-TABLE.
           05 WS-SIT-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-SIT-ENTRY OCCURS 100 TIMES.
               10 WS-SIT-CODE PIC X(3).
               10 WS-SIT-ACTIVE PIC X.
               10 WS-SIT-TZ-OFFSET.
                   15 WS-SIT-TZ-SIGN PIC X.
                   15 WS-SIT-TZ-HOURS PIC 9(2).
                   15 WS-SIT-TZ-MINUTES PIC 9(2).
               10 WS-SIT-CUTOFF PIC 9(4).
       01 WS-SIT-IDX PIC 9(3).
       01 WS-SIT-FOUND-IDX PIC 9(3).
       COPY DATECIO.
       01 WS-CENTRAL-TIME PIC 9(6).
       01 WS-CENTRAL-TIME-R REDEFINES WS-CENTRAL-TIME.
           05 WS-CENTRAL-HOURS PIC 9(2).
           05 WS-CENTRAL-MINUTES PIC 9(2).
           05 WS-CENTRAL-SECONDS PIC 9(2).
       01 WS-OFFSET-MINUTES PIC S9(4).
       01 WS-LOCAL-MINUTES PIC S9(5).
       01 WS-LOCAL-TIME PIC 9(6).
       01 WS-LOCAL-TIME-R REDEFINES WS-LOCAL-TIME.
           05 WS-LOCAL-HHMM PIC 9(4).
           05 FILLER PIC 9(2).
       01 WS-LOCAL-HOURS PIC 9(2).
       01 WS-LOCAL-MINS PIC 9(2).
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-FIRST-BUS-DATE PIC 9(8).
       LINKAGE SECTION.
       COPY STIMEIO.
       PROCEDURE DIVISION USING SITE-TIME-PARMS.
       SITETIME.
           SET SITE-TIME-OK TO TRUE
           MOVE ZEROES TO SITE-TIME-LOCAL-DATE
           MOVE ZEROES TO SITE-TIME-LOCAL-TIME
           MOVE ZEROES TO SITE-TIME-EFFECTIVE-DATE
           MOVE "N" TO SITE-TIME-CUTOFF-IND
           IF NOT WS-TABLE-IS-LOADED
               PERFORM LOAD-SITE-TABLE
                   THRU LOAD-SITE-TABLE-EXIT
           END-IF
           IF WS-TABLE-IS-BAD
               SET SITE-TIME-SITE-FILE-ERROR TO TRUE
               GO TO SITETIME-EXIT
           END-IF
           PERFORM PROCESS-REQUEST THRU PROCESS-REQUEST-EXIT.
       SITETIME-EXIT.
           GOBACK.

       LOAD-SITE-TABLE.
      * Unlike the holiday master, a missing site master is an
      * error - without it no site has a clock to answer from.
           SET WS-TABLE-IS-LOADED TO TRUE
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-FILE-STATUS NOT = "00"
               DISPLAY "SITETIME: UNABLE TO OPEN SITEMAST, STATUS "
                   WS-SITE-FILE-STATUS " (CALLER "
                   SITE-TIME-JOB-NAME ")"
               SET WS-TABLE-IS-BAD TO TRUE
               GO TO LOAD-SITE-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TABLE-IS-BAD
               READ SITE-MASTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-SIT-COUNT >= 100
                           DISPLAY "SITETIME: SITE TABLE FULL "
                               "(CALLER " SITE-TIME-JOB-NAME ")"
                           SET WS-TABLE-IS-BAD TO TRUE
                       ELSE
                           PERFORM ADD-SITE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       LOAD-SITE-TABLE-EXIT.
           EXIT.

       ADD-SITE-ENTRY.
           ADD 1 TO WS-SIT-COUNT
           MOVE SITE-CODE TO WS-SIT-CODE (WS-SIT-COUNT)
           MOVE SITE-ACTIVE-IND TO WS-SIT-ACTIVE (WS-SIT-COUNT)
           IF SITE-TZ-OFFSET = SPACES
               MOVE "+0000" TO WS-SIT-TZ-OFFSET (WS-SIT-COUNT)
           ELSE
               MOVE SITE-TZ-OFFSET TO WS-SIT-TZ-OFFSET (WS-SIT-COUNT)
           END-IF
           IF SITE-CUTOFF-TIME = SPACES
               MOVE 2400 TO WS-SIT-CUTOFF (WS-SIT-COUNT)
           ELSE
               MOVE SITE-CUTOFF-TIME TO WS-SIT-CUTOFF (WS-SIT-COUNT)
           END-IF.

       PROCESS-REQUEST.
           PERFORM FIND-SITE-ENTRY
           IF WS-SIT-FOUND-IDX = ZERO
               SET SITE-TIME-BAD-SITE TO TRUE
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           IF WS-SIT-ACTIVE (WS-SIT-FOUND-IDX) NOT = "A"
               SET SITE-TIME-BAD-SITE TO TRUE
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           IF SITE-TIME-CENTRAL-DATE NOT NUMERIC OR
               SITE-TIME-CENTRAL-TIME NOT NUMERIC
               SET SITE-TIME-BAD-STAMP TO TRUE
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           MOVE SITE-TIME-CENTRAL-TIME TO WS-CENTRAL-TIME
           IF WS-CENTRAL-HOURS > 23 OR WS-CENTRAL-MINUTES > 59 OR
               WS-CENTRAL-SECONDS > 59
               SET SITE-TIME-BAD-STAMP TO TRUE
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           PERFORM FIND-LOCAL-TIME THRU FIND-LOCAL-TIME-EXIT
           IF NOT SITE-TIME-OK
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           PERFORM FIND-EFFECTIVE-DATE
               THRU FIND-EFFECTIVE-DATE-EXIT.
       PROCESS-REQUEST-EXIT.
           EXIT.

       FIND-SITE-ENTRY.
           MOVE ZEROES TO WS-SIT-FOUND-IDX
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > WS-SIT-COUNT
               IF WS-SIT-CODE (WS-SIT-IDX) = SITE-TIME-SITE-CODE
                   MOVE WS-SIT-IDX TO WS-SIT-FOUND-IDX
                   MOVE WS-SIT-COUNT TO WS-SIT-IDX
               END-IF
           END-PERFORM.

       FIND-LOCAL-TIME.
      * The offset is applied in minutes of the day; running off
      * either end of the central day moves the local date one
      * calendar day, which DATECALC works out (a zero-day AC still
      * proves the central date is on the published calendar).
           COMPUTE WS-OFFSET-MINUTES =
               WS-SIT-TZ-HOURS (WS-SIT-FOUND-IDX) * 60 +
               WS-SIT-TZ-MINUTES (WS-SIT-FOUND-IDX)
           IF WS-SIT-TZ-SIGN (WS-SIT-FOUND-IDX) = "-"
               MULTIPLY -1 BY WS-OFFSET-MINUTES
           END-IF
           COMPUTE WS-LOCAL-MINUTES =
               WS-CENTRAL-HOURS * 60 + WS-CENTRAL-MINUTES +
               WS-OFFSET-MINUTES
           EVALUATE TRUE
               WHEN WS-LOCAL-MINUTES < ZERO
                   ADD 1440 TO WS-LOCAL-MINUTES
                   SET DATE-CALC-SUB-CAL-DAYS TO TRUE
                   MOVE 1 TO DATE-CALC-DAY-COUNT
               WHEN WS-LOCAL-MINUTES >= 1440
                   SUBTRACT 1440 FROM WS-LOCAL-MINUTES
                   SET DATE-CALC-ADD-CAL-DAYS TO TRUE
                   MOVE 1 TO DATE-CALC-DAY-COUNT
               WHEN OTHER
                   SET DATE-CALC-ADD-CAL-DAYS TO TRUE
                   MOVE ZEROES TO DATE-CALC-DAY-COUNT
           END-EVALUATE
           MOVE SITE-TIME-CENTRAL-DATE TO DATE-CALC-DATE-1
           PERFORM CALL-DATECALC
           IF NOT SITE-TIME-OK
               GO TO FIND-LOCAL-TIME-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DATE TO SITE-TIME-LOCAL-DATE
           DIVIDE WS-LOCAL-MINUTES BY 60 GIVING WS-LOCAL-HOURS
               REMAINDER WS-LOCAL-MINS
           COMPUTE WS-LOCAL-TIME = WS-LOCAL-HOURS * 10000 +
               WS-LOCAL-MINS * 100 + WS-CENTRAL-SECONDS
           MOVE WS-LOCAL-TIME TO SITE-TIME-LOCAL-TIME.
       FIND-LOCAL-TIME-EXIT.
           EXIT.

       FIND-EFFECTIVE-DATE.
      * The next business day after the calendar day before the
      * local date is the local date itself exactly when that is a
      * business day for the site - and otherwise is already the
      * posting day. A business day stamped at or after the cut-off
      * steps on once more to the next business day.
           SET DATE-CALC-SUB-CAL-DAYS TO TRUE
           MOVE SITE-TIME-LOCAL-DATE TO DATE-CALC-DATE-1
           MOVE 1 TO DATE-CALC-DAY-COUNT
           PERFORM CALL-DATECALC
           IF NOT SITE-TIME-OK
               GO TO FIND-EFFECTIVE-DATE-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DATE TO WS-DAY-BEFORE
           SET DATE-CALC-NEXT-BUS-DAY TO TRUE
           MOVE WS-DAY-BEFORE TO DATE-CALC-DATE-1
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
           PERFORM CALL-DATECALC
           IF NOT SITE-TIME-OK
               GO TO FIND-EFFECTIVE-DATE-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DATE TO WS-FIRST-BUS-DATE
           IF WS-LOCAL-HHMM >= WS-SIT-CUTOFF (WS-SIT-FOUND-IDX)
               SET SITE-TIME-AFTER-CUTOFF TO TRUE
           END-IF
           IF WS-FIRST-BUS-DATE NOT = SITE-TIME-LOCAL-DATE OR
               NOT SITE-TIME-AFTER-CUTOFF
               MOVE WS-FIRST-BUS-DATE TO SITE-TIME-EFFECTIVE-DATE
               GO TO FIND-EFFECTIVE-DATE-EXIT
           END-IF
           SET DATE-CALC-NEXT-BUS-DAY TO TRUE
           MOVE SITE-TIME-LOCAL-DATE TO DATE-CALC-DATE-1
           PERFORM CALL-DATECALC
           IF NOT SITE-TIME-OK
               GO TO FIND-EFFECTIVE-DATE-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DATE TO SITE-TIME-EFFECTIVE-DATE.
       FIND-EFFECTIVE-DATE-EXIT.
           EXIT.

       CALL-DATECALC.
           MOVE ZEROES TO DATE-CALC-DATE-2
           MOVE SITE-TIME-JOB-NAME TO DATE-CALC-JOB-NAME
           MOVE SITE-TIME-SITE-CODE TO DATE-CALC-SITE-CODE
           CALL "DATECALC" USING DATE-CALC-PARMS
           IF NOT DATE-CALC-OK
               EVALUATE TRUE
                   WHEN DATE-CALC-BAD-DATE
                       SET SITE-TIME-BAD-STAMP TO TRUE
                   WHEN DATE-CALC-OFF-CALENDAR
                       SET SITE-TIME-OFF-CALENDAR TO TRUE
                   WHEN OTHER
                       SET SITE-TIME-CALENDAR-ERROR TO TRUE
               END-EVALUATE
           END-IF.
