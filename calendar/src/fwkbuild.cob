       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWKBUILD.
      * Builds the fiscal-week (4-4-5 retail) calendar alongside the
      * month calendar: one FWKREC record per fiscal period - fiscal
      * year, period, quarter, start and end dates, and week count -
      * for every fiscal year that lies wholly inside the calendar
      * CALENDAR-BUILD published. Takes the calendar in through the
      * CALLOAD service, which proves the header and trailer balance
      * first, and takes every month-end day from it, so the week
      * calendar can never disagree with the month calendar about
      * where a month ends.
      * The SYSIN control card chooses the year-end rule and the week
      * pattern (see FWKCTL for the codes):
      *   cols  1-4  rule LAST or NEAR
      *   cols  6-7  year-end month 01-12
      *   col   9    year-end weekday 1 (MONDAY) - 7 (SUNDAY)
      *   cols 11-13 pattern 445, 454, or 544
      *   col  15    naming E (year-end year, the default) or S
      * Each fiscal year runs from the day after one year-end to the
      * next, so it comes out 52 weeks or - when the weekday drift
      * has built up a whole week - 53, the extra week going to
      * period 12. The file is wrapped in header and trailer control
      * records in the CALFILE style; FWKVERFY proves it.
      * Return code 0 on a clean build, 16 when the card is unusable,
      * the calendar cannot be trusted or is too short to hold one
      * whole fiscal year, or the file cannot be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT WEEK-CALENDAR-FILE ASSIGN TO "FWKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01 CC-RECORD.
           05 CC-RULE PIC X(4).
           05 FILLER PIC X.
           05 CC-END-MONTH PIC X(2).
           05 FILLER PIC X.
           05 CC-END-WEEKDAY PIC X.
           05 FILLER PIC X.
           05 CC-PATTERN PIC X(3).
           05 FILLER PIC X.
           05 CC-NAMING PIC X.
           05 FILLER PIC X(65).
       FD  WEEK-CALENDAR-FILE
           RECORDING MODE IS F.
       COPY FWKREC.
       COPY FWKCTL.
       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-FWK-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
           88 WS-ABORT-RUN VALUE "Y".
       01 WS-CARD-SEEN-SWITCH PIC X VALUE "N".
           88 WS-CARD-SEEN VALUE "Y".
      * Control card, saved before the CLOSE.
       01 WS-CARD-RULE PIC X(4) VALUE SPACES.
           88 WS-RULE-IS-LAST VALUE "LAST".
           88 WS-RULE-IS-NEAR VALUE "NEAR".
       01 WS-CARD-END-MONTH-X PIC X(2) VALUE SPACES.
       01 WS-CARD-END-MONTH REDEFINES WS-CARD-END-MONTH-X PIC 9(2).
       01 WS-CARD-END-WEEKDAY-X PIC X VALUE SPACE.
       01 WS-CARD-END-WEEKDAY REDEFINES WS-CARD-END-WEEKDAY-X PIC 9.
       01 WS-CARD-PATTERN PIC X(3) VALUE SPACES.
           88 WS-PATTERN-IS-VALID VALUES "445" "454" "544".
       01 WS-CARD-PATTERN-R REDEFINES WS-CARD-PATTERN.
           05 WS-PATTERN-WEEKS OCCURS 3 TIMES PIC 9.
       01 WS-CARD-NAMING PIC X VALUE SPACE.
           88 WS-NAMED-FOR-END VALUE "E".
           88 WS-NAMED-FOR-START VALUE "S".
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(6).
           05 FILLER PIC X(7).
      * One year-end per calendar year on CALFILE, as a day serial,
      * with whether it falls inside the published range and the
      * name of the fiscal year it closes.
       01 WS-YEAR-END-TABLE.
           05 WS-YE-ENTRY OCCURS 500 TIMES.
               10 WS-YE-SERIAL PIC 9(7).
               10 WS-YE-IN-RANGE PIC X.
                   88 WS-YE-IS-IN-RANGE VALUE "Y".
               10 WS-YE-FISCAL-YEAR PIC 9(4).
       01 WS-ENTRY-IDX PIC 9(3).
       01 WS-FIRST-SERIAL PIC 9(7).
       01 WS-LAST-SERIAL PIC 9(7).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MONTH PIC 9(2).
           05 WS-WORK-DAY PIC 9(2).
       01 WS-REF-SERIAL PIC 9(7).
       01 WS-DOW-REMAINDER PIC 9.
       01 WS-DAY-OF-WEEK PIC 9.
       01 WS-DAYS-TO-MOVE PIC 9.
       01 WS-YEAR-DAYS PIC 9(3).
       01 WS-YEAR-WEEKS PIC 9(2).
       01 WS-PERIOD-IDX PIC 9(2).
       01 WS-PATTERN-POS PIC 9.
       01 WS-PERIOD-WEEKS PIC 9.
       01 WS-NEXT-WEEK PIC 9(2).
       01 WS-PERIOD-START-SERIAL PIC 9(7).
       01 WS-PERIOD-END-SERIAL PIC 9(7).
       01 WS-FIRST-FISCAL-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-LAST-FISCAL-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-YEAR-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-LONG-YEAR-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-WEEKS-HASH PIC 9(9) VALUE ZEROES.
       COPY CALLDIO.
       PROCEDURE DIVISION.
       FWKBUILD-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
           IF WS-ABORT-RUN
               GOBACK
           END-IF
           MOVE "FWKBUILD" TO CAL-LOAD-JOB-NAME
           CALL "CALLOAD" USING CAL-LOAD-PARMS
           IF NOT CAL-LOAD-OK
               DISPLAY "FWKBUILD: CALFILE FAILED VERIFICATION, ERROR "
                   CAL-LOAD-ERROR-CODE " - NOTHING BUILT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FIND-YEAR-ENDS THRU FIND-YEAR-ENDS-EXIT
           IF WS-ABORT-RUN
               GOBACK
           END-IF
           OPEN OUTPUT WEEK-CALENDAR-FILE
           IF WS-FWK-FILE-STATUS NOT = "00"
               DISPLAY "FWKBUILD: UNABLE TO OPEN FWKFILE, STATUS "
                   WS-FWK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-HEADER-RECORD
           PERFORM VARYING WS-ENTRY-IDX FROM 2 BY 1
               UNTIL WS-ENTRY-IDX > CAL-LOAD-YEAR-COUNT
                   OR WS-ABORT-RUN
               IF WS-YE-IS-IN-RANGE (WS-ENTRY-IDX - 1) AND
                   WS-YE-IS-IN-RANGE (WS-ENTRY-IDX)
                   PERFORM BUILD-ONE-FISCAL-YEAR
                       THRU BUILD-ONE-FISCAL-YEAR-EXIT
               END-IF
           END-PERFORM
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-TRAILER-RECORD
           END-IF
           CLOSE WEEK-CALENDAR-FILE
           IF NOT WS-ABORT-RUN
               DISPLAY "FWKBUILD: WROTE " WS-RECORD-COUNT
                   " PERIOD RECORDS FOR FISCAL YEARS "
                   WS-FIRST-FISCAL-YEAR " - " WS-LAST-FISCAL-YEAR
                   " (" WS-LONG-YEAR-COUNT " OF 53 WEEKS)"
           END-IF
           GOBACK.

       READ-CONTROL-CARD.
      * There is no safe default for how Finance wants its year to
      * end - no card, or a card that does not hold together, builds
      * nothing.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
      * Saved before the CLOSE - the record buffer is not dependable
      * once the file is closed.
                       SET WS-CARD-SEEN TO TRUE
                       MOVE CC-RULE TO WS-CARD-RULE
                       MOVE CC-END-MONTH TO WS-CARD-END-MONTH-X
                       MOVE CC-END-WEEKDAY TO WS-CARD-END-WEEKDAY-X
                       MOVE CC-PATTERN TO WS-CARD-PATTERN
                       MOVE CC-NAMING TO WS-CARD-NAMING
               END-READ
               CLOSE CONTROL-CARD-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF NOT WS-CARD-SEEN
               DISPLAY "FWKBUILD: NO SYSIN CONTROL CARD - NOTHING BUILT"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           IF WS-CARD-NAMING = SPACE
               SET WS-NAMED-FOR-END TO TRUE
           END-IF
           IF NOT WS-RULE-IS-LAST AND NOT WS-RULE-IS-NEAR
               DISPLAY "FWKBUILD: YEAR-END RULE MUST BE LAST OR NEAR"
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-CARD-END-MONTH NOT NUMERIC
               DISPLAY "FWKBUILD: YEAR-END MONTH NOT NUMERIC"
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF WS-CARD-END-MONTH < 1 OR WS-CARD-END-MONTH > 12
                   DISPLAY "FWKBUILD: YEAR-END MONTH NOT 01-12"
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-CARD-END-WEEKDAY NOT NUMERIC
               DISPLAY "FWKBUILD: YEAR-END WEEKDAY NOT NUMERIC"
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF WS-CARD-END-WEEKDAY < 1 OR WS-CARD-END-WEEKDAY > 7
                   DISPLAY "FWKBUILD: YEAR-END WEEKDAY NOT 1-7"
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-PATTERN-IS-VALID
               DISPLAY "FWKBUILD: PATTERN MUST BE 445, 454, OR 544"
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-NAMED-FOR-END AND NOT WS-NAMED-FOR-START
               DISPLAY "FWKBUILD: YEAR NAMING MUST BE E OR S"
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "FWKBUILD: CONTROL CARD REJECTED - NOTHING BUILT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       FIND-YEAR-ENDS.
      * One year-end date per calendar year, worked from the
      * year-end month's last day as the calendar publishes it. A
      * year-end the NEAR rule pushes off either edge of the
      * published range is marked out of range, and no fiscal year is
      * built against it.
           MOVE CAL-LOAD-YEAR (1) TO WS-WORK-YEAR
           MOVE 0101 TO WS-WORK-DATE (5:4)
           COMPUTE WS-FIRST-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           MOVE CAL-LOAD-YEAR (CAL-LOAD-YEAR-COUNT) TO WS-WORK-YEAR
           MOVE 1231 TO WS-WORK-DATE (5:4)
           COMPUTE WS-LAST-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > CAL-LOAD-YEAR-COUNT
                   OR WS-ABORT-RUN
               IF WS-ENTRY-IDX > 1
                   IF CAL-LOAD-YEAR (WS-ENTRY-IDX) NOT =
                       CAL-LOAD-YEAR (WS-ENTRY-IDX - 1) + 1
                       DISPLAY "FWKBUILD: CALFILE YEARS NOT "
                           "CONSECUTIVE AT "
                           CAL-LOAD-YEAR (WS-ENTRY-IDX)
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
               END-IF
               IF NOT WS-ABORT-RUN
                   PERFORM FIND-ONE-YEAR-END
               END-IF
           END-PERFORM
           IF WS-ABORT-RUN
               GO TO FIND-YEAR-ENDS-EXIT
           END-IF
           PERFORM VARYING WS-ENTRY-IDX FROM 2 BY 1
               UNTIL WS-ENTRY-IDX > CAL-LOAD-YEAR-COUNT
               IF WS-YE-IS-IN-RANGE (WS-ENTRY-IDX - 1) AND
                   WS-YE-IS-IN-RANGE (WS-ENTRY-IDX)
                   IF WS-FIRST-FISCAL-YEAR = ZEROES
                       MOVE WS-YE-FISCAL-YEAR (WS-ENTRY-IDX)
                           TO WS-FIRST-FISCAL-YEAR
                   END-IF
                   MOVE WS-YE-FISCAL-YEAR (WS-ENTRY-IDX)
                       TO WS-LAST-FISCAL-YEAR
               END-IF
           END-PERFORM
           IF WS-FIRST-FISCAL-YEAR = ZEROES
               DISPLAY "FWKBUILD: CALFILE TOO SHORT TO HOLD A WHOLE "
                   "FISCAL YEAR - NOTHING BUILT"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       FIND-YEAR-ENDS-EXIT.
           EXIT.

       FIND-ONE-YEAR-END.
      * Day-of-week from the day serial (1601-01-01 was a Monday, so
      * serial mod 7 gives 1 = MONDAY through 6 = SATURDAY with 0
      * standing for SUNDAY), as CALDAY does it.
           MOVE CAL-LOAD-YEAR (WS-ENTRY-IDX) TO WS-WORK-YEAR
           MOVE WS-CARD-END-MONTH TO WS-WORK-MONTH
           MOVE CAL-LOAD-MONTH-END-DAY
               (WS-ENTRY-IDX WS-CARD-END-MONTH) TO WS-WORK-DAY
           COMPUTE WS-REF-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           COMPUTE WS-DOW-REMAINDER = FUNCTION MOD (WS-REF-SERIAL 7)
           IF WS-DOW-REMAINDER = ZERO
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-DOW-REMAINDER TO WS-DAY-OF-WEEK
           END-IF
           IF WS-RULE-IS-LAST
               COMPUTE WS-DAYS-TO-MOVE = FUNCTION MOD
                   (WS-DAY-OF-WEEK - WS-CARD-END-WEEKDAY + 7 7)
               COMPUTE WS-YE-SERIAL (WS-ENTRY-IDX) =
                   WS-REF-SERIAL - WS-DAYS-TO-MOVE
           ELSE
               COMPUTE WS-DAYS-TO-MOVE = FUNCTION MOD
                   (WS-CARD-END-WEEKDAY - WS-DAY-OF-WEEK + 7 7)
               IF WS-DAYS-TO-MOVE > 3
                   COMPUTE WS-YE-SERIAL (WS-ENTRY-IDX) =
                       WS-REF-SERIAL - (7 - WS-DAYS-TO-MOVE)
               ELSE
                   COMPUTE WS-YE-SERIAL (WS-ENTRY-IDX) =
                       WS-REF-SERIAL + WS-DAYS-TO-MOVE
               END-IF
           END-IF
           IF WS-YE-SERIAL (WS-ENTRY-IDX) < WS-FIRST-SERIAL OR
               WS-YE-SERIAL (WS-ENTRY-IDX) > WS-LAST-SERIAL
               MOVE "N" TO WS-YE-IN-RANGE (WS-ENTRY-IDX)
           ELSE
               SET WS-YE-IS-IN-RANGE (WS-ENTRY-IDX) TO TRUE
           END-IF
           IF WS-NAMED-FOR-END OR WS-ENTRY-IDX = 1
               MOVE CAL-LOAD-YEAR (WS-ENTRY-IDX)
                   TO WS-YE-FISCAL-YEAR (WS-ENTRY-IDX)
           ELSE
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-YE-SERIAL (WS-ENTRY-IDX - 1) + 1)
               MOVE WS-WORK-YEAR TO WS-YE-FISCAL-YEAR (WS-ENTRY-IDX)
           END-IF.

       BUILD-ONE-FISCAL-YEAR.
      * The fiscal year closing at this year-end opens the day after
      * the last one. Anything but 52 or 53 whole weeks between them
      * means the rule was applied wrongly - nothing is trusted.
           COMPUTE WS-YEAR-DAYS = WS-YE-SERIAL (WS-ENTRY-IDX)
               - WS-YE-SERIAL (WS-ENTRY-IDX - 1)
           IF WS-YEAR-DAYS NOT = 364 AND WS-YEAR-DAYS NOT = 371
               DISPLAY "FWKBUILD: FISCAL YEAR "
                   WS-YE-FISCAL-YEAR (WS-ENTRY-IDX) " IS "
                   WS-YEAR-DAYS " DAYS - NOT 52 OR 53 WEEKS"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO BUILD-ONE-FISCAL-YEAR-EXIT
           END-IF
           COMPUTE WS-YEAR-WEEKS = WS-YEAR-DAYS / 7
           MOVE 1 TO WS-NEXT-WEEK
           COMPUTE WS-PERIOD-END-SERIAL =
               WS-YE-SERIAL (WS-ENTRY-IDX - 1)
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > 12 OR WS-ABORT-RUN
               PERFORM WRITE-ONE-PERIOD
           END-PERFORM
           IF WS-ABORT-RUN
               GO TO BUILD-ONE-FISCAL-YEAR-EXIT
           END-IF
      * The twelfth period must close exactly on the year-end.
           IF WS-PERIOD-END-SERIAL NOT = WS-YE-SERIAL (WS-ENTRY-IDX)
               DISPLAY "FWKBUILD: PERIODS OF FISCAL YEAR "
                   WS-YE-FISCAL-YEAR (WS-ENTRY-IDX)
                   " DO NOT CLOSE ON THE YEAR-END"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO BUILD-ONE-FISCAL-YEAR-EXIT
           END-IF
           ADD 1 TO WS-YEAR-COUNT
           IF WS-YEAR-WEEKS = 53
               ADD 1 TO WS-LONG-YEAR-COUNT
           END-IF.
       BUILD-ONE-FISCAL-YEAR-EXIT.
           EXIT.

       WRITE-ONE-PERIOD.
           COMPUTE WS-PATTERN-POS =
               FUNCTION MOD (WS-PERIOD-IDX - 1 3) + 1
           MOVE WS-PATTERN-WEEKS (WS-PATTERN-POS) TO WS-PERIOD-WEEKS
           IF WS-PERIOD-IDX = 12 AND WS-YEAR-WEEKS = 53
               ADD 1 TO WS-PERIOD-WEEKS
           END-IF
           COMPUTE WS-PERIOD-START-SERIAL = WS-PERIOD-END-SERIAL + 1
           COMPUTE WS-PERIOD-END-SERIAL =
               WS-PERIOD-START-SERIAL + (WS-PERIOD-WEEKS * 7) - 1
           MOVE SPACES TO FWK-RECORD
           MOVE WS-YE-FISCAL-YEAR (WS-ENTRY-IDX) TO FWK-FISCAL-YEAR
           MOVE WS-PERIOD-IDX TO FWK-PERIOD
           COMPUTE FWK-QUARTER = (WS-PERIOD-IDX + 2) / 3
           COMPUTE FWK-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-SERIAL)
           COMPUTE FWK-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-SERIAL)
           MOVE WS-PERIOD-WEEKS TO FWK-WEEK-COUNT
           MOVE WS-NEXT-WEEK TO FWK-FIRST-WEEK
           MOVE WS-YEAR-WEEKS TO FWK-YEAR-WEEKS
           WRITE FWK-RECORD
           IF WS-FWK-FILE-STATUS NOT = "00"
               DISPLAY "FWKBUILD: WRITE FAILED FOR " FWK-FISCAL-YEAR
                   " PERIOD " FWK-PERIOD ", STATUS "
                   WS-FWK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-PERIOD-WEEKS TO WS-WEEKS-HASH
               ADD WS-PERIOD-WEEKS TO WS-NEXT-WEEK
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO FWK-HEADER-RECORD
           MOVE "HDR" TO FWK-HDR-ID
           MOVE WS-CDT-DATE TO FWK-HDR-RUN-DATE
           MOVE WS-FIRST-FISCAL-YEAR TO FWK-HDR-START-YEAR
           MOVE WS-LAST-FISCAL-YEAR TO FWK-HDR-END-YEAR
           MOVE WS-CARD-RULE TO FWK-HDR-RULE
           MOVE WS-CARD-END-MONTH TO FWK-HDR-END-MONTH
           MOVE WS-CARD-END-WEEKDAY TO FWK-HDR-END-WEEKDAY
           MOVE WS-CARD-PATTERN TO FWK-HDR-PATTERN
           MOVE WS-CARD-NAMING TO FWK-HDR-NAMING
           WRITE FWK-HEADER-RECORD
           IF WS-FWK-FILE-STATUS NOT = "00"
               DISPLAY "FWKBUILD: HEADER WRITE FAILED, STATUS "
                   WS-FWK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       WRITE-TRAILER-RECORD.
      * The trailer only goes out on a clean end-to-end run, so a
      * reader that balances against it can never be looking at half
      * a calendar.
           MOVE SPACES TO FWK-TRAILER-RECORD
           MOVE "TRL" TO FWK-TRL-ID
           MOVE WS-RECORD-COUNT TO FWK-TRL-RECORD-COUNT
           MOVE WS-YEAR-COUNT TO FWK-TRL-YEAR-COUNT
           MOVE WS-LONG-YEAR-COUNT TO FWK-TRL-LONG-YEAR-COUNT
           MOVE WS-WEEKS-HASH TO FWK-TRL-WEEKS-HASH
           WRITE FWK-TRAILER-RECORD
           IF WS-FWK-FILE-STATUS NOT = "00"
               DISPLAY "FWKBUILD: TRAILER WRITE FAILED, STATUS "
                   WS-FWK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.
