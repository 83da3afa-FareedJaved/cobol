       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCOUNT.
      * Accrual day-count convention service in the LEAP/DATECALC
      * style. Given a start date, an end date and a convention code
      * (see DAYCIO) it answers the day count and the accrual year
      * fraction, so the loan and fee systems stop hand-rolling their
      * own year fractions with their own idea of a leap year. Actual
      * day counts and year lengths are taken from the calendar
      * CALENDAR-BUILD published, brought in through CALLOAD, and a
      * date is only accepted when that calendar says the day
      * exists. Invalid requests come back with a distinct error code
      * the way DATE-CALC-ERROR-CODE does. Every call writes a DAYCAUD
      * audit record (see DAYCAREC) the way DATECALC writes DATEAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "DAYCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY DAYCAREC.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-OPEN-SW PIC X VALUE "N".
           88 WS-AUDIT-FILE-IS-OPEN VALUE "Y".
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-TABLES-LOADED-SW PIC X VALUE "N".
           88 WS-TABLES-ARE-LOADED VALUE "Y".
       01 WS-TABLES-BAD-SW PIC X VALUE "N".
           88 WS-TABLES-ARE-BAD VALUE "Y".
      * The calendar comes in through the CALLOAD service, which
      * proves the header and trailer balance before any day count
      * is answered from it.
       COPY CALLDIO.
       01 WS-CAL-IDX PIC 9(3).
       01 WS-CAL-FOUND-IDX PIC 9(3).
       01 WS-MONTH-IDX PIC 9(2).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR PIC 9(4).
           05 WS-CHECK-MONTH PIC 9(2).
           05 WS-CHECK-DAY PIC 9(2).
       01 WS-CHECK-DAY-OF-YEAR PIC 9(3).
      * The two ends of the period, each with its calendar entry and
      * its day number within its own year.
       01 WS-START-DATE PIC 9(8).
       01 WS-START-DATE-R REDEFINES WS-START-DATE.
           05 WS-START-YEAR PIC 9(4).
           05 WS-START-MONTH PIC 9(2).
           05 WS-START-DAY PIC 9(2).
       01 WS-START-CAL-IDX PIC 9(3).
       01 WS-START-DAY-OF-YEAR PIC 9(3).
       01 WS-END-DATE PIC 9(8).
       01 WS-END-DATE-R REDEFINES WS-END-DATE.
           05 WS-END-YEAR PIC 9(4).
           05 WS-END-MONTH PIC 9(2).
           05 WS-END-DAY PIC 9(2).
       01 WS-END-CAL-IDX PIC 9(3).
       01 WS-END-DAY-OF-YEAR PIC 9(3).
       01 WS-ACTUAL-DAYS PIC 9(7).
       01 WS-30-DAY-1 PIC 9(2).
       01 WS-30-DAY-2 PIC 9(2).
       01 WS-30-DAYS PIC S9(7).
       01 WS-START-YEAR-DAYS PIC 9(3).
       01 WS-END-YEAR-DAYS PIC 9(3).
       01 WS-WHOLE-YEARS PIC 9(4).
      * Each year's share of an ACT/ACT period is divided out on its
      * own into twelve places before the shares are added - a
      * single COMPUTE over the whole expression keeps only the
      * decimal places of its operands.
       01 WS-START-PART-DAYS PIC 9(3).
       01 WS-END-PART-DAYS PIC 9(3).
       01 WS-START-SHARE PIC 9V9(12).
       01 WS-END-SHARE PIC 9V9(12).
       LINKAGE SECTION.
       COPY DAYCIO.
       PROCEDURE DIVISION USING DAY-CNT-PARMS.
       DAYCOUNT.
           SET DAY-CNT-OK TO TRUE
           MOVE ZEROES TO DAY-CNT-DAYS
           MOVE ZEROES TO DAY-CNT-YEAR-FRACTION
           IF NOT WS-TABLES-ARE-LOADED
               PERFORM LOAD-TABLES THRU LOAD-TABLES-EXIT
           END-IF
           IF WS-TABLES-ARE-BAD
               SET DAY-CNT-CALENDAR-ERROR TO TRUE
           ELSE
               PERFORM PROCESS-REQUEST THRU PROCESS-REQUEST-EXIT
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
       DAYCOUNT-EXIT.
           GOBACK.

       WRITE-AUDIT-RECORD.
      * Audit trail in the DATECALC WRITE-AUDIT-RECORD discipline -
      * one DAYCAUD record per invocation, error calls included. The
      * file opens once and stays open for the run unit; EXTEND falls
      * back to OUTPUT the first time.
           IF NOT WS-AUDIT-FILE-IS-OPEN
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUDIT-FILE-STATUS = "00"
                   SET WS-AUDIT-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "DAYCOUNT: UNABLE TO OPEN DAYCAUD, "
                       "STATUS " WS-AUDIT-FILE-STATUS
               END-IF
           END-IF
           IF WS-AUDIT-FILE-IS-OPEN
      * GnuCOBOL does not apply the FD-level VALUE clauses to the
      * record buffer at OPEN time, so the FILLER separators must be
      * spaced out explicitly before the named fields are moved in.
               MOVE SPACES TO DAYCA-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE DAY-CNT-JOB-NAME TO DAYCA-JOB-NAME
               MOVE DAY-CNT-CONVENTION TO DAYCA-CONVENTION
               IF DAY-CNT-START-DATE NUMERIC
                   MOVE DAY-CNT-START-DATE TO DAYCA-START-DATE
               ELSE
                   MOVE ZEROES TO DAYCA-START-DATE
               END-IF
               IF DAY-CNT-END-DATE NUMERIC
                   MOVE DAY-CNT-END-DATE TO DAYCA-END-DATE
               ELSE
                   MOVE ZEROES TO DAYCA-END-DATE
               END-IF
               MOVE DAY-CNT-DAYS TO DAYCA-DAYS
               MOVE DAY-CNT-YEAR-FRACTION TO DAYCA-YEAR-FRACTION
               MOVE DAY-CNT-ERROR-CODE TO DAYCA-ERROR-CODE
               MOVE WS-CDT-DATE TO DAYCA-DATE
               MOVE WS-CDT-TIME TO DAYCA-TIME
               WRITE DAYCA-RECORD
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "DAYCOUNT: AUDIT WRITE FAILED, STATUS "
                       WS-AUDIT-FILE-STATUS
               END-IF
           END-IF.

       LOAD-TABLES.
      * Loaded once on the first call and kept for the life of the
      * run unit, the way DATECALC keeps its tables.
           SET WS-TABLES-ARE-LOADED TO TRUE
           MOVE "DAYCOUNT" TO CAL-LOAD-JOB-NAME
           CALL "CALLOAD" USING CAL-LOAD-PARMS
           IF NOT CAL-LOAD-OK
               DISPLAY "DAYCOUNT: CALFILE FAILED VERIFICATION, "
                   "ERROR " CAL-LOAD-ERROR-CODE
               SET WS-TABLES-ARE-BAD TO TRUE
           END-IF.
       LOAD-TABLES-EXIT.
           EXIT.

       PROCESS-REQUEST.
           IF NOT DAY-CNT-30-360 AND NOT DAY-CNT-30E-360 AND
               NOT DAY-CNT-ACT-360 AND NOT DAY-CNT-ACT-365F AND
               NOT DAY-CNT-ACT-ACT
               SET DAY-CNT-BAD-CONVENTION TO TRUE
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           MOVE DAY-CNT-START-DATE TO WS-CHECK-DATE
           PERFORM VALIDATE-CHECK-DATE
               THRU VALIDATE-CHECK-DATE-DONE
           IF NOT DAY-CNT-OK
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-START-DATE
           MOVE WS-CAL-FOUND-IDX TO WS-START-CAL-IDX
           MOVE WS-CHECK-DAY-OF-YEAR TO WS-START-DAY-OF-YEAR
           MOVE DAY-CNT-END-DATE TO WS-CHECK-DATE
           PERFORM VALIDATE-CHECK-DATE
               THRU VALIDATE-CHECK-DATE-DONE
           IF NOT DAY-CNT-OK
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-END-DATE
           MOVE WS-CAL-FOUND-IDX TO WS-END-CAL-IDX
           MOVE WS-CHECK-DAY-OF-YEAR TO WS-END-DAY-OF-YEAR
           IF WS-END-DATE < WS-START-DATE
               SET DAY-CNT-END-BEFORE-START TO TRUE
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           PERFORM COUNT-ACTUAL-DAYS THRU COUNT-ACTUAL-DAYS-DONE
           IF NOT DAY-CNT-OK
               GO TO PROCESS-REQUEST-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DAY-CNT-30-360
                   PERFORM THIRTY-360-US
               WHEN DAY-CNT-30E-360
                   PERFORM THIRTY-360-EURO
               WHEN DAY-CNT-ACT-360
                   MOVE WS-ACTUAL-DAYS TO DAY-CNT-DAYS
                   COMPUTE DAY-CNT-YEAR-FRACTION ROUNDED =
                       WS-ACTUAL-DAYS / 360
               WHEN DAY-CNT-ACT-365F
                   MOVE WS-ACTUAL-DAYS TO DAY-CNT-DAYS
                   COMPUTE DAY-CNT-YEAR-FRACTION ROUNDED =
                       WS-ACTUAL-DAYS / 365
               WHEN DAY-CNT-ACT-ACT
                   PERFORM ACTUAL-ACTUAL
           END-EVALUATE.
       PROCESS-REQUEST-EXIT.
           EXIT.

       COUNT-ACTUAL-DAYS.
      * Actual days from the start date up to the end date, counted
      * off the calendar itself: the rest of the start year, every
      * year in between at its published length, and the part of
      * the end year before the end date. The calendar years must
      * run one after another between the two ends or the count
      * cannot be trusted.
           IF WS-START-YEAR = WS-END-YEAR
               COMPUTE WS-ACTUAL-DAYS =
                   WS-END-DAY-OF-YEAR - WS-START-DAY-OF-YEAR
               GO TO COUNT-ACTUAL-DAYS-DONE
           END-IF
           IF WS-END-CAL-IDX - WS-START-CAL-IDX NOT =
               WS-END-YEAR - WS-START-YEAR
               DISPLAY "DAYCOUNT: CALFILE YEARS NOT CONSECUTIVE "
                   "BETWEEN " WS-START-YEAR " AND " WS-END-YEAR
               SET DAY-CNT-CALENDAR-ERROR TO TRUE
               GO TO COUNT-ACTUAL-DAYS-DONE
           END-IF
           MOVE CAL-LOAD-DAYS-IN-YEAR (WS-START-CAL-IDX)
               TO WS-START-YEAR-DAYS
           MOVE CAL-LOAD-DAYS-IN-YEAR (WS-END-CAL-IDX)
               TO WS-END-YEAR-DAYS
           COMPUTE WS-ACTUAL-DAYS = WS-START-YEAR-DAYS
               - WS-START-DAY-OF-YEAR + WS-END-DAY-OF-YEAR
           COMPUTE WS-CAL-IDX = WS-START-CAL-IDX + 1
           PERFORM UNTIL WS-CAL-IDX >= WS-END-CAL-IDX
               ADD CAL-LOAD-DAYS-IN-YEAR (WS-CAL-IDX)
                   TO WS-ACTUAL-DAYS
               ADD 1 TO WS-CAL-IDX
           END-PERFORM.
       COUNT-ACTUAL-DAYS-DONE.
           EXIT.

       THIRTY-360-US.
      * Every month counts 30 days. A start on the 31st counts as
      * the 30th; an end on the 31st counts as the 30th only when
      * the start (so adjusted) is on the 30th.
           MOVE WS-START-DAY TO WS-30-DAY-1
           MOVE WS-END-DAY TO WS-30-DAY-2
           IF WS-30-DAY-1 = 31
               MOVE 30 TO WS-30-DAY-1
           END-IF
           IF WS-30-DAY-2 = 31 AND WS-30-DAY-1 = 30
               MOVE 30 TO WS-30-DAY-2
           END-IF
           PERFORM THIRTY-360-DAYS.

       THIRTY-360-EURO.
      * Every month counts 30 days and any 31st counts as the 30th,
      * at either end of the period.
           MOVE WS-START-DAY TO WS-30-DAY-1
           MOVE WS-END-DAY TO WS-30-DAY-2
           IF WS-30-DAY-1 = 31
               MOVE 30 TO WS-30-DAY-1
           END-IF
           IF WS-30-DAY-2 = 31
               MOVE 30 TO WS-30-DAY-2
           END-IF
           PERFORM THIRTY-360-DAYS.

       THIRTY-360-DAYS.
           COMPUTE WS-30-DAYS =
               (WS-END-YEAR - WS-START-YEAR) * 360
               + (WS-END-MONTH - WS-START-MONTH) * 30
               + (WS-30-DAY-2 - WS-30-DAY-1)
           MOVE WS-30-DAYS TO DAY-CNT-DAYS
           COMPUTE DAY-CNT-YEAR-FRACTION ROUNDED = WS-30-DAYS / 360.

       ACTUAL-ACTUAL.
      * Each calendar year's share of the period is divided by that
      * year's own published length; whole years in between count
      * one each.
           MOVE WS-ACTUAL-DAYS TO DAY-CNT-DAYS
           MOVE CAL-LOAD-DAYS-IN-YEAR (WS-START-CAL-IDX)
               TO WS-START-YEAR-DAYS
           IF WS-START-YEAR = WS-END-YEAR
               COMPUTE DAY-CNT-YEAR-FRACTION ROUNDED =
                   WS-ACTUAL-DAYS / WS-START-YEAR-DAYS
           ELSE
               MOVE CAL-LOAD-DAYS-IN-YEAR (WS-END-CAL-IDX)
                   TO WS-END-YEAR-DAYS
               COMPUTE WS-WHOLE-YEARS =
                   WS-END-YEAR - WS-START-YEAR - 1
               COMPUTE WS-START-PART-DAYS =
                   WS-START-YEAR-DAYS - WS-START-DAY-OF-YEAR + 1
               COMPUTE WS-END-PART-DAYS = WS-END-DAY-OF-YEAR - 1
               COMPUTE WS-START-SHARE ROUNDED =
                   WS-START-PART-DAYS / WS-START-YEAR-DAYS
               COMPUTE WS-END-SHARE ROUNDED =
                   WS-END-PART-DAYS / WS-END-YEAR-DAYS
               COMPUTE DAY-CNT-YEAR-FRACTION ROUNDED =
                   WS-START-SHARE + WS-WHOLE-YEARS + WS-END-SHARE
           END-IF.

       VALIDATE-CHECK-DATE.
      * A date is only usable when it is numeric, its year is on the
      * published calendar, and its day exists in that year's month -
      * the month-end table is what keeps a Feb 29 honest. The day
      * number within the year is counted off the same month ends.
           MOVE ZEROES TO WS-CAL-FOUND-IDX
           IF WS-CHECK-DATE NOT NUMERIC
               SET DAY-CNT-BAD-DATE TO TRUE
               GO TO VALIDATE-CHECK-DATE-DONE
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > CAL-LOAD-YEAR-COUNT
               IF CAL-LOAD-YEAR (WS-CAL-IDX) = WS-CHECK-YEAR
                   MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
                   MOVE CAL-LOAD-YEAR-COUNT TO WS-CAL-IDX
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND-IDX = ZERO
               SET DAY-CNT-OFF-CALENDAR TO TRUE
               GO TO VALIDATE-CHECK-DATE-DONE
           END-IF
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               SET DAY-CNT-BAD-DATE TO TRUE
               GO TO VALIDATE-CHECK-DATE-DONE
           END-IF
           IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY >
               CAL-LOAD-MONTH-END-DAY
                   (WS-CAL-FOUND-IDX WS-CHECK-MONTH)
               SET DAY-CNT-BAD-DATE TO TRUE
               GO TO VALIDATE-CHECK-DATE-DONE
           END-IF
           MOVE WS-CHECK-DAY TO WS-CHECK-DAY-OF-YEAR
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX >= WS-CHECK-MONTH
               ADD CAL-LOAD-MONTH-END-DAY
                   (WS-CAL-FOUND-IDX WS-MONTH-IDX)
                   TO WS-CHECK-DAY-OF-YEAR
           END-PERFORM.
       VALIDATE-CHECK-DATE-DONE.
           EXIT.
