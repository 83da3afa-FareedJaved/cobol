      * DAYCIO - shared request/result interface exchanged with the
      * DAYCOUNT subroutine, the accrual day-count convention service,
      * in the same style as DATECIO. Set the convention, the start
      * and end dates, call DAYCOUNT, test the error code before
      * trusting the results. The period runs from the start date up
      * to (not including) the end date; equal dates are a zero-day
      * period. DAY-CNT-DAYS comes back as the convention counts the
      * days, DAY-CNT-YEAR-FRACTION as the accrual year fraction to
      * nine places.
      *   30/360   - US 30/360 bond basis: a start day of 31 counts
      *              as 30; an end day of 31 counts as 30 only when
      *              the start day is then 30. Fraction = days / 360.
      *   30E/360  - Eurobond basis: any day 31 counts as 30, start
      *              or end. Fraction = days / 360.
      *   ACT/360  - actual days / 360.
      *   ACT/365F - actual days / 365 whatever the year (ACT/365 is
      *              taken as the same convention).
      *   ACT/ACT  - actual days, each calendar year's share of the
      *              period divided by that year's own length (365
      *              or 366), whole years in between counting one.
      * Actual days and year lengths come from the published
      * calendar, so a leap February is exactly what CALENDAR-BUILD
      * says it is.
       01 DAY-CNT-PARMS.
           05 DAY-CNT-CONVENTION PIC X(8).
               88 DAY-CNT-30-360 VALUE "30/360".
               88 DAY-CNT-30E-360 VALUE "30E/360".
               88 DAY-CNT-ACT-360 VALUE "ACT/360".
               88 DAY-CNT-ACT-365F VALUE "ACT/365F" "ACT/365".
               88 DAY-CNT-ACT-ACT VALUE "ACT/ACT".
           05 DAY-CNT-START-DATE PIC 9(8).
           05 DAY-CNT-END-DATE PIC 9(8).
           05 DAY-CNT-DAYS PIC 9(7).
           05 DAY-CNT-YEAR-FRACTION PIC 9(3)V9(9).
           05 DAY-CNT-ERROR-CODE PIC 9.
               88 DAY-CNT-OK VALUE 0.
               88 DAY-CNT-BAD-CONVENTION VALUE 1.
               88 DAY-CNT-BAD-DATE VALUE 2.
               88 DAY-CNT-OFF-CALENDAR VALUE 3.
               88 DAY-CNT-CALENDAR-ERROR VALUE 4.
               88 DAY-CNT-END-BEFORE-START VALUE 5.
           05 DAY-CNT-JOB-NAME PIC X(8).
