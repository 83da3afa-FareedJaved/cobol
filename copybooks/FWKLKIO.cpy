      * FWKLKIO - shared date-in / fiscal-week-position-out interface
      * exchanged with the FWKLOOK subroutine, in the CALLKIO style.
      * Callers hand in any calendar date and get back the 4-4-5
      * fiscal year, period, quarter, week of the year, week of the
      * period, and the period's start and end dates. A date outside
      * the fiscal-week calendar is refused with its own error code
      * rather than guessed at.
       01 FWK-LOOK-PARMS.
           05 FWK-LOOK-DATE PIC 9(8).
           05 FWK-LOOK-FISCAL-YEAR PIC 9(4).
           05 FWK-LOOK-PERIOD PIC 9(2).
           05 FWK-LOOK-QUARTER PIC 9.
           05 FWK-LOOK-WEEK-OF-YEAR PIC 9(2).
           05 FWK-LOOK-WEEK-OF-PERIOD PIC 9.
           05 FWK-LOOK-PERIOD-START PIC 9(8).
           05 FWK-LOOK-PERIOD-END PIC 9(8).
           05 FWK-LOOK-ERROR-CODE PIC 9.
               88 FWK-LOOK-OK VALUE 0.
               88 FWK-LOOK-DATE-INVALID VALUE 1.
               88 FWK-LOOK-DATE-NOT-FOUND VALUE 2.
               88 FWK-LOOK-FILE-ERROR VALUE 3.
           05 FWK-LOOK-JOB-NAME PIC X(8).
