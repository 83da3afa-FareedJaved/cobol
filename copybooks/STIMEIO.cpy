      * STIMEIO - shared timestamp-and-site-in / local-time-and-
      * business-date-out interface exchanged with the SITETIME
      * subroutine, in the same style as DATECIO. Set the central
      * (host clock) timestamp and a site code, call SITETIME, test
      * the error code before trusting the results.
      *   SITE-TIME-LOCAL-DATE/TIME - the central timestamp moved by
      *           the site's time-zone offset (see SITEREC), on the
      *           site's own calendar day.
      *   SITE-TIME-EFFECTIVE-DATE - the business date the site books
      *           the timestamp to: the local date itself when that
      *           is a business day for the site and the local time
      *           is before the site's cut-off, otherwise the site's
      *           next business day after the local date.
      *   SITE-TIME-AFTER-CUTOFF - the local time was at or after
      *           the site's cut-off.
      * The site must be an active site on the site master - "ALL"
      * or spaces has no single clock and is refused. The business-
      * day answers come from DATECALC under the site's own code, so
      * only that site's holidays (and the "ALL" ones) count.
       01 SITE-TIME-PARMS.
           05 SITE-TIME-CENTRAL-STAMP.
               10 SITE-TIME-CENTRAL-DATE PIC 9(8).
               10 SITE-TIME-CENTRAL-TIME PIC 9(6).
           05 SITE-TIME-SITE-CODE PIC X(3).
           05 SITE-TIME-LOCAL-DATE PIC 9(8).
           05 SITE-TIME-LOCAL-TIME PIC 9(6).
           05 SITE-TIME-EFFECTIVE-DATE PIC 9(8).
           05 SITE-TIME-CUTOFF-IND PIC X.
               88 SITE-TIME-AFTER-CUTOFF VALUE "Y".
           05 SITE-TIME-ERROR-CODE PIC 9.
               88 SITE-TIME-OK VALUE 0.
               88 SITE-TIME-BAD-SITE VALUE 1.
               88 SITE-TIME-BAD-STAMP VALUE 2.
               88 SITE-TIME-OFF-CALENDAR VALUE 3.
               88 SITE-TIME-CALENDAR-ERROR VALUE 4.
               88 SITE-TIME-SITE-FILE-ERROR VALUE 5.
           05 SITE-TIME-JOB-NAME PIC X(8).
