      * holiday transaction. The site code "ALL" is reserved as the
      * every-site wildcard on the holiday master and never appears
      * here as a record of its own.
      * The time-zone offset is the site's local clock against the
      * central (host) clock, sign then hours and minutes - "-0500"
      * is five hours behind central - and is kept current through
      * SITEMNT when either side changes to or from summer time. The
      * cut-off is the local time, HHMM, at which the site closes
      * its books for the day: anything stamped at or after it
      * belongs to the next business day. 2400 is a site that posts
      * to the day itself right up to midnight. SITETIME turns a
      * central timestamp into the site's local time and effective
      * business date from these two fields.
       01 SITE-RECORD.
           05 SITE-CODE PIC X(3).
           05 SITE-NAME PIC X(30).
           05 SITE-ACTIVE-IND PIC X.
               88 SITE-IS-ACTIVE VALUE "A".
               88 SITE-IS-INACTIVE VALUE "I".
           05 SITE-TZ-OFFSET.
               10 SITE-TZ-SIGN PIC X.
                   88 SITE-TZ-AHEAD VALUE "+".
                   88 SITE-TZ-BEHIND VALUE "-".
               10 SITE-TZ-HOURS PIC 9(2).
               10 SITE-TZ-MINUTES PIC 9(2).
           05 SITE-CUTOFF-TIME.
               10 SITE-CUTOFF-HOURS PIC 9(2).
               10 SITE-CUTOFF-MINUTES PIC 9(2).
