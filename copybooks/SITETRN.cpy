      * per ADD/CHANGE/DELETE against the site master. The site code
      * identifies the record; name and active indicator are required
      * on ADD and CHANGE, ignored on DELETE.
      * The time-zone offset (sign, HHMM) and the daily cut-off time
      * (HHMM) follow at the end of the card (see SITEREC). Left
      * blank on an ADD they default to the central clock (+0000) and
      * a midnight cut-off (2400); left blank on a CHANGE the site
      * keeps what it already has, so a name-only change card need
      * not repeat them.
       01 SITE-TRAN-RECORD.
           05 SITE-TRAN-ACTION PIC X.
               88 SITE-TRAN-IS-ADD VALUE "A".
           05 SITE-TRAN-CODE PIC X(3).
           05 SITE-TRAN-NAME PIC X(30).
           05 SITE-TRAN-ACTIVE-IND PIC X.
           05 SITE-TRAN-TZ-OFFSET.
               10 SITE-TRAN-TZ-SIGN PIC X.
               10 SITE-TRAN-TZ-HOURS PIC 9(2).
               10 SITE-TRAN-TZ-MINUTES PIC 9(2).
           05 SITE-TRAN-CUTOFF-TIME.
               10 SITE-TRAN-CUTOFF-HOURS PIC 9(2).
               10 SITE-TRAN-CUTOFF-MINUTES PIC 9(2).
