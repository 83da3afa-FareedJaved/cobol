      * BUSDHREC - business-date history file record layout, one
      * record appended by BUSDADV for every seed, advance, and
      * back-out of a site's BUSDCTL control record: which site, what
      * moved, which period-end indicators were set, who drove it,
      * and when.
      * This is how "what was the business date on August 12" gets
      * answered after BUSDCTL has been overwritten, and a site's
      * last advance on file is what the back-out mode refuses to
      * retreat past. The user id is the operator id from the SYSIN
      * card on a back-out and the program name otherwise.
      * The site code is carried last: a record appended before sites
      * were carried reads with a blank site and stands for every
      * site - BUSDADV applies it to each site's back-out check and
      * BUSDRCN audits it as site "ALL".
       01 BUSDH-RECORD.
           05 BUSDH-ACTION PIC X.
               88 BUSDH-IS-SEED VALUE "S".
           05 BUSDH-STAMP.
               10 BUSDH-DATE PIC 9(8).
               10 BUSDH-TIME PIC 9(6).
           05 BUSDH-SITE-CODE PIC X(3).
