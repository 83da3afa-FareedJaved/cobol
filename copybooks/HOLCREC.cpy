      * HOLCREC - holiday change log record layout, one record
      * appended by HOLMAINT for every ADD, CHANGE, or DELETE it
      * applies to the holiday master: which date and site moved,
      * what was done, who keyed it, and the stamp of the HOLMAINT
      * run that applied it (every card from one run carries the
      * same stamp). This is what HOLIMPCT reads to find the
      * DATECALC answers a late holiday change has made stale.
       01 HOLC-RECORD.
           05 HOLC-ACTION PIC X.
               88 HOLC-IS-ADD VALUE "A".
               88 HOLC-IS-CHANGE VALUE "C".
               88 HOLC-IS-DELETE VALUE "D".
           05 HOLC-DATE PIC 9(8).
           05 HOLC-SITE-CODE PIC X(3).
           05 HOLC-OPERATOR-ID PIC X(8).
           05 HOLC-RUN-STAMP.
               10 HOLC-RUN-DATE PIC 9(8).
               10 HOLC-RUN-TIME PIC 9(6).
