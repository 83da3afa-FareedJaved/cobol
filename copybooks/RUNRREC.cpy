      * RUNRREC - job run-rule master file record layout, one record
      * per scheduling rule, in ascending job-plus-site-plus-rule
      * order. Maintained by RUNRMNT; expanded into dated runs by
      * RUNRRES against the business-day overlay CALDBFIL and the
      * site's holidays. The whole record except the description is
      * the key, so a job may carry several rules at one site (the
      * 3rd and the 10th business day, say).
      * Rule types:
      *  BM - Nth business day of the month (RUN-RULE-NTH 1-23);
      *  BE - Nth business day back from month-end, 1 being the
      *       last business day of the month (RUN-RULE-NTH 1-23);
      *  LQ - last business day of the quarter;
      *  WK - every RUN-RULE-WEEKDAY (1=Monday ... 7=Sunday), moved
      *       to the next business day when that day is not one.
      * Fields a rule does not use are carried as zeroes. Site code
      * "ALL" resolves against the shop-wide business-day flag on
      * CALDBFIL; any other site against that site's own holidays.
       01 RUN-RULE-RECORD.
           05 RUN-RULE-KEY.
               10 RUN-RULE-JOB-NAME PIC X(8).
               10 RUN-RULE-SITE-CODE PIC X(3).
               10 RUN-RULE-TYPE PIC X(2).
                   88 RUN-RULE-IS-BUS-DAY-OF-MONTH VALUE "BM".
                   88 RUN-RULE-IS-BEFORE-MONTH-END VALUE "BE".
                   88 RUN-RULE-IS-LAST-OF-QUARTER VALUE "LQ".
                   88 RUN-RULE-IS-WEEKLY VALUE "WK".
               10 RUN-RULE-NTH PIC 9(2).
               10 RUN-RULE-WEEKDAY PIC 9.
           05 RUN-RULE-DESC PIC X(30).
