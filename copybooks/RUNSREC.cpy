      * RUNSREC - job run-date schedule file record layouts, written
      * by RUNRRES for the scheduler to load: one detail record per
      * resolved run of a run-rule, in run-rule order and ascending
      * run date within each rule. RUN-SCHED-ROLLED-IND is "Y" when
      * a weekly rule's day was not a business day and the run was
      * moved forward to the next one.
      * The file is wrapped in header and trailer control records of
      * the same length, told apart by the three-byte ID (the CALDBREC
      * precedent); the trailer record count proves the load complete
      * and the unresolved count tells the scheduler some periods
      * could not be dated and are listed on the forecast report.
       01 RUN-SCHED-RECORD.
           05 RUN-SCHED-JOB-NAME PIC X(8).
           05 RUN-SCHED-SITE-CODE PIC X(3).
           05 RUN-SCHED-RUN-DATE PIC 9(8).
           05 RUN-SCHED-RULE-TYPE PIC X(2).
           05 RUN-SCHED-RULE-NTH PIC 9(2).
           05 RUN-SCHED-DAY-OF-WEEK PIC 9.
           05 RUN-SCHED-ROLLED-IND PIC X.
               88 RUN-SCHED-WAS-ROLLED VALUE "Y".
           05 FILLER PIC X(7).
       01 RUN-SCHED-HEADER-RECORD.
           05 RUN-SCHED-HDR-ID PIC X(3).
               88 RUN-SCHED-HDR-PRESENT VALUE "HDR".
           05 RUN-SCHED-HDR-RUN-DATE PIC 9(8).
           05 RUN-SCHED-HDR-START-DATE PIC 9(8).
           05 RUN-SCHED-HDR-END-DATE PIC 9(8).
           05 FILLER PIC X(5).
       01 RUN-SCHED-TRAILER-RECORD.
           05 RUN-SCHED-TRL-ID PIC X(3).
               88 RUN-SCHED-TRL-PRESENT VALUE "TRL".
           05 RUN-SCHED-TRL-RECORD-COUNT PIC 9(7).
           05 RUN-SCHED-TRL-UNRESOLVED PIC 9(5).
           05 FILLER PIC X(17).
