      * RUNRTRN - run-rule maintenance transaction card layout, one
      * card per ADD/CHANGE/DELETE against the run-rule master. Job
      * name, site code, rule type, nth and weekday identify the
      * rule; the description is required on ADD and CHANGE (the
      * only field a CHANGE can alter) and ignored on DELETE.
       01 RUN-TRAN-RECORD.
           05 RUN-TRAN-ACTION PIC X.
               88 RUN-TRAN-IS-ADD VALUE "A".
               88 RUN-TRAN-IS-CHANGE VALUE "C".
               88 RUN-TRAN-IS-DELETE VALUE "D".
           05 RUN-TRAN-KEY.
               10 RUN-TRAN-JOB-NAME PIC X(8).
               10 RUN-TRAN-SITE-CODE PIC X(3).
               10 RUN-TRAN-TYPE PIC X(2).
                   88 RUN-TRAN-IS-BUS-DAY-OF-MONTH VALUE "BM".
                   88 RUN-TRAN-IS-BEFORE-MONTH-END VALUE "BE".
                   88 RUN-TRAN-IS-LAST-OF-QUARTER VALUE "LQ".
                   88 RUN-TRAN-IS-WEEKLY VALUE "WK".
               10 RUN-TRAN-NTH PIC 9(2).
               10 RUN-TRAN-WEEKDAY PIC 9.
           05 RUN-TRAN-DESC PIC X(30).
