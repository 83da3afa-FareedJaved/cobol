      * card per ADD/CHANGE/DELETE against the holiday master.
      * Date and site code identify the record; name and observed
      * indicator are required on ADD and CHANGE, ignored on DELETE.
      * The operator id is the user who keyed the card - filled in by
      * the HOLMNT transaction for cards queued from the terminal,
      * blank on cards from the dataset path or HOLPROJ - and is
      * carried onto the HOLMAINT report.
       01 HOL-TRAN-RECORD.
           05 HOL-TRAN-ACTION PIC X.
               88 HOL-TRAN-IS-ADD VALUE "A".
           05 HOL-TRAN-NAME PIC X(30).
           05 HOL-TRAN-OBSERVED-IND PIC X.
           05 HOL-TRAN-SITE-CODE PIC X(3).
           05 HOL-TRAN-OPERATOR-ID PIC X(8).
