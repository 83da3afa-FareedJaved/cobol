      * HOLEIO - shared interface exchanged with the HOLEDIT
      * subroutine, the holiday-master browse and edit service behind
      * the HOLMNT terminal transaction, in the same style as HOLNIO.
      * Browse ("B"): hand in a year, a site (spaces or "ALL" for
      * every site) and a page number; get back up to ten master
      * records for that page, with the match and page counts. A
      * named site also sees the "ALL" records, since those close it
      * too. A page past the end comes back as the last page.
      * Edit ("E"): hand in a HOLTRN card image; get back OK or the
      * same reject reason HOLMAINT would print for it against the
      * current master. The card is not applied - HOLMAINT stays the
      * only writer of the master.
       01 HOL-EDIT-PARMS.
           05 HOL-EDIT-FUNCTION PIC X.
               88 HOL-EDIT-BROWSE VALUE "B".
               88 HOL-EDIT-EDIT-CARD VALUE "E".
           05 HOL-EDIT-JOB-NAME PIC X(8).
           05 HOL-EDIT-ERROR-CODE PIC 9.
               88 HOL-EDIT-OK VALUE 0.
               88 HOL-EDIT-REJECTED VALUE 1.
               88 HOL-EDIT-FILE-ERROR VALUE 2.
               88 HOL-EDIT-BAD-FUNCTION VALUE 3.
           05 HOL-EDIT-REASON PIC X(28).
           05 HOL-EDIT-YEAR PIC 9(4).
           05 HOL-EDIT-SITE-CODE PIC X(3).
           05 HOL-EDIT-PAGE PIC 9(3).
           05 HOL-EDIT-PAGE-COUNT PIC 9(3).
           05 HOL-EDIT-MATCH-COUNT PIC 9(3).
           05 HOL-EDIT-LINE-COUNT PIC 9(2).
           05 HOL-EDIT-LINE OCCURS 10 TIMES.
               10 HOL-EDIT-L-DATE PIC 9(8).
               10 HOL-EDIT-L-SITE PIC X(3).
               10 HOL-EDIT-L-NAME PIC X(30).
               10 HOL-EDIT-L-OBS PIC X.
           05 HOL-EDIT-CARD PIC X(51).
