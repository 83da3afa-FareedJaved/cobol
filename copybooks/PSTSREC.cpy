      * PSTSREC - posting suspense file record layout, one record per
      * posting PSTSCRN held back: the posting transaction exactly as
      * it arrived (see PSTREC), the FPG-PERIOD-STATUS and
      * FPG-ERROR-CODE FPGUARD answered, a printable reason, and the
      * date and time the item was first suspended. A re-drive run
      * refreshes the status, error code and reason on every item it
      * has to hold again but keeps the first-suspended stamp, so the
      * age of the suspense is never lost.
       01 PSS-RECORD.
           05 PSS-TRANSACTION.
               10 PSS-SOURCE-SYSTEM PIC X(8).
               10 PSS-REFERENCE PIC X(16).
               10 PSS-ACCOUNT PIC X(12).
               10 PSS-AMOUNT PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.
               10 PSS-POSTING-DATE PIC 9(8).
           05 PSS-PERIOD-STATUS PIC X.
           05 PSS-ERROR-CODE PIC 9.
           05 PSS-REASON PIC X(20).
           05 PSS-SUSPENDED-STAMP.
               10 PSS-SUSPENDED-DATE PIC 9(8).
               10 PSS-SUSPENDED-TIME PIC 9(6).
