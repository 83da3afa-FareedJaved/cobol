      * DAYCAREC - DAYCAUD audit trail record layout, one line per
      * DAYCOUNT invocation: who called, which convention over what
      * period, what day count and year fraction came back, and when.
      * Written by the DAYCOUNT subroutine the way DATECALC writes
      * DATEAUD, so any accrual a loan or fee system booked can be
      * traced back to the answer it was given.
       01 DAYCA-RECORD.
           05 DAYCA-JOB-NAME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-CONVENTION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-START-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-END-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-DAYS PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-YEAR-FRACTION PIC 9(3)V9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-ERROR-CODE PIC 9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAYCA-TIME PIC 9(6).
