      * echoing the request with the result and error code. The
      * answer error code is the DATE-CALC-ERROR-CODE DATECALC set,
      * or 9 when the request card itself was unusable and DATECALC
      * was never called, or 8 when the requester id repeats one
      * already answered earlier in the same request file (the
      * repeat is not asked again).
      * The answer file closes with a trailer record, the same length
      * as the answers, carrying the request/answered/error counts so
      * the receiving job can prove the file complete the way CALLOAD
      * proves CALFILE. A requester id beginning "TRL" is reserved;
      * DATEBULK refuses such a request with the unusable-card code.
      * Function YF asks the DAYCOUNT accrual service instead of
      * DATECALC: DATE-1 is the start and DATE-2 the end of the
      * accrual period, DCB-REQ-CONVENTION the day-count convention
      * code (see DAYCIO), and the answer carries the day count in
      * DCB-ANS-RESULT-DAYS and the year fraction in
      * DCB-ANS-YEAR-FRACTION, with the DAY-CNT-ERROR-CODE. The
      * convention and year fraction sit at the end of the records,
      * so a request file written before they existed reads as
      * before, blank convention and all.
      * Function EB asks the SITETIME site clock service instead:
      * DATE-1 and DCB-REQ-CENTRAL-TIME (HHMMSS) are a timestamp off
      * the central clock and DCB-REQ-SITE-CODE the site, which must
      * be a real active site. The answer carries the site's
      * effective business date in DCB-ANS-RESULT-DATE and its local
      * date and time in DCB-ANS-LOCAL-DATE/TIME, with the
      * SITE-TIME-ERROR-CODE (see STIMEIO - 1 there is an unknown or
      * inactive site, 5 the site master unavailable). The time
      * fields were added at the end of the records in the same way
      * as the convention, so older request files still read.
       01 DCB-REQUEST-RECORD.
           05 DCB-REQ-ID PIC X(8).
           05 DCB-REQ-FUNCTION PIC X(2).
           05 DCB-REQ-DATE-2 PIC 9(8).
           05 DCB-REQ-DAY-COUNT PIC 9(5).
           05 DCB-REQ-SITE-CODE PIC X(3).
           05 DCB-REQ-CONVENTION PIC X(8).
           05 DCB-REQ-CENTRAL-TIME PIC 9(6).
       01 DCB-ANSWER-RECORD.
           05 DCB-ANS-ID PIC X(8).
           05 DCB-ANS-FUNCTION PIC X(2).
           05 DCB-ANS-RESULT-DAYS PIC S9(7)
               SIGN IS LEADING SEPARATE.
           05 DCB-ANS-ERROR-CODE PIC 9.
           05 DCB-ANS-CONVENTION PIC X(8).
           05 DCB-ANS-YEAR-FRACTION PIC 9(3)V9(9).
           05 DCB-ANS-CENTRAL-TIME PIC 9(6).
           05 DCB-ANS-LOCAL-DATE PIC 9(8).
           05 DCB-ANS-LOCAL-TIME PIC 9(6).
       01 DCB-TRAILER-RECORD.
           05 DCB-TRL-ID PIC X(3).
               88 DCB-TRL-PRESENT VALUE "TRL".
           05 DCB-TRL-REQUEST-COUNT PIC 9(7).
           05 DCB-TRL-OK-COUNT PIC 9(7).
           05 DCB-TRL-ERROR-COUNT PIC 9(7).
           05 FILLER PIC X(67).
