      * FWKCTL - header and trailer control record layouts wrapped
      * around the FWK-RECORD detail on the fiscal-week calendar file,
      * in the CALCTL style. Both are the same length as FWK-RECORD;
      * readers tell them apart by the three-byte ID, which can never
      * collide with FWK-FISCAL-YEAR digits. The header also carries
      * the year-end rule and week pattern the file was built under,
      * so a checker can re-derive it without the control card:
      *   rule "LAST" - year ends on the last given weekday of the
      *                 given month;
      *   rule "NEAR" - year ends on the given weekday nearest the
      *                 last day of the given month;
      *   weekday 1 = MONDAY through 7 = SUNDAY;
      *   naming "E" - fiscal year named for the calendar year its
      *                year-end month falls in; "S" - named for the
      *                calendar year it starts in.
      * The trailer totals prove the file complete: period record
      * count, fiscal year count, count of 53-week years, and a hash
      * total of FWK-WEEK-COUNT.
       01 FWK-HEADER-RECORD.
           05 FWK-HDR-ID PIC X(3).
               88 FWK-HDR-PRESENT VALUE "HDR".
           05 FWK-HDR-RUN-DATE PIC 9(8).
           05 FWK-HDR-START-YEAR PIC 9(4).
           05 FWK-HDR-END-YEAR PIC 9(4).
           05 FWK-HDR-RULE PIC X(4).
               88 FWK-HDR-LAST-WEEKDAY VALUE "LAST".
               88 FWK-HDR-NEAREST-WEEKDAY VALUE "NEAR".
           05 FWK-HDR-END-MONTH PIC 9(2).
           05 FWK-HDR-END-WEEKDAY PIC 9.
           05 FWK-HDR-PATTERN PIC X(3).
           05 FWK-HDR-NAMING PIC X.
               88 FWK-HDR-NAMED-FOR-END VALUE "E".
               88 FWK-HDR-NAMED-FOR-START VALUE "S".
           05 FILLER PIC X(2).
       01 FWK-TRAILER-RECORD.
           05 FWK-TRL-ID PIC X(3).
               88 FWK-TRL-PRESENT VALUE "TRL".
           05 FWK-TRL-RECORD-COUNT PIC 9(7).
           05 FWK-TRL-YEAR-COUNT PIC 9(5).
           05 FWK-TRL-LONG-YEAR-COUNT PIC 9(5).
           05 FWK-TRL-WEEKS-HASH PIC 9(9).
           05 FILLER PIC X(3).
