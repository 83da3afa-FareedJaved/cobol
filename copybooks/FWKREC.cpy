      * FWKREC - fiscal-week (4-4-5 retail) calendar file record
      * layout, one record per fiscal period, in date order. Written
      * by FWKBUILD from the calendar CALENDAR-BUILD publishes, proved
      * by FWKVERFY, and read by the FWKLOOK lookup service. Every
      * period is a whole number of seven-day weeks ending on the
      * year-end weekday; twelve periods make the fiscal year, three
      * to a quarter in the 4-4-5, 4-5-4, or 5-4-4 pattern the
      * control card chose. A 53-week year carries its extra week in
      * period 12. FWK-FIRST-WEEK is the fiscal week of the year the
      * period opens with, so week-of-year never has to be recounted
      * by a reader.
       01 FWK-RECORD.
           05 FWK-FISCAL-YEAR PIC 9(4).
           05 FWK-PERIOD PIC 9(2).
           05 FWK-QUARTER PIC 9.
           05 FWK-START-DATE PIC 9(8).
           05 FWK-END-DATE PIC 9(8).
           05 FWK-WEEK-COUNT PIC 9.
           05 FWK-FIRST-WEEK PIC 9(2).
           05 FWK-YEAR-WEEKS PIC 9(2).
               88 FWK-IS-53-WEEK-YEAR VALUE 53.
           05 FILLER PIC X(4).
