      * BUSDREC - business-date control record layout, one record per
      * active site on SITEMAST, in ascending site-code order. Each
      * record holds that site's current business date and the
      * period-end indicators BUSDADV set when it rolled the site onto
      * that date, advancing each site by its own holidays; the
      * scheduler conditions the period-end job streams off these
      * records instead of private calendar checks in each job.
      * The indicators describe the PRIOR date (the processing day
      * just closed): month-end "Y" means the closed day was the last
      * processing day of its month, and so on for quarter and year.
      * The site code is carried last, so the single shop-wide record
      * written before sites were carried reads with a blank site;
      * BUSDADV takes a blank-site record as every active site's date
      * and writes one record per site back.
       01 BUSD-RECORD.
           05 BUSD-CURRENT-DATE PIC 9(8).
           05 BUSD-PRIOR-DATE PIC 9(8).
           05 BUSD-LAST-ADVANCE-STAMP.
               10 BUSD-LAST-ADVANCE-DATE PIC 9(8).
               10 BUSD-LAST-ADVANCE-TIME PIC 9(6).
           05 BUSD-SITE-CODE PIC X(3).
