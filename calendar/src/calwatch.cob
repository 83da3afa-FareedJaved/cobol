      * out and DATECALC answered OFF-CALENDAR at the year boundary,
      * and once when nobody had loaded the new year's holidays and
      * January 1 ran as a workday. This job reads the business-date
      * control records, the production calendar through the CALLOAD
      * service, and the holiday master, and warns while there is
      * still time to fix either:
      *  - when the latest site business date is within the card's
      *    warning days of the calendar's end-of-range edge (and
      *    escalates when inside the critical days);
      *  - when any year inside the warning window has no holiday
           EXIT.

       READ-BUSINESS-DATE.
      * BUSDCTL carries one record per site; the horizon is measured
      * from the latest business date any site has reached.
           OPEN INPUT CONTROL-DATE-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "CALWATCH: UNABLE TO OPEN BUSDCTL, STATUS "
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-BUSINESS-DATE-EXIT
           END-IF
           MOVE ZEROES TO WS-BUSINESS-DATE
           PERFORM UNTIL WS-EOF
               READ CONTROL-DATE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
      * Saved before the CLOSE - the record buffer is not dependable
      * once the file is closed.
                       IF BUSD-CURRENT-DATE > WS-BUSINESS-DATE
                           MOVE BUSD-CURRENT-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-DATE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-BUSINESS-DATE = ZEROES
               DISPLAY "CALWATCH: BUSDCTL IS EMPTY"
               SET WS-ABORT-RUN TO TRUE
           END-IF.
