       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRRES.
      * Job run-rule resolver. Expands every rule on the run-rule
      * master RUNRMNT maintains into dated runs over the horizon on
      * the control card, so the schedulers stop hand-keying run
      * dates every quarter. Business days come from the overlay
      * CALDOVLY writes (CALDBFIL, proven against its own header and
      * trailer before anything is resolved from it); a rule for a
      * named site is resolved against that site's own holidays from
      * the holiday master, a rule for "ALL" against the shop-wide
      * business-day flag on the overlay.
      * Writes the job-run-date schedule file RUNSCHED (see RUNSREC)
      * for the scheduler to load and a forecast report by month
      * listing every job's resolved dates. A period that cannot be
      * resolved - one running off the published calendar, or a
      * month with fewer business days than the rule asks for - is
      * listed on the report as unresolved, never skipped silently.
      * Monthly and quarterly rules schedule only the runs that land
      * inside the horizon; a weekly rule schedules every one of its
      * weekdays inside the horizon, even when the move to the next
      * business day carries the run just past the horizon end.
      * Control card: horizon start date CCYYMMDD then horizon end
      * date CCYYMMDD, no more than 732 days apart.
      * Return code 0 every period resolved, 4 when any period is
      * unresolved, 16 when a file cannot be processed or the card
      * is invalid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "RUNRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT OVERLAY-FILE ASSIGN TO "CALDBFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDB-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "RUNSCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RUNFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01 CC-RECORD.
           05 CC-START-DATE PIC X(8).
           05 CC-END-DATE PIC X(8).
       FD  RULE-FILE
           RECORDING MODE IS F.
       COPY RUNRREC.
       FD  OVERLAY-FILE
           RECORDING MODE IS F.
       COPY CALDBREC.
       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLREC.
       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       01 SCHED-OUT-RECORD PIC X(32).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-RULE-FILE-STATUS PIC XX VALUE "00".
       01 WS-CDB-FILE-STATUS PIC XX VALUE "00".
       01 WS-HOL-FILE-STATUS PIC XX VALUE "00".
       01 WS-SCHED-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
           88 WS-ABORT-RUN VALUE "Y".
      * Card fields are captured here before the card file closes -
      * the record area is not dependable after the CLOSE.
       01 WS-CARD-START-DATE PIC X(8).
       01 WS-CARD-END-DATE PIC X(8).
       01 WS-HORIZON-START PIC 9(8).
       01 WS-HORIZON-START-R REDEFINES WS-HORIZON-START.
           05 WS-HS-YEAR PIC 9(4).
           05 WS-HS-MONTH PIC 9(2).
           05 WS-HS-DAY PIC 9(2).
       01 WS-HORIZON-END PIC 9(8).
       01 WS-HORIZON-END-R REDEFINES WS-HORIZON-END.
           05 WS-HE-YEAR PIC 9(4).
           05 WS-HE-MONTH PIC 9(2).
           05 WS-HE-DAY PIC 9(2).
       01 WS-HORIZON-START-SERIAL PIC S9(7).
       01 WS-HORIZON-END-SERIAL PIC S9(7).
       01 WS-WINDOW-START-SERIAL PIC S9(7).
       01 WS-WINDOW-END-SERIAL PIC S9(7).
       01 WS-WINDOW-DAYS PIC 9(4).
       01 WS-WORK-SERIAL PIC S9(7).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MONTH PIC 9(2).
           05 WS-WORK-DAY PIC 9(2).
       01 WS-DOW-REMAINDER PIC 9.
       01 WS-CDB-DETAIL-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-CAL-START-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-CAL-END-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(6).
           05 FILLER PIC X(7).
      * One entry per day of the resolution window - the quarter
      * holding the horizon start through the quarter holding the
      * horizon end, plus a month of room for weekly runs to move
      * forward. A day the published overlay does not carry stays
      * not-present, which is how a period off the calendar shows.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 1000 TIMES.
               10 WS-DAY-DATE PIC 9(8).
               10 WS-DAY-PRESENT PIC X.
               10 WS-DAY-OF-WEEK PIC 9.
               10 WS-DAY-SHOP-BUS PIC X.
               10 WS-DAY-SITE-BUS PIC X.
       01 WS-DAY-IDX PIC 9(4).
       01 WS-ROLL-IDX PIC 9(4).
       01 WS-FIRST-IDX PIC 9(4).
       01 WS-LAST-IDX PIC 9(4).
       01 WS-RESOLVED-IDX PIC 9(4).
       01 WS-BUS-COUNTER PIC 9(3).
       01 WS-MARKED-SITE PIC X(3) VALUE SPACES.
      * Holiday dates and sites lifted from the holiday master -
      * only those inside the resolution window are kept.
       01 WS-HOL-TABLE.
           05 WS-HOL-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-HOL-TBL-ENTRY OCCURS 500 TIMES.
               10 WS-HOL-TBL-DATE PIC 9(8).
               10 WS-HOL-TBL-SITE PIC X(3).
       01 WS-HOL-IDX PIC 9(3).
       01 WS-WINDOW-FIRST-DATE PIC 9(8).
       01 WS-WINDOW-LAST-DATE PIC 9(8).
      * In-core run-rule master, in the master's key order.
       01 WS-RULE-TABLE.
           05 WS-RUL-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-RUL-ENTRY OCCURS 500 TIMES PIC X(46).
       01 WS-RUL-IDX PIC 9(3).
       01 WS-CUR-RULE.
           05 WS-CUR-JOB-NAME PIC X(8).
           05 WS-CUR-SITE-CODE PIC X(3).
           05 WS-CUR-TYPE PIC X(2).
               88 WS-CUR-IS-BUS-DAY-OF-MONTH VALUE "BM".
               88 WS-CUR-IS-BEFORE-MONTH-END VALUE "BE".
               88 WS-CUR-IS-LAST-OF-QUARTER VALUE "LQ".
               88 WS-CUR-IS-WEEKLY VALUE "WK".
           05 WS-CUR-NTH PIC 9(2).
           05 WS-CUR-WEEKDAY PIC 9.
           05 WS-CUR-DESC PIC X(30).
      * Period being resolved for a monthly or quarterly rule.
       01 WS-PERIOD-DATE PIC 9(8).
       01 WS-PERIOD-DATE-R REDEFINES WS-PERIOD-DATE.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
           05 WS-PERIOD-DAY PIC 9(2).
       01 WS-NEXT-PERIOD-DATE PIC 9(8).
       01 WS-NEXT-PERIOD-DATE-R REDEFINES WS-NEXT-PERIOD-DATE.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MONTH PIC 9(2).
           05 WS-NEXT-DAY PIC 9(2).
       01 WS-PERIOD-KEY PIC 9(6).
       01 WS-END-PERIOD-KEY PIC 9(6).
       01 WS-PERIOD-QUARTER PIC 9.
       01 WS-PERIOD-LABEL PIC X(8).
       01 WS-TARGET-NTH PIC 9(2).
       01 WS-SCAN-DIRECTION-SW PIC X.
           88 WS-SCAN-FORWARD VALUE "F".
           88 WS-SCAN-BACKWARD VALUE "B".
       01 WS-OFF-CALENDAR-SW PIC X.
           88 WS-PERIOD-OFF-CALENDAR VALUE "Y".
       01 WS-ROLLED-SW PIC X.
           88 WS-RUN-WAS-ROLLED VALUE "Y".
       01 WS-LAST-RUN-DATE PIC 9(8).
       01 WS-UNRESOLVED-REASON PIC X(24).
      * Every resolved run, kept for the month-by-month forecast.
       01 WS-FORECAST-TABLE.
           05 WS-FC-COUNT PIC 9(4) VALUE ZEROES.
           05 WS-FC-ENTRY OCCURS 5000 TIMES.
               10 WS-FC-MONTH PIC 9(6).
               10 WS-FC-JOB-NAME PIC X(8).
               10 WS-FC-SITE-CODE PIC X(3).
               10 WS-FC-RUN-DATE PIC 9(8).
               10 WS-FC-DAY-OF-WEEK PIC 9.
               10 WS-FC-TYPE PIC X(2).
               10 WS-FC-NTH PIC 9(2).
               10 WS-FC-WEEKDAY PIC 9.
               10 WS-FC-ROLLED PIC X.
       01 WS-FC-IDX PIC 9(4).
       01 WS-FC-DROPPED PIC 9(5) VALUE ZEROES.
       01 WS-FC-HIGH-MONTH PIC 9(6) VALUE ZEROES.
       01 WS-RPT-MONTH PIC 9(6).
       01 WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
           05 WS-RPT-YEAR PIC 9(4).
           05 WS-RPT-MON PIC 9(2).
       01 WS-RPT-MONTH-LINES PIC 9(4).
      * Every period that could not be resolved.
       01 WS-UNRESOLVED-TABLE.
           05 WS-UNR-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-UNR-ENTRY OCCURS 500 TIMES.
               10 WS-UNR-JOB-NAME PIC X(8).
               10 WS-UNR-SITE-CODE PIC X(3).
               10 WS-UNR-TYPE PIC X(2).
               10 WS-UNR-NTH PIC 9(2).
               10 WS-UNR-WEEKDAY PIC 9.
               10 WS-UNR-PERIOD PIC X(8).
               10 WS-UNR-REASON PIC X(24).
       01 WS-UNR-IDX PIC 9(3).
       01 WS-UNRESOLVED-TOTAL PIC 9(5) VALUE ZEROES.
       01 WS-RUNS-SCHEDULED PIC 9(7) VALUE ZEROES.
       01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       COPY RUNSREC.
       01 WS-HDR-1.
           05 FILLER PIC X(36)
               VALUE "JOB RUN-DATE FORECAST".
           05 WS-H-START PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-H-END PIC 9(8).
       01 WS-HDR-RANGE.
           05 FILLER PIC X(27)
               VALUE "PUBLISHED CALENDAR YEARS ".
           05 WS-H-CAL-START PIC 9(4).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-H-CAL-END PIC 9(4).
       01 WS-HDR-2.
           05 FILLER PIC X(10) VALUE "JOB NAME".
           05 FILLER PIC X(6)  VALUE "SITE".
           05 FILLER PIC X(10) VALUE "RUN DATE".
           05 FILLER PIC X(5)  VALUE "DAY".
           05 FILLER PIC X(10) VALUE "RULE".
           05 FILLER PIC X(22) VALUE "NOTE".
       01 WS-MONTH-LINE.
           05 FILLER PIC X(6) VALUE "MONTH ".
           05 WS-M-YEAR PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 WS-M-MONTH PIC 9(2).
       01 WS-DETAIL-LINE.
           05 WS-D-JOB-NAME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-SITE PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DAY-NAME PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-RULE-TYPE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-D-RULE-NTH PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-D-RULE-WEEKDAY PIC 9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-NOTE PIC X(22).
       01 WS-UNR-HDR.
           05 FILLER PIC X(48)
               VALUE "PERIODS NOT RESOLVED INSIDE THE PUBLISHED RANGE".
       01 WS-UNR-LINE.
           05 WS-U-JOB-NAME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-U-SITE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-U-RULE-TYPE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-U-RULE-NTH PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-U-RULE-WEEKDAY PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-U-PERIOD PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-U-REASON PIC X(24).
       01 WS-MSG-LINE PIC X(80).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       RUNRRES-MAIN.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
           IF NOT WS-ABORT-RUN
               MOVE WS-HORIZON-START TO WS-H-START
               MOVE WS-HORIZON-END TO WS-H-END
               WRITE RPT-LINE FROM WS-HDR-1
               PERFORM BUILD-DAY-WINDOW
               PERFORM LOAD-OVERLAY-WINDOW
                   THRU LOAD-OVERLAY-WINDOW-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM LOAD-HOLIDAY-TABLE
                   THRU LOAD-HOLIDAY-TABLE-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM LOAD-RULE-TABLE THRU LOAD-RULE-TABLE-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM OPEN-SCHEDULE-FILE
                   THRU OPEN-SCHEDULE-FILE-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RUL-COUNT OR WS-ABORT-RUN
                   PERFORM RESOLVE-ONE-RULE
                       THRU RESOLVE-ONE-RULE-EXIT
               END-PERFORM
               IF NOT WS-ABORT-RUN
                   PERFORM WRITE-SCHEDULE-TRAILER
               END-IF
               CLOSE SCHEDULE-FILE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE WS-CAL-START-YEAR TO WS-H-CAL-START
               MOVE WS-CAL-END-YEAR TO WS-H-CAL-END
               WRITE RPT-LINE FROM WS-HDR-RANGE
               PERFORM PRINT-FORECAST
               PERFORM PRINT-UNRESOLVED
               PERFORM PRINT-COUNTS
           END-IF
           CLOSE REPORT-FILE
           IF WS-ABORT-RUN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-UNRESOLVED-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: NO SYSIN CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           READ CONTROL-CARD-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CC-START-DATE TO WS-CARD-START-DATE
                   MOVE CC-END-DATE TO WS-CARD-END-DATE
           END-READ
           CLOSE CONTROL-CARD-FILE
           IF WS-EOF OR WS-CARD-START-DATE NOT NUMERIC OR
               WS-CARD-END-DATE NOT NUMERIC
               MOVE "N" TO WS-EOF-SWITCH
               DISPLAY "RUNRRES: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-CARD-START-DATE TO WS-HORIZON-START
           MOVE WS-CARD-END-DATE TO WS-HORIZON-END
      * A date that does not survive the trip to a day serial and
      * back is not a real date.
           COMPUTE WS-HORIZON-START-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-HORIZON-START)
           COMPUTE WS-HORIZON-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-HORIZON-END)
           IF WS-HORIZON-START-SERIAL < 1 OR
               WS-HORIZON-END-SERIAL < 1
               DISPLAY "RUNRRES: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-HORIZON-START-SERIAL)
           IF WS-WORK-DATE NOT = WS-HORIZON-START
               DISPLAY "RUNRRES: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-HORIZON-END-SERIAL)
           IF WS-WORK-DATE NOT = WS-HORIZON-END
               DISPLAY "RUNRRES: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           IF WS-HORIZON-END-SERIAL < WS-HORIZON-START-SERIAL OR
               WS-HORIZON-END-SERIAL - WS-HORIZON-START-SERIAL > 732
               DISPLAY "RUNRRES: INVALID CONTROL CARD - HORIZON "
                   "MUST RUN FORWARD AND SPAN NO MORE THAN 732 DAYS"
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       BUILD-DAY-WINDOW.
      * Window start is the first day of the quarter holding the
      * horizon start; window end is a month past the last day of
      * the quarter holding the horizon end.
           MOVE WS-HS-YEAR TO WS-WORK-YEAR
           COMPUTE WS-PERIOD-QUARTER = (WS-HS-MONTH + 2) / 3
           COMPUTE WS-WORK-MONTH = ((WS-PERIOD-QUARTER - 1) * 3) + 1
           MOVE 01 TO WS-WORK-DAY
           COMPUTE WS-WINDOW-START-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           COMPUTE WS-PERIOD-QUARTER = (WS-HE-MONTH + 2) / 3
           IF WS-PERIOD-QUARTER = 4
               COMPUTE WS-WORK-YEAR = WS-HE-YEAR + 1
               MOVE 01 TO WS-WORK-MONTH
           ELSE
               MOVE WS-HE-YEAR TO WS-WORK-YEAR
               COMPUTE WS-WORK-MONTH = (WS-PERIOD-QUARTER * 3) + 1
           END-IF
           MOVE 01 TO WS-WORK-DAY
           COMPUTE WS-WINDOW-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1 + 31
           COMPUTE WS-WINDOW-DAYS =
               WS-WINDOW-END-SERIAL - WS-WINDOW-START-SERIAL + 1
           COMPUTE WS-WINDOW-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-SERIAL)
           COMPUTE WS-WINDOW-LAST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-END-SERIAL)
      * Day serial 1 (1601-01-01) was a Monday, so serial mod 7 gives
      * 1 = MONDAY through 6 = SATURDAY with 0 standing for SUNDAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
               COMPUTE WS-WORK-SERIAL =
                   WS-WINDOW-START-SERIAL + WS-DAY-IDX - 1
               COMPUTE WS-DAY-DATE (WS-DAY-IDX) =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-SERIAL)
               COMPUTE WS-DOW-REMAINDER =
                   FUNCTION MOD (WS-WORK-SERIAL 7)
               IF WS-DOW-REMAINDER = 0
                   MOVE 7 TO WS-DAY-OF-WEEK (WS-DAY-IDX)
               ELSE
                   MOVE WS-DOW-REMAINDER
                       TO WS-DAY-OF-WEEK (WS-DAY-IDX)
               END-IF
               MOVE "N" TO WS-DAY-PRESENT (WS-DAY-IDX)
               MOVE "N" TO WS-DAY-SHOP-BUS (WS-DAY-IDX)
               MOVE "N" TO WS-DAY-SITE-BUS (WS-DAY-IDX)
           END-PERFORM.

       LOAD-OVERLAY-WINDOW.
      * The overlay is read end to end so its trailer can prove it
      * complete; only the days inside the window are kept.
           OPEN INPUT OVERLAY-FILE
           IF WS-CDB-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: UNABLE TO OPEN CALDBFIL, STATUS "
                   WS-CDB-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-OVERLAY-WINDOW-EXIT
           END-IF
           READ OVERLAY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF OR NOT CDB-HDR-PRESENT
               DISPLAY "RUNRRES: CALDBFIL HEADER RECORD MISSING"
               SET WS-ABORT-RUN TO TRUE
               CLOSE OVERLAY-FILE
               MOVE "N" TO WS-EOF-SWITCH
               GO TO LOAD-OVERLAY-WINDOW-EXIT
           END-IF
           MOVE CDB-HDR-START-YEAR TO WS-CAL-START-YEAR
           MOVE CDB-HDR-END-YEAR TO WS-CAL-END-YEAR
           PERFORM UNTIL WS-EOF OR WS-TRAILER-SEEN
               READ OVERLAY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF CDB-TRL-PRESENT
                           SET WS-TRAILER-SEEN TO TRUE
                           IF CDB-TRL-RECORD-COUNT NOT =
                               WS-CDB-DETAIL-COUNT
                               DISPLAY "RUNRRES: CALDBFIL OUT OF "
                                   "BALANCE, TRAILER "
                                   CDB-TRL-RECORD-COUNT " READ "
                                   WS-CDB-DETAIL-COUNT
                               SET WS-ABORT-RUN TO TRUE
                           END-IF
                       ELSE
                           ADD 1 TO WS-CDB-DETAIL-COUNT
                           PERFORM KEEP-OVERLAY-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERLAY-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF NOT WS-TRAILER-SEEN
               DISPLAY "RUNRRES: CALDBFIL TRAILER RECORD MISSING"
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       LOAD-OVERLAY-WINDOW-EXIT.
           EXIT.

       KEEP-OVERLAY-DAY.
           IF CDB-DATE NOT < WS-WINDOW-FIRST-DATE AND
               CDB-DATE NOT > WS-WINDOW-LAST-DATE
               MOVE CDB-DATE TO WS-WORK-DATE
               COMPUTE WS-WORK-SERIAL =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               COMPUTE WS-DAY-IDX =
                   WS-WORK-SERIAL - WS-WINDOW-START-SERIAL + 1
               MOVE "Y" TO WS-DAY-PRESENT (WS-DAY-IDX)
               MOVE CDB-BUS-DAY-IND TO WS-DAY-SHOP-BUS (WS-DAY-IDX)
           END-IF.

       LOAD-HOLIDAY-TABLE.
      * A missing holiday master (file status 35) is not an error -
      * every weekday is then a business day at every site.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-FILE-STATUS = "35"
               GO TO LOAD-HOLIDAY-TABLE-EXIT
           END-IF
           IF WS-HOL-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: UNABLE TO OPEN HOLMAST, STATUS "
                   WS-HOL-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-HOLIDAY-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF HOL-DATE NOT < WS-WINDOW-FIRST-DATE AND
                           HOL-DATE NOT > WS-WINDOW-LAST-DATE
                           IF WS-HOL-COUNT >= 500
                               DISPLAY "RUNRRES: HOLIDAY TABLE FULL"
                               SET WS-ABORT-RUN TO TRUE
                           ELSE
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOL-DATE
                                   TO WS-HOL-TBL-DATE (WS-HOL-COUNT)
                               MOVE HOL-SITE-CODE
                                   TO WS-HOL-TBL-SITE (WS-HOL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       LOAD-HOLIDAY-TABLE-EXIT.
           EXIT.

       LOAD-RULE-TABLE.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: UNABLE TO OPEN RUNRULE, STATUS "
                   WS-RULE-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-RULE-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ RULE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-RUL-COUNT >= 500
                           DISPLAY "RUNRRES: RULE TABLE FULL"
                           SET WS-ABORT-RUN TO TRUE
                       ELSE
                           ADD 1 TO WS-RUL-COUNT
                           MOVE RUN-RULE-RECORD
                               TO WS-RUL-ENTRY (WS-RUL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       LOAD-RULE-TABLE-EXIT.
           EXIT.

       OPEN-SCHEDULE-FILE.
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: UNABLE TO OPEN RUNSCHED, STATUS "
                   WS-SCHED-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO OPEN-SCHEDULE-FILE-EXIT
           END-IF
           MOVE SPACES TO RUN-SCHED-HEADER-RECORD
           MOVE "HDR" TO RUN-SCHED-HDR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO RUN-SCHED-HDR-RUN-DATE
           MOVE WS-HORIZON-START TO RUN-SCHED-HDR-START-DATE
           MOVE WS-HORIZON-END TO RUN-SCHED-HDR-END-DATE
           WRITE SCHED-OUT-RECORD FROM RUN-SCHED-HEADER-RECORD
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: HEADER WRITE FAILED, STATUS "
                   WS-SCHED-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               CLOSE SCHEDULE-FILE
           END-IF.
       OPEN-SCHEDULE-FILE-EXIT.
           EXIT.

       RESOLVE-ONE-RULE.
           MOVE WS-RUL-ENTRY (WS-RUL-IDX) TO WS-CUR-RULE
           PERFORM MARK-SITE-BUSINESS-DAYS
           EVALUATE TRUE
               WHEN WS-CUR-IS-BUS-DAY-OF-MONTH
                   SET WS-SCAN-FORWARD TO TRUE
                   MOVE WS-CUR-NTH TO WS-TARGET-NTH
                   PERFORM RESOLVE-MONTHLY-RULE
               WHEN WS-CUR-IS-BEFORE-MONTH-END
                   SET WS-SCAN-BACKWARD TO TRUE
                   MOVE WS-CUR-NTH TO WS-TARGET-NTH
                   PERFORM RESOLVE-MONTHLY-RULE
               WHEN WS-CUR-IS-LAST-OF-QUARTER
                   SET WS-SCAN-BACKWARD TO TRUE
                   MOVE 1 TO WS-TARGET-NTH
                   PERFORM RESOLVE-QUARTERLY-RULE
               WHEN WS-CUR-IS-WEEKLY
                   PERFORM RESOLVE-WEEKLY-RULE
               WHEN OTHER
      * RUNRMNT never writes an unknown type; a hand-edited master
      * is reported rather than guessed at.
                   MOVE SPACES TO WS-PERIOD-LABEL
                   MOVE "UNKNOWN RULE TYPE" TO WS-UNRESOLVED-REASON
                   PERFORM RECORD-UNRESOLVED
           END-EVALUATE.
       RESOLVE-ONE-RULE-EXIT.
           EXIT.

       MARK-SITE-BUSINESS-DAYS.
      * "ALL" takes the overlay's shop-wide flag as published; a
      * named site is a weekday on the overlay that holds no holiday
      * for that site or for "ALL". Rules arrive in job order, so
      * the marking is redone only when the site changes.
           IF WS-CUR-SITE-CODE = WS-MARKED-SITE
               GO TO MARK-SITE-BUSINESS-DAYS-EXIT
           END-IF
           MOVE WS-CUR-SITE-CODE TO WS-MARKED-SITE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
               IF WS-DAY-PRESENT (WS-DAY-IDX) NOT = "Y"
                   MOVE "N" TO WS-DAY-SITE-BUS (WS-DAY-IDX)
               ELSE
                   IF WS-CUR-SITE-CODE = "ALL"
                       MOVE WS-DAY-SHOP-BUS (WS-DAY-IDX)
                           TO WS-DAY-SITE-BUS (WS-DAY-IDX)
                   ELSE
                       IF WS-DAY-OF-WEEK (WS-DAY-IDX) > 5
                           MOVE "N" TO WS-DAY-SITE-BUS (WS-DAY-IDX)
                       ELSE
                           MOVE "Y" TO WS-DAY-SITE-BUS (WS-DAY-IDX)
                           PERFORM CHECK-SITE-HOLIDAY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       MARK-SITE-BUSINESS-DAYS-EXIT.
           EXIT.

       CHECK-SITE-HOLIDAY.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-TBL-DATE (WS-HOL-IDX) =
                   WS-DAY-DATE (WS-DAY-IDX) AND
                   (WS-HOL-TBL-SITE (WS-HOL-IDX) = "ALL" OR
                   WS-HOL-TBL-SITE (WS-HOL-IDX) = WS-CUR-SITE-CODE)
                   MOVE "N" TO WS-DAY-SITE-BUS (WS-DAY-IDX)
                   MOVE WS-HOL-COUNT TO WS-HOL-IDX
               END-IF
           END-PERFORM.

       RESOLVE-MONTHLY-RULE.
      * One period per calendar month the horizon touches.
           MOVE WS-HS-YEAR TO WS-PERIOD-YEAR
           MOVE WS-HS-MONTH TO WS-PERIOD-MONTH
           MOVE 01 TO WS-PERIOD-DAY
           COMPUTE WS-END-PERIOD-KEY =
               (WS-HE-YEAR * 100) + WS-HE-MONTH
           COMPUTE WS-PERIOD-KEY =
               (WS-PERIOD-YEAR * 100) + WS-PERIOD-MONTH
           PERFORM UNTIL WS-PERIOD-KEY > WS-END-PERIOD-KEY
               OR WS-ABORT-RUN
               MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-PERIOD-MONTH + 1
               IF WS-NEXT-MONTH > 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 01 TO WS-NEXT-MONTH
               END-IF
               MOVE 01 TO WS-NEXT-DAY
               MOVE WS-PERIOD-KEY TO WS-PERIOD-LABEL
               PERFORM RESOLVE-ONE-PERIOD
                   THRU RESOLVE-ONE-PERIOD-EXIT
               MOVE WS-NEXT-PERIOD-DATE TO WS-PERIOD-DATE
               COMPUTE WS-PERIOD-KEY =
                   (WS-PERIOD-YEAR * 100) + WS-PERIOD-MONTH
           END-PERFORM.

       RESOLVE-QUARTERLY-RULE.
      * One period per calendar quarter the horizon touches.
           MOVE WS-HS-YEAR TO WS-PERIOD-YEAR
           COMPUTE WS-PERIOD-QUARTER = (WS-HS-MONTH + 2) / 3
           COMPUTE WS-PERIOD-MONTH =
               ((WS-PERIOD-QUARTER - 1) * 3) + 1
           MOVE 01 TO WS-PERIOD-DAY
           COMPUTE WS-END-PERIOD-KEY =
               (WS-HE-YEAR * 100) + WS-HE-MONTH
           COMPUTE WS-PERIOD-KEY =
               (WS-PERIOD-YEAR * 100) + WS-PERIOD-MONTH
           PERFORM UNTIL WS-PERIOD-KEY > WS-END-PERIOD-KEY
               OR WS-ABORT-RUN
               MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-PERIOD-MONTH + 3
               IF WS-NEXT-MONTH > 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 01 TO WS-NEXT-MONTH
               END-IF
               MOVE 01 TO WS-NEXT-DAY
               COMPUTE WS-PERIOD-QUARTER = (WS-PERIOD-MONTH + 2) / 3
               MOVE SPACES TO WS-PERIOD-LABEL
               MOVE WS-PERIOD-YEAR TO WS-PERIOD-LABEL (1:4)
               MOVE "Q" TO WS-PERIOD-LABEL (6:1)
               MOVE WS-PERIOD-QUARTER TO WS-PERIOD-LABEL (7:1)
               PERFORM RESOLVE-ONE-PERIOD
                   THRU RESOLVE-ONE-PERIOD-EXIT
               MOVE WS-NEXT-PERIOD-DATE TO WS-PERIOD-DATE
               COMPUTE WS-PERIOD-KEY =
                   (WS-PERIOD-YEAR * 100) + WS-PERIOD-MONTH
           END-PERFORM.

       RESOLVE-ONE-PERIOD.
      * The period runs from WS-PERIOD-DATE up to the day before
      * WS-NEXT-PERIOD-DATE; the window always covers it whole. The
      * nth business day is counted from the front or the back of
      * the period as the rule asks, and the run is scheduled only
      * when it lands inside the horizon.
           COMPUTE WS-WORK-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-DATE)
           COMPUTE WS-FIRST-IDX =
               WS-WORK-SERIAL - WS-WINDOW-START-SERIAL + 1
           COMPUTE WS-WORK-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-PERIOD-DATE) - 1
           COMPUTE WS-LAST-IDX =
               WS-WORK-SERIAL - WS-WINDOW-START-SERIAL + 1
           MOVE "N" TO WS-OFF-CALENDAR-SW
           PERFORM VARYING WS-DAY-IDX FROM WS-FIRST-IDX BY 1
               UNTIL WS-DAY-IDX > WS-LAST-IDX
               IF WS-DAY-PRESENT (WS-DAY-IDX) NOT = "Y"
                   SET WS-PERIOD-OFF-CALENDAR TO TRUE
               END-IF
           END-PERFORM
           IF WS-PERIOD-OFF-CALENDAR
               MOVE "PERIOD OFF CALENDAR" TO WS-UNRESOLVED-REASON
               PERFORM RECORD-UNRESOLVED
               GO TO RESOLVE-ONE-PERIOD-EXIT
           END-IF
           MOVE ZEROES TO WS-RESOLVED-IDX
           MOVE ZEROES TO WS-BUS-COUNTER
           IF WS-SCAN-FORWARD
               PERFORM VARYING WS-DAY-IDX FROM WS-FIRST-IDX BY 1
                   UNTIL WS-DAY-IDX > WS-LAST-IDX
                       OR WS-RESOLVED-IDX > ZERO
                   PERFORM COUNT-PERIOD-DAY
               END-PERFORM
           ELSE
               PERFORM VARYING WS-DAY-IDX FROM WS-LAST-IDX BY -1
                   UNTIL WS-DAY-IDX < WS-FIRST-IDX
                       OR WS-RESOLVED-IDX > ZERO
                   PERFORM COUNT-PERIOD-DAY
               END-PERFORM
           END-IF
           IF WS-RESOLVED-IDX = ZERO
               MOVE "TOO FEW BUSINESS DAYS" TO WS-UNRESOLVED-REASON
               PERFORM RECORD-UNRESOLVED
               GO TO RESOLVE-ONE-PERIOD-EXIT
           END-IF
           IF WS-DAY-DATE (WS-RESOLVED-IDX) NOT < WS-HORIZON-START
               AND WS-DAY-DATE (WS-RESOLVED-IDX) NOT >
               WS-HORIZON-END
               MOVE "N" TO WS-ROLLED-SW
               PERFORM EMIT-SCHEDULED-RUN
           END-IF.
       RESOLVE-ONE-PERIOD-EXIT.
           EXIT.

       COUNT-PERIOD-DAY.
           IF WS-DAY-SITE-BUS (WS-DAY-IDX) = "Y"
               ADD 1 TO WS-BUS-COUNTER
               IF WS-BUS-COUNTER = WS-TARGET-NTH
                   MOVE WS-DAY-IDX TO WS-RESOLVED-IDX
               END-IF
           END-IF.

       RESOLVE-WEEKLY-RULE.
           MOVE ZEROES TO WS-LAST-RUN-DATE
           COMPUTE WS-FIRST-IDX =
               WS-HORIZON-START-SERIAL - WS-WINDOW-START-SERIAL + 1
           COMPUTE WS-LAST-IDX =
               WS-HORIZON-END-SERIAL - WS-WINDOW-START-SERIAL + 1
           PERFORM VARYING WS-DAY-IDX FROM WS-FIRST-IDX BY 1
               UNTIL WS-DAY-IDX > WS-LAST-IDX OR WS-ABORT-RUN
               IF WS-DAY-OF-WEEK (WS-DAY-IDX) = WS-CUR-WEEKDAY
                   PERFORM RESOLVE-ONE-WEEKDAY
                       THRU RESOLVE-ONE-WEEKDAY-EXIT
               END-IF
           END-PERFORM.

       RESOLVE-ONE-WEEKDAY.
      * The rule's weekday moves forward to the next business day
      * when it is not one. Two weekdays can only fold onto one run
      * across a closure longer than a week; the run is scheduled
      * once.
           MOVE WS-DAY-DATE (WS-DAY-IDX) TO WS-PERIOD-LABEL
           IF WS-DAY-PRESENT (WS-DAY-IDX) NOT = "Y"
               MOVE "DATE OFF CALENDAR" TO WS-UNRESOLVED-REASON
               PERFORM RECORD-UNRESOLVED
               GO TO RESOLVE-ONE-WEEKDAY-EXIT
           END-IF
           PERFORM VARYING WS-ROLL-IDX FROM WS-DAY-IDX BY 1
               UNTIL WS-ROLL-IDX > WS-WINDOW-DAYS
                   OR WS-DAY-SITE-BUS (WS-ROLL-IDX) = "Y"
                   OR WS-DAY-PRESENT (WS-ROLL-IDX) NOT = "Y"
               CONTINUE
           END-PERFORM
           IF WS-ROLL-IDX > WS-WINDOW-DAYS
               MOVE "NO BUSINESS DAY IN REACH" TO WS-UNRESOLVED-REASON
               PERFORM RECORD-UNRESOLVED
               GO TO RESOLVE-ONE-WEEKDAY-EXIT
           END-IF
           IF WS-DAY-PRESENT (WS-ROLL-IDX) NOT = "Y"
               MOVE "MOVE RUNS OFF CALENDAR" TO WS-UNRESOLVED-REASON
               PERFORM RECORD-UNRESOLVED
               GO TO RESOLVE-ONE-WEEKDAY-EXIT
           END-IF
           IF WS-DAY-DATE (WS-ROLL-IDX) = WS-LAST-RUN-DATE
               GO TO RESOLVE-ONE-WEEKDAY-EXIT
           END-IF
           IF WS-ROLL-IDX = WS-DAY-IDX
               MOVE "N" TO WS-ROLLED-SW
           ELSE
               SET WS-RUN-WAS-ROLLED TO TRUE
           END-IF
           MOVE WS-ROLL-IDX TO WS-RESOLVED-IDX
           PERFORM EMIT-SCHEDULED-RUN
           MOVE WS-DAY-DATE (WS-ROLL-IDX) TO WS-LAST-RUN-DATE.
       RESOLVE-ONE-WEEKDAY-EXIT.
           EXIT.

       EMIT-SCHEDULED-RUN.
           MOVE SPACES TO RUN-SCHED-RECORD
           MOVE WS-CUR-JOB-NAME TO RUN-SCHED-JOB-NAME
           MOVE WS-CUR-SITE-CODE TO RUN-SCHED-SITE-CODE
           MOVE WS-DAY-DATE (WS-RESOLVED-IDX) TO RUN-SCHED-RUN-DATE
           MOVE WS-CUR-TYPE TO RUN-SCHED-RULE-TYPE
           MOVE WS-CUR-NTH TO RUN-SCHED-RULE-NTH
           MOVE WS-DAY-OF-WEEK (WS-RESOLVED-IDX)
               TO RUN-SCHED-DAY-OF-WEEK
           IF WS-RUN-WAS-ROLLED
               MOVE "Y" TO RUN-SCHED-ROLLED-IND
           ELSE
               MOVE "N" TO RUN-SCHED-ROLLED-IND
           END-IF
           WRITE SCHED-OUT-RECORD FROM RUN-SCHED-RECORD
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: WRITE FAILED FOR "
                   WS-CUR-JOB-NAME ", STATUS " WS-SCHED-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
           ELSE
               ADD 1 TO WS-RUNS-SCHEDULED
               PERFORM STORE-FORECAST-ENTRY
           END-IF.

       STORE-FORECAST-ENTRY.
           IF WS-FC-COUNT >= 5000
               ADD 1 TO WS-FC-DROPPED
           ELSE
               ADD 1 TO WS-FC-COUNT
               MOVE RUN-SCHED-RUN-DATE (1:6)
                   TO WS-FC-MONTH (WS-FC-COUNT)
               MOVE WS-CUR-JOB-NAME TO WS-FC-JOB-NAME (WS-FC-COUNT)
               MOVE WS-CUR-SITE-CODE
                   TO WS-FC-SITE-CODE (WS-FC-COUNT)
               MOVE RUN-SCHED-RUN-DATE TO WS-FC-RUN-DATE (WS-FC-COUNT)
               MOVE RUN-SCHED-DAY-OF-WEEK
                   TO WS-FC-DAY-OF-WEEK (WS-FC-COUNT)
               MOVE WS-CUR-TYPE TO WS-FC-TYPE (WS-FC-COUNT)
               MOVE WS-CUR-NTH TO WS-FC-NTH (WS-FC-COUNT)
               MOVE WS-CUR-WEEKDAY TO WS-FC-WEEKDAY (WS-FC-COUNT)
               MOVE RUN-SCHED-ROLLED-IND
                   TO WS-FC-ROLLED (WS-FC-COUNT)
               IF WS-FC-MONTH (WS-FC-COUNT) > WS-FC-HIGH-MONTH
                   MOVE WS-FC-MONTH (WS-FC-COUNT)
                       TO WS-FC-HIGH-MONTH
               END-IF
           END-IF.

       RECORD-UNRESOLVED.
           ADD 1 TO WS-UNRESOLVED-TOTAL
           IF WS-UNR-COUNT < 500
               ADD 1 TO WS-UNR-COUNT
               MOVE WS-CUR-JOB-NAME TO WS-UNR-JOB-NAME (WS-UNR-COUNT)
               MOVE WS-CUR-SITE-CODE
                   TO WS-UNR-SITE-CODE (WS-UNR-COUNT)
               MOVE WS-CUR-TYPE TO WS-UNR-TYPE (WS-UNR-COUNT)
               MOVE WS-CUR-NTH TO WS-UNR-NTH (WS-UNR-COUNT)
               MOVE WS-CUR-WEEKDAY TO WS-UNR-WEEKDAY (WS-UNR-COUNT)
               MOVE WS-PERIOD-LABEL TO WS-UNR-PERIOD (WS-UNR-COUNT)
               MOVE WS-UNRESOLVED-REASON
                   TO WS-UNR-REASON (WS-UNR-COUNT)
           END-IF.

       WRITE-SCHEDULE-TRAILER.
           MOVE SPACES TO RUN-SCHED-TRAILER-RECORD
           MOVE "TRL" TO RUN-SCHED-TRL-ID
           MOVE WS-RUNS-SCHEDULED TO RUN-SCHED-TRL-RECORD-COUNT
           MOVE WS-UNRESOLVED-TOTAL TO RUN-SCHED-TRL-UNRESOLVED
           WRITE SCHED-OUT-RECORD FROM RUN-SCHED-TRAILER-RECORD
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "RUNRRES: TRAILER WRITE FAILED, STATUS "
                   WS-SCHED-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       PRINT-FORECAST.
      * Month by month from the horizon start, through the horizon
      * end or the month of the latest run when a moved weekly run
      * spills past it.
           COMPUTE WS-RPT-MONTH = (WS-HS-YEAR * 100) + WS-HS-MONTH
           COMPUTE WS-END-PERIOD-KEY =
               (WS-HE-YEAR * 100) + WS-HE-MONTH
           IF WS-FC-HIGH-MONTH > WS-END-PERIOD-KEY
               MOVE WS-FC-HIGH-MONTH TO WS-END-PERIOD-KEY
           END-IF
           PERFORM UNTIL WS-RPT-MONTH > WS-END-PERIOD-KEY
               PERFORM PRINT-ONE-MONTH
               ADD 1 TO WS-RPT-MON
               IF WS-RPT-MON > 12
                   ADD 1 TO WS-RPT-YEAR
                   MOVE 01 TO WS-RPT-MON
               END-IF
           END-PERFORM.

       PRINT-ONE-MONTH.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-YEAR TO WS-M-YEAR
           MOVE WS-RPT-MON TO WS-M-MONTH
           WRITE RPT-LINE FROM WS-MONTH-LINE
           WRITE RPT-LINE FROM WS-HDR-2
           MOVE ZEROES TO WS-RPT-MONTH-LINES
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-MONTH (WS-FC-IDX) = WS-RPT-MONTH
                   ADD 1 TO WS-RPT-MONTH-LINES
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-FC-JOB-NAME (WS-FC-IDX) TO WS-D-JOB-NAME
                   MOVE WS-FC-SITE-CODE (WS-FC-IDX) TO WS-D-SITE
                   MOVE WS-FC-RUN-DATE (WS-FC-IDX) TO WS-D-RUN-DATE
                   MOVE WS-DAY-NAME (WS-FC-DAY-OF-WEEK (WS-FC-IDX))
                       TO WS-D-DAY-NAME
                   MOVE WS-FC-TYPE (WS-FC-IDX) TO WS-D-RULE-TYPE
                   MOVE WS-FC-NTH (WS-FC-IDX) TO WS-D-RULE-NTH
                   MOVE WS-FC-WEEKDAY (WS-FC-IDX)
                       TO WS-D-RULE-WEEKDAY
                   IF WS-FC-ROLLED (WS-FC-IDX) = "Y"
                       MOVE "MOVED TO NEXT BUS DAY" TO WS-D-NOTE
                   END-IF
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-RPT-MONTH-LINES = ZERO
               MOVE "NO RUNS RESOLVED" TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.

       PRINT-UNRESOLVED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-UNR-HDR
           IF WS-UNR-COUNT = ZERO
               MOVE "NONE" TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF
           PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
               UNTIL WS-UNR-IDX > WS-UNR-COUNT
               MOVE WS-UNR-JOB-NAME (WS-UNR-IDX) TO WS-U-JOB-NAME
               MOVE WS-UNR-SITE-CODE (WS-UNR-IDX) TO WS-U-SITE
               MOVE WS-UNR-TYPE (WS-UNR-IDX) TO WS-U-RULE-TYPE
               MOVE WS-UNR-NTH (WS-UNR-IDX) TO WS-U-RULE-NTH
               MOVE WS-UNR-WEEKDAY (WS-UNR-IDX) TO WS-U-RULE-WEEKDAY
               MOVE WS-UNR-PERIOD (WS-UNR-IDX) TO WS-U-PERIOD
               MOVE WS-UNR-REASON (WS-UNR-IDX) TO WS-U-REASON
               WRITE RPT-LINE FROM WS-UNR-LINE
           END-PERFORM
           IF WS-UNRESOLVED-TOTAL > WS-UNR-COUNT
               MOVE SPACES TO WS-COUNT-LINE
               MOVE "PERIODS NOT LISTED:" TO WS-C-LABEL
               COMPUTE WS-C-COUNT =
                   WS-UNRESOLVED-TOTAL - WS-UNR-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.

       PRINT-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RULES RESOLVED:" TO WS-C-LABEL
           MOVE WS-RUL-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "RUNS SCHEDULED:" TO WS-C-LABEL
           MOVE WS-RUNS-SCHEDULED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "PERIODS UNRESOLVED:" TO WS-C-LABEL
           MOVE WS-UNRESOLVED-TOTAL TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           IF WS-FC-DROPPED > ZERO
               MOVE "RUNS NOT LISTED:" TO WS-C-LABEL
               MOVE WS-FC-DROPPED TO WS-C-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
