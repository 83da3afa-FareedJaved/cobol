       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWKVERFY.
      * Independent proof of the fiscal-week calendar FWKBUILD wrote,
      * and the period map Finance signs off. In the CALVERIFY style
      * it re-reads every FWK-RECORD and re-derives it from scratch
      * from nothing but the rule and pattern on the file header -
      * the periods run on from each other without a gap or overlap,
      * every period is whole weeks ending on the year-end weekday,
      * the week counts follow the pattern (with the 53rd week in
      * period 12), quarters and week numbers add up, and each year
      * closes on the day the LAST/NEAR rule says, checked against
      * month-ends worked out here rather than taken from CALFILE.
      * The header and trailer are re-checked as well. Every period
      * prints on the map with any discrepancy flagged under it.
      * Return code 0 only on a perfectly clean file, 8 when
      * discrepancies are reported, 16 when the file itself cannot be
      * processed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEEK-CALENDAR-FILE ASSIGN TO "FWKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FWKVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WEEK-CALENDAR-FILE
           RECORDING MODE IS F.
       COPY FWKREC.
       COPY FWKCTL.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FWK-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
           88 WS-ABORT-RUN VALUE "Y".
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
           88 WS-HEADER-SEEN VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-RULE-USABLE-SW PIC X VALUE "N".
           88 WS-RULE-USABLE VALUE "Y".
       01 WS-PRIOR-SEEN-SW PIC X VALUE "N".
           88 WS-PRIOR-SEEN VALUE "Y".
       01 WS-DATES-USABLE-SW PIC X VALUE "N".
           88 WS-DATES-USABLE VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(6).
           05 FILLER PIC X(7).
      * Header rule and pattern, saved as the header is read.
       01 WS-HDR-RULE PIC X(4) VALUE SPACES.
           88 WS-RULE-IS-LAST VALUE "LAST".
           88 WS-RULE-IS-NEAR VALUE "NEAR".
       01 WS-HDR-END-MONTH PIC 9(2) VALUE ZEROES.
       01 WS-HDR-END-WEEKDAY PIC 9 VALUE ZERO.
       01 WS-HDR-PATTERN PIC X(3) VALUE SPACES.
           88 WS-PATTERN-IS-VALID VALUES "445" "454" "544".
       01 WS-HDR-PATTERN-R REDEFINES WS-HDR-PATTERN.
           05 WS-PATTERN-WEEKS OCCURS 3 TIMES PIC 9.
       01 WS-HDR-NAMING PIC X VALUE SPACE.
           88 WS-NAMED-FOR-END VALUE "E".
           88 WS-NAMED-FOR-START VALUE "S".
       01 WS-HDR-START-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-HDR-END-YEAR PIC 9(4) VALUE ZEROES.
      * What the last period on file said, for the run-on checks.
       01 WS-PRIOR-FISCAL-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-PRIOR-PERIOD PIC 9(2) VALUE ZEROES.
       01 WS-PRIOR-END-SERIAL PIC 9(7) VALUE ZEROES.
       01 WS-FIRST-FISCAL-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-EXPECT-FIRST-WEEK PIC 9(2) VALUE ZEROES.
       01 WS-EXPECT-PERIOD PIC 9(2).
       01 WS-EXPECT-FISCAL-YEAR PIC 9(4).
       01 WS-EXPECT-QUARTER PIC 9.
       01 WS-EXPECT-WEEKS PIC 9.
       01 WS-EXPECT-SERIAL PIC 9(7).
       01 WS-PATTERN-POS PIC 9.
       01 WS-START-SERIAL PIC 9(7).
       01 WS-END-SERIAL PIC 9(7).
       01 WS-PERIOD-DAYS PIC S9(7).
       01 WS-DOW-REMAINDER PIC 9.
       01 WS-DAY-OF-WEEK PIC 9.
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR PIC 9(4).
           05 WS-CHECK-MONTH PIC 9(2).
           05 WS-CHECK-DAY PIC 9(2).
       01 WS-CHECK-SERIAL PIC 9(7).
       01 WS-REF-YEAR PIC 9(4).
       01 WS-CAND-YEAR PIC 9(4).
       01 WS-CAND-SERIAL PIC 9(7).
       01 WS-CAND-DIFF PIC S9(7).
       01 WS-CAND-ABS PIC 9(7).
       01 WS-BEST-ABS PIC 9(7).
       01 WS-BEST-DIFF PIC S9(7).
       01 WS-BEST-YEAR PIC 9(4).
       01 WS-YEAR-OFFSET PIC S9.
      * Running totals for the trailer proof.
       01 WS-RECORDS-CHECKED PIC 9(7) VALUE ZEROES.
       01 WS-YEAR-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-LONG-YEAR-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-WEEKS-HASH PIC 9(9) VALUE ZEROES.
       01 WS-DISCREPANCY-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-HDR-LINE.
           05 FILLER PIC X(44)
               VALUE "FISCAL-WEEK CALENDAR PROOF AND PERIOD MAP".
       01 WS-RULE-LINE.
           05 FILLER PIC X(18) VALUE "YEAR-END RULE:    ".
           05 WS-R-RULE PIC X(4).
           05 FILLER PIC X(8) VALUE "  MONTH ".
           05 WS-R-MONTH PIC 9(2).
           05 FILLER PIC X(10) VALUE "  WEEKDAY ".
           05 WS-R-WEEKDAY PIC 9.
           05 FILLER PIC X(10) VALUE "  PATTERN ".
           05 WS-R-PATTERN PIC X(3).
           05 FILLER PIC X(9) VALUE "  NAMING ".
           05 WS-R-NAMING PIC X.
       01 WS-YEAR-LINE.
           05 FILLER PIC X(12) VALUE "FISCAL YEAR ".
           05 WS-Y-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-Y-WEEKS PIC 9(2).
           05 FILLER PIC X(7) VALUE " WEEKS ".
           05 WS-Y-NOTE PIC X(20).
       01 WS-MAP-HDR.
           05 FILLER PIC X(8)  VALUE "  PERIOD".
           05 FILLER PIC X(6)  VALUE "  QTR".
           05 FILLER PIC X(12) VALUE "  START".
           05 FILLER PIC X(12) VALUE "  END".
           05 FILLER PIC X(7)  VALUE " WEEKS".
           05 FILLER PIC X(14) VALUE "  WEEKS OF YR".
       01 WS-MAP-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-M-PERIOD PIC 9(2).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-M-QUARTER PIC 9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-M-START PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-M-END PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-M-WEEKS PIC 9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-M-FIRST-WEEK PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-M-LAST-WEEK PIC 9(2).
       01 WS-PRINT-DATE.
           05 WS-P-YEAR PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 WS-P-MONTH PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-P-DAY PIC 9(2).
       01 WS-DISCREPANCY-LINE.
           05 FILLER PIC X(8) VALUE "  *** FY".
           05 WS-D-YEAR PIC 9(4).
           05 FILLER PIC X(2) VALUE " P".
           05 WS-D-PERIOD PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-FIELD PIC X(16).
           05 FILLER PIC X(6) VALUE " FILE=".
           05 WS-D-FILE-VALUE PIC X(8).
           05 FILLER PIC X(9) VALUE " DERIVED=".
           05 WS-D-DERIVED-VALUE PIC X(8).
       01 WS-MSG-LINE PIC X(80).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZZZ9.
       01 WS-SIGNOFF-1.
           05 FILLER PIC X(21) VALUE "PROVED BY FWKVERFY ON".
           05 FILLER PIC X VALUE SPACE.
           05 WS-S-DATE PIC 9(8).
       01 WS-SIGNOFF-2.
           05 FILLER PIC X(18) VALUE "FINANCE SIGN-OFF: ".
           05 FILLER PIC X(24) VALUE ALL "_".
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 FILLER PIC X(10) VALUE ALL "_".
       PROCEDURE DIVISION.
       FWKVERFY-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM WS-HDR-LINE
           OPEN INPUT WEEK-CALENDAR-FILE
           IF WS-FWK-FILE-STATUS NOT = "00"
               DISPLAY "FWKVERFY: UNABLE TO OPEN FWKFILE, STATUS "
                   WS-FWK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ WEEK-CALENDAR-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-RECORD
                           THRU CHECK-ONE-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE WEEK-CALENDAR-FILE
           IF NOT WS-ABORT-RUN
               PERFORM CHECK-FILE-STRUCTURE
                   THRU CHECK-FILE-STRUCTURE-EXIT
           END-IF
           PERFORM PRINT-SUMMARY
           CLOSE REPORT-FILE
           IF NOT WS-ABORT-RUN AND WS-DISCREPANCY-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-ONE-RECORD.
           IF FWK-HDR-PRESENT
               IF WS-HEADER-SEEN OR WS-RECORDS-CHECKED > ZERO
                   MOVE "HEADER RECORD OUT OF PLACE" TO WS-MSG-LINE
                   PERFORM REPORT-STRUCTURE-PROBLEM
               ELSE
                   SET WS-HEADER-SEEN TO TRUE
                   PERFORM TAKE-HEADER-RULE
               END-IF
               GO TO CHECK-ONE-RECORD-EXIT
           END-IF
           IF FWK-TRL-PRESENT
               IF WS-TRAILER-SEEN
                   MOVE "DUPLICATE TRAILER RECORD" TO WS-MSG-LINE
                   PERFORM REPORT-STRUCTURE-PROBLEM
               ELSE
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM BALANCE-TRAILER-TOTALS
               END-IF
               GO TO CHECK-ONE-RECORD-EXIT
           END-IF
           IF WS-TRAILER-SEEN
               MOVE "DETAIL RECORD AFTER TRAILER" TO WS-MSG-LINE
               PERFORM REPORT-STRUCTURE-PROBLEM
               GO TO CHECK-ONE-RECORD-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-CHECKED
           IF FWK-FISCAL-YEAR NOT NUMERIC OR
               FWK-PERIOD NOT NUMERIC OR
               FWK-QUARTER NOT NUMERIC OR
               FWK-START-DATE NOT NUMERIC OR
               FWK-END-DATE NOT NUMERIC OR
               FWK-WEEK-COUNT NOT NUMERIC OR
               FWK-FIRST-WEEK NOT NUMERIC OR
               FWK-YEAR-WEEKS NOT NUMERIC
               MOVE "PERIOD RECORD NOT NUMERIC - NOT CHECKED"
                   TO WS-MSG-LINE
               PERFORM REPORT-STRUCTURE-PROBLEM
               GO TO CHECK-ONE-RECORD-EXIT
           END-IF
           ADD FWK-WEEK-COUNT TO WS-WEEKS-HASH
           IF FWK-PERIOD = 12
               ADD 1 TO WS-YEAR-COUNT
               IF FWK-IS-53-WEEK-YEAR
                   ADD 1 TO WS-LONG-YEAR-COUNT
               END-IF
           END-IF
           PERFORM PRINT-MAP-LINE
           PERFORM RECONCILE-ONE-PERIOD THRU RECONCILE-ONE-PERIOD-EXIT
           SET WS-PRIOR-SEEN TO TRUE
           MOVE FWK-FISCAL-YEAR TO WS-PRIOR-FISCAL-YEAR
           MOVE FWK-PERIOD TO WS-PRIOR-PERIOD
           IF WS-DATES-USABLE
               MOVE WS-END-SERIAL TO WS-PRIOR-END-SERIAL
           ELSE
               MOVE ZEROES TO WS-PRIOR-END-SERIAL
           END-IF.
       CHECK-ONE-RECORD-EXIT.
           EXIT.

       TAKE-HEADER-RULE.
      * Everything below is re-derived from the rule the header says
      * the file was built under; a header that does not hold a
      * usable rule leaves only the structural checks.
           MOVE FWK-HDR-RULE TO WS-HDR-RULE
           MOVE FWK-HDR-PATTERN TO WS-HDR-PATTERN
           MOVE FWK-HDR-NAMING TO WS-HDR-NAMING
           MOVE FWK-HDR-START-YEAR TO WS-HDR-START-YEAR
           MOVE FWK-HDR-END-YEAR TO WS-HDR-END-YEAR
           IF (WS-RULE-IS-LAST OR WS-RULE-IS-NEAR) AND
               FWK-HDR-END-MONTH NUMERIC AND
               FWK-HDR-END-WEEKDAY NUMERIC AND
               WS-PATTERN-IS-VALID AND
               (WS-NAMED-FOR-END OR WS-NAMED-FOR-START)
               MOVE FWK-HDR-END-MONTH TO WS-HDR-END-MONTH
               MOVE FWK-HDR-END-WEEKDAY TO WS-HDR-END-WEEKDAY
               IF WS-HDR-END-MONTH > 0 AND WS-HDR-END-MONTH < 13 AND
                   WS-HDR-END-WEEKDAY > 0 AND WS-HDR-END-WEEKDAY < 8
                   SET WS-RULE-USABLE TO TRUE
               END-IF
           END-IF
           IF WS-RULE-USABLE
               MOVE WS-HDR-RULE TO WS-R-RULE
               MOVE WS-HDR-END-MONTH TO WS-R-MONTH
               MOVE WS-HDR-END-WEEKDAY TO WS-R-WEEKDAY
               MOVE WS-HDR-PATTERN TO WS-R-PATTERN
               MOVE WS-HDR-NAMING TO WS-R-NAMING
               WRITE RPT-LINE FROM WS-RULE-LINE
           ELSE
               MOVE "HEADER RULE UNUSABLE - PERIODS NOT RE-DERIVED"
                   TO WS-MSG-LINE
               PERFORM REPORT-STRUCTURE-PROBLEM
           END-IF.

       PRINT-MAP-LINE.
           IF FWK-PERIOD = 1 OR NOT WS-PRIOR-SEEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE FWK-FISCAL-YEAR TO WS-Y-YEAR
               MOVE FWK-YEAR-WEEKS TO WS-Y-WEEKS
               IF FWK-IS-53-WEEK-YEAR
                   MOVE "(53-WEEK YEAR)" TO WS-Y-NOTE
               ELSE
                   MOVE SPACES TO WS-Y-NOTE
               END-IF
               WRITE RPT-LINE FROM WS-YEAR-LINE
               WRITE RPT-LINE FROM WS-MAP-HDR
           END-IF
           MOVE FWK-PERIOD TO WS-M-PERIOD
           MOVE FWK-QUARTER TO WS-M-QUARTER
           MOVE FWK-START-DATE (1:4) TO WS-P-YEAR
           MOVE FWK-START-DATE (5:2) TO WS-P-MONTH
           MOVE FWK-START-DATE (7:2) TO WS-P-DAY
           MOVE WS-PRINT-DATE TO WS-M-START
           MOVE FWK-END-DATE (1:4) TO WS-P-YEAR
           MOVE FWK-END-DATE (5:2) TO WS-P-MONTH
           MOVE FWK-END-DATE (7:2) TO WS-P-DAY
           MOVE WS-PRINT-DATE TO WS-M-END
           MOVE FWK-WEEK-COUNT TO WS-M-WEEKS
           MOVE FWK-FIRST-WEEK TO WS-M-FIRST-WEEK
           COMPUTE WS-M-LAST-WEEK =
               FWK-FIRST-WEEK + FWK-WEEK-COUNT - 1
           WRITE RPT-LINE FROM WS-MAP-LINE.

       RECONCILE-ONE-PERIOD.
      * Dates first - nothing else can be worked out from a date that
      * is not a date.
           MOVE "N" TO WS-DATES-USABLE-SW
           MOVE FWK-START-DATE TO WS-CHECK-DATE
           PERFORM PROVE-CHECK-DATE
           IF WS-CHECK-SERIAL = ZERO
               MOVE "START DATE" TO WS-D-FIELD
               MOVE FWK-START-DATE TO WS-D-FILE-VALUE
               MOVE "INVALID" TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
               GO TO RECONCILE-ONE-PERIOD-EXIT
           END-IF
           MOVE WS-CHECK-SERIAL TO WS-START-SERIAL
           MOVE FWK-END-DATE TO WS-CHECK-DATE
           PERFORM PROVE-CHECK-DATE
           IF WS-CHECK-SERIAL = ZERO
               MOVE "END DATE" TO WS-D-FIELD
               MOVE FWK-END-DATE TO WS-D-FILE-VALUE
               MOVE "INVALID" TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
               GO TO RECONCILE-ONE-PERIOD-EXIT
           END-IF
           MOVE WS-CHECK-SERIAL TO WS-END-SERIAL
           SET WS-DATES-USABLE TO TRUE
      * Run-on from the period before: next period number (period 1
      * of the next fiscal year after 12), and no gap or overlap.
           IF NOT WS-PRIOR-SEEN
               MOVE FWK-FISCAL-YEAR TO WS-FIRST-FISCAL-YEAR
               MOVE 1 TO WS-EXPECT-PERIOD
               MOVE FWK-FISCAL-YEAR TO WS-EXPECT-FISCAL-YEAR
           ELSE
               IF WS-PRIOR-PERIOD = 12
                   MOVE 1 TO WS-EXPECT-PERIOD
                   COMPUTE WS-EXPECT-FISCAL-YEAR =
                       WS-PRIOR-FISCAL-YEAR + 1
               ELSE
                   COMPUTE WS-EXPECT-PERIOD = WS-PRIOR-PERIOD + 1
                   MOVE WS-PRIOR-FISCAL-YEAR TO WS-EXPECT-FISCAL-YEAR
               END-IF
               IF WS-PRIOR-END-SERIAL NOT = ZERO
                   COMPUTE WS-EXPECT-SERIAL = WS-PRIOR-END-SERIAL + 1
                   IF WS-START-SERIAL NOT = WS-EXPECT-SERIAL
                       MOVE "START (RUN-ON)" TO WS-D-FIELD
                       MOVE FWK-START-DATE TO WS-D-FILE-VALUE
                       COMPUTE WS-CHECK-DATE = FUNCTION
                           DATE-OF-INTEGER (WS-EXPECT-SERIAL)
                       MOVE WS-CHECK-DATE TO WS-D-DERIVED-VALUE
                       PERFORM WRITE-DISCREPANCY
                   END-IF
               END-IF
           END-IF
           IF FWK-FISCAL-YEAR NOT = WS-EXPECT-FISCAL-YEAR
               MOVE "FISCAL YEAR" TO WS-D-FIELD
               MOVE FWK-FISCAL-YEAR TO WS-D-FILE-VALUE
               MOVE WS-EXPECT-FISCAL-YEAR TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           IF FWK-PERIOD NOT = WS-EXPECT-PERIOD
               MOVE "PERIOD" TO WS-D-FIELD
               MOVE FWK-PERIOD TO WS-D-FILE-VALUE
               MOVE WS-EXPECT-PERIOD TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           IF FWK-PERIOD < 1 OR FWK-PERIOD > 12
               GO TO RECONCILE-ONE-PERIOD-EXIT
           END-IF
           COMPUTE WS-EXPECT-QUARTER = (FWK-PERIOD + 2) / 3
           IF FWK-QUARTER NOT = WS-EXPECT-QUARTER
               MOVE "QUARTER" TO WS-D-FIELD
               MOVE FWK-QUARTER TO WS-D-FILE-VALUE
               MOVE WS-EXPECT-QUARTER TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
      * Whole weeks, ending on the year-end weekday.
           COMPUTE WS-PERIOD-DAYS = WS-END-SERIAL - WS-START-SERIAL + 1
           IF WS-PERIOD-DAYS NOT = FWK-WEEK-COUNT * 7
               MOVE "DAYS IN PERIOD" TO WS-D-FIELD
               COMPUTE WS-CAND-ABS = FWK-WEEK-COUNT * 7
               MOVE WS-CAND-ABS TO WS-D-FILE-VALUE
               MOVE WS-PERIOD-DAYS TO WS-CAND-ABS
               MOVE WS-CAND-ABS TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           IF FWK-PERIOD = 1
               MOVE 1 TO WS-EXPECT-FIRST-WEEK
           END-IF
           IF FWK-FIRST-WEEK NOT = WS-EXPECT-FIRST-WEEK AND
               WS-EXPECT-FIRST-WEEK NOT = ZERO
               MOVE "FIRST WEEK" TO WS-D-FIELD
               MOVE FWK-FIRST-WEEK TO WS-D-FILE-VALUE
               MOVE WS-EXPECT-FIRST-WEEK TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           COMPUTE WS-EXPECT-FIRST-WEEK =
               FWK-FIRST-WEEK + FWK-WEEK-COUNT
           IF FWK-YEAR-WEEKS NOT = 52 AND FWK-YEAR-WEEKS NOT = 53
               MOVE "WEEKS IN YEAR" TO WS-D-FIELD
               MOVE FWK-YEAR-WEEKS TO WS-D-FILE-VALUE
               MOVE "52 OR 53" TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           IF NOT WS-RULE-USABLE
               GO TO RECONCILE-ONE-PERIOD-EXIT
           END-IF
           COMPUTE WS-DOW-REMAINDER = FUNCTION MOD (WS-END-SERIAL 7)
           IF WS-DOW-REMAINDER = ZERO
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-DOW-REMAINDER TO WS-DAY-OF-WEEK
           END-IF
           IF WS-DAY-OF-WEEK NOT = WS-HDR-END-WEEKDAY
               MOVE "END WEEKDAY" TO WS-D-FIELD
               MOVE WS-DAY-OF-WEEK TO WS-D-FILE-VALUE
               MOVE WS-HDR-END-WEEKDAY TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           COMPUTE WS-PATTERN-POS = FUNCTION MOD (FWK-PERIOD - 1 3) + 1
           MOVE WS-PATTERN-WEEKS (WS-PATTERN-POS) TO WS-EXPECT-WEEKS
           IF FWK-PERIOD = 12 AND FWK-IS-53-WEEK-YEAR
               ADD 1 TO WS-EXPECT-WEEKS
           END-IF
           IF FWK-WEEK-COUNT NOT = WS-EXPECT-WEEKS
               MOVE "WEEK COUNT" TO WS-D-FIELD
               MOVE FWK-WEEK-COUNT TO WS-D-FILE-VALUE
               MOVE WS-EXPECT-WEEKS TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           IF FWK-PERIOD = 1 AND WS-NAMED-FOR-START
               IF FWK-FISCAL-YEAR NOT = FWK-START-DATE (1:4)
                   MOVE "YEAR NAMING" TO WS-D-FIELD
                   MOVE FWK-FISCAL-YEAR TO WS-D-FILE-VALUE
                   MOVE FWK-START-DATE (1:4) TO WS-D-DERIVED-VALUE
                   PERFORM WRITE-DISCREPANCY
               END-IF
           END-IF
           IF FWK-PERIOD = 12
               PERFORM PROVE-YEAR-END THRU PROVE-YEAR-END-EXIT
           END-IF.
       RECONCILE-ONE-PERIOD-EXIT.
           EXIT.

       PROVE-YEAR-END.
      * The year must close on the rule's day. The month-end it is
      * measured against is the year-end month's last day nearest
      * the period 12 end date - worked out here as the day before
      * the first of the following month, not taken from CALFILE.
           IF FWK-YEAR-WEEKS NOT =
               FWK-FIRST-WEEK + FWK-WEEK-COUNT - 1
               MOVE "WEEKS IN YEAR" TO WS-D-FIELD
               MOVE FWK-YEAR-WEEKS TO WS-D-FILE-VALUE
               COMPUTE WS-CAND-ABS = FWK-FIRST-WEEK + FWK-WEEK-COUNT - 1
               MOVE WS-CAND-ABS TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF
           MOVE 9999999 TO WS-BEST-ABS
           MOVE FWK-END-DATE (1:4) TO WS-REF-YEAR
           PERFORM VARYING WS-YEAR-OFFSET FROM -1 BY 1
               UNTIL WS-YEAR-OFFSET > 1
               COMPUTE WS-CAND-YEAR = WS-REF-YEAR + WS-YEAR-OFFSET
               IF WS-HDR-END-MONTH = 12
                   COMPUTE WS-CHECK-YEAR = WS-CAND-YEAR + 1
                   MOVE 1 TO WS-CHECK-MONTH
               ELSE
                   MOVE WS-CAND-YEAR TO WS-CHECK-YEAR
                   COMPUTE WS-CHECK-MONTH = WS-HDR-END-MONTH + 1
               END-IF
               MOVE 1 TO WS-CHECK-DAY
               COMPUTE WS-CAND-SERIAL =
                   FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) - 1
               COMPUTE WS-CAND-DIFF = WS-CAND-SERIAL - WS-END-SERIAL
               IF WS-CAND-DIFF < ZERO
                   COMPUTE WS-CAND-ABS = ZERO - WS-CAND-DIFF
               ELSE
                   MOVE WS-CAND-DIFF TO WS-CAND-ABS
               END-IF
               IF WS-CAND-ABS < WS-BEST-ABS
                   MOVE WS-CAND-ABS TO WS-BEST-ABS
                   MOVE WS-CAND-DIFF TO WS-BEST-DIFF
                   MOVE WS-CAND-YEAR TO WS-BEST-YEAR
               END-IF
           END-PERFORM
      * LAST: the month-end is the year-end or up to six days after
      * it. NEAR: the year-end is within three days either side.
           IF (WS-RULE-IS-LAST AND
                   (WS-BEST-DIFF < 0 OR WS-BEST-DIFF > 6)) OR
               (WS-RULE-IS-NEAR AND WS-BEST-ABS > 3)
               MOVE "YEAR-END RULE" TO WS-D-FIELD
               MOVE FWK-END-DATE TO WS-D-FILE-VALUE
               MOVE "NOT MET" TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
               GO TO PROVE-YEAR-END-EXIT
           END-IF
           IF WS-NAMED-FOR-END AND FWK-FISCAL-YEAR NOT = WS-BEST-YEAR
               MOVE "YEAR NAMING" TO WS-D-FIELD
               MOVE FWK-FISCAL-YEAR TO WS-D-FILE-VALUE
               MOVE WS-BEST-YEAR TO WS-D-DERIVED-VALUE
               PERFORM WRITE-DISCREPANCY
           END-IF.
       PROVE-YEAR-END-EXIT.
           EXIT.

       PROVE-CHECK-DATE.
      * Serial of WS-CHECK-DATE, or zero when it is not a real date
      * (the round trip through the serial must give it back).
           MOVE ZEROES TO WS-CHECK-SERIAL
           IF WS-CHECK-MONTH > 0 AND WS-CHECK-MONTH < 13 AND
               WS-CHECK-DAY > 0 AND WS-CHECK-DAY < 32 AND
               WS-CHECK-YEAR > 1600
               COMPUTE WS-CHECK-SERIAL =
                   FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
               IF FUNCTION DATE-OF-INTEGER (WS-CHECK-SERIAL)
                   NOT = WS-CHECK-DATE
                   MOVE ZEROES TO WS-CHECK-SERIAL
               END-IF
           END-IF.

       BALANCE-TRAILER-TOTALS.
           IF FWK-TRL-RECORD-COUNT NOT = WS-RECORDS-CHECKED
               MOVE "TRL REC COUNT" TO WS-D-FIELD
               MOVE FWK-TRL-RECORD-COUNT TO WS-D-FILE-VALUE
               MOVE WS-RECORDS-CHECKED TO WS-D-DERIVED-VALUE
               PERFORM WRITE-CONTROL-DISCREPANCY
           END-IF
           IF FWK-TRL-YEAR-COUNT NOT = WS-YEAR-COUNT
               MOVE "TRL YEAR COUNT" TO WS-D-FIELD
               MOVE FWK-TRL-YEAR-COUNT TO WS-D-FILE-VALUE
               MOVE WS-YEAR-COUNT TO WS-D-DERIVED-VALUE
               PERFORM WRITE-CONTROL-DISCREPANCY
           END-IF
           IF FWK-TRL-LONG-YEAR-COUNT NOT = WS-LONG-YEAR-COUNT
               MOVE "TRL 53-WK YEARS" TO WS-D-FIELD
               MOVE FWK-TRL-LONG-YEAR-COUNT TO WS-D-FILE-VALUE
               MOVE WS-LONG-YEAR-COUNT TO WS-D-DERIVED-VALUE
               PERFORM WRITE-CONTROL-DISCREPANCY
           END-IF
           IF FWK-TRL-WEEKS-HASH NOT = WS-WEEKS-HASH
               MOVE "TRL WEEKS HASH" TO WS-D-FIELD
               MOVE FWK-TRL-WEEKS-HASH (2:8) TO WS-D-FILE-VALUE
               MOVE WS-WEEKS-HASH (2:8) TO WS-D-DERIVED-VALUE
               PERFORM WRITE-CONTROL-DISCREPANCY
           END-IF.

       CHECK-FILE-STRUCTURE.
           IF NOT WS-HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO WS-MSG-LINE
               PERFORM REPORT-STRUCTURE-PROBLEM
           END-IF
           IF NOT WS-TRAILER-SEEN
               MOVE "TRAILER RECORD MISSING - FILE IS SHORT"
                   TO WS-MSG-LINE
               PERFORM REPORT-STRUCTURE-PROBLEM
           END-IF
           IF WS-RECORDS-CHECKED = ZERO
               MOVE "NO PERIOD RECORDS ON FILE" TO WS-MSG-LINE
               PERFORM REPORT-STRUCTURE-PROBLEM
               GO TO CHECK-FILE-STRUCTURE-EXIT
           END-IF
      * The file must hold whole fiscal years, and exactly the range
      * the header promises.
           IF WS-PRIOR-PERIOD NOT = 12
               MOVE "LAST FISCAL YEAR IS INCOMPLETE" TO WS-MSG-LINE
               PERFORM REPORT-STRUCTURE-PROBLEM
           END-IF
           IF WS-HEADER-SEEN
               IF WS-HDR-START-YEAR NOT = WS-FIRST-FISCAL-YEAR
                   MOVE ZEROES TO FWK-FISCAL-YEAR FWK-PERIOD
                   MOVE "HDR START YEAR" TO WS-D-FIELD
                   MOVE WS-HDR-START-YEAR TO WS-D-FILE-VALUE
                   MOVE WS-FIRST-FISCAL-YEAR TO WS-D-DERIVED-VALUE
                   PERFORM WRITE-CONTROL-DISCREPANCY
               END-IF
               IF WS-HDR-END-YEAR NOT = WS-PRIOR-FISCAL-YEAR
                   MOVE "HDR END YEAR" TO WS-D-FIELD
                   MOVE WS-HDR-END-YEAR TO WS-D-FILE-VALUE
                   MOVE WS-PRIOR-FISCAL-YEAR TO WS-D-DERIVED-VALUE
                   PERFORM WRITE-CONTROL-DISCREPANCY
               END-IF
           END-IF.
       CHECK-FILE-STRUCTURE-EXIT.
           EXIT.

       REPORT-STRUCTURE-PROBLEM.
           ADD 1 TO WS-DISCREPANCY-COUNT
           WRITE RPT-LINE FROM WS-MSG-LINE.

       WRITE-DISCREPANCY.
           MOVE FWK-FISCAL-YEAR TO WS-D-YEAR
           MOVE FWK-PERIOD TO WS-D-PERIOD
           ADD 1 TO WS-DISCREPANCY-COUNT
           WRITE RPT-LINE FROM WS-DISCREPANCY-LINE.

       WRITE-CONTROL-DISCREPANCY.
      * File-level totals belong to no one period.
           MOVE ZEROES TO WS-D-YEAR
           MOVE ZEROES TO WS-D-PERIOD
           ADD 1 TO WS-DISCREPANCY-COUNT
           WRITE RPT-LINE FROM WS-DISCREPANCY-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PERIODS CHECKED:" TO WS-C-LABEL
           MOVE WS-RECORDS-CHECKED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "FISCAL YEARS:" TO WS-C-LABEL
           MOVE WS-YEAR-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "53-WEEK YEARS:" TO WS-C-LABEL
           MOVE WS-LONG-YEAR-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "DISCREPANCIES:" TO WS-C-LABEL
           MOVE WS-DISCREPANCY-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           IF WS-DISCREPANCY-COUNT = ZERO
               MOVE "FISCAL-WEEK CALENDAR PROVES CLEAN" TO WS-MSG-LINE
           ELSE
               MOVE "FISCAL-WEEK CALENDAR DOES NOT RECONCILE"
                   TO WS-MSG-LINE
           END-IF
           WRITE RPT-LINE FROM WS-MSG-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CDT-DATE TO WS-S-DATE
           WRITE RPT-LINE FROM WS-SIGNOFF-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGNOFF-2.
