       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWKLOOK.
      * Fiscal-week lookup service, in the CALLOOK/FPGUARD subroutine
      * style. Callers hand in any calendar date and get back the
      * 4-4-5 fiscal year, period, quarter, week of the year, week of
      * the period, and the period's start and end dates from the
      * fiscal-week calendar FWKBUILD published, so application jobs
      * never work out retail weeks for themselves.
      * The file is loaded once on the first call and kept for the
      * life of the run unit. It is taken in the way CALLOAD takes
      * CALFILE - the header must come first and the trailer must
      * balance the period count and week hash - and a file that
      * does not prove answers every call with the file-error code.
      * A date outside the calendar gets its own code (see FWKLKIO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEEK-CALENDAR-FILE ASSIGN TO "FWKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WEEK-CALENDAR-FILE
           RECORDING MODE IS F.
       COPY FWKREC.
       COPY FWKCTL.
       WORKING-STORAGE SECTION.
       01 WS-FWK-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TABLE-LOADED-SW PIC X VALUE "N".
           88 WS-TABLE-IS-LOADED VALUE "Y".
       01 WS-TABLE-BAD-SW PIC X VALUE "N".
           88 WS-TABLE-IS-BAD VALUE "Y".
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
           88 WS-HEADER-SEEN VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-PERIOD-TABLE.
           05 WS-PER-COUNT PIC 9(4) VALUE ZEROES.
           05 WS-PER-ENTRY OCCURS 1200 TIMES.
               10 WS-PER-FISCAL-YEAR PIC 9(4).
               10 WS-PER-PERIOD PIC 9(2).
               10 WS-PER-QUARTER PIC 9.
               10 WS-PER-START-DATE PIC 9(8).
               10 WS-PER-END-DATE PIC 9(8).
               10 WS-PER-FIRST-WEEK PIC 9(2).
       01 WS-PER-IDX PIC 9(4).
       01 WS-PER-FOUND-IDX PIC 9(4).
       01 WS-WEEKS-HASH PIC 9(9) VALUE ZEROES.
       01 WS-LOOK-DATE PIC 9(8).
       01 WS-LOOK-DATE-R REDEFINES WS-LOOK-DATE.
           05 WS-LOOK-YEAR PIC 9(4).
           05 WS-LOOK-MONTH PIC 9(2).
           05 WS-LOOK-DAY PIC 9(2).
       01 WS-LOOK-SERIAL PIC 9(7).
       01 WS-START-SERIAL PIC 9(7).
       01 WS-WEEK-OF-PERIOD PIC 9.
       LINKAGE SECTION.
       COPY FWKLKIO.
       PROCEDURE DIVISION USING FWK-LOOK-PARMS.
       FWKLOOK.
           SET FWK-LOOK-OK TO TRUE
           MOVE ZEROES TO FWK-LOOK-FISCAL-YEAR
           MOVE ZEROES TO FWK-LOOK-PERIOD
           MOVE ZERO TO FWK-LOOK-QUARTER
           MOVE ZEROES TO FWK-LOOK-WEEK-OF-YEAR
           MOVE ZERO TO FWK-LOOK-WEEK-OF-PERIOD
           MOVE ZEROES TO FWK-LOOK-PERIOD-START
           MOVE ZEROES TO FWK-LOOK-PERIOD-END
           IF NOT WS-TABLE-IS-LOADED
               PERFORM LOAD-PERIOD-TABLE
                   THRU LOAD-PERIOD-TABLE-EXIT
           END-IF
           IF WS-TABLE-IS-BAD
               SET FWK-LOOK-FILE-ERROR TO TRUE
               GO TO FWKLOOK-EXIT
           END-IF
           PERFORM ANSWER-ONE-REQUEST
               THRU ANSWER-ONE-REQUEST-EXIT.
       FWKLOOK-EXIT.
           GOBACK.

       LOAD-PERIOD-TABLE.
           SET WS-TABLE-IS-LOADED TO TRUE
           OPEN INPUT WEEK-CALENDAR-FILE
           IF WS-FWK-FILE-STATUS NOT = "00"
               DISPLAY "FWKLOOK: UNABLE TO OPEN FWKFILE, STATUS "
                   WS-FWK-FILE-STATUS " (CALLER "
                   FWK-LOOK-JOB-NAME ")"
               SET WS-TABLE-IS-BAD TO TRUE
               GO TO LOAD-PERIOD-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TABLE-IS-BAD
               READ WEEK-CALENDAR-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE WEEK-CALENDAR-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-TABLE-IS-BAD
               GO TO LOAD-PERIOD-TABLE-EXIT
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "FWKLOOK: FWKFILE TRAILER MISSING (CALLER "
                   FWK-LOOK-JOB-NAME ")"
               SET WS-TABLE-IS-BAD TO TRUE
           END-IF.
       LOAD-PERIOD-TABLE-EXIT.
           EXIT.

       TAKE-ONE-RECORD.
           EVALUATE TRUE
               WHEN FWK-HDR-PRESENT
                   IF WS-HEADER-SEEN OR WS-PER-COUNT > ZERO
                       DISPLAY "FWKLOOK: FWKFILE HEADER OUT OF PLACE "
                           "(CALLER " FWK-LOOK-JOB-NAME ")"
                       SET WS-TABLE-IS-BAD TO TRUE
                   ELSE
                       SET WS-HEADER-SEEN TO TRUE
                   END-IF
               WHEN NOT WS-HEADER-SEEN
                   DISPLAY "FWKLOOK: FWKFILE HEADER MISSING (CALLER "
                       FWK-LOOK-JOB-NAME ")"
                   SET WS-TABLE-IS-BAD TO TRUE
               WHEN FWK-TRL-PRESENT
                   SET WS-TRAILER-SEEN TO TRUE
                   IF FWK-TRL-RECORD-COUNT NOT = WS-PER-COUNT OR
                       FWK-TRL-WEEKS-HASH NOT = WS-WEEKS-HASH
                       DISPLAY "FWKLOOK: FWKFILE OUT OF BALANCE "
                           "(CALLER " FWK-LOOK-JOB-NAME ")"
                       SET WS-TABLE-IS-BAD TO TRUE
                   END-IF
               WHEN WS-TRAILER-SEEN
                   DISPLAY "FWKLOOK: FWKFILE DETAIL AFTER TRAILER "
                       "(CALLER " FWK-LOOK-JOB-NAME ")"
                   SET WS-TABLE-IS-BAD TO TRUE
               WHEN WS-PER-COUNT >= 1200
                   DISPLAY "FWKLOOK: PERIOD TABLE FULL (CALLER "
                       FWK-LOOK-JOB-NAME ")"
                   SET WS-TABLE-IS-BAD TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PER-COUNT
                   MOVE FWK-FISCAL-YEAR
                       TO WS-PER-FISCAL-YEAR (WS-PER-COUNT)
                   MOVE FWK-PERIOD TO WS-PER-PERIOD (WS-PER-COUNT)
                   MOVE FWK-QUARTER TO WS-PER-QUARTER (WS-PER-COUNT)
                   MOVE FWK-START-DATE
                       TO WS-PER-START-DATE (WS-PER-COUNT)
                   MOVE FWK-END-DATE TO WS-PER-END-DATE (WS-PER-COUNT)
                   MOVE FWK-FIRST-WEEK
                       TO WS-PER-FIRST-WEEK (WS-PER-COUNT)
                   ADD FWK-WEEK-COUNT TO WS-WEEKS-HASH
           END-EVALUATE.

       ANSWER-ONE-REQUEST.
      * A date has to be a real date before it is looked for - the
      * round trip through the day serial must give it back.
           MOVE FWK-LOOK-DATE TO WS-LOOK-DATE
           IF WS-LOOK-DATE NOT NUMERIC
               SET FWK-LOOK-DATE-INVALID TO TRUE
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           IF WS-LOOK-MONTH < 1 OR WS-LOOK-MONTH > 12 OR
               WS-LOOK-DAY < 1 OR WS-LOOK-DAY > 31 OR
               WS-LOOK-YEAR < 1601
               SET FWK-LOOK-DATE-INVALID TO TRUE
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           COMPUTE WS-LOOK-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-LOOK-DATE)
           IF FUNCTION DATE-OF-INTEGER (WS-LOOK-SERIAL)
               NOT = WS-LOOK-DATE
               SET FWK-LOOK-DATE-INVALID TO TRUE
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           MOVE ZEROES TO WS-PER-FOUND-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-LOOK-DATE >= WS-PER-START-DATE (WS-PER-IDX) AND
                   WS-LOOK-DATE <= WS-PER-END-DATE (WS-PER-IDX)
                   MOVE WS-PER-IDX TO WS-PER-FOUND-IDX
                   MOVE WS-PER-COUNT TO WS-PER-IDX
               END-IF
           END-PERFORM
           IF WS-PER-FOUND-IDX = ZERO
               SET FWK-LOOK-DATE-NOT-FOUND TO TRUE
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           MOVE WS-PER-FISCAL-YEAR (WS-PER-FOUND-IDX)
               TO FWK-LOOK-FISCAL-YEAR
           MOVE WS-PER-PERIOD (WS-PER-FOUND-IDX) TO FWK-LOOK-PERIOD
           MOVE WS-PER-QUARTER (WS-PER-FOUND-IDX) TO FWK-LOOK-QUARTER
           MOVE WS-PER-START-DATE (WS-PER-FOUND-IDX)
               TO FWK-LOOK-PERIOD-START
           MOVE WS-PER-END-DATE (WS-PER-FOUND-IDX)
               TO FWK-LOOK-PERIOD-END
           COMPUTE WS-START-SERIAL = FUNCTION INTEGER-OF-DATE
               (WS-PER-START-DATE (WS-PER-FOUND-IDX))
           COMPUTE WS-WEEK-OF-PERIOD =
               ((WS-LOOK-SERIAL - WS-START-SERIAL) / 7) + 1
           MOVE WS-WEEK-OF-PERIOD TO FWK-LOOK-WEEK-OF-PERIOD
           COMPUTE FWK-LOOK-WEEK-OF-YEAR =
               WS-PER-FIRST-WEEK (WS-PER-FOUND-IDX)
               + WS-WEEK-OF-PERIOD - 1.
       ANSWER-ONE-REQUEST-EXIT.
           EXIT.
