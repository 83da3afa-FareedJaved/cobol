       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIMPCT.
      * Holiday change impact analysis. Takes the holiday adds and
      * deletes HOLMAINT logged on HOLCLOG (see HOLCREC) for the run
      * dates on the control card, then scans the DATECALC audit
      * trail the AUDSCAN DD points at - the live DATEAUD and/or any
      * number of DATECUT archive generations, concatenated - for
      * the business-day answers (AB, SB, NB, PB, ME, FQ, BB) whose
      * date span took in a changed date for a matching site. Each
      * such answer is asked of DATECALC again under the current
      * holiday master and calendar, and every answer that now comes
      * out different is listed by caller job name with the old and
      * new result, so the application teams know exactly which
      * invoices and schedules to reissue.
      * Spans: AB/SB/NB/PB run from DATE-1 to the answer, BB from
      * DATE-1 to DATE-2, ME over the whole month of DATE-1, FQ from
      * the first of the answer's month to the answer. A change
      * matches an answer when either side is the "ALL" wildcard or
      * the site codes are the same (DATEAUD records a blank request
      * site as "ALL"). A CHANGE card only renames a holiday, so it
      * cannot move an answer and is not considered. Answers that
      * came back with an error the first time are not re-asked.
      * The re-asks are DATECALC calls like any other and land on the
      * DATEAUD trail under this program's name; those records are
      * passed over when an older trail is scanned again.
      * The same question asked many times by one job is listed once
      * with the number of times it was asked.
      * Control card: change-log run date start CCYYMMDD then end
      * CCYYMMDD; an end date of spaces or zeroes takes the single
      * start day.
      * Return code 0 when no issued answer is affected, 4 when
      * answers now differ and are listed, 16 when a file cannot be
      * processed, the calendar fails, or the card is invalid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "HOLCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOG-FILE-STATUS.
           SELECT AUDIT-SCAN-FILE ASSIGN TO "AUDSCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOLIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01 CC-RECORD.
           05 CC-START-DATE PIC X(8).
           05 CC-END-DATE PIC X(8).
       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY HOLCREC.
       FD  AUDIT-SCAN-FILE.
       COPY DCAREC.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-CLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-SCAN-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
           88 WS-ABORT-RUN VALUE "Y".
      * Card fields are captured here before the card file closes -
      * the record area is not dependable after the CLOSE.
       01 WS-CARD-START-DATE PIC X(8).
       01 WS-CARD-END-DATE PIC X(8).
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
      * Holiday adds and deletes applied inside the card window.
       01 WS-CHANGE-TABLE.
           05 WS-CHG-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-CHG-ENTRY OCCURS 500 TIMES.
               10 WS-CHG-ACTION PIC X.
               10 WS-CHG-DATE PIC 9(8).
               10 WS-CHG-SITE PIC X(3).
               10 WS-CHG-OPERATOR PIC X(8).
               10 WS-CHG-RUN-DATE PIC 9(8).
               10 WS-CHG-RUN-TIME PIC 9(6).
       01 WS-CHG-IDX PIC 9(3).
       01 WS-CHG-MATCH-SW PIC X.
           88 WS-CHG-MATCHED VALUE "Y".
      * Date span an audited answer depended on.
       01 WS-SPAN-LOW PIC 9(8).
       01 WS-SPAN-HIGH PIC 9(8).
       01 WS-SPAN-WORK PIC 9(8).
       01 WS-SPAN-WORK-R REDEFINES WS-SPAN-WORK.
           05 WS-SPAN-YYYYMM PIC 9(6).
           05 WS-SPAN-DD PIC 9(2).
       01 WS-DIFFERS-SW PIC X.
           88 WS-ANSWER-DIFFERS VALUE "Y".
       COPY DATECIO.
      * Answers that now come out different, one entry per distinct
      * question per caller.
       01 WS-STALE-TABLE.
           05 WS-STL-COUNT PIC 9(4) VALUE ZEROES.
           05 WS-STL-ENTRY OCCURS 2000 TIMES.
               10 WS-STL-JOB-NAME PIC X(8).
               10 WS-STL-FUNCTION PIC X(2).
               10 WS-STL-DATE-1 PIC 9(8).
               10 WS-STL-DATE-2 PIC 9(8).
               10 WS-STL-DAY-COUNT PIC 9(5).
               10 WS-STL-SITE-CODE PIC X(3).
               10 WS-STL-OLD-DATE PIC 9(8).
               10 WS-STL-OLD-DAYS PIC S9(7).
               10 WS-STL-NEW-DATE PIC 9(8).
               10 WS-STL-NEW-DAYS PIC S9(7).
               10 WS-STL-NEW-ERROR PIC 9.
               10 WS-STL-TIMES PIC 9(5).
       01 WS-STL-IDX PIC 9(4).
       01 WS-STL-FOUND-IDX PIC 9(4).
      * Distinct caller jobs among the stale answers, for printing
      * the listing in job-name order.
       01 WS-JOB-TABLE.
           05 WS-JOB-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-JOB-ENTRY OCCURS 500 TIMES.
               10 WS-JOB-NAME PIC X(8).
               10 WS-JOB-ANSWERS PIC 9(5).
               10 WS-JOB-PRINTED PIC X.
       01 WS-JOB-IDX PIC 9(3).
       01 WS-JOB-FOUND-IDX PIC 9(3).
       01 WS-JOB-NEXT-IDX PIC 9(3).
       01 WS-PRINT-PASS PIC 9(3).
       01 WS-AUDIT-READ PIC 9(7) VALUE ZEROES.
       01 WS-ANSWERS-REASKED PIC 9(7) VALUE ZEROES.
       01 WS-ANSWERS-DIFFERENT PIC 9(7) VALUE ZEROES.
       01 WS-EDIT-DAYS PIC -(7)9.
       01 WS-HDR-1.
           05 FILLER PIC X(34)
               VALUE "HOLIDAY CHANGE IMPACT ANALYSIS".
           05 WS-H-START PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-H-END PIC 9(8).
       01 WS-CHG-HDR-1.
           05 FILLER PIC X(40) VALUE "HOLIDAY CHANGES APPLIED".
       01 WS-CHG-HDR-2.
           05 FILLER PIC X(4)  VALUE "ACT".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(5)  VALUE "SITE".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(16) VALUE "HOLMAINT RUN".
       01 WS-CHG-LINE.
           05 WS-G-ACTION PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-G-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-G-SITE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-G-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-G-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACES.
           05 WS-G-RUN-TIME PIC 9(6).
       01 WS-JOB-HDR.
           05 FILLER PIC X(12) VALUE "CALLER JOB: ".
           05 WS-J-JOB-NAME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-J-ANSWERS PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE " DISTINCT ANSWERS".
       01 WS-HDR-2.
           05 FILLER PIC X(4)  VALUE "FN".
           05 FILLER PIC X(10) VALUE "DATE-1".
           05 FILLER PIC X(10) VALUE "DATE-2".
           05 FILLER PIC X(7)  VALUE "COUNT".
           05 FILLER PIC X(6)  VALUE "SITE".
           05 FILLER PIC X(10) VALUE "OLD".
           05 FILLER PIC X(10) VALUE "NEW".
           05 FILLER PIC X(5)  VALUE "TIMES".
       01 WS-DETAIL-LINE.
           05 WS-D-FUNCTION PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DATE-1 PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DATE-2 PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DAY-COUNT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-SITE-CODE PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-OLD PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NEW PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-TIMES PIC ZZZZ9.
       01 WS-ERROR-TEXT.
           05 FILLER PIC X(6) VALUE "ERROR ".
           05 WS-E-CODE PIC 9.
           05 FILLER PIC X VALUE SPACE.
       01 WS-DAY-COUNT-EDIT PIC ZZZZ9.
       01 WS-MSG-LINE PIC X(80).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       HOLIMPCT-MAIN.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
           IF NOT WS-ABORT-RUN
               MOVE WS-START-DATE TO WS-H-START
               MOVE WS-END-DATE TO WS-H-END
               WRITE RPT-LINE FROM WS-HDR-1
               PERFORM LOAD-CHANGE-TABLE THRU LOAD-CHANGE-TABLE-EXIT
           END-IF
           IF NOT WS-ABORT-RUN AND WS-CHG-COUNT > ZERO
               PERFORM SCAN-AUDIT-TRAIL THRU SCAN-AUDIT-TRAIL-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM PRINT-CHANGES
               PERFORM PRINT-STALE-ANSWERS
               PERFORM PRINT-COUNTS
           END-IF
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ANSWERS-DIFFERENT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "HOLIMPCT: NO SYSIN CONTROL CARD"
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
           IF WS-EOF OR WS-CARD-START-DATE NOT NUMERIC
               MOVE "N" TO WS-EOF-SWITCH
               DISPLAY "HOLIMPCT: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           MOVE WS-CARD-START-DATE TO WS-START-DATE
           IF WS-CARD-END-DATE = SPACES OR
               WS-CARD-END-DATE = "00000000"
               MOVE WS-START-DATE TO WS-END-DATE
           ELSE
               IF WS-CARD-END-DATE NOT NUMERIC
                   DISPLAY "HOLIMPCT: INVALID CONTROL CARD"
                   SET WS-ABORT-RUN TO TRUE
                   GO TO READ-CONTROL-CARD-EXIT
               END-IF
               MOVE WS-CARD-END-DATE TO WS-END-DATE
           END-IF
           IF WS-END-DATE < WS-START-DATE
               DISPLAY "HOLIMPCT: INVALID CONTROL CARD - END DATE "
                   "BEFORE START DATE"
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       LOAD-CHANGE-TABLE.
      * No change log yet (file status 35) means no holiday has been
      * changed since logging began - nothing can be stale.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CLOG-FILE-STATUS = "35"
               GO TO LOAD-CHANGE-TABLE-EXIT
           END-IF
           IF WS-CLOG-FILE-STATUS NOT = "00"
               DISPLAY "HOLIMPCT: UNABLE TO OPEN HOLCLOG, STATUS "
                   WS-CLOG-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-CHANGE-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ CHANGE-LOG-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF (HOLC-IS-ADD OR HOLC-IS-DELETE) AND
                           HOLC-RUN-DATE NOT < WS-START-DATE AND
                           HOLC-RUN-DATE NOT > WS-END-DATE
                           PERFORM KEEP-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       LOAD-CHANGE-TABLE-EXIT.
           EXIT.

       KEEP-ONE-CHANGE.
           IF WS-CHG-COUNT >= 500
               DISPLAY "HOLIMPCT: CHANGE TABLE FULL"
               SET WS-ABORT-RUN TO TRUE
           ELSE
               ADD 1 TO WS-CHG-COUNT
               MOVE HOLC-ACTION TO WS-CHG-ACTION (WS-CHG-COUNT)
               MOVE HOLC-DATE TO WS-CHG-DATE (WS-CHG-COUNT)
               MOVE HOLC-SITE-CODE TO WS-CHG-SITE (WS-CHG-COUNT)
               MOVE HOLC-OPERATOR-ID
                   TO WS-CHG-OPERATOR (WS-CHG-COUNT)
               MOVE HOLC-RUN-DATE TO WS-CHG-RUN-DATE (WS-CHG-COUNT)
               MOVE HOLC-RUN-TIME TO WS-CHG-RUN-TIME (WS-CHG-COUNT)
           END-IF.

       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-SCAN-FILE
           IF WS-SCAN-FILE-STATUS NOT = "00"
               DISPLAY "HOLIMPCT: UNABLE TO OPEN AUDSCAN, STATUS "
                   WS-SCAN-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO SCAN-AUDIT-TRAIL-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ AUDIT-SCAN-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM CHECK-ONE-ANSWER
                           THRU CHECK-ONE-ANSWER-EXIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-SCAN-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       SCAN-AUDIT-TRAIL-EXIT.
           EXIT.

       CHECK-ONE-ANSWER.
           IF DCA-JOB-NAME = "HOLIMPCT"
               GO TO CHECK-ONE-ANSWER-EXIT
           END-IF
           IF DCA-FUNCTION NOT = "AB" AND DCA-FUNCTION NOT = "SB" AND
               DCA-FUNCTION NOT = "NB" AND DCA-FUNCTION NOT = "PB" AND
               DCA-FUNCTION NOT = "ME" AND DCA-FUNCTION NOT = "FQ" AND
               DCA-FUNCTION NOT = "BB"
               GO TO CHECK-ONE-ANSWER-EXIT
           END-IF
           IF DCA-ERROR-CODE NOT = ZERO OR
               DCA-DATE-1 NOT NUMERIC OR DCA-DATE-2 NOT NUMERIC OR
               DCA-RESULT-DATE NOT NUMERIC OR
               DCA-DAY-COUNT NOT NUMERIC
               GO TO CHECK-ONE-ANSWER-EXIT
           END-IF
           PERFORM SET-ANSWER-SPAN
           MOVE "N" TO WS-CHG-MATCH-SW
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-DATE (WS-CHG-IDX) NOT < WS-SPAN-LOW AND
                   WS-CHG-DATE (WS-CHG-IDX) NOT > WS-SPAN-HIGH AND
                   (WS-CHG-SITE (WS-CHG-IDX) = "ALL" OR
                   DCA-SITE-CODE = "ALL" OR
                   WS-CHG-SITE (WS-CHG-IDX) = DCA-SITE-CODE)
                   SET WS-CHG-MATCHED TO TRUE
                   MOVE WS-CHG-COUNT TO WS-CHG-IDX
               END-IF
           END-PERFORM
           IF NOT WS-CHG-MATCHED
               GO TO CHECK-ONE-ANSWER-EXIT
           END-IF
           PERFORM REASK-DATECALC THRU REASK-DATECALC-EXIT.
       CHECK-ONE-ANSWER-EXIT.
           EXIT.

       SET-ANSWER-SPAN.
           EVALUATE DCA-FUNCTION
               WHEN "BB"
                   MOVE DCA-DATE-1 TO WS-SPAN-LOW
                   MOVE DCA-DATE-2 TO WS-SPAN-HIGH
               WHEN "ME"
                   MOVE DCA-DATE-1 TO WS-SPAN-WORK
                   MOVE 01 TO WS-SPAN-DD
                   MOVE WS-SPAN-WORK TO WS-SPAN-LOW
                   MOVE 31 TO WS-SPAN-DD
                   MOVE WS-SPAN-WORK TO WS-SPAN-HIGH
               WHEN "FQ"
                   MOVE DCA-RESULT-DATE TO WS-SPAN-WORK
                   MOVE 01 TO WS-SPAN-DD
                   MOVE WS-SPAN-WORK TO WS-SPAN-LOW
                   MOVE DCA-RESULT-DATE TO WS-SPAN-HIGH
               WHEN OTHER
                   MOVE DCA-DATE-1 TO WS-SPAN-LOW
                   MOVE DCA-RESULT-DATE TO WS-SPAN-HIGH
           END-EVALUATE
           IF WS-SPAN-LOW > WS-SPAN-HIGH
               MOVE WS-SPAN-LOW TO WS-SPAN-WORK
               MOVE WS-SPAN-HIGH TO WS-SPAN-LOW
               MOVE WS-SPAN-WORK TO WS-SPAN-HIGH
           END-IF.

       REASK-DATECALC.
           MOVE DCA-FUNCTION TO DATE-CALC-FUNCTION
           MOVE DCA-DATE-1 TO DATE-CALC-DATE-1
           MOVE DCA-DATE-2 TO DATE-CALC-DATE-2
           MOVE DCA-DAY-COUNT TO DATE-CALC-DAY-COUNT
           MOVE DCA-SITE-CODE TO DATE-CALC-SITE-CODE
           MOVE "HOLIMPCT" TO DATE-CALC-JOB-NAME
           CALL "DATECALC" USING DATE-CALC-PARMS
           ADD 1 TO WS-ANSWERS-REASKED
           IF DATE-CALC-CALENDAR-ERROR
               DISPLAY "HOLIMPCT: DATECALC CALENDAR ERROR - NO "
                   "ANSWER CAN BE RE-ASKED"
               SET WS-ABORT-RUN TO TRUE
               GO TO REASK-DATECALC-EXIT
           END-IF
           MOVE "N" TO WS-DIFFERS-SW
           IF NOT DATE-CALC-OK
               SET WS-ANSWER-DIFFERS TO TRUE
           ELSE
               IF DCA-FUNCTION = "BB"
                   IF DATE-CALC-RESULT-DAYS NOT = DCA-RESULT-DAYS
                       SET WS-ANSWER-DIFFERS TO TRUE
                   END-IF
               ELSE
                   IF DATE-CALC-RESULT-DATE NOT = DCA-RESULT-DATE
                       SET WS-ANSWER-DIFFERS TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-ANSWER-DIFFERS
               ADD 1 TO WS-ANSWERS-DIFFERENT
               PERFORM KEEP-STALE-ANSWER THRU KEEP-STALE-ANSWER-EXIT
           END-IF.
       REASK-DATECALC-EXIT.
           EXIT.

       KEEP-STALE-ANSWER.
      * One entry per distinct question and answer per caller; a
      * repeat only adds to the times-asked count.
           MOVE ZEROES TO WS-STL-FOUND-IDX
           PERFORM VARYING WS-STL-IDX FROM 1 BY 1
               UNTIL WS-STL-IDX > WS-STL-COUNT
               IF WS-STL-JOB-NAME (WS-STL-IDX) = DCA-JOB-NAME AND
                   WS-STL-FUNCTION (WS-STL-IDX) = DCA-FUNCTION AND
                   WS-STL-DATE-1 (WS-STL-IDX) = DCA-DATE-1 AND
                   WS-STL-DATE-2 (WS-STL-IDX) = DCA-DATE-2 AND
                   WS-STL-DAY-COUNT (WS-STL-IDX) = DCA-DAY-COUNT AND
                   WS-STL-SITE-CODE (WS-STL-IDX) = DCA-SITE-CODE AND
                   WS-STL-OLD-DATE (WS-STL-IDX) = DCA-RESULT-DATE AND
                   WS-STL-OLD-DAYS (WS-STL-IDX) = DCA-RESULT-DAYS
                   MOVE WS-STL-IDX TO WS-STL-FOUND-IDX
                   MOVE WS-STL-COUNT TO WS-STL-IDX
               END-IF
           END-PERFORM
           IF WS-STL-FOUND-IDX > ZERO
               ADD 1 TO WS-STL-TIMES (WS-STL-FOUND-IDX)
               GO TO KEEP-STALE-ANSWER-EXIT
           END-IF
           IF WS-STL-COUNT >= 2000
               DISPLAY "HOLIMPCT: STALE ANSWER TABLE FULL"
               SET WS-ABORT-RUN TO TRUE
               GO TO KEEP-STALE-ANSWER-EXIT
           END-IF
           ADD 1 TO WS-STL-COUNT
           MOVE DCA-JOB-NAME TO WS-STL-JOB-NAME (WS-STL-COUNT)
           MOVE DCA-FUNCTION TO WS-STL-FUNCTION (WS-STL-COUNT)
           MOVE DCA-DATE-1 TO WS-STL-DATE-1 (WS-STL-COUNT)
           MOVE DCA-DATE-2 TO WS-STL-DATE-2 (WS-STL-COUNT)
           MOVE DCA-DAY-COUNT TO WS-STL-DAY-COUNT (WS-STL-COUNT)
           MOVE DCA-SITE-CODE TO WS-STL-SITE-CODE (WS-STL-COUNT)
           MOVE DCA-RESULT-DATE TO WS-STL-OLD-DATE (WS-STL-COUNT)
           MOVE DCA-RESULT-DAYS TO WS-STL-OLD-DAYS (WS-STL-COUNT)
           MOVE DATE-CALC-RESULT-DATE
               TO WS-STL-NEW-DATE (WS-STL-COUNT)
           MOVE DATE-CALC-RESULT-DAYS
               TO WS-STL-NEW-DAYS (WS-STL-COUNT)
           MOVE DATE-CALC-ERROR-CODE
               TO WS-STL-NEW-ERROR (WS-STL-COUNT)
           MOVE 1 TO WS-STL-TIMES (WS-STL-COUNT)
           MOVE ZEROES TO WS-JOB-FOUND-IDX
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-NAME (WS-JOB-IDX) = DCA-JOB-NAME
                   MOVE WS-JOB-IDX TO WS-JOB-FOUND-IDX
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
               END-IF
           END-PERFORM
           IF WS-JOB-FOUND-IDX = ZERO
               IF WS-JOB-COUNT >= 500
                   DISPLAY "HOLIMPCT: CALLER JOB TABLE FULL"
                   SET WS-ABORT-RUN TO TRUE
                   GO TO KEEP-STALE-ANSWER-EXIT
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-FOUND-IDX
               MOVE DCA-JOB-NAME TO WS-JOB-NAME (WS-JOB-FOUND-IDX)
               MOVE ZEROES TO WS-JOB-ANSWERS (WS-JOB-FOUND-IDX)
               MOVE "N" TO WS-JOB-PRINTED (WS-JOB-FOUND-IDX)
           END-IF
           ADD 1 TO WS-JOB-ANSWERS (WS-JOB-FOUND-IDX).
       KEEP-STALE-ANSWER-EXIT.
           EXIT.

       PRINT-CHANGES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-CHG-HDR-1
           WRITE RPT-LINE FROM WS-CHG-HDR-2
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE WS-CHG-ACTION (WS-CHG-IDX) TO WS-G-ACTION
               MOVE WS-CHG-DATE (WS-CHG-IDX) TO WS-G-DATE
               MOVE WS-CHG-SITE (WS-CHG-IDX) TO WS-G-SITE
               MOVE WS-CHG-OPERATOR (WS-CHG-IDX) TO WS-G-OPERATOR
               MOVE WS-CHG-RUN-DATE (WS-CHG-IDX) TO WS-G-RUN-DATE
               MOVE WS-CHG-RUN-TIME (WS-CHG-IDX) TO WS-G-RUN-TIME
               WRITE RPT-LINE FROM WS-CHG-LINE
           END-PERFORM.

       PRINT-STALE-ANSWERS.
      * One block per caller job, in job-name order: each pass picks
      * the lowest job name not yet printed.
           PERFORM VARYING WS-PRINT-PASS FROM 1 BY 1
               UNTIL WS-PRINT-PASS > WS-JOB-COUNT
               MOVE ZEROES TO WS-JOB-NEXT-IDX
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-PRINTED (WS-JOB-IDX) = "N"
                       IF WS-JOB-NEXT-IDX = ZERO
                           MOVE WS-JOB-IDX TO WS-JOB-NEXT-IDX
                       ELSE
                           IF WS-JOB-NAME (WS-JOB-IDX) <
                               WS-JOB-NAME (WS-JOB-NEXT-IDX)
                               MOVE WS-JOB-IDX TO WS-JOB-NEXT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-JOB-PRINTED (WS-JOB-NEXT-IDX)
               PERFORM PRINT-ONE-JOB
           END-PERFORM.

       PRINT-ONE-JOB.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-JOB-NAME (WS-JOB-NEXT-IDX) TO WS-J-JOB-NAME
           MOVE WS-JOB-ANSWERS (WS-JOB-NEXT-IDX) TO WS-J-ANSWERS
           WRITE RPT-LINE FROM WS-JOB-HDR
           WRITE RPT-LINE FROM WS-HDR-2
           PERFORM VARYING WS-STL-IDX FROM 1 BY 1
               UNTIL WS-STL-IDX > WS-STL-COUNT
               IF WS-STL-JOB-NAME (WS-STL-IDX) =
                   WS-JOB-NAME (WS-JOB-NEXT-IDX)
                   PERFORM PRINT-STALE-LINE
               END-IF
           END-PERFORM.

       PRINT-STALE-LINE.
      * BB answers are a day count, the rest a date; DATE-2 means
      * something only to BB and the day count only to AB and SB.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-STL-FUNCTION (WS-STL-IDX) TO WS-D-FUNCTION
           MOVE WS-STL-DATE-1 (WS-STL-IDX) TO WS-D-DATE-1
           MOVE WS-STL-SITE-CODE (WS-STL-IDX) TO WS-D-SITE-CODE
           MOVE WS-STL-TIMES (WS-STL-IDX) TO WS-D-TIMES
           IF WS-STL-FUNCTION (WS-STL-IDX) = "AB" OR
               WS-STL-FUNCTION (WS-STL-IDX) = "SB"
               MOVE WS-STL-DAY-COUNT (WS-STL-IDX)
                   TO WS-DAY-COUNT-EDIT
               MOVE WS-DAY-COUNT-EDIT TO WS-D-DAY-COUNT
           END-IF
           IF WS-STL-FUNCTION (WS-STL-IDX) = "BB"
               MOVE WS-STL-DATE-2 (WS-STL-IDX) TO WS-D-DATE-2
               MOVE WS-STL-OLD-DAYS (WS-STL-IDX) TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO WS-D-OLD
               MOVE WS-STL-NEW-DAYS (WS-STL-IDX) TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO WS-D-NEW
           ELSE
               MOVE WS-STL-OLD-DATE (WS-STL-IDX) TO WS-D-OLD
               MOVE WS-STL-NEW-DATE (WS-STL-IDX) TO WS-D-NEW
           END-IF
           IF WS-STL-NEW-ERROR (WS-STL-IDX) NOT = ZERO
               MOVE WS-STL-NEW-ERROR (WS-STL-IDX) TO WS-E-CODE
               MOVE WS-ERROR-TEXT TO WS-D-NEW
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       PRINT-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "HOLIDAY CHANGES:" TO WS-C-LABEL
           MOVE WS-CHG-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "AUDIT RECORDS READ:" TO WS-C-LABEL
           MOVE WS-AUDIT-READ TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "ANSWERS RE-ASKED:" TO WS-C-LABEL
           MOVE WS-ANSWERS-REASKED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "ANSWERS NOW DIFFERENT:" TO WS-C-LABEL
           MOVE WS-ANSWERS-DIFFERENT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "CALLER JOBS AFFECTED:" TO WS-C-LABEL
           MOVE WS-JOB-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           IF WS-ANSWERS-DIFFERENT = ZERO
               MOVE "NO ISSUED ANSWER IS AFFECTED BY THESE CHANGES"
                   TO WS-MSG-LINE
           ELSE
               MOVE "ISSUED ANSWERS NOW DIFFER - REISSUE AS LISTED"
                   TO WS-MSG-LINE
           END-IF
           WRITE RPT-LINE FROM WS-MSG-LINE.
