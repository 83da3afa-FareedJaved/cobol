      * listed on a reject report with counts in the HOLMAINT
      * reporting style. The published calendar stays the single
      * date authority either way.
      * Accrual year-fraction requests (function YF, see DCBREC) are
      * answered by the DAYCOUNT service in the same pass, so the
      * file-based loan and fee systems get the same day counts as
      * the programs that CALL it.
      * Effective-business-date requests (function EB) are answered
      * by the SITETIME site clock service: a central timestamp and
      * a site come back as the site's local date and time and the
      * business date the site books it to, after its cut-off and
      * holidays - the same answer the DATEINQ screen gives.
      * A request id already seen earlier in the same input file is
      * a double-sent request: it is answered with the duplicate code
      * (see DCBREC) without calling DATECALC, so the trail does not
      * carry the answer twice, and listed on the reject report.
      * Checkpoint/restart in the CALENDAR-BUILD discipline: the
      * control card gives the checkpoint interval N, and after every
      * N requests the answers so far are forced out to DCANSOUT and
      * the running counts written to DCBCKPT. A run that finds a
      * checkpoint is a restart - it reads back the answers already
      * on DCANSOUT against DCREQIN (the ids must pair off, or it is
      * not the same input), takes up the counts, and extends
      * DCANSOUT from the first unanswered request, so the trailer
      * still balances the whole run and no request is asked of
      * DATECALC twice. Answers that reached the file after the last
      * checkpoint are taken up too rather than asked again. A clean
      * finish deletes the checkpoint. An interval of zero or no
      * card takes no checkpoints.
      * Return code 0 on a clean run, 4 when any request came back
      * with a nonzero error code, 16 when a file cannot be
      * processed, the card is invalid, or a restart does not match
      * the files it was given (the checkpoint is then left in place
      * for ops to look at).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-ANS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DCBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "DCBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01 REQ-RECORD PIC X(48).
       FD  ANSWER-FILE.
       01 ANS-RECORD PIC X(91).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       FD  CONTROL-CARD-FILE.
       01 CC-RECORD.
           05 CC-CHECKPOINT-INTERVAL PIC X(7).
       FD  CHECKPOINT-FILE.
       01 CKPT-RECORD.
      * Running counts at the checkpoint - what the trailer needs to
      * balance the whole run after a restart.
           05 CKPT-REQUESTS-READ PIC 9(7).
           05 CKPT-REQUESTS-OK PIC 9(7).
           05 CKPT-REQUESTS-ERRORED PIC 9(7).
           05 CKPT-DUPLICATES PIC 9(7).
       WORKING-STORAGE SECTION.
       01 WS-REQ-FILE-STATUS PIC XX VALUE "00".
       01 WS-ANS-FILE-STATUS PIC XX VALUE "00".
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-CKPT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
       01 WS-REQUESTS-READ PIC 9(7) VALUE ZEROES.
       01 WS-REQUESTS-OK PIC 9(7) VALUE ZEROES.
       01 WS-REQUESTS-ERRORED PIC 9(7) VALUE ZEROES.
       01 WS-DUPLICATES PIC 9(7) VALUE ZEROES.
      * 9 in the answer means the card itself was unusable and
      * DATECALC was never called, 8 that the request id repeated an
      * earlier one in the file - see DCBREC.
       01 WS-CARD-UNUSABLE PIC 9 VALUE 9.
       01 WS-CARD-DUPLICATE PIC 9 VALUE 8.
      * Card fields are captured here before the card file closes -
      * the record area is not dependable after the CLOSE.
       01 WS-CARD-INTERVAL PIC X(7).
       01 WS-CKPT-INTERVAL PIC 9(7) VALUE ZEROES.
       01 WS-SINCE-CKPT PIC 9(7) VALUE ZEROES.
       01 WS-RESTARTED-SWITCH PIC X VALUE "N".
           88 WS-IS-RESTART VALUE "Y".
       01 WS-TRAILER-ON-FILE-SW PIC X VALUE "N".
           88 WS-TRAILER-ON-FILE VALUE "Y".
       01 WS-RESTART-POINT PIC 9(7) VALUE ZEROES.
       01 WS-ANSWERS-ON-FILE PIC 9(7) VALUE ZEROES.
      * Every request id seen so far, hashed on its eight characters
      * into an open-addressed table (LOW-VALUES marks an empty slot;
      * a collision steps to the next slot). The table is sized well
      * past the largest feed so it never runs more than about
      * three-quarters full.
       01 WS-ID-TABLE.
           05 WS-ID-SLOT PIC X(8) OCCURS 250007 TIMES.
       01 WS-ID-SLOTS PIC 9(7) VALUE 250007.
       01 WS-ID-LIMIT PIC 9(7) VALUE 190000.
       01 WS-ID-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-ID-KEY PIC X(8).
       01 WS-ID-HASH PIC 9(9).
       01 WS-ID-CHAR-IDX PIC 9.
       01 WS-ID-SLOT-IDX PIC 9(7).
       01 WS-ID-SEARCH-SW PIC X.
           88 WS-ID-SEARCH-DONE VALUE "Y".
       01 WS-ID-DUPLICATE-SW PIC X.
           88 WS-ID-IS-DUPLICATE VALUE "Y".
       COPY DCBREC.
       COPY DATECIO.
       COPY DAYCIO.
       COPY STIMEIO.
       01 WS-HDR-1.
           05 FILLER PIC X(40)
               VALUE "DATECALC BULK REQUEST REJECT REPORT".
           05 FILLER PIC X(10) VALUE "DATE-2".
           05 FILLER PIC X(7)  VALUE "COUNT".
           05 FILLER PIC X(5)  VALUE "SITE".
           05 FILLER PIC X(9)  VALUE "ERROR".
           05 FILLER PIC X(20) VALUE "REASON".
       01 WS-DETAIL-LINE.
           05 WS-D-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-SITE PIC X(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-D-ERROR PIC 9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-REASON PIC X(20).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZZZ9.
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM WS-HDR-1
           WRITE RPT-LINE FROM WS-HDR-2
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
           IF WS-ABORT-RUN
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           MOVE LOW-VALUES TO WS-ID-TABLE
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "DATEBULK: UNABLE TO OPEN DCREQIN, STATUS "
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM CHECK-FOR-RESTART
           IF WS-IS-RESTART
               PERFORM TAKE-UP-ANSWERS-ON-FILE
                   THRU TAKE-UP-ANSWERS-ON-FILE-EXIT
               IF WS-ABORT-RUN OR WS-TRAILER-ON-FILE
                   CLOSE REQUEST-FILE
                   PERFORM PRINT-COUNTS
                   CLOSE REPORT-FILE
                   GOBACK
               END-IF
               OPEN EXTEND ANSWER-FILE
               DISPLAY "DATEBULK: RESTARTING AFTER REQUEST "
                   WS-REQUESTS-READ
           ELSE
               OPEN OUTPUT ANSWER-FILE
           END-IF
           IF WS-ANS-FILE-STATUS NOT = "00"
               DISPLAY "DATEBULK: UNABLE TO OPEN DCANSOUT, STATUS "
                   WS-ANS-FILE-STATUS
           PERFORM PRINT-COUNTS
           CLOSE REPORT-FILE
           IF NOT WS-ABORT-RUN
               PERFORM REMOVE-CHECKPOINT
               IF WS-REQUESTS-ERRORED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       READ-CONTROL-CARD.
      * No card (SYSIN DD DUMMY) means no checkpoints are taken.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           MOVE SPACES TO WS-CARD-INTERVAL
           READ CONTROL-CARD-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE CC-CHECKPOINT-INTERVAL TO WS-CARD-INTERVAL
           END-READ
           CLOSE CONTROL-CARD-FILE
           IF WS-CARD-INTERVAL = SPACES
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           IF WS-CARD-INTERVAL NOT NUMERIC
               DISPLAY "DATEBULK: INVALID CONTROL CARD - CHECKPOINT "
                   "INTERVAL MUST BE 7 DIGITS"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           MOVE WS-CARD-INTERVAL TO WS-CKPT-INTERVAL.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       CHECK-FOR-RESTART.
      * A checkpoint left by an abended run makes this a restart.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET WS-IS-RESTART TO TRUE
                       MOVE CKPT-REQUESTS-READ TO WS-RESTART-POINT
                       MOVE CKPT-REQUESTS-READ TO WS-REQUESTS-READ
                       MOVE CKPT-REQUESTS-OK TO WS-REQUESTS-OK
                       MOVE CKPT-REQUESTS-ERRORED
                           TO WS-REQUESTS-ERRORED
                       MOVE CKPT-DUPLICATES TO WS-DUPLICATES
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       TAKE-UP-ANSWERS-ON-FILE.
      * Read back what the abended run left on DCANSOUT, pairing each
      * answer with its request so the same input is proven and the
      * request ids are known again for the duplicate check. The
      * checkpoint counts cover the answers up to the checkpoint;
      * any answer past it is counted from its own error code.
           OPEN INPUT ANSWER-FILE
           IF WS-ANS-FILE-STATUS NOT = "00"
               DISPLAY "DATEBULK: RESTART BUT UNABLE TO OPEN "
                   "DCANSOUT, STATUS " WS-ANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO TAKE-UP-ANSWERS-ON-FILE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN OR WS-TRAILER-ON-FILE
               READ ANSWER-FILE INTO DCB-ANSWER-RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF DCB-ANS-ID (1:3) = "TRL"
                           SET WS-TRAILER-ON-FILE TO TRUE
                           MOVE DCB-ANSWER-RECORD
                               TO DCB-TRAILER-RECORD
                       ELSE
                           PERFORM TAKE-UP-ONE-ANSWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWER-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-ABORT-RUN
               GO TO TAKE-UP-ANSWERS-ON-FILE-EXIT
           END-IF
      * A trailer already on file means the abended run got past its
      * last answer and only failed to clear the checkpoint - the
      * answer file is complete and must not be touched again.
           IF WS-TRAILER-ON-FILE
               DISPLAY "DATEBULK: DCANSOUT ALREADY COMPLETE - "
                   "CHECKPOINT CLEARED, NOTHING RERUN"
               MOVE DCB-TRL-REQUEST-COUNT TO WS-REQUESTS-READ
               MOVE DCB-TRL-OK-COUNT TO WS-REQUESTS-OK
               MOVE DCB-TRL-ERROR-COUNT TO WS-REQUESTS-ERRORED
               PERFORM REMOVE-CHECKPOINT
               IF WS-REQUESTS-ERRORED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO TAKE-UP-ANSWERS-ON-FILE-EXIT
           END-IF
           IF WS-ANSWERS-ON-FILE < WS-RESTART-POINT
               DISPLAY "DATEBULK: DCANSOUT HOLDS " WS-ANSWERS-ON-FILE
                   " ANSWERS, CHECKPOINT SAYS " WS-RESTART-POINT
                   " - CLEAR DCBCKPT AND RERUN FROM THE START"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO TAKE-UP-ANSWERS-ON-FILE-EXIT
           END-IF
           MOVE WS-ANSWERS-ON-FILE TO WS-REQUESTS-READ.
       TAKE-UP-ANSWERS-ON-FILE-EXIT.
           EXIT.

       TAKE-UP-ONE-ANSWER.
           READ REQUEST-FILE INTO DCB-REQUEST-RECORD
               AT END
                   DISPLAY "DATEBULK: DCANSOUT HAS MORE ANSWERS THAN "
                       "DCREQIN HAS REQUESTS - NOT THE SAME INPUT"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
           END-READ
           IF NOT WS-ABORT-RUN
               IF DCB-ANS-ID NOT = DCB-REQ-ID
                   DISPLAY "DATEBULK: ANSWER " DCB-ANS-ID
                       " DOES NOT PAIR WITH REQUEST " DCB-REQ-ID
                       " - NOT THE SAME INPUT"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-ANSWERS-ON-FILE
                   IF DCB-ANS-ERROR-CODE NOT = WS-CARD-UNUSABLE
                       MOVE DCB-REQ-ID TO WS-ID-KEY
                       PERFORM CHECK-REQUEST-ID
                           THRU CHECK-REQUEST-ID-EXIT
                   END-IF
                   IF WS-ANSWERS-ON-FILE > WS-RESTART-POINT
                       EVALUATE TRUE
                           WHEN DCB-ANS-ERROR-CODE = ZERO
                               ADD 1 TO WS-REQUESTS-OK
                           WHEN DCB-ANS-ERROR-CODE = WS-CARD-DUPLICATE
                               ADD 1 TO WS-REQUESTS-ERRORED
                               ADD 1 TO WS-DUPLICATES
                           WHEN OTHER
                               ADD 1 TO WS-REQUESTS-ERRORED
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       CHECK-REQUEST-ID.
      * Looks WS-ID-KEY up in the id table and enters it when it is
      * new; WS-ID-IS-DUPLICATE says whether it was already there.
           MOVE "N" TO WS-ID-DUPLICATE-SW
           MOVE ZEROES TO WS-ID-HASH
           PERFORM VARYING WS-ID-CHAR-IDX FROM 1 BY 1
               UNTIL WS-ID-CHAR-IDX > 8
               COMPUTE WS-ID-HASH = FUNCTION MOD
                   ((WS-ID-HASH * 31) +
                   FUNCTION ORD (WS-ID-KEY (WS-ID-CHAR-IDX:1))
                   WS-ID-SLOTS)
           END-PERFORM
           COMPUTE WS-ID-SLOT-IDX = WS-ID-HASH + 1
           MOVE "N" TO WS-ID-SEARCH-SW
           PERFORM UNTIL WS-ID-SEARCH-DONE
               EVALUATE TRUE
                   WHEN WS-ID-SLOT (WS-ID-SLOT-IDX) = LOW-VALUES
                       SET WS-ID-SEARCH-DONE TO TRUE
                   WHEN WS-ID-SLOT (WS-ID-SLOT-IDX) = WS-ID-KEY
                       SET WS-ID-SEARCH-DONE TO TRUE
                       SET WS-ID-IS-DUPLICATE TO TRUE
                   WHEN WS-ID-SLOT-IDX >= WS-ID-SLOTS
                       MOVE 1 TO WS-ID-SLOT-IDX
                   WHEN OTHER
                       ADD 1 TO WS-ID-SLOT-IDX
               END-EVALUATE
           END-PERFORM
           IF WS-ID-IS-DUPLICATE
               GO TO CHECK-REQUEST-ID-EXIT
           END-IF
           IF WS-ID-COUNT >= WS-ID-LIMIT
               DISPLAY "DATEBULK: REQUEST ID TABLE FULL"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO CHECK-REQUEST-ID-EXIT
           END-IF
           MOVE WS-ID-KEY TO WS-ID-SLOT (WS-ID-SLOT-IDX)
           ADD 1 TO WS-ID-COUNT.
       CHECK-REQUEST-ID-EXIT.
           EXIT.

       ANSWER-ONE-REQUEST.
      * The numeric request fields have to hold together before the
      * record can be handed to DATECALC at all; a card that does
           MOVE DCB-REQ-SITE-CODE TO DCB-ANS-SITE-CODE
           MOVE ZEROES TO DCB-ANS-RESULT-DATE
           MOVE ZEROES TO DCB-ANS-RESULT-DAYS
           MOVE DCB-REQ-CONVENTION TO DCB-ANS-CONVENTION
           MOVE ZEROES TO DCB-ANS-YEAR-FRACTION
           IF DCB-REQ-CENTRAL-TIME NUMERIC
               MOVE DCB-REQ-CENTRAL-TIME TO DCB-ANS-CENTRAL-TIME
           ELSE
               MOVE ZEROES TO DCB-ANS-CENTRAL-TIME
           END-IF
           MOVE ZEROES TO DCB-ANS-LOCAL-DATE
           MOVE ZEROES TO DCB-ANS-LOCAL-TIME
      * A requester id opening with the trailer ID would let the
      * receiving job mistake this answer for the trailer record -
      * DCBREC reserves it, and it is refused here.
           IF DCB-REQ-DATE-1 NOT NUMERIC OR
               DCB-REQ-DATE-2 NOT NUMERIC OR
               DCB-REQ-DAY-COUNT NOT NUMERIC OR
               DCB-REQ-ID (1:3) = "TRL" OR
               (DCB-REQ-FUNCTION = "EB" AND
                DCB-REQ-CENTRAL-TIME NOT NUMERIC)
               MOVE WS-CARD-UNUSABLE TO DCB-ANS-ERROR-CODE
               ADD 1 TO WS-REQUESTS-ERRORED
               PERFORM PRINT-REJECT-LINE
               PERFORM WRITE-ANSWER-RECORD
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           MOVE DCB-REQ-ID TO WS-ID-KEY
           PERFORM CHECK-REQUEST-ID THRU CHECK-REQUEST-ID-EXIT
           IF WS-ABORT-RUN
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           IF WS-ID-IS-DUPLICATE
               MOVE WS-CARD-DUPLICATE TO DCB-ANS-ERROR-CODE
               ADD 1 TO WS-REQUESTS-ERRORED
               ADD 1 TO WS-DUPLICATES
               PERFORM PRINT-REJECT-LINE
               PERFORM WRITE-ANSWER-RECORD
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           IF DCB-REQ-FUNCTION = "YF"
               PERFORM ASK-DAYCOUNT
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           IF DCB-REQ-FUNCTION = "EB"
               PERFORM ASK-SITETIME
               GO TO ANSWER-ONE-REQUEST-EXIT
           END-IF
           MOVE DCB-REQ-FUNCTION TO DATE-CALC-FUNCTION
           MOVE DCB-REQ-DATE-1 TO DATE-CALC-DATE-1
           MOVE DCB-REQ-DATE-2 TO DATE-CALC-DATE-2
       ANSWER-ONE-REQUEST-EXIT.
           EXIT.

       ASK-DAYCOUNT.
      * An accrual year-fraction request goes to the DAYCOUNT service,
      * which audits it on DAYCAUD the way DATECALC audits on DATEAUD.
           MOVE DCB-REQ-CONVENTION TO DAY-CNT-CONVENTION
           MOVE DCB-REQ-DATE-1 TO DAY-CNT-START-DATE
           MOVE DCB-REQ-DATE-2 TO DAY-CNT-END-DATE
           MOVE "DATEBULK" TO DAY-CNT-JOB-NAME
           CALL "DAYCOUNT" USING DAY-CNT-PARMS
           MOVE DAY-CNT-DAYS TO DCB-ANS-RESULT-DAYS
           MOVE DAY-CNT-YEAR-FRACTION TO DCB-ANS-YEAR-FRACTION
           MOVE DAY-CNT-ERROR-CODE TO DCB-ANS-ERROR-CODE
           IF DAY-CNT-OK
               ADD 1 TO WS-REQUESTS-OK
           ELSE
               ADD 1 TO WS-REQUESTS-ERRORED
               PERFORM PRINT-REJECT-LINE
           END-IF
           PERFORM WRITE-ANSWER-RECORD.

       ASK-SITETIME.
      * An effective-business-date request goes to the SITETIME
      * service, whose DATECALC calls are audited on DATEAUD under
      * this job's name.
           MOVE DCB-REQ-DATE-1 TO SITE-TIME-CENTRAL-DATE
           MOVE DCB-REQ-CENTRAL-TIME TO SITE-TIME-CENTRAL-TIME
           MOVE DCB-REQ-SITE-CODE TO SITE-TIME-SITE-CODE
           MOVE "DATEBULK" TO SITE-TIME-JOB-NAME
           CALL "SITETIME" USING SITE-TIME-PARMS
           MOVE SITE-TIME-EFFECTIVE-DATE TO DCB-ANS-RESULT-DATE
           MOVE SITE-TIME-LOCAL-DATE TO DCB-ANS-LOCAL-DATE
           MOVE SITE-TIME-LOCAL-TIME TO DCB-ANS-LOCAL-TIME
           MOVE SITE-TIME-ERROR-CODE TO DCB-ANS-ERROR-CODE
           IF SITE-TIME-OK
               ADD 1 TO WS-REQUESTS-OK
           ELSE
               ADD 1 TO WS-REQUESTS-ERRORED
               PERFORM PRINT-REJECT-LINE
           END-IF
           PERFORM WRITE-ANSWER-RECORD.

       WRITE-ANSWER-RECORD.
           WRITE ANS-RECORD FROM DCB-ANSWER-RECORD
           IF WS-ANS-FILE-STATUS NOT = "00"
                   WS-ANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF WS-CKPT-INTERVAL > ZERO
                   ADD 1 TO WS-SINCE-CKPT
                   IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
                       PERFORM TAKE-CHECKPOINT
                       MOVE ZEROES TO WS-SINCE-CKPT
                   END-IF
               END-IF
           END-IF.

       TAKE-CHECKPOINT.
      * The answer file is closed and reopened first so every answer
      * the checkpoint counts is really on DCANSOUT; the checkpoint
      * is then rewritten with the running counts.
           CLOSE ANSWER-FILE
           OPEN EXTEND ANSWER-FILE
           IF WS-ANS-FILE-STATUS NOT = "00"
               DISPLAY "DATEBULK: UNABLE TO REOPEN DCANSOUT AT "
                   "CHECKPOINT, STATUS " WS-ANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE WS-REQUESTS-READ TO CKPT-REQUESTS-READ
               MOVE WS-REQUESTS-OK TO CKPT-REQUESTS-OK
               MOVE WS-REQUESTS-ERRORED TO CKPT-REQUESTS-ERRORED
               MOVE WS-DUPLICATES TO CKPT-DUPLICATES
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKPT-FILE-STATUS NOT = "00"
                   DISPLAY "DATEBULK: UNABLE TO OPEN DCBCKPT, STATUS "
                       WS-CKPT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   WRITE CKPT-RECORD
                   IF WS-CKPT-FILE-STATUS NOT = "00"
                       DISPLAY "DATEBULK: CHECKPOINT WRITE FAILED, "
                           "STATUS " WS-CKPT-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

       REMOVE-CHECKPOINT.
      * A clean end-to-end run has nothing left to restart from - drop
      * the checkpoint so the next run is not mistaken for a restart.
           CALL "CBL_DELETE_FILE" USING "DCBCKPT".

       WRITE-ANSWER-TRAILER.
           MOVE SPACES TO DCB-TRAILER-RECORD
           MOVE "TRL" TO DCB-TRL-ID
           MOVE DCB-REQ-DAY-COUNT TO WS-D-COUNT
           MOVE DCB-REQ-SITE-CODE TO WS-D-SITE
           MOVE DCB-ANS-ERROR-CODE TO WS-D-ERROR
           EVALUATE DCB-ANS-ERROR-CODE
               WHEN WS-CARD-DUPLICATE
                   MOVE "DUPLICATE REQUEST ID" TO WS-D-REASON
               WHEN WS-CARD-UNUSABLE
                   MOVE "REQUEST UNUSABLE" TO WS-D-REASON
           END-EVALUATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       PRINT-COUNTS.
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "REQUESTS IN ERROR:" TO WS-C-LABEL
           MOVE WS-REQUESTS-ERRORED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "DUPLICATE REQUEST IDS:" TO WS-C-LABEL
           MOVE WS-DUPLICATES TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           IF WS-IS-RESTART
               MOVE "RESTARTED AFTER REQUEST:" TO WS-C-LABEL
               MOVE WS-ANSWERS-ON-FILE TO WS-C-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
