       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTSCRN.
      * Posting-date screening run. The application systems drop
      * their day's posting transactions (PSTREC) on POSTIN; this job
      * asks FPGUARD about every posting date and splits the file in
      * two - postings the period control file allows go through
      * unchanged on the POSTOUT pass-through file for the posting
      * programs, and everything FPGUARD blocks (a CLOSING or CLOSED
      * month, a period the control file does not know, a date that
      * is not a date) is held on the suspense file (PSTSREC) with
      * the period status and a reason. A posting whose amount is
      * not numeric is suspended without asking FPGUARD at all.
      * Re-drive: a SYSIN card of "REDRIVE" re-screens the current
      * suspense file instead, after FPMAINT has reopened a period -
      * items now allowed are released to POSTOUT and everything
      * still blocked is written to the new suspense generation with
      * its status and reason refreshed.
      * The PSTRPT control report gives counts and amounts by period,
      * period status, and disposition, then proves the run the way
      * CALVERIFY proves the calendar - items and amount in must
      * equal items and amount accepted plus suspended, to the penny.
      * Return code 0 when everything went through, 4 when anything
      * was suspended, 8 when the control totals do not balance, 16
      * when a file cannot be processed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT POSTING-FILE ASSIGN TO "POSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-FILE-STATUS.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO "PSTSUSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SUS-FILE-STATUS.
           SELECT ACCEPTED-FILE ASSIGN TO "POSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "PSTSUSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
      * "REDRIVE" in columns 1-7; no card (or a blank one) screens
      * POSTIN.
       01 CC-RECORD.
           05 CC-KEYWORD PIC X(7).
           05 FILLER PIC X(73).
       FD  POSTING-FILE.
       01 POSTING-IN-RECORD PIC X(58).
       FD  OLD-SUSPENSE-FILE.
       01 OLD-SUSPENSE-RECORD PIC X(94).
       FD  ACCEPTED-FILE.
       01 ACCEPTED-RECORD PIC X(58).
       FD  SUSPENSE-FILE.
       01 SUSPENSE-RECORD PIC X(94).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-PST-FILE-STATUS PIC XX VALUE "00".
       01 WS-OLD-SUS-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACC-FILE-STATUS PIC XX VALUE "00".
       01 WS-SUS-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
           88 WS-ABORT-RUN VALUE "Y".
       01 WS-MODE-SWITCH PIC X VALUE "S".
           88 WS-IS-SCREEN-RUN VALUE "S".
           88 WS-IS-REDRIVE-RUN VALUE "R".
       01 WS-CARD-KEYWORD PIC X(7) VALUE SPACES.
       01 WS-ITEM-SWITCH PIC X VALUE "A".
           88 WS-ITEM-ACCEPTED VALUE "A".
           88 WS-ITEM-SUSPENDED VALUE "S".
       01 WS-ITEM-PERIOD-STATUS PIC X VALUE SPACE.
       01 WS-ITEM-ERROR-CODE PIC 9 VALUE ZERO.
       01 WS-ITEM-REASON PIC X(20) VALUE SPACES.
       01 WS-ITEM-AMOUNT PIC S9(11)V99 VALUE ZEROES.
      * 9 on the suspense record means the posting itself was
      * unusable (amount not numeric) and FPGUARD was never asked -
      * the same convention DATEBULK uses for an unusable card.
       01 WS-ITEM-UNUSABLE PIC 9 VALUE 9.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(6).
           05 FILLER PIC X(7).
      * Control totals. Amounts are summed in the record sign and
      * scale; a posting whose amount is not numeric counts as an
      * item on every side but adds nothing to any amount.
       01 WS-ITEMS-READ PIC 9(7) VALUE ZEROES.
       01 WS-ITEMS-ACCEPTED PIC 9(7) VALUE ZEROES.
       01 WS-ITEMS-SUSPENDED PIC 9(7) VALUE ZEROES.
       01 WS-ITEMS-NOT-NUMERIC PIC 9(7) VALUE ZEROES.
       01 WS-ITEMS-OUT PIC 9(7) VALUE ZEROES.
       01 WS-AMOUNT-READ PIC S9(13)V99 VALUE ZEROES.
       01 WS-AMOUNT-ACCEPTED PIC S9(13)V99 VALUE ZEROES.
       01 WS-AMOUNT-SUSPENDED PIC S9(13)V99 VALUE ZEROES.
       01 WS-AMOUNT-OUT PIC S9(13)V99 VALUE ZEROES.
      * Period breakdown, kept in key order by insert as entries
      * arrive. Key: period CCYYMM (zeroes when the posting date is
      * not numeric), FPGUARD period status, FPGUARD error code,
      * disposition A(ccepted) or S(uspended).
       01 WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 300 TIMES.
               10 WS-PER-KEY.
                   15 WS-PER-PERIOD PIC 9(6).
                   15 WS-PER-STATUS PIC X.
                   15 WS-PER-ERROR-CODE PIC 9.
                   15 WS-PER-DISPOSITION PIC X.
               10 WS-PER-ITEMS PIC 9(7).
               10 WS-PER-AMOUNT PIC S9(13)V99.
       01 WS-PER-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-PER-IDX PIC 9(3) VALUE ZEROES.
       01 WS-PER-FOUND-IDX PIC 9(3) VALUE ZEROES.
       01 WS-PER-INSERT-IDX PIC 9(3) VALUE ZEROES.
       01 WS-PER-LINES-DROPPED PIC 9(5) VALUE ZEROES.
       01 WS-NEW-PER-KEY.
           05 WS-NEW-PER-PERIOD PIC 9(6).
           05 WS-NEW-PER-STATUS PIC X.
           05 WS-NEW-PER-ERROR-CODE PIC 9.
           05 WS-NEW-PER-DISPOSITION PIC X.
       01 WS-HDR-1.
           05 FILLER PIC X(40)
               VALUE "POSTING-DATE SCREENING CONTROL REPORT".
           05 WS-H-MODE PIC X(20).
       01 WS-HDR-2.
           05 FILLER PIC X(8)  VALUE "PERIOD".
           05 FILLER PIC X(13) VALUE "STATUS".
           05 FILLER PIC X(11) VALUE "DISPOSED".
           05 FILLER PIC X(9)  VALUE "   ITEMS".
           05 FILLER PIC X(20) VALUE "              AMOUNT".
       01 WS-DETAIL-LINE.
           05 WS-D-PERIOD PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-STATUS PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DISPOSITION PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-ITEMS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-AMOUNT PIC -,---,---,---,--9.99.
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZZZ9.
       01 WS-TOTAL-LINE.
           05 WS-T-LABEL PIC X(24).
           05 WS-T-ITEMS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-T-AMOUNT PIC -,---,---,---,--9.99.
       01 WS-MSG-LINE PIC X(80).
       COPY PSTREC.
       COPY PSTSREC.
       COPY FPGIO.
       PROCEDURE DIVISION.
       PSTSCRN-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
           IF WS-ABORT-RUN
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-IS-REDRIVE-RUN
               MOVE "- SUSPENSE RE-DRIVE" TO WS-H-MODE
           ELSE
               MOVE "- SCREENING" TO WS-H-MODE
           END-IF
           WRITE RPT-LINE FROM WS-HDR-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM OPEN-SCREENING-FILES THRU OPEN-SCREENING-FILES-EXIT
           IF WS-ABORT-RUN
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           IF WS-IS-REDRIVE-RUN
               PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
                   READ OLD-SUSPENSE-FILE INTO PSS-RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PSS-TRANSACTION TO PST-RECORD
                           PERFORM SCREEN-ONE-POSTING
                               THRU SCREEN-ONE-POSTING-EXIT
                   END-READ
               END-PERFORM
               CLOSE OLD-SUSPENSE-FILE
           ELSE
               PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
                   READ POSTING-FILE INTO PST-RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO PSS-RECORD
                           MOVE WS-CDT-DATE TO PSS-SUSPENDED-DATE
                           MOVE WS-CDT-TIME TO PSS-SUSPENDED-TIME
                           PERFORM SCREEN-ONE-POSTING
                               THRU SCREEN-ONE-POSTING-EXIT
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE ACCEPTED-FILE SUSPENSE-FILE
           IF WS-ABORT-RUN
               MOVE "RUN ABANDONED - OUTPUT FILES ARE INCOMPLETE"
                   TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM PRINT-PERIOD-BREAKDOWN
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE REPORT-FILE
           GOBACK.

       READ-CONTROL-CARD.
      * No SYSIN at all, or a blank card, is the ordinary screening
      * run; "REDRIVE" re-screens the suspense file. Anything else is
      * refused rather than guessed at - screening the wrong input
      * would double-post or lose the suspense.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           READ CONTROL-CARD-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
      * Saved before the CLOSE - the record buffer is not dependable
      * once the file is closed.
                   MOVE CC-KEYWORD TO WS-CARD-KEYWORD
           END-READ
           CLOSE CONTROL-CARD-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-CARD-KEYWORD = "REDRIVE"
               SET WS-IS-REDRIVE-RUN TO TRUE
           ELSE
               IF WS-CARD-KEYWORD NOT = SPACES
                   DISPLAY "PSTSCRN: UNKNOWN CONTROL CARD "
                       WS-CARD-KEYWORD
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       OPEN-SCREENING-FILES.
           IF WS-IS-REDRIVE-RUN
               OPEN INPUT OLD-SUSPENSE-FILE
               IF WS-OLD-SUS-FILE-STATUS NOT = "00"
                   DISPLAY "PSTSCRN: UNABLE TO OPEN PSTSUSI, STATUS "
                       WS-OLD-SUS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
                   GO TO OPEN-SCREENING-FILES-EXIT
               END-IF
           ELSE
               OPEN INPUT POSTING-FILE
               IF WS-PST-FILE-STATUS NOT = "00"
                   DISPLAY "PSTSCRN: UNABLE TO OPEN POSTIN, STATUS "
                       WS-PST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
                   GO TO OPEN-SCREENING-FILES-EXIT
               END-IF
           END-IF
           OPEN OUTPUT ACCEPTED-FILE
           IF WS-ACC-FILE-STATUS NOT = "00"
               DISPLAY "PSTSCRN: UNABLE TO OPEN POSTOUT, STATUS "
                   WS-ACC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               PERFORM CLOSE-SCREENING-INPUT
               GO TO OPEN-SCREENING-FILES-EXIT
           END-IF
      * The suspense file is added to on a screening run (the JCL
      * gives the standing suspense dataset DISP=MOD) and is a fresh
      * generation on a re-drive; a file not there yet is started.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUS-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUS-FILE-STATUS NOT = "00"
               DISPLAY "PSTSCRN: UNABLE TO OPEN PSTSUSO, STATUS "
                   WS-SUS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               PERFORM CLOSE-SCREENING-INPUT
               CLOSE ACCEPTED-FILE
           END-IF.
       OPEN-SCREENING-FILES-EXIT.
           EXIT.

       CLOSE-SCREENING-INPUT.
           IF WS-IS-REDRIVE-RUN
               CLOSE OLD-SUSPENSE-FILE
           ELSE
               CLOSE POSTING-FILE
           END-IF.

       SCREEN-ONE-POSTING.
      * PST-RECORD holds the posting; PSS-RECORD already carries the
      * first-suspended stamp - this run's on a screening pass, the
      * original one on a re-drive.
           ADD 1 TO WS-ITEMS-READ
           IF PST-AMOUNT NUMERIC
               MOVE PST-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZEROES TO WS-ITEM-AMOUNT
               ADD 1 TO WS-ITEMS-NOT-NUMERIC
           END-IF
           ADD WS-ITEM-AMOUNT TO WS-AMOUNT-READ
           IF PST-AMOUNT NOT NUMERIC
               SET WS-ITEM-SUSPENDED TO TRUE
               MOVE SPACE TO WS-ITEM-PERIOD-STATUS
               MOVE WS-ITEM-UNUSABLE TO WS-ITEM-ERROR-CODE
               MOVE "AMOUNT NOT NUMERIC" TO WS-ITEM-REASON
               GO TO SCREEN-ONE-POSTING-FILE
           END-IF
           MOVE PST-POSTING-DATE TO FPG-POSTING-DATE
           MOVE "PSTSCRN" TO FPG-JOB-NAME
           CALL "FPGUARD" USING FPG-PARMS
      * A control file FPGUARD cannot read would suspend the whole
      * day's postings for nothing - stop instead.
           IF FPG-FILE-ERROR
               DISPLAY "PSTSCRN: FPGUARD CANNOT READ FPCFILE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO SCREEN-ONE-POSTING-EXIT
           END-IF
           MOVE FPG-PERIOD-STATUS TO WS-ITEM-PERIOD-STATUS
           MOVE FPG-ERROR-CODE TO WS-ITEM-ERROR-CODE
           IF FPG-IS-ALLOWED
               SET WS-ITEM-ACCEPTED TO TRUE
               MOVE SPACES TO WS-ITEM-REASON
           ELSE
               SET WS-ITEM-SUSPENDED TO TRUE
               EVALUATE TRUE
                   WHEN FPG-DATE-INVALID
                       MOVE "POSTING DATE INVALID" TO WS-ITEM-REASON
                   WHEN FPG-PERIOD-NOT-FOUND
                       MOVE "PERIOD NOT ON FILE" TO WS-ITEM-REASON
                   WHEN FPG-PERIOD-STATUS = "C"
                       MOVE "PERIOD CLOSING" TO WS-ITEM-REASON
                   WHEN FPG-PERIOD-STATUS = "X"
                       MOVE "PERIOD CLOSED" TO WS-ITEM-REASON
                   WHEN OTHER
                       MOVE "PERIOD NOT OPEN" TO WS-ITEM-REASON
               END-EVALUATE
           END-IF.
       SCREEN-ONE-POSTING-FILE.
           IF WS-ITEM-ACCEPTED
               WRITE ACCEPTED-RECORD FROM PST-RECORD
               IF WS-ACC-FILE-STATUS NOT = "00"
                   DISPLAY "PSTSCRN: POSTOUT WRITE FAILED, STATUS "
                       WS-ACC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
                   GO TO SCREEN-ONE-POSTING-EXIT
               END-IF
               ADD 1 TO WS-ITEMS-ACCEPTED
               ADD WS-ITEM-AMOUNT TO WS-AMOUNT-ACCEPTED
           ELSE
               MOVE PST-RECORD TO PSS-TRANSACTION
               MOVE WS-ITEM-PERIOD-STATUS TO PSS-PERIOD-STATUS
               MOVE WS-ITEM-ERROR-CODE TO PSS-ERROR-CODE
               MOVE WS-ITEM-REASON TO PSS-REASON
               WRITE SUSPENSE-RECORD FROM PSS-RECORD
               IF WS-SUS-FILE-STATUS NOT = "00"
                   DISPLAY "PSTSCRN: PSTSUSO WRITE FAILED, STATUS "
                       WS-SUS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
                   GO TO SCREEN-ONE-POSTING-EXIT
               END-IF
               ADD 1 TO WS-ITEMS-SUSPENDED
               ADD WS-ITEM-AMOUNT TO WS-AMOUNT-SUSPENDED
           END-IF
           PERFORM ADD-TO-PERIOD-BREAKDOWN
               THRU ADD-TO-PERIOD-BREAKDOWN-EXIT.
       SCREEN-ONE-POSTING-EXIT.
           EXIT.

       ADD-TO-PERIOD-BREAKDOWN.
           IF PST-POSTING-DATE NUMERIC
               MOVE PST-POSTING-DATE (1:6) TO WS-NEW-PER-PERIOD
           ELSE
               MOVE ZEROES TO WS-NEW-PER-PERIOD
           END-IF
           MOVE WS-ITEM-PERIOD-STATUS TO WS-NEW-PER-STATUS
           MOVE WS-ITEM-ERROR-CODE TO WS-NEW-PER-ERROR-CODE
           MOVE WS-ITEM-SWITCH TO WS-NEW-PER-DISPOSITION
           MOVE ZEROES TO WS-PER-FOUND-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-KEY (WS-PER-IDX) = WS-NEW-PER-KEY
                   MOVE WS-PER-IDX TO WS-PER-FOUND-IDX
                   MOVE WS-PER-COUNT TO WS-PER-IDX
               END-IF
           END-PERFORM
           IF WS-PER-FOUND-IDX NOT = ZEROES
               ADD 1 TO WS-PER-ITEMS (WS-PER-FOUND-IDX)
               ADD WS-ITEM-AMOUNT TO WS-PER-AMOUNT (WS-PER-FOUND-IDX)
               GO TO ADD-TO-PERIOD-BREAKDOWN-EXIT
           END-IF
      * The totals below still count every item; only the
      * breakdown line is lost when the table is full.
           IF WS-PER-COUNT NOT < 300
               ADD 1 TO WS-PER-LINES-DROPPED
               GO TO ADD-TO-PERIOD-BREAKDOWN-EXIT
           END-IF
           MOVE 1 TO WS-PER-INSERT-IDX
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-KEY (WS-PER-IDX) < WS-NEW-PER-KEY
                   COMPUTE WS-PER-INSERT-IDX = WS-PER-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PER-IDX FROM WS-PER-COUNT BY -1
                   UNTIL WS-PER-IDX < WS-PER-INSERT-IDX
               MOVE WS-PER-ENTRY (WS-PER-IDX)
                   TO WS-PER-ENTRY (WS-PER-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-PER-COUNT
           MOVE WS-NEW-PER-KEY TO WS-PER-KEY (WS-PER-INSERT-IDX)
           MOVE 1 TO WS-PER-ITEMS (WS-PER-INSERT-IDX)
           MOVE WS-ITEM-AMOUNT TO WS-PER-AMOUNT (WS-PER-INSERT-IDX).
       ADD-TO-PERIOD-BREAKDOWN-EXIT.
           EXIT.

       PRINT-PERIOD-BREAKDOWN.
           WRITE RPT-LINE FROM WS-HDR-2
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-PER-PERIOD (WS-PER-IDX) = ZEROES
                   MOVE "NODATE" TO WS-D-PERIOD
               ELSE
                   MOVE WS-PER-PERIOD (WS-PER-IDX) TO WS-D-PERIOD
               END-IF
               EVALUATE TRUE
                   WHEN WS-PER-ERROR-CODE (WS-PER-IDX)
                           = WS-ITEM-UNUSABLE
                       MOVE "BAD AMOUNT" TO WS-D-STATUS
                   WHEN WS-PER-ERROR-CODE (WS-PER-IDX) = 1
                       MOVE "BAD DATE" TO WS-D-STATUS
                   WHEN WS-PER-ERROR-CODE (WS-PER-IDX) = 2
                       MOVE "NOT ON FILE" TO WS-D-STATUS
                   WHEN WS-PER-STATUS (WS-PER-IDX) = "O"
                       MOVE "OPEN" TO WS-D-STATUS
                   WHEN WS-PER-STATUS (WS-PER-IDX) = "C"
                       MOVE "CLOSING" TO WS-D-STATUS
                   WHEN WS-PER-STATUS (WS-PER-IDX) = "X"
                       MOVE "CLOSED" TO WS-D-STATUS
                   WHEN OTHER
                       MOVE WS-PER-STATUS (WS-PER-IDX) TO WS-D-STATUS
               END-EVALUATE
               IF WS-PER-DISPOSITION (WS-PER-IDX) = "S"
                   MOVE "SUSPENDED" TO WS-D-DISPOSITION
               ELSE
                   IF WS-IS-REDRIVE-RUN
                       MOVE "RELEASED" TO WS-D-DISPOSITION
                   ELSE
                       MOVE "ACCEPTED" TO WS-D-DISPOSITION
                   END-IF
               END-IF
               MOVE WS-PER-ITEMS (WS-PER-IDX) TO WS-D-ITEMS
               MOVE WS-PER-AMOUNT (WS-PER-IDX) TO WS-D-AMOUNT
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           IF WS-PER-LINES-DROPPED > ZERO
               MOVE "BREAKDOWN ITEMS NOT LISTED:" TO WS-C-LABEL
               MOVE WS-PER-LINES-DROPPED TO WS-C-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.

       PRINT-CONTROL-TOTALS.
      * Items and amount in must come out exactly as accepted plus
      * suspended - anything else means a posting went missing or
      * was written twice.
           COMPUTE WS-ITEMS-OUT = WS-ITEMS-ACCEPTED + WS-ITEMS-SUSPENDED
           COMPUTE WS-AMOUNT-OUT =
               WS-AMOUNT-ACCEPTED + WS-AMOUNT-SUSPENDED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           IF WS-IS-REDRIVE-RUN
               MOVE "SUSPENDED ITEMS READ:" TO WS-T-LABEL
           ELSE
               MOVE "POSTINGS READ:" TO WS-T-LABEL
           END-IF
           MOVE WS-ITEMS-READ TO WS-T-ITEMS
           MOVE WS-AMOUNT-READ TO WS-T-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           IF WS-IS-REDRIVE-RUN
               MOVE "RELEASED TO POSTOUT:" TO WS-T-LABEL
           ELSE
               MOVE "ACCEPTED TO POSTOUT:" TO WS-T-LABEL
           END-IF
           MOVE WS-ITEMS-ACCEPTED TO WS-T-ITEMS
           MOVE WS-AMOUNT-ACCEPTED TO WS-T-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "SUSPENDED TO PSTSUSO:" TO WS-T-LABEL
           MOVE WS-ITEMS-SUSPENDED TO WS-T-ITEMS
           MOVE WS-AMOUNT-SUSPENDED TO WS-T-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           IF WS-IS-REDRIVE-RUN
               MOVE "RELEASED + SUSPENDED:" TO WS-T-LABEL
           ELSE
               MOVE "ACCEPTED + SUSPENDED:" TO WS-T-LABEL
           END-IF
           MOVE WS-ITEMS-OUT TO WS-T-ITEMS
           MOVE WS-AMOUNT-OUT TO WS-T-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           IF WS-ITEMS-NOT-NUMERIC > ZERO
               MOVE "AMOUNTS NOT NUMERIC:" TO WS-C-LABEL
               MOVE WS-ITEMS-NOT-NUMERIC TO WS-C-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ITEMS-OUT = WS-ITEMS-READ AND
               WS-AMOUNT-OUT = WS-AMOUNT-READ
               MOVE "CONTROL TOTALS IN BALANCE" TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
               IF WS-ITEMS-SUSPENDED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
                   TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
               DISPLAY "PSTSCRN: CONTROL TOTALS OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
