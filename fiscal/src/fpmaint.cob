      * not open, reopening one that is already open) is rejected
      * with a reason. Period years are validated against the
      * calendar CALENDAR-BUILD published.
      * Reopening a closing or closed period takes two operators:
      * the "O" card records a pending request with the requester
      * and a reason code, and an "A" or "D" card from a different
      * operator approves or declines it - only the approval moves
      * the status. Pending requests carry from run to run on their
      * own file (FPCPEND in, FPCPENDN out) and expire once older
      * than the expiry days on the control card. Every request
      * pending, approved, declined, or expired is listed on FPCRPT.
      * FPCRPT also carries a standing exception list of periods
      * held in CLOSING more than the allowed business days past
      * their last business day of the month, so the nightly run
      * with no cards still reports them.
      * Control card (optional): request expiry calendar days 9(3)
      * then allowed CLOSING business days 9(3); no card means 10
      * and 5.
      * Return code 0 clean, 4 when a card was rejected or a period
      * is held in CLOSING too long, 16 when a file cannot be
      * processed or the control card is invalid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "FPCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT OLD-PENDING-FILE ASSIGN TO "FPCPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-PND-FILE-STATUS.
           SELECT NEW-PENDING-FILE ASSIGN TO "FPCPENDN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-PND-FILE-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  NEW-CONTROL-FILE
           RECORDING MODE IS F.
       01 NEW-FPC-RECORD PIC X(35).
       FD  OLD-PENDING-FILE
           RECORDING MODE IS F.
       COPY FPCPREC.
       FD  NEW-PENDING-FILE
           RECORDING MODE IS F.
       01 NEW-FPCP-RECORD PIC X(30).
       FD  TRANSACTION-FILE.
       COPY FPCTRN.
       FD  CONTROL-CARD-FILE.
       01 CC-RECORD.
           05 CC-EXPIRY-DAYS PIC X(3).
           05 CC-CLOSING-DAYS PIC X(3).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS PIC XX VALUE "00".
       01 WS-NEW-FILE-STATUS PIC XX VALUE "00".
       01 WS-TRAN-FILE-STATUS PIC XX VALUE "00".
       01 WS-OLD-PND-FILE-STATUS PIC XX VALUE "00".
       01 WS-NEW-PND-FILE-STATUS PIC XX VALUE "00".
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
       01 WS-REJECT-SWITCH PIC X VALUE "N".
           88 WS-TRAN-REJECTED VALUE "Y".
       01 WS-REJECT-REASON PIC X(28).
      * What an accepted card did, for the audit line - a reopen
      * request or a decline leaves the status alone.
       01 WS-APPLIED-TEXT PIC X(8).
       01 WS-APPLIED-NOTE PIC X(28).
      * Card fields are captured here before the card file closes -
      * the record area is not dependable after the CLOSE.
       01 WS-CARD-EXPIRY-DAYS PIC X(3).
       01 WS-CARD-CLOSING-DAYS PIC X(3).
       01 WS-EXPIRY-DAYS PIC 9(3) VALUE 10.
       01 WS-CLOSING-DAYS PIC 9(3) VALUE 5.
       01 WS-RUN-SERIAL PIC S9(7).
       01 WS-REQUEST-SERIAL PIC S9(7).
       01 WS-REQUEST-AGE PIC S9(7).
       01 WS-TRANS-READ PIC 9(5) VALUE ZEROES.
       01 WS-TRANS-APPLIED PIC 9(5) VALUE ZEROES.
       01 WS-TRANS-REJECTED PIC 9(5) VALUE ZEROES.
       01 WS-FPC-FOUND-IDX PIC 9(3).
       01 WS-FPC-INSERT-IDX PIC 9(3).
       01 WS-SHIFT-IDX PIC 9(3).
      * Reopen requests: the ones carried in on FPCPEND plus the ones
      * raised tonight, in the order met. Only those still pending at
      * the end of the run are written to FPCPENDN; the rest are
      * listed on FPCRPT with what became of them.
       01 WS-PENDING-TABLE.
           05 WS-PND-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-PND-ENTRY OCCURS 200 TIMES.
               10 WS-PND-PERIOD PIC 9(6).
               10 WS-PND-REQUESTER-ID PIC X(8).
               10 WS-PND-REASON-CODE PIC X(2).
               10 WS-PND-REQUEST-STAMP.
                   15 WS-PND-REQUEST-DATE PIC 9(8).
                   15 WS-PND-REQUEST-TIME PIC 9(6).
               10 WS-PND-DISPOSITION PIC X.
                   88 WS-PND-IS-PENDING VALUE "P".
                   88 WS-PND-IS-APPROVED VALUE "A".
                   88 WS-PND-IS-DECLINED VALUE "D".
                   88 WS-PND-IS-EXPIRED VALUE "E".
               10 WS-PND-ACTED-BY PIC X(8).
       01 WS-PND-IDX PIC 9(3).
       01 WS-PND-FOUND-IDX PIC 9(3).
       01 WS-OLD-PENDING-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-NEW-PENDING-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-REOPENS-REQUESTED PIC 9(5) VALUE ZEROES.
       01 WS-REOPENS-APPROVED PIC 9(5) VALUE ZEROES.
       01 WS-REOPENS-DECLINED PIC 9(5) VALUE ZEROES.
       01 WS-REOPENS-EXPIRED PIC 9(5) VALUE ZEROES.
       01 WS-LATE-CLOSING-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-MONTH-START-DATE PIC 9(8).
       01 WS-LAST-BUS-DAY PIC 9(8).
       01 WS-BUS-DAYS-HELD PIC S9(7).
       01 WS-TRAN-PERIOD PIC 9(6).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-D-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-REASON PIC X(28).
       01 WS-PND-HDR-1.
           05 FILLER PIC X(40) VALUE "PERIOD REOPEN REQUESTS".
       01 WS-PND-HDR-2.
           05 FILLER PIC X(8)  VALUE "PERIOD".
           05 FILLER PIC X(10) VALUE "REQUESTER".
           05 FILLER PIC X(8)  VALUE "REASON".
           05 FILLER PIC X(16) VALUE "REQUESTED".
           05 FILLER PIC X(10) VALUE "ACTED BY".
           05 FILLER PIC X(10) VALUE "STATUS".
       01 WS-PND-LINE.
           05 WS-P-PERIOD PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-P-REQUESTER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-P-REASON-CODE PIC X(2).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-P-REQUEST-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-P-REQUEST-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-P-ACTED-BY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-P-STATUS PIC X(8).
       01 WS-AGE-HDR-1.
           05 FILLER PIC X(32)
               VALUE "PERIODS HELD IN CLOSING - LIMIT ".
           05 WS-A-LIMIT PIC ZZ9.
           05 FILLER PIC X(14) VALUE " BUSINESS DAYS".
       01 WS-AGE-HDR-2.
           05 FILLER PIC X(8)  VALUE "PERIOD".
           05 FILLER PIC X(13) VALUE "LAST BUS DAY".
           05 FILLER PIC X(10) VALUE "DAYS HELD".
           05 FILLER PIC X(40) VALUE "EXCEPTION".
       01 WS-AGE-LINE.
           05 WS-A-PERIOD PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-A-LAST-BUS-DAY PIC X(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-A-DAYS-HELD PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-A-TEXT PIC X(40).
       01 WS-MSG-LINE PIC X(80).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZ9.
       COPY DATECIO.
       PROCEDURE DIVISION.
       FPMAINT-MAIN.
           OPEN OUTPUT REPORT-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
           IF NOT WS-ABORT-RUN
               PERFORM LOAD-OLD-PENDING THRU LOAD-OLD-PENDING-EXIT
           END-IF
           IF WS-ABORT-RUN
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           WRITE RPT-LINE FROM WS-HDR-2
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM WRITE-NEW-CONTROL THRU WRITE-NEW-CONTROL-EXIT
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-NEW-PENDING THRU WRITE-NEW-PENDING-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM PRINT-REOPEN-REQUESTS
               PERFORM CHECK-CLOSING-AGE
           END-IF
           PERFORM PRINT-COUNTS
           CLOSE REPORT-FILE
           IF NOT WS-ABORT-RUN
               IF WS-TRANS-REJECTED > ZERO OR
                   WS-LATE-CLOSING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       LOAD-OLD-CONTROL-EXIT.
           EXIT.

       READ-CONTROL-CARD.
      * No card (SYSIN DD DUMMY) keeps the standing limits.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           READ CONTROL-CARD-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CC-EXPIRY-DAYS TO WS-CARD-EXPIRY-DAYS
                   MOVE CC-CLOSING-DAYS TO WS-CARD-CLOSING-DAYS
           END-READ
           CLOSE CONTROL-CARD-FILE
           IF WS-EOF
               MOVE "N" TO WS-EOF-SWITCH
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           IF WS-CARD-EXPIRY-DAYS NOT NUMERIC OR
               WS-CARD-CLOSING-DAYS NOT NUMERIC
               DISPLAY "FPMAINT: INVALID CONTROL CARD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           MOVE WS-CARD-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           MOVE WS-CARD-CLOSING-DAYS TO WS-CLOSING-DAYS
           IF WS-EXPIRY-DAYS = ZERO
               DISPLAY "FPMAINT: INVALID CONTROL CARD - EXPIRY DAYS "
                   "MUST BE AT LEAST 1"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       LOAD-OLD-PENDING.
      * A missing pending file (file status 35) is a normal first
      * run. A request older than the expiry days is expired here,
      * before any card can act on it.
           OPEN INPUT OLD-PENDING-FILE
           IF WS-OLD-PND-FILE-STATUS = "35"
               GO TO LOAD-OLD-PENDING-EXIT
           END-IF
           IF WS-OLD-PND-FILE-STATUS NOT = "00"
               DISPLAY "FPMAINT: UNABLE TO OPEN FPCPEND, STATUS "
                   WS-OLD-PND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-OLD-PENDING-EXIT
           END-IF
           COMPUTE WS-RUN-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-CDT-DATE)
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ OLD-PENDING-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-OLD-PENDING
               END-READ
           END-PERFORM
           CLOSE OLD-PENDING-FILE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-PND-COUNT TO WS-OLD-PENDING-COUNT.
       LOAD-OLD-PENDING-EXIT.
           EXIT.

       TAKE-OLD-PENDING.
           IF WS-PND-COUNT >= 200
               DISPLAY "FPMAINT: PENDING REQUEST TABLE FULL"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               ADD 1 TO WS-PND-COUNT
               MOVE FPCP-PERIOD TO WS-PND-PERIOD (WS-PND-COUNT)
               MOVE FPCP-REQUESTER-ID
                   TO WS-PND-REQUESTER-ID (WS-PND-COUNT)
               MOVE FPCP-REASON-CODE
                   TO WS-PND-REASON-CODE (WS-PND-COUNT)
               MOVE FPCP-REQUEST-STAMP
                   TO WS-PND-REQUEST-STAMP (WS-PND-COUNT)
               MOVE SPACES TO WS-PND-ACTED-BY (WS-PND-COUNT)
               SET WS-PND-IS-PENDING (WS-PND-COUNT) TO TRUE
               COMPUTE WS-REQUEST-SERIAL = FUNCTION INTEGER-OF-DATE
                   (WS-PND-REQUEST-DATE (WS-PND-COUNT))
               COMPUTE WS-REQUEST-AGE =
                   WS-RUN-SERIAL - WS-REQUEST-SERIAL
               IF WS-REQUEST-AGE > WS-EXPIRY-DAYS
                   SET WS-PND-IS-EXPIRED (WS-PND-COUNT) TO TRUE
                   ADD 1 TO WS-REOPENS-EXPIRED
               END-IF
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE "N" TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "APPLIED" TO WS-APPLIED-TEXT
           MOVE SPACES TO WS-APPLIED-NOTE
           MOVE SPACE TO WS-OLD-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM VALIDATE-TRANSACTION
                           THRU SET-PERIOD-CLOSING-EXIT
                   WHEN FPC-TRAN-IS-CLOSE
                       PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
                   WHEN FPC-TRAN-IS-APPROVE
                       PERFORM APPROVE-REOPEN THRU APPROVE-REOPEN-EXIT
                   WHEN FPC-TRAN-IS-DECLINE
                       PERFORM DECLINE-REOPEN THRU DECLINE-REOPEN-EXIT
               END-EVALUATE
           END-IF
           IF WS-TRAN-REJECTED

       VALIDATE-TRANSACTION.
           IF NOT FPC-TRAN-IS-OPEN AND NOT FPC-TRAN-IS-CLOSING
               AND NOT FPC-TRAN-IS-CLOSE AND NOT FPC-TRAN-IS-APPROVE
               AND NOT FPC-TRAN-IS-DECLINE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-PERFORM.

       OPEN-PERIOD.
      * Opens a brand-new period outright. A period that is closing
      * or closed is not reopened here - the card raises a reopen
      * request for a second operator to approve, the controlled
      * reopen that replaces editing the file by hand when a month
      * has to be restated.
           IF WS-FPC-FOUND-IDX = ZERO
               PERFORM INSERT-CONTROL-ENTRY
                   THRU INSERT-CONTROL-ENTRY-EXIT
                   MOVE "PERIOD ALREADY OPEN" TO WS-REJECT-REASON
                   GO TO OPEN-PERIOD-EXIT
               END-IF
               PERFORM REQUEST-REOPEN THRU REQUEST-REOPEN-EXIT
               GO TO OPEN-PERIOD-EXIT
           END-IF
           PERFORM REOPEN-CONTROL-ENTRY.
       OPEN-PERIOD-EXIT.
           EXIT.

       REOPEN-CONTROL-ENTRY.
           MOVE "O" TO WS-FPC-STATUS (WS-FPC-FOUND-IDX)
           MOVE WS-CURRENT-DATE-TIME (1:14)
               TO WS-FPC-OPENED-STAMP (WS-FPC-FOUND-IDX)
           MOVE ZEROES
               TO WS-FPC-CLOSED-STAMP (WS-FPC-FOUND-IDX).

       REQUEST-REOPEN.
      * First half of the dual-control reopen - nothing on the
      * period changes until a different operator approves it.
           IF FPC-TRAN-OPERATOR-ID = SPACES
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "REOPEN NEEDS AN OPERATOR ID" TO WS-REJECT-REASON
               GO TO REQUEST-REOPEN-EXIT
           END-IF
           IF NOT FPC-TRAN-REASON-VALID
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "INVALID REASON CODE" TO WS-REJECT-REASON
               GO TO REQUEST-REOPEN-EXIT
           END-IF
           PERFORM FIND-PENDING-REQUEST
           IF WS-PND-FOUND-IDX > ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "REOPEN ALREADY PENDING" TO WS-REJECT-REASON
               GO TO REQUEST-REOPEN-EXIT
           END-IF
           IF WS-PND-COUNT >= 200
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "PENDING REQUEST TABLE FULL" TO WS-REJECT-REASON
               GO TO REQUEST-REOPEN-EXIT
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE WS-TRAN-PERIOD TO WS-PND-PERIOD (WS-PND-COUNT)
           MOVE FPC-TRAN-OPERATOR-ID
               TO WS-PND-REQUESTER-ID (WS-PND-COUNT)
           MOVE FPC-TRAN-REASON-CODE
               TO WS-PND-REASON-CODE (WS-PND-COUNT)
           MOVE WS-CURRENT-DATE-TIME (1:14)
               TO WS-PND-REQUEST-STAMP (WS-PND-COUNT)
           MOVE SPACES TO WS-PND-ACTED-BY (WS-PND-COUNT)
           SET WS-PND-IS-PENDING (WS-PND-COUNT) TO TRUE
           ADD 1 TO WS-REOPENS-REQUESTED
           MOVE "PENDING" TO WS-APPLIED-TEXT
           STRING "REOPEN REQUESTED, REASON " FPC-TRAN-REASON-CODE
               DELIMITED BY SIZE INTO WS-APPLIED-NOTE.
       REQUEST-REOPEN-EXIT.
           EXIT.

       FIND-PENDING-REQUEST.
           MOVE ZEROES TO WS-PND-FOUND-IDX
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-PERIOD (WS-PND-IDX) = WS-TRAN-PERIOD AND
                   WS-PND-IS-PENDING (WS-PND-IDX)
                   MOVE WS-PND-IDX TO WS-PND-FOUND-IDX
                   MOVE WS-PND-COUNT TO WS-PND-IDX
               END-IF
           END-PERFORM.

       CHECK-SECOND-OPERATOR.
      * Shared by approve and decline: there must be a live request
      * for the period, and the card must come from someone other
      * than the requester.
           IF FPC-TRAN-OPERATOR-ID = SPACES
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "OPERATOR ID REQUIRED" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-PENDING-REQUEST
               IF WS-PND-FOUND-IDX = ZERO
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "NO PENDING REOPEN REQUEST" TO WS-REJECT-REASON
               ELSE
                   IF WS-PND-REQUESTER-ID (WS-PND-FOUND-IDX) =
                       FPC-TRAN-OPERATOR-ID
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE "REQUESTER CANNOT ACT ON IT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       APPROVE-REOPEN.
           PERFORM CHECK-SECOND-OPERATOR
           IF WS-TRAN-REJECTED
               GO TO APPROVE-REOPEN-EXIT
           END-IF
           IF WS-FPC-FOUND-IDX = ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "PERIOD NOT ON FILE" TO WS-REJECT-REASON
               GO TO APPROVE-REOPEN-EXIT
           END-IF
           IF WS-FPC-STATUS (WS-FPC-FOUND-IDX) = "O"
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "PERIOD ALREADY OPEN" TO WS-REJECT-REASON
               GO TO APPROVE-REOPEN-EXIT
           END-IF
           PERFORM REOPEN-CONTROL-ENTRY
           SET WS-PND-IS-APPROVED (WS-PND-FOUND-IDX) TO TRUE
           MOVE FPC-TRAN-OPERATOR-ID
               TO WS-PND-ACTED-BY (WS-PND-FOUND-IDX)
           ADD 1 TO WS-REOPENS-APPROVED
           STRING "REOPEN OF " WS-PND-REQUESTER-ID (WS-PND-FOUND-IDX)
               " APPROVED" DELIMITED BY SIZE INTO WS-APPLIED-NOTE.
       APPROVE-REOPEN-EXIT.
           EXIT.

       DECLINE-REOPEN.
           PERFORM CHECK-SECOND-OPERATOR
           IF WS-TRAN-REJECTED
               GO TO DECLINE-REOPEN-EXIT
           END-IF
           SET WS-PND-IS-DECLINED (WS-PND-FOUND-IDX) TO TRUE
           MOVE FPC-TRAN-OPERATOR-ID
               TO WS-PND-ACTED-BY (WS-PND-FOUND-IDX)
           ADD 1 TO WS-REOPENS-DECLINED
           MOVE "DECLINED" TO WS-APPLIED-TEXT
           STRING "REOPEN OF " WS-PND-REQUESTER-ID (WS-PND-FOUND-IDX)
               " DECLINED" DELIMITED BY SIZE INTO WS-APPLIED-NOTE.
       DECLINE-REOPEN-EXIT.
           EXIT.

       SET-PERIOD-CLOSING.
               MOVE "REJECTED" TO WS-D-STATUS
               MOVE WS-REJECT-REASON TO WS-D-REASON
           ELSE
               IF WS-FPC-FOUND-IDX > ZERO
                   MOVE WS-FPC-STATUS (WS-FPC-FOUND-IDX)
                       TO WS-D-NEW-STATUS
               END-IF
               MOVE WS-APPLIED-TEXT TO WS-D-STATUS
               MOVE WS-APPLIED-NOTE TO WS-D-REASON
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-NEW-CONTROL-EXIT.
           EXIT.

       WRITE-NEW-PENDING.
      * Only requests still waiting carry to the next run.
           OPEN OUTPUT NEW-PENDING-FILE
           IF WS-NEW-PND-FILE-STATUS NOT = "00"
               DISPLAY "FPMAINT: UNABLE TO OPEN FPCPENDN, STATUS "
                   WS-NEW-PND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO WRITE-NEW-PENDING-EXIT
           END-IF
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT OR WS-ABORT-RUN
               IF WS-PND-IS-PENDING (WS-PND-IDX)
                   PERFORM WRITE-ONE-PENDING
               END-IF
           END-PERFORM
           CLOSE NEW-PENDING-FILE.
       WRITE-NEW-PENDING-EXIT.
           EXIT.

       WRITE-ONE-PENDING.
           MOVE WS-PND-PERIOD (WS-PND-IDX) TO FPCP-PERIOD
           MOVE WS-PND-REQUESTER-ID (WS-PND-IDX) TO FPCP-REQUESTER-ID
           MOVE WS-PND-REASON-CODE (WS-PND-IDX) TO FPCP-REASON-CODE
           MOVE WS-PND-REQUEST-STAMP (WS-PND-IDX)
               TO FPCP-REQUEST-STAMP
           MOVE FPCP-RECORD TO NEW-FPCP-RECORD
           WRITE NEW-FPCP-RECORD
           IF WS-NEW-PND-FILE-STATUS NOT = "00"
               DISPLAY "FPMAINT: FPCPENDN WRITE FAILED, STATUS "
                   WS-NEW-PND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               ADD 1 TO WS-NEW-PENDING-COUNT
           END-IF.

       PRINT-REOPEN-REQUESTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-PND-HDR-1
           WRITE RPT-LINE FROM WS-PND-HDR-2
           IF WS-PND-COUNT = ZERO
               MOVE "NO REOPEN REQUESTS" TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               MOVE WS-PND-PERIOD (WS-PND-IDX) TO WS-P-PERIOD
               MOVE WS-PND-REQUESTER-ID (WS-PND-IDX)
                   TO WS-P-REQUESTER-ID
               MOVE WS-PND-REASON-CODE (WS-PND-IDX)
                   TO WS-P-REASON-CODE
               MOVE WS-PND-REQUEST-DATE (WS-PND-IDX)
                   TO WS-P-REQUEST-DATE
               MOVE WS-PND-REQUEST-TIME (WS-PND-IDX)
                   TO WS-P-REQUEST-TIME
               MOVE WS-PND-ACTED-BY (WS-PND-IDX) TO WS-P-ACTED-BY
               EVALUATE TRUE
                   WHEN WS-PND-IS-PENDING (WS-PND-IDX)
                       MOVE "PENDING" TO WS-P-STATUS
                   WHEN WS-PND-IS-APPROVED (WS-PND-IDX)
                       MOVE "APPROVED" TO WS-P-STATUS
                   WHEN WS-PND-IS-DECLINED (WS-PND-IDX)
                       MOVE "DECLINED" TO WS-P-STATUS
                   WHEN WS-PND-IS-EXPIRED (WS-PND-IDX)
                       MOVE "EXPIRED" TO WS-P-STATUS
               END-EVALUATE
               WRITE RPT-LINE FROM WS-PND-LINE
           END-PERFORM.

       CHECK-CLOSING-AGE.
      * Standing exception list: a period still CLOSING more than the
      * allowed business days after its last business day of the
      * month. Business days are counted shop-wide - any site's
      * holiday is a non-processing day.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CLOSING-DAYS TO WS-A-LIMIT
           WRITE RPT-LINE FROM WS-AGE-HDR-1
           WRITE RPT-LINE FROM WS-AGE-HDR-2
           PERFORM VARYING WS-FPC-IDX FROM 1 BY 1
               UNTIL WS-FPC-IDX > WS-FPC-COUNT
               IF WS-FPC-STATUS (WS-FPC-IDX) = "C"
                   PERFORM AGE-ONE-PERIOD THRU AGE-ONE-PERIOD-EXIT
               END-IF
           END-PERFORM
           IF WS-LATE-CLOSING-COUNT = ZERO
               MOVE "NO PERIOD HELD IN CLOSING PAST THE LIMIT"
                   TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
           END-IF.

       AGE-ONE-PERIOD.
           MOVE SPACES TO WS-AGE-LINE
           MOVE WS-FPC-PERIOD (WS-FPC-IDX) TO WS-A-PERIOD
           COMPUTE WS-MONTH-START-DATE =
               (WS-FPC-PERIOD (WS-FPC-IDX) * 100) + 1
           SET DATE-CALC-MONTH-END-BUS TO TRUE
           MOVE WS-MONTH-START-DATE TO DATE-CALC-DATE-1
           MOVE ZEROES TO DATE-CALC-DATE-2
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
           MOVE "FPMAINT" TO DATE-CALC-JOB-NAME
           MOVE "ALL" TO DATE-CALC-SITE-CODE
           CALL "DATECALC" USING DATE-CALC-PARMS
           IF NOT DATE-CALC-OK
               STRING "CANNOT AGE - DATECALC ERROR "
                   DATE-CALC-ERROR-CODE DELIMITED BY SIZE
                   INTO WS-A-TEXT
               PERFORM PRINT-AGE-EXCEPTION
               GO TO AGE-ONE-PERIOD-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DATE TO WS-LAST-BUS-DAY
           MOVE WS-LAST-BUS-DAY TO WS-A-LAST-BUS-DAY
           SET DATE-CALC-BUS-DAYS-BETWEEN TO TRUE
           MOVE WS-LAST-BUS-DAY TO DATE-CALC-DATE-1
           MOVE WS-CDT-DATE TO DATE-CALC-DATE-2
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
           CALL "DATECALC" USING DATE-CALC-PARMS
           IF NOT DATE-CALC-OK
               STRING "CANNOT AGE - DATECALC ERROR "
                   DATE-CALC-ERROR-CODE DELIMITED BY SIZE
                   INTO WS-A-TEXT
               PERFORM PRINT-AGE-EXCEPTION
               GO TO AGE-ONE-PERIOD-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DAYS TO WS-BUS-DAYS-HELD
           IF WS-BUS-DAYS-HELD > WS-CLOSING-DAYS
               MOVE WS-BUS-DAYS-HELD TO WS-A-DAYS-HELD
               MOVE "HELD IN CLOSING PAST THE LIMIT" TO WS-A-TEXT
               PERFORM PRINT-AGE-EXCEPTION
           END-IF.
       AGE-ONE-PERIOD-EXIT.
           EXIT.

       PRINT-AGE-EXCEPTION.
           WRITE RPT-LINE FROM WS-AGE-LINE
           ADD 1 TO WS-LATE-CLOSING-COUNT.

       PRINT-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "NEW CONTROL RECORDS:" TO WS-C-LABEL
           MOVE WS-NEW-RECORD-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "REOPENS REQUESTED:" TO WS-C-LABEL
           MOVE WS-REOPENS-REQUESTED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "REOPENS APPROVED:" TO WS-C-LABEL
           MOVE WS-REOPENS-APPROVED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "REOPENS DECLINED:" TO WS-C-LABEL
           MOVE WS-REOPENS-DECLINED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "REOPENS EXPIRED:" TO WS-C-LABEL
           MOVE WS-REOPENS-EXPIRED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "OLD PENDING REQUESTS:" TO WS-C-LABEL
           MOVE WS-OLD-PENDING-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "NEW PENDING REQUESTS:" TO WS-C-LABEL
           MOVE WS-NEW-PENDING-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "LATE CLOSING PERIODS:" TO WS-C-LABEL
           MOVE WS-LATE-CLOSING-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE.
