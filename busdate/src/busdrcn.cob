       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDRCN.
      * Business-date continuity audit. Replays the BUSDHIST history
      * BUSDADV appends - every seed, advance, and back-out of each
      * site's business date - against the business-day overlay
      * CALDOVLY writes (CALDBFIL, proven against its own header and
      * trailer first) and the holiday master, and proves each site's
      * date walked through every one of that site's processing days
      * exactly once. Each site is replayed on its own, against its
      * own holidays and the "ALL" records; history written before
      * the site code was carried (blank site) is audited as site
      * "ALL", against every site's holidays. A missed
      * night, a double advance, or a bad BACKOUT recovery shows up
      * here instead of when a period-end stream fails to fire.
      * Exceptions, for dates inside the audit window on the card:
      *   - a business day the control record never landed on
      *   - a day landed on a second time without a back-out of the
      *     first landing
      *   - a seed or advance onto a weekend or holiday
      *   - a month/quarter/year-end indicator on a history record
      *     that disagrees with the CALDBFIL period-end flags - the
      *     indicators describe the day just closed, which is a
      *     period end exactly when a period-end date falls between
      *     it and the next landing, the BUSDADV rule
      *   - a move that does not start from where the history left
      *     the date (a hand-built or restored control record), a
      *     back-out with no advance of that date to undo or that
      *     does not return to where the advance came from, and a
      *     date the published overlay does not carry
      * The history is always replayed from its first record, since
      * a day in the window can only be judged from the state the
      * records before it built; only the findings are windowed.
      * A holiday that is on the master but not on the overlay, or
      * on the overlay but no longer on the master, is listed as a
      * warning - the overlay wants rebuilding - and either source
      * marking the day a holiday for the site makes it a
      * non-processing day for the audit, since DATECALC advances off
      * the live master.
      * Seed, advance, and back-out counts by operator id close the
      * report, for records inside the window.
      * Control card: audit window start date CCYYMMDD then end date
      * CCYYMMDD (the RUNRRES card layout).
      * Return code 0 the history proves clean, 4 warnings only,
      * 8 continuity exceptions found, 16 when a file cannot be
      * processed or the card is invalid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BUSDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OVERLAY-FILE ASSIGN TO "CALDBFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDB-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUSDRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       01 CC-RECORD.
           05 CC-START-DATE PIC X(8).
           05 CC-END-DATE PIC X(8).
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY BUSDHREC.
       FD  OVERLAY-FILE
           RECORDING MODE IS F.
       COPY CALDBREC.
       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLREC.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS PIC XX VALUE "00".
       01 WS-CDB-FILE-STATUS PIC XX VALUE "00".
       01 WS-HOL-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
           88 WS-ABORT-RUN VALUE "Y".
      * Card fields are captured here before the card file closes -
      * the record area is not dependable after the CLOSE.
       01 WS-CARD-START-DATE PIC X(8).
       01 WS-CARD-END-DATE PIC X(8).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-END PIC 9(8).
       01 WS-WINDOW-START-SERIAL PIC S9(7).
       01 WS-WINDOW-END-SERIAL PIC S9(7).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-SERIAL PIC S9(7).
       01 WS-CDB-DETAIL-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
      * One entry per day the overlay carries, in date order; the
      * day's entry is found from its serial day number, so the
      * overlay must run without a gap from its first date.
       01 WS-FIRST-SERIAL PIC S9(7) VALUE ZEROES.
       01 WS-DAY-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 20000 TIMES.
               10 WS-DAY-DATE PIC 9(8).
               10 WS-DAY-OF-WEEK PIC 9.
               10 WS-DAY-MONTH-END PIC X.
               10 WS-DAY-QTR-END PIC X.
               10 WS-DAY-YEAR-END PIC X.
               10 WS-DAY-CDB-HOLIDAY PIC X.
               10 WS-DAY-CDB-SITE PIC X(3).
               10 WS-DAY-MST-HOLIDAY PIC X.
               10 WS-DAY-BUS PIC X.
                   88 WS-DAY-IS-BUS-DAY VALUE "Y".
               10 WS-DAY-LANDINGS PIC 9(3).
               10 WS-DAY-FROM-DATE PIC 9(8).
       01 WS-DAY-IDX PIC 9(5).
       01 WS-SCAN-IDX PIC 9(5).
       01 WS-OLD-IDX PIC 9(5).
       01 WS-NEW-IDX PIC 9(5).
       01 WS-CLOSED-IDX PIC 9(5).
       01 WS-FIRST-LANDED-IDX PIC 9(5) VALUE ZEROES.
       01 WS-FINAL-IDX PIC 9(5) VALUE ZEROES.
      * Holiday master records that fall on the overlay, by day-table
      * entry and site - each site's processing days are rebuilt
      * from them before its history is replayed. Sized as DATECALC
      * sizes its own holiday table.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOL-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-HOL-ENTRY OCCURS 500 TIMES.
               10 WS-HOL-DAY-IDX PIC 9(5).
               10 WS-HOL-SITE PIC X(3).
       01 WS-HOL-IDX PIC 9(3).
      * Every site the history carries, in site order.
       01 WS-AUDIT-SITE-TABLE.
           05 WS-AST-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-AST-SITE PIC X(3) OCCURS 100 TIMES.
       01 WS-AST-IDX PIC 9(3).
       01 WS-AST-INSERT-IDX PIC 9(3).
       01 WS-AST-SHIFT-IDX PIC 9(3).
       01 WS-AUDIT-SITE PIC X(3).
       01 WS-HIST-SITE PIC X(3).
      * Replay state - where the history has left the business date.
       01 WS-REPLAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-IN-WINDOW-SW PIC X.
           88 WS-IN-WINDOW VALUE "Y".
       01 WS-OFF-CALENDAR-SW PIC X.
           88 WS-OFF-CALENDAR VALUE "Y".
       01 WS-EXPECT-MONTH-END PIC X.
       01 WS-EXPECT-QTR-END PIC X.
       01 WS-EXPECT-YEAR-END PIC X.
       01 WS-EXC-DATE PIC 9(8).
       01 WS-EXC-TEXT PIC X(36).
      * Seed/advance/back-out counts by the user id on the history.
       01 WS-OPERATOR-TABLE.
           05 WS-OPR-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-USER-ID PIC X(8).
               10 WS-OPR-SEEDS PIC 9(5).
               10 WS-OPR-ADVANCES PIC 9(5).
               10 WS-OPR-BACKOUTS PIC 9(5).
       01 WS-OPR-IDX PIC 9(3).
       01 WS-OPR-FOUND-IDX PIC 9(3).
       01 WS-HIST-READ PIC 9(7) VALUE ZEROES.
       01 WS-HIST-IN-WINDOW PIC 9(7) VALUE ZEROES.
       01 WS-BUS-DAYS-CHECKED PIC 9(7) VALUE ZEROES.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-WARNING-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-HDR-1.
           05 FILLER PIC X(36)
               VALUE "BUSINESS DATE CONTINUITY AUDIT".
           05 WS-H-START PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 WS-H-END PIC 9(8).
       01 WS-HDR-2.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(4)  VALUE "ACT".
           05 FILLER PIC X(10) VALUE "OLD DATE".
           05 FILLER PIC X(10) VALUE "NEW DATE".
           05 FILLER PIC X(10) VALUE "USER".
           05 FILLER PIC X(36) VALUE "EXCEPTION".
       01 WS-DETAIL-LINE.
           05 WS-D-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-ACTION PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-OLD-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NEW-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-USER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-TEXT PIC X(36).
       01 WS-OPR-HDR-1.
           05 FILLER PIC X(40)
               VALUE "HISTORY ACTIVITY BY OPERATOR".
       01 WS-OPR-HDR-2.
           05 FILLER PIC X(12) VALUE "USER".
           05 FILLER PIC X(10) VALUE "SEEDS".
           05 FILLER PIC X(10) VALUE "ADVANCES".
           05 FILLER PIC X(10) VALUE "BACK-OUTS".
       01 WS-OPR-LINE.
           05 WS-O-USER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-O-SEEDS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-O-ADVANCES PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-O-BACKOUTS PIC ZZZZ9.
       01 WS-SITE-LINE.
           05 FILLER PIC X(6) VALUE "SITE: ".
           05 WS-S-SITE PIC X(3).
       01 WS-MSG-LINE PIC X(80).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       BUSDRCN-MAIN.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT
           IF NOT WS-ABORT-RUN
               MOVE WS-WINDOW-START TO WS-H-START
               MOVE WS-WINDOW-END TO WS-H-END
               WRITE RPT-LINE FROM WS-HDR-1
               PERFORM LOAD-OVERLAY-TABLE
                   THRU LOAD-OVERLAY-TABLE-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM LOAD-HOLIDAY-DATES
                   THRU LOAD-HOLIDAY-DATES-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM COLLECT-HISTORY-SITES
                   THRU COLLECT-HISTORY-SITES-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               WRITE RPT-LINE FROM WS-HDR-2
               PERFORM VARYING WS-AST-IDX FROM 1 BY 1
                   UNTIL WS-AST-IDX > WS-AST-COUNT OR WS-ABORT-RUN
                   PERFORM AUDIT-ONE-SITE
               END-PERFORM
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM CHECK-HOLIDAY-SOURCES
               PERFORM PRINT-OPERATOR-COUNTS
               PERFORM PRINT-COUNTS
           END-IF
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "BUSDRCN: NO SYSIN CONTROL CARD"
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
               DISPLAY "BUSDRCN: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-CARD-START-DATE TO WS-WINDOW-START
           MOVE WS-CARD-END-DATE TO WS-WINDOW-END
      * A date that does not survive the trip to a day serial and
      * back is not a real date.
           COMPUTE WS-WINDOW-START-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WINDOW-START)
           COMPUTE WS-WINDOW-END-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WINDOW-END)
           IF WS-WINDOW-START-SERIAL < 1 OR
               WS-WINDOW-END-SERIAL < 1
               DISPLAY "BUSDRCN: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-WINDOW-START-SERIAL)
           IF WS-WORK-DATE NOT = WS-WINDOW-START
               DISPLAY "BUSDRCN: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-WINDOW-END-SERIAL)
           IF WS-WORK-DATE NOT = WS-WINDOW-END
               DISPLAY "BUSDRCN: INVALID CONTROL CARD"
               SET WS-ABORT-RUN TO TRUE
               GO TO READ-CONTROL-CARD-EXIT
           END-IF
           IF WS-WINDOW-END-SERIAL < WS-WINDOW-START-SERIAL
               DISPLAY "BUSDRCN: INVALID CONTROL CARD - WINDOW "
                   "MUST RUN FORWARD"
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       LOAD-OVERLAY-TABLE.
      * The overlay is read end to end so its trailer can prove it
      * complete; every day is kept.
           OPEN INPUT OVERLAY-FILE
           IF WS-CDB-FILE-STATUS NOT = "00"
               DISPLAY "BUSDRCN: UNABLE TO OPEN CALDBFIL, STATUS "
                   WS-CDB-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-OVERLAY-TABLE-EXIT
           END-IF
           READ OVERLAY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF OR NOT CDB-HDR-PRESENT
               DISPLAY "BUSDRCN: CALDBFIL HEADER RECORD MISSING"
               SET WS-ABORT-RUN TO TRUE
               CLOSE OVERLAY-FILE
               MOVE "N" TO WS-EOF-SWITCH
               GO TO LOAD-OVERLAY-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TRAILER-SEEN OR WS-ABORT-RUN
               READ OVERLAY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF CDB-TRL-PRESENT
                           SET WS-TRAILER-SEEN TO TRUE
                           IF CDB-TRL-RECORD-COUNT NOT =
                               WS-CDB-DETAIL-COUNT
                               DISPLAY "BUSDRCN: CALDBFIL OUT OF "
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
           IF NOT WS-TRAILER-SEEN AND NOT WS-ABORT-RUN
               DISPLAY "BUSDRCN: CALDBFIL TRAILER RECORD MISSING"
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       LOAD-OVERLAY-TABLE-EXIT.
           EXIT.

       KEEP-OVERLAY-DAY.
           MOVE CDB-DATE TO WS-WORK-DATE
           COMPUTE WS-WORK-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           IF WS-DAY-COUNT = ZERO
               MOVE WS-WORK-SERIAL TO WS-FIRST-SERIAL
           END-IF
           IF WS-DAY-COUNT >= 20000
               DISPLAY "BUSDRCN: CALDBFIL DAY TABLE FULL"
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF WS-WORK-SERIAL NOT = WS-FIRST-SERIAL + WS-DAY-COUNT
                   DISPLAY "BUSDRCN: CALDBFIL NOT IN DAY ORDER AT "
                       CDB-DATE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-DAY-COUNT
                   MOVE CDB-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
                   MOVE CDB-DAY-OF-WEEK
                       TO WS-DAY-OF-WEEK (WS-DAY-COUNT)
                   MOVE CDB-MONTH-END-IND
                       TO WS-DAY-MONTH-END (WS-DAY-COUNT)
                   MOVE CDB-QUARTER-END-IND
                       TO WS-DAY-QTR-END (WS-DAY-COUNT)
                   MOVE CDB-YEAR-END-IND
                       TO WS-DAY-YEAR-END (WS-DAY-COUNT)
                   MOVE CDB-HOLIDAY-IND
                       TO WS-DAY-CDB-HOLIDAY (WS-DAY-COUNT)
                   MOVE CDB-HOLIDAY-SITE
                       TO WS-DAY-CDB-SITE (WS-DAY-COUNT)
                   MOVE "N" TO WS-DAY-MST-HOLIDAY (WS-DAY-COUNT)
                   MOVE CDB-BUS-DAY-IND TO WS-DAY-BUS (WS-DAY-COUNT)
                   MOVE ZEROES TO WS-DAY-LANDINGS (WS-DAY-COUNT)
                   MOVE ZEROES TO WS-DAY-FROM-DATE (WS-DAY-COUNT)
               END-IF
           END-IF.

       LOAD-HOLIDAY-DATES.
      * A missing holiday master (file status 35) is not an error -
      * the overlay's own holiday flags then stand alone. Any site's
      * holiday marks the day for the source check; the site is kept
      * so each site's replay honors only its own.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-FILE-STATUS = "35"
               GO TO LOAD-HOLIDAY-DATES-EXIT
           END-IF
           IF WS-HOL-FILE-STATUS NOT = "00"
               DISPLAY "BUSDRCN: UNABLE TO OPEN HOLMAST, STATUS "
                   WS-HOL-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-HOLIDAY-DATES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE HOL-DATE TO WS-WORK-DATE
                       PERFORM FIND-DAY-INDEX
                           THRU FIND-DAY-INDEX-EXIT
                       IF WS-DAY-IDX > ZERO
                           MOVE "Y" TO WS-DAY-MST-HOLIDAY (WS-DAY-IDX)
                           PERFORM KEEP-HOLIDAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       LOAD-HOLIDAY-DATES-EXIT.
           EXIT.

       KEEP-HOLIDAY.
           IF WS-HOL-COUNT >= 500
               DISPLAY "BUSDRCN: HOLIDAY TABLE FULL"
               SET WS-ABORT-RUN TO TRUE
           ELSE
               ADD 1 TO WS-HOL-COUNT
               MOVE WS-DAY-IDX TO WS-HOL-DAY-IDX (WS-HOL-COUNT)
               MOVE HOL-SITE-CODE TO WS-HOL-SITE (WS-HOL-COUNT)
           END-IF.

       FIND-DAY-INDEX.
      * Day-table entry for WS-WORK-DATE, or zero when the date is
      * not a real date or the overlay does not carry it.
           MOVE ZEROES TO WS-DAY-IDX
           IF WS-WORK-DATE NOT NUMERIC OR WS-WORK-DATE < 16010101
               GO TO FIND-DAY-INDEX-EXIT
           END-IF
           IF WS-WORK-DATE (5:2) < "01" OR WS-WORK-DATE (5:2) > "12"
               OR WS-WORK-DATE (7:2) < "01" OR
               WS-WORK-DATE (7:2) > "31"
               GO TO FIND-DAY-INDEX-EXIT
           END-IF
           COMPUTE WS-WORK-SERIAL =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           IF WS-WORK-SERIAL < WS-FIRST-SERIAL OR
               WS-WORK-SERIAL >= WS-FIRST-SERIAL + WS-DAY-COUNT
               GO TO FIND-DAY-INDEX-EXIT
           END-IF
           COMPUTE WS-DAY-IDX = WS-WORK-SERIAL - WS-FIRST-SERIAL + 1
           IF WS-DAY-DATE (WS-DAY-IDX) NOT = WS-WORK-DATE
               MOVE ZEROES TO WS-DAY-IDX
           END-IF.
       FIND-DAY-INDEX-EXIT.
           EXIT.

       COLLECT-HISTORY-SITES.
      * A first pass over the history finds every site it carries,
      * so each can be replayed on its own.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "BUSDRCN: UNABLE TO OPEN BUSDHIST, STATUS "
                   WS-HIST-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO COLLECT-HISTORY-SITES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM SET-HISTORY-SITE
                       PERFORM ADD-AUDIT-SITE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       COLLECT-HISTORY-SITES-EXIT.
           EXIT.

       SET-HISTORY-SITE.
           IF BUSDH-SITE-CODE = SPACES OR
               BUSDH-SITE-CODE = LOW-VALUES
               MOVE "ALL" TO WS-HIST-SITE
           ELSE
               MOVE BUSDH-SITE-CODE TO WS-HIST-SITE
           END-IF.

       ADD-AUDIT-SITE.
      * Sorted insert - the table stays in site order.
           MOVE ZEROES TO WS-AST-INSERT-IDX
           PERFORM VARYING WS-AST-IDX FROM 1 BY 1
               UNTIL WS-AST-IDX > WS-AST-COUNT
               IF WS-AST-SITE (WS-AST-IDX) NOT < WS-HIST-SITE
                   MOVE WS-AST-IDX TO WS-AST-INSERT-IDX
                   MOVE WS-AST-COUNT TO WS-AST-IDX
               END-IF
           END-PERFORM
           IF WS-AST-INSERT-IDX > ZERO
               IF WS-AST-SITE (WS-AST-INSERT-IDX) = WS-HIST-SITE
                   MOVE ZEROES TO WS-AST-INSERT-IDX
               ELSE
                   PERFORM SHIFT-AUDIT-SITES
               END-IF
           ELSE
               IF WS-AST-COUNT >= 100
                   DISPLAY "BUSDRCN: SITE TABLE FULL"
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-AST-COUNT
                   MOVE WS-HIST-SITE TO WS-AST-SITE (WS-AST-COUNT)
               END-IF
           END-IF.

       SHIFT-AUDIT-SITES.
           IF WS-AST-COUNT >= 100
               DISPLAY "BUSDRCN: SITE TABLE FULL"
               SET WS-ABORT-RUN TO TRUE
           ELSE
               PERFORM VARYING WS-AST-SHIFT-IDX FROM WS-AST-COUNT
                   BY -1 UNTIL WS-AST-SHIFT-IDX < WS-AST-INSERT-IDX
                   MOVE WS-AST-SITE (WS-AST-SHIFT-IDX)
                       TO WS-AST-SITE (WS-AST-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-AST-COUNT
               MOVE WS-HIST-SITE TO WS-AST-SITE (WS-AST-INSERT-IDX)
           END-IF.

       AUDIT-ONE-SITE.
      * The site's processing days are rebuilt from the weekday and
      * the holidays that apply to it, its landings are cleared, and
      * only its own history records are replayed.
           MOVE WS-AST-SITE (WS-AST-IDX) TO WS-AUDIT-SITE
           MOVE WS-AUDIT-SITE TO WS-S-SITE
           WRITE RPT-LINE FROM WS-SITE-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM RESET-SITE-DAY
           END-PERFORM
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-AUDIT-SITE = "ALL" OR
                   WS-HOL-SITE (WS-HOL-IDX) = "ALL" OR
                   WS-HOL-SITE (WS-HOL-IDX) = WS-AUDIT-SITE
                   MOVE "N" TO WS-DAY-BUS (WS-HOL-DAY-IDX (WS-HOL-IDX))
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-REPLAY-DATE
           MOVE ZEROES TO WS-FIRST-LANDED-IDX
           MOVE ZEROES TO WS-FINAL-IDX
           PERFORM REPLAY-HISTORY THRU REPLAY-HISTORY-EXIT
      * A site dropped after a back-out never re-lands on the day it
      * retreated from - the walk ends where its history left it.
           MOVE WS-REPLAY-DATE TO WS-WORK-DATE
           PERFORM FIND-DAY-INDEX THRU FIND-DAY-INDEX-EXIT
           IF WS-DAY-IDX > ZERO AND WS-DAY-IDX < WS-FINAL-IDX
               MOVE WS-DAY-IDX TO WS-FINAL-IDX
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM FIND-SKIPPED-DAYS
                   THRU FIND-SKIPPED-DAYS-EXIT
           END-IF.

       RESET-SITE-DAY.
           MOVE ZEROES TO WS-DAY-LANDINGS (WS-DAY-IDX)
           MOVE ZEROES TO WS-DAY-FROM-DATE (WS-DAY-IDX)
           IF WS-DAY-OF-WEEK (WS-DAY-IDX) > 5
               MOVE "N" TO WS-DAY-BUS (WS-DAY-IDX)
           ELSE
               MOVE "Y" TO WS-DAY-BUS (WS-DAY-IDX)
           END-IF
           IF WS-DAY-CDB-HOLIDAY (WS-DAY-IDX) = "Y" AND
               (WS-AUDIT-SITE = "ALL" OR
               WS-DAY-CDB-SITE (WS-DAY-IDX) = "ALL" OR
               WS-DAY-CDB-SITE (WS-DAY-IDX) = WS-AUDIT-SITE)
               MOVE "N" TO WS-DAY-BUS (WS-DAY-IDX)
           END-IF.

       REPLAY-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "BUSDRCN: UNABLE TO OPEN BUSDHIST, STATUS "
                   WS-HIST-FILE-STATUS
               SET WS-ABORT-RUN TO TRUE
               GO TO REPLAY-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM SET-HISTORY-SITE
                       IF WS-HIST-SITE = WS-AUDIT-SITE
                           PERFORM REPLAY-ONE-RECORD
                               THRU REPLAY-ONE-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       REPLAY-HISTORY-EXIT.
           EXIT.

       REPLAY-ONE-RECORD.
      * A seed or advance is judged by the date it landed on, a
      * back-out by the date it retreated from.
           MOVE "N" TO WS-IN-WINDOW-SW
           MOVE "N" TO WS-OFF-CALENDAR-SW
           IF BUSDH-OLD-DATE NOT NUMERIC OR
               BUSDH-NEW-DATE NOT NUMERIC
               SET WS-IN-WINDOW TO TRUE
               MOVE ZEROES TO WS-EXC-DATE
               MOVE "HISTORY RECORD NOT NUMERIC" TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
               GO TO REPLAY-ONE-RECORD-EXIT
           END-IF
           IF BUSDH-IS-BACKOUT
               MOVE BUSDH-OLD-DATE TO WS-EXC-DATE
           ELSE
               MOVE BUSDH-NEW-DATE TO WS-EXC-DATE
           END-IF
           IF WS-EXC-DATE NOT < WS-WINDOW-START AND
               WS-EXC-DATE NOT > WS-WINDOW-END
               SET WS-IN-WINDOW TO TRUE
               ADD 1 TO WS-HIST-IN-WINDOW
               PERFORM COUNT-OPERATOR-ACTIVITY
                   THRU COUNT-OPERATOR-ACTIVITY-EXIT
           END-IF
           MOVE BUSDH-OLD-DATE TO WS-WORK-DATE
           PERFORM FIND-DAY-INDEX
               THRU FIND-DAY-INDEX-EXIT
           MOVE WS-DAY-IDX TO WS-OLD-IDX
           MOVE BUSDH-NEW-DATE TO WS-WORK-DATE
           PERFORM FIND-DAY-INDEX
               THRU FIND-DAY-INDEX-EXIT
           MOVE WS-DAY-IDX TO WS-NEW-IDX
           IF WS-NEW-IDX = ZERO OR
               (WS-OLD-IDX = ZERO AND NOT BUSDH-IS-SEED)
               SET WS-OFF-CALENDAR TO TRUE
               MOVE "DATE OFF THE PUBLISHED CALENDAR" TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           EVALUATE TRUE
               WHEN BUSDH-IS-SEED
                   PERFORM REPLAY-SEED
               WHEN BUSDH-IS-ADVANCE
                   PERFORM REPLAY-ADVANCE
               WHEN BUSDH-IS-BACKOUT
                   PERFORM REPLAY-BACKOUT
               WHEN OTHER
                   MOVE "INVALID HISTORY ACTION CODE" TO WS-EXC-TEXT
                   PERFORM PRINT-RECORD-EXCEPTION
           END-EVALUATE.
       REPLAY-ONE-RECORD-EXIT.
           EXIT.

       REPLAY-SEED.
      * A seed starts the walk; it closes no day, so it carries no
      * period-end indicator.
           IF NOT WS-OFF-CALENDAR
               PERFORM LAND-ON-NEW-DATE
           END-IF
           IF BUSDH-MONTH-END-IND NOT = "N" OR
               BUSDH-QTR-END-IND NOT = "N" OR
               BUSDH-YEAR-END-IND NOT = "N"
               MOVE "SEED CARRIES A PERIOD-END INDICATOR"
                   TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           MOVE BUSDH-NEW-DATE TO WS-REPLAY-DATE.

       REPLAY-ADVANCE.
           IF WS-REPLAY-DATE NOT = ZEROES AND
               BUSDH-OLD-DATE NOT = WS-REPLAY-DATE
               MOVE "ADVANCE NOT FROM THE CURRENT DATE"
                   TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           IF BUSDH-NEW-DATE NOT > BUSDH-OLD-DATE
               MOVE "ADVANCE DID NOT MOVE FORWARD" TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           IF NOT WS-OFF-CALENDAR
               PERFORM LAND-ON-NEW-DATE
               IF BUSDH-NEW-DATE > BUSDH-OLD-DATE
                   MOVE WS-OLD-IDX TO WS-CLOSED-IDX
                   PERFORM CHECK-PERIOD-INDICATORS
               END-IF
           END-IF
           MOVE BUSDH-NEW-DATE TO WS-REPLAY-DATE.

       REPLAY-BACKOUT.
      * The retreat must come off the current date, undo a landing
      * an advance made, and go back to where that advance came
      * from. Its indicators describe the business day before the
      * date it returned to.
           IF WS-REPLAY-DATE NOT = ZEROES AND
               BUSDH-OLD-DATE NOT = WS-REPLAY-DATE
               MOVE "BACK-OUT NOT FROM THE CURRENT DATE"
                   TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           IF NOT WS-OFF-CALENDAR
               IF WS-DAY-LANDINGS (WS-OLD-IDX) = ZERO
                   MOVE "BACK-OUT WITH NO ADVANCE TO UNDO"
                       TO WS-EXC-TEXT
                   PERFORM PRINT-RECORD-EXCEPTION
               ELSE
                   SUBTRACT 1 FROM WS-DAY-LANDINGS (WS-OLD-IDX)
                   IF WS-DAY-FROM-DATE (WS-OLD-IDX) NOT =
                       BUSDH-NEW-DATE
                       MOVE "BACK-OUT NOT TO THE ADVANCE'S ORIGIN"
                           TO WS-EXC-TEXT
                       PERFORM PRINT-RECORD-EXCEPTION
                   END-IF
               END-IF
               MOVE ZEROES TO WS-CLOSED-IDX
               PERFORM VARYING WS-SCAN-IDX FROM WS-NEW-IDX BY -1
                   UNTIL WS-SCAN-IDX < 2 OR WS-CLOSED-IDX > ZERO
                   IF WS-DAY-IS-BUS-DAY (WS-SCAN-IDX - 1)
                       COMPUTE WS-CLOSED-IDX = WS-SCAN-IDX - 1
                   END-IF
               END-PERFORM
               IF WS-CLOSED-IDX > ZERO
                   PERFORM CHECK-PERIOD-INDICATORS
               END-IF
           END-IF
           MOVE BUSDH-NEW-DATE TO WS-REPLAY-DATE.

       LAND-ON-NEW-DATE.
      * A day already holding a landing that was never backed out is
      * a double advance; a landing on a non-processing day is an
      * advance onto a weekend or holiday.
           IF WS-DAY-LANDINGS (WS-NEW-IDX) > ZERO
               MOVE "LANDED ON TWICE WITHOUT A BACK-OUT"
                   TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           IF WS-DAY-LANDINGS (WS-NEW-IDX) < 999
               ADD 1 TO WS-DAY-LANDINGS (WS-NEW-IDX)
           END-IF
           MOVE BUSDH-OLD-DATE TO WS-DAY-FROM-DATE (WS-NEW-IDX)
           IF WS-FIRST-LANDED-IDX = ZERO OR
               WS-NEW-IDX < WS-FIRST-LANDED-IDX
               MOVE WS-NEW-IDX TO WS-FIRST-LANDED-IDX
           END-IF
           IF WS-NEW-IDX > WS-FINAL-IDX
               MOVE WS-NEW-IDX TO WS-FINAL-IDX
           END-IF
           IF NOT WS-DAY-IS-BUS-DAY (WS-NEW-IDX)
               IF WS-DAY-OF-WEEK (WS-NEW-IDX) > 5
                   MOVE "LANDED ON A WEEKEND" TO WS-EXC-TEXT
               ELSE
                   MOVE "LANDED ON A HOLIDAY" TO WS-EXC-TEXT
               END-IF
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF.

       CHECK-PERIOD-INDICATORS.
      * The day closed (WS-CLOSED-IDX) ended a month, quarter, or
      * year exactly when a period-end date on the overlay falls
      * between it and the day before the landing.
           MOVE "N" TO WS-EXPECT-MONTH-END
           MOVE "N" TO WS-EXPECT-QTR-END
           MOVE "N" TO WS-EXPECT-YEAR-END
           PERFORM VARYING WS-SCAN-IDX FROM WS-CLOSED-IDX BY 1
               UNTIL WS-SCAN-IDX >= WS-NEW-IDX
               IF WS-DAY-MONTH-END (WS-SCAN-IDX) = "Y"
                   MOVE "Y" TO WS-EXPECT-MONTH-END
               END-IF
               IF WS-DAY-QTR-END (WS-SCAN-IDX) = "Y"
                   MOVE "Y" TO WS-EXPECT-QTR-END
               END-IF
               IF WS-DAY-YEAR-END (WS-SCAN-IDX) = "Y"
                   MOVE "Y" TO WS-EXPECT-YEAR-END
               END-IF
           END-PERFORM
           IF BUSDH-MONTH-END-IND NOT = WS-EXPECT-MONTH-END
               MOVE "MONTH-END INDICATOR DISAGREES" TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           IF BUSDH-QTR-END-IND NOT = WS-EXPECT-QTR-END
               MOVE "QUARTER-END INDICATOR DISAGREES" TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF
           IF BUSDH-YEAR-END-IND NOT = WS-EXPECT-YEAR-END
               MOVE "YEAR-END INDICATOR DISAGREES" TO WS-EXC-TEXT
               PERFORM PRINT-RECORD-EXCEPTION
           END-IF.

       COUNT-OPERATOR-ACTIVITY.
           MOVE ZEROES TO WS-OPR-FOUND-IDX
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT
               IF WS-OPR-USER-ID (WS-OPR-IDX) = BUSDH-USER-ID
                   MOVE WS-OPR-IDX TO WS-OPR-FOUND-IDX
                   MOVE WS-OPR-COUNT TO WS-OPR-IDX
               END-IF
           END-PERFORM
           IF WS-OPR-FOUND-IDX = ZERO
               IF WS-OPR-COUNT >= 200
                   DISPLAY "BUSDRCN: OPERATOR TABLE FULL"
                   SET WS-ABORT-RUN TO TRUE
                   GO TO COUNT-OPERATOR-ACTIVITY-EXIT
               END-IF
               ADD 1 TO WS-OPR-COUNT
               MOVE WS-OPR-COUNT TO WS-OPR-FOUND-IDX
               MOVE BUSDH-USER-ID TO WS-OPR-USER-ID (WS-OPR-FOUND-IDX)
               MOVE ZEROES TO WS-OPR-SEEDS (WS-OPR-FOUND-IDX)
               MOVE ZEROES TO WS-OPR-ADVANCES (WS-OPR-FOUND-IDX)
               MOVE ZEROES TO WS-OPR-BACKOUTS (WS-OPR-FOUND-IDX)
           END-IF
           EVALUATE TRUE
               WHEN BUSDH-IS-SEED
                   ADD 1 TO WS-OPR-SEEDS (WS-OPR-FOUND-IDX)
               WHEN BUSDH-IS-ADVANCE
                   ADD 1 TO WS-OPR-ADVANCES (WS-OPR-FOUND-IDX)
               WHEN BUSDH-IS-BACKOUT
                   ADD 1 TO WS-OPR-BACKOUTS (WS-OPR-FOUND-IDX)
           END-EVALUATE.
       COUNT-OPERATOR-ACTIVITY-EXIT.
           EXIT.

       PRINT-RECORD-EXCEPTION.
      * Findings on records outside the window are replayed but not
      * reported.
           IF WS-IN-WINDOW
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-EXC-DATE TO WS-D-DATE
               MOVE BUSDH-ACTION TO WS-D-ACTION
               MOVE BUSDH-OLD-DATE TO WS-D-OLD-DATE
               MOVE BUSDH-NEW-DATE TO WS-D-NEW-DATE
               MOVE BUSDH-USER-ID TO WS-D-USER-ID
               MOVE WS-EXC-TEXT TO WS-D-TEXT
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       FIND-SKIPPED-DAYS.
      * Every processing day of the site in the window from the
      * first landing the history records to the furthest it reached
      * must hold a landing that was never backed out.
           IF WS-FIRST-LANDED-IDX = ZERO
               GO TO FIND-SKIPPED-DAYS-EXIT
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM WS-FIRST-LANDED-IDX BY 1
               UNTIL WS-DAY-IDX > WS-FINAL-IDX
               IF WS-DAY-IS-BUS-DAY (WS-DAY-IDX) AND
                   WS-DAY-DATE (WS-DAY-IDX) NOT < WS-WINDOW-START AND
                   WS-DAY-DATE (WS-DAY-IDX) NOT > WS-WINDOW-END
                   ADD 1 TO WS-BUS-DAYS-CHECKED
                   IF WS-DAY-LANDINGS (WS-DAY-IDX) = ZERO
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE WS-DAY-DATE (WS-DAY-IDX) TO WS-D-DATE
                       MOVE "BUSINESS DAY SKIPPED" TO WS-D-TEXT
                       WRITE RPT-LINE FROM WS-DETAIL-LINE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       FIND-SKIPPED-DAYS-EXIT.
           EXIT.

       CHECK-HOLIDAY-SOURCES.
      * The overlay and the live master should agree on every
      * holiday in the window; where they do not, the overlay is
      * older than the master and wants rebuilding.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE (WS-DAY-IDX) NOT < WS-WINDOW-START AND
                   WS-DAY-DATE (WS-DAY-IDX) NOT > WS-WINDOW-END AND
                   WS-DAY-CDB-HOLIDAY (WS-DAY-IDX) NOT =
                       WS-DAY-MST-HOLIDAY (WS-DAY-IDX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-DAY-DATE (WS-DAY-IDX) TO WS-D-DATE
                   IF WS-DAY-MST-HOLIDAY (WS-DAY-IDX) = "Y"
                       MOVE "WARNING - HOLIDAY NOT ON CALDBFIL"
                           TO WS-D-TEXT
                   ELSE
                       MOVE "WARNING - HOLIDAY NOT ON HOLMAST"
                           TO WS-D-TEXT
                   END-IF
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-PERFORM.

       PRINT-OPERATOR-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-OPR-HDR-1
           WRITE RPT-LINE FROM WS-OPR-HDR-2
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE WS-OPR-USER-ID (WS-OPR-IDX) TO WS-O-USER-ID
               MOVE WS-OPR-SEEDS (WS-OPR-IDX) TO WS-O-SEEDS
               MOVE WS-OPR-ADVANCES (WS-OPR-IDX) TO WS-O-ADVANCES
               MOVE WS-OPR-BACKOUTS (WS-OPR-IDX) TO WS-O-BACKOUTS
               WRITE RPT-LINE FROM WS-OPR-LINE
           END-PERFORM.

       PRINT-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "HISTORY RECORDS READ:" TO WS-C-LABEL
           MOVE WS-HIST-READ TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "SITES AUDITED:" TO WS-C-LABEL
           MOVE WS-AST-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "RECORDS IN WINDOW:" TO WS-C-LABEL
           MOVE WS-HIST-IN-WINDOW TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "BUSINESS DAYS CHECKED:" TO WS-C-LABEL
           MOVE WS-BUS-DAYS-CHECKED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "EXCEPTIONS:" TO WS-C-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "WARNINGS:" TO WS-C-LABEL
           MOVE WS-WARNING-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "BUSINESS DATE HISTORY PROVES CLEAN"
                   TO WS-MSG-LINE
           ELSE
               MOVE "BUSINESS DATE HISTORY DOES NOT RECONCILE"
                   TO WS-MSG-LINE
           END-IF
           WRITE RPT-LINE FROM WS-MSG-LINE.
