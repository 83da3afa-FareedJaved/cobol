       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDADV.
      * Nightly business-date advance. Rolls each active site's
      * control record to that site's next processing day using the
      * DATECALC service (which answers from the CALENDAR-BUILD
      * calendar and the holiday master, honoring only the site's
      * own holidays and the "ALL" records) and sets the month-end,
      * quarter-end, and year-end indicators for the day each site
      * just closed, so the scheduler can condition the period-end
      * job streams off one authoritative file. BUSDCTL carries one
      * record per active site on SITEMAST: a site that has become
      * active since the last run is added at its first processing
      * day after the date the shop has reached, and a site no
      * longer active is dropped. A control record with a blank site
      * is the single shop-wide record from before sites were
      * carried: it is taken as every active site's date and the run
      * writes one record per site back. Every seed, advance, and
      * back-out is appended to the business-date history file by
      * site, so "what was the business date on August 12" stays
      * answerable after BUSDCTL is overwritten. A per-site status
      * report (BUSDRPT) shows each site's old and new dates and
      * indicators for the morning check.
      * The step return code is the shop-wide answer - the highest
      * period end any site closed tonight:
      *    0 - ordinary processing day
      *    4 - month-end
      *    8 - quarter-end (and month-end)
      *   12 - year-end (and quarter-end and month-end)
      *   16 - error, no site advanced
      * First-time setup: when no control file exists yet, the run
      * seeds every active site from the date on the SYSIN control
      * card and ends with no advance and no period-end flags.
      * A month-end advance also flips the just-ended period to
      * CLOSING on the fiscal period control file, so the FPGUARD
      * posting guard starts blocking the month - but only once
      * every active site has rolled past it, since a site still
      * processing the month must still be able to post to it.
      * Back-out: SYSIN cards of "BACKOUT <operator-id> <site>", one
      * per site to pull back, retreat those sites' control records
      * to their prior dates, recompute the indicators, and record
      * each retreat on the history with who drove it. A retreat
      * must undo the advance the history recorded last for its
      * site - a second back-out in a row, or a back-out with no
      * recorded advance, is refused, and then no site is moved.
      * Return code 0 on a clean back-out, 16 when it is refused or
      * fails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "FPCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FPC-FILE-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUSDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-DATE-FILE
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       COPY FPCREC.
       FD  SITE-MASTER-FILE
           RECORDING MODE IS F.
       COPY SITEREC.
       FD  CONTROL-CARD-FILE.
      * "BACKOUT <OPERATOR-ID> <SITE>" - keyword in columns 1-7, one
      * space, operator id in columns 9-16, one space, site code in
      * columns 18-20.
       01 CC-RECORD.
           05 CC-KEYWORD PIC X(7).
           05 FILLER PIC X(1).
           05 CC-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1).
           05 CC-SITE-CODE PIC X(3).
       01 CC-SEED-RECORD.
           05 CC-SEED-DATE PIC 9(8).
           05 FILLER PIC X(12).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS PIC XX VALUE "00".
       01 WS-FPC-FILE-STATUS PIC XX VALUE "00".
       01 WS-SITE-FILE-STATUS PIC XX VALUE "00".
       01 WS-CARD-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
           88 WS-IS-BACKOUT-RUN VALUE "Y".
       01 WS-CARD-SEEN-SWITCH PIC X VALUE "N".
           88 WS-CARD-SEEN VALUE "Y".
       01 WS-SHOP-RECORD-SWITCH PIC X VALUE "N".
           88 WS-SHOP-RECORD-SEEN VALUE "Y".
       01 WS-CTL-RECORD-COUNT PIC 9(3) VALUE ZEROES.
      * Card fields are captured here before the card file closes -
      * the record area is not dependable after the CLOSE.
       01 WS-SEED-DATE PIC 9(8).
       01 WS-BACKOUT-TABLE.
           05 WS-BKO-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-BKO-ENTRY OCCURS 100 TIMES.
               10 WS-BKO-OPERATOR PIC X(8).
               10 WS-BKO-SITE PIC X(3).
       01 WS-BKO-IDX PIC 9(3).
       01 WS-OLD-DATE PIC 9(8).
       01 WS-OLD-DATE-R REDEFINES WS-OLD-DATE.
           05 WS-OLD-YEAR PIC 9(4).
           05 WS-NEW-YEAR PIC 9(4).
           05 WS-NEW-MONTH PIC 9(2).
           05 WS-NEW-DAY PIC 9(2).
       01 WS-OLD-QUARTER PIC 9.
       01 WS-NEW-QUARTER PIC 9.
      * One entry per site: every active site on SITEMAST in site
      * order, then any BUSDCTL record whose site is no longer active.
      * The new-date fields start as a copy of the record on file and
      * are moved only for the sites tonight's run rolls; the
      * history action is left blank for a site that does not move.
       01 WS-SITE-CTL-TABLE.
           05 WS-SCT-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-SCT-ENTRY OCCURS 100 TIMES.
               10 WS-SCT-SITE PIC X(3).
               10 WS-SCT-NAME PIC X(30).
               10 WS-SCT-STATE PIC X.
                   88 WS-SCT-ON-FILE VALUE "F".
                   88 WS-SCT-NEW-SITE VALUE "N".
                   88 WS-SCT-DROPPED VALUE "D".
               10 WS-SCT-OLD-DATE PIC 9(8).
               10 WS-SCT-OLD-PRIOR-DATE PIC 9(8).
               10 WS-SCT-OLD-STAMP PIC X(14).
               10 WS-SCT-NEW-DATE PIC 9(8).
               10 WS-SCT-NEW-PRIOR-DATE PIC 9(8).
               10 WS-SCT-MONTH-END-IND PIC X.
               10 WS-SCT-QTR-END-IND PIC X.
               10 WS-SCT-YEAR-END-IND PIC X.
               10 WS-SCT-HIST-ACTION PIC X.
               10 WS-SCT-HIST-OLD-DATE PIC 9(8).
               10 WS-SCT-HIST-USER-ID PIC X(8).
               10 WS-SCT-KEEP-SW PIC X.
                   88 WS-SCT-KEEP VALUE "Y".
               10 WS-SCT-STATUS-TEXT PIC X(12).
      * Last history record on file for the site, captured while
      * scanning to the end - a back-out must undo exactly this
      * advance.
               10 WS-SCT-LAST-HIST-ACTION PIC X.
               10 WS-SCT-LAST-HIST-NEW-DATE PIC 9(8).
       01 WS-SCT-IDX PIC 9(3).
       01 WS-SCT-FOUND-IDX PIC 9(3).
       01 WS-FIND-SITE PIC X(3).
       01 WS-ACTIVE-SITES PIC 9(3) VALUE ZEROES.
       01 WS-SHOP-LATEST-DATE PIC 9(8) VALUE ZEROES.
       01 WS-SHOP-RC PIC 9(2) VALUE ZEROES.
       01 WS-SITE-RC PIC 9(2).
      * The fiscal month may only go to CLOSING once the earliest
      * site has rolled past it.
       01 WS-EARLIEST-NEW-DATE PIC 9(8).
       01 WS-EARLIEST-NEW-PERIOD PIC 9(6).
       01 WS-LAST-FLIPPED-PERIOD PIC 9(6) VALUE ZEROES.
       01 WS-SITES-MOVED PIC 9(3) VALUE ZEROES.
       01 WS-SITES-ADDED PIC 9(3) VALUE ZEROES.
       01 WS-SITES-DROPPED PIC 9(3) VALUE ZEROES.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-RUN-STAMP PIC X(14).
      * In-core fiscal period control file, same shape FPMAINT
      * keeps, for the month-end CLOSING flip.
       01 WS-FPC-ABORT-SW PIC X VALUE "N".
       01 WS-FPC-INSERT-IDX PIC 9(3).
       01 WS-FPC-SHIFT-IDX PIC 9(3).
       01 WS-CLOSED-PERIOD PIC 9(6).
       01 WS-HDR-1.
           05 FILLER PIC X(36)
               VALUE "BUSINESS DATE STATUS BY SITE".
           05 FILLER PIC X(5) VALUE "RUN ".
           05 WS-H-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-H-MODE PIC X(12).
       01 WS-HDR-2.
           05 FILLER PIC X(6)  VALUE "SITE".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "OLD DATE".
           05 FILLER PIC X(10) VALUE "NEW DATE".
           05 FILLER PIC X(3)  VALUE "M".
           05 FILLER PIC X(3)  VALUE "Q".
           05 FILLER PIC X(3)  VALUE "Y".
           05 FILLER PIC X(12) VALUE "STATUS".
       01 WS-DETAIL-LINE.
           05 WS-D-SITE PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-OLD-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NEW-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-MONTH-END PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-QTR-END PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-YEAR-END PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-STATUS PIC X(12).
       01 WS-MSG-LINE PIC X(80).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZZZ9.
       COPY DATECIO.
       PROCEDURE DIVISION.
       BUSDADV-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-STAMP
           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT
           PERFORM LOAD-SITE-TABLE THRU LOAD-SITE-TABLE-EXIT
           PERFORM READ-CONTROL-RECORDS THRU READ-CONTROL-RECORDS-EXIT
           IF RETURN-CODE = 16
               PERFORM PRINT-STATUS-REPORT
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN WS-IS-BACKOUT-RUN AND WS-IS-SEEDING-RUN
                   DISPLAY "BUSDADV: NO BUSDCTL TO BACK OUT"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-IS-BACKOUT-RUN
                   PERFORM BACKOUT-BUSINESS-DATES
                       THRU BACKOUT-BUSINESS-DATES-EXIT
               WHEN WS-IS-SEEDING-RUN
                   PERFORM SEED-CONTROL-RECORDS
                       THRU SEED-CONTROL-RECORDS-EXIT
               WHEN OTHER
                   PERFORM ADVANCE-BUSINESS-DATES
                       THRU ADVANCE-BUSINESS-DATES-EXIT
           END-EVALUATE
           PERFORM PRINT-STATUS-REPORT
           GOBACK.

       READ-CONTROL-CARDS.
      * The SYSIN cards drive the mode: "BACKOUT <operator-id>
      * <site>" cards request back-outs, a date seeds a first-time
      * control file, and no card at all (the normal night)
      * advances.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               GO TO READ-CONTROL-CARDS-EXIT
           END-IF
           MOVE ZEROES TO WS-SEED-DATE
           PERFORM UNTIL WS-EOF OR RETURN-CODE = 16
               READ CONTROL-CARD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-CARD THRU TAKE-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           CLOSE CONTROL-CARD-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       READ-CONTROL-CARDS-EXIT.
           EXIT.

       TAKE-ONE-CARD.
      * Saved before the CLOSE - the record buffer is not dependable
      * once the file is closed.
           IF NOT WS-CARD-SEEN
               SET WS-CARD-SEEN TO TRUE
               IF CC-SEED-DATE NUMERIC
                   MOVE CC-SEED-DATE TO WS-SEED-DATE
               END-IF
           END-IF
           IF CC-KEYWORD NOT = "BACKOUT"
               GO TO TAKE-ONE-CARD-EXIT
           END-IF
           SET WS-IS-BACKOUT-RUN TO TRUE
           IF CC-OPERATOR-ID = SPACES
               DISPLAY "BUSDADV: BACKOUT CARD NEEDS AN "
                   "OPERATOR ID"
               MOVE 16 TO RETURN-CODE
               GO TO TAKE-ONE-CARD-EXIT
           END-IF
           IF CC-SITE-CODE = SPACES
               DISPLAY "BUSDADV: BACKOUT CARD NEEDS A SITE CODE"
               MOVE 16 TO RETURN-CODE
               GO TO TAKE-ONE-CARD-EXIT
           END-IF
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
               UNTIL WS-BKO-IDX > WS-BKO-COUNT
               IF WS-BKO-SITE (WS-BKO-IDX) = CC-SITE-CODE
                   DISPLAY "BUSDADV: SITE " CC-SITE-CODE
                       " NAMED ON TWO BACKOUT CARDS"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-PERFORM
           IF WS-BKO-COUNT >= 100
               DISPLAY "BUSDADV: TOO MANY BACKOUT CARDS"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 16
               GO TO TAKE-ONE-CARD-EXIT
           END-IF
           ADD 1 TO WS-BKO-COUNT
           MOVE CC-OPERATOR-ID TO WS-BKO-OPERATOR (WS-BKO-COUNT)
           MOVE CC-SITE-CODE TO WS-BKO-SITE (WS-BKO-COUNT).
       TAKE-ONE-CARD-EXIT.
           EXIT.

       LOAD-SITE-TABLE.
      * The site master is required reference data - without it the
      * run cannot know which sites to roll, so a missing or
      * unreadable file fails the run. Only active sites are kept.
           IF RETURN-CODE = 16
               GO TO LOAD-SITE-TABLE-EXIT
           END-IF
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-FILE-STATUS NOT = "00"
               DISPLAY "BUSDADV: UNABLE TO OPEN SITEMAST, STATUS "
                   WS-SITE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-SITE-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR RETURN-CODE = 16
               READ SITE-MASTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF SITE-IS-ACTIVE
                           MOVE SITE-CODE TO WS-FIND-SITE
                           PERFORM ADD-SITE-ENTRY
                           IF RETURN-CODE NOT = 16
                               SET WS-SCT-NEW-SITE
                                   (WS-SCT-FOUND-IDX) TO TRUE
                               MOVE SITE-NAME
                                   TO WS-SCT-NAME (WS-SCT-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-SCT-COUNT TO WS-ACTIVE-SITES
           IF WS-ACTIVE-SITES = ZERO AND RETURN-CODE NOT = 16
               DISPLAY "BUSDADV: NO ACTIVE SITE ON SITEMAST"
               MOVE 16 TO RETURN-CODE
           END-IF.
       LOAD-SITE-TABLE-EXIT.
           EXIT.

       ADD-SITE-ENTRY.
      * Opens a table entry for WS-FIND-SITE; the caller sets its
      * state.
           IF WS-SCT-COUNT >= 100
               DISPLAY "BUSDADV: SITE TABLE FULL"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-SCT-COUNT
               MOVE WS-SCT-COUNT TO WS-SCT-FOUND-IDX
               INITIALIZE WS-SCT-ENTRY (WS-SCT-FOUND-IDX)
               MOVE WS-FIND-SITE TO WS-SCT-SITE (WS-SCT-FOUND-IDX)
               MOVE SPACES TO WS-SCT-HIST-ACTION (WS-SCT-FOUND-IDX)
               MOVE SPACES
                   TO WS-SCT-LAST-HIST-ACTION (WS-SCT-FOUND-IDX)
           END-IF.

       FIND-SITE-ENTRY.
           MOVE ZEROES TO WS-SCT-FOUND-IDX
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               IF WS-SCT-SITE (WS-SCT-IDX) = WS-FIND-SITE
                   MOVE WS-SCT-IDX TO WS-SCT-FOUND-IDX
                   MOVE WS-SCT-COUNT TO WS-SCT-IDX
               END-IF
           END-PERFORM.

       READ-CONTROL-RECORDS.
      * Each control record is matched to its active site; a record
      * for a site no longer active is carried only so the report
      * can show it dropped.
           IF RETURN-CODE = 16
               GO TO READ-CONTROL-RECORDS-EXIT
           END-IF
           OPEN INPUT CONTROL-DATE-FILE
           IF WS-CTL-FILE-STATUS = "35"
               SET WS-IS-SEEDING-RUN TO TRUE
               GO TO READ-CONTROL-RECORDS-EXIT
           END-IF
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "BUSDADV: UNABLE TO OPEN BUSDCTL, STATUS "
                   WS-CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO READ-CONTROL-RECORDS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR RETURN-CODE = 16
               READ CONTROL-DATE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-CONTROL-RECORD
                           THRU TAKE-CONTROL-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE CONTROL-DATE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF RETURN-CODE NOT = 16 AND WS-SHOP-LATEST-DATE = ZEROES
               DISPLAY "BUSDADV: BUSDCTL IS EMPTY - RESEED IT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       READ-CONTROL-RECORDS-EXIT.
           EXIT.

       TAKE-CONTROL-RECORD.
      * Saved before the CLOSE - the record buffer is not dependable
      * once the file is closed. A blank-site (shop-wide) record
      * stands for every active site, so it can only be the one
      * record on the file.
           ADD 1 TO WS-CTL-RECORD-COUNT
           IF WS-SHOP-RECORD-SEEN OR
               (BUSD-SITE-CODE = SPACES AND WS-CTL-RECORD-COUNT > 1)
               DISPLAY "BUSDADV: BUSDCTL HAS A SHOP-WIDE RECORD "
                   "AND SITE RECORDS"
               MOVE 16 TO RETURN-CODE
               GO TO TAKE-CONTROL-RECORD-EXIT
           END-IF
           IF BUSD-CURRENT-DATE > WS-SHOP-LATEST-DATE
               MOVE BUSD-CURRENT-DATE TO WS-SHOP-LATEST-DATE
           END-IF
           IF BUSD-SITE-CODE = SPACES
               SET WS-SHOP-RECORD-SEEN TO TRUE
               PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                   UNTIL WS-SCT-IDX > WS-SCT-COUNT
                   SET WS-SCT-ON-FILE (WS-SCT-IDX) TO TRUE
                   PERFORM TAKE-CONTROL-DATES
               END-PERFORM
               DISPLAY "BUSDADV: SHOP-WIDE BUSDCTL RECORD TAKEN FOR "
                   WS-SCT-COUNT " SITES"
               GO TO TAKE-CONTROL-RECORD-EXIT
           END-IF
           MOVE BUSD-SITE-CODE TO WS-FIND-SITE
           PERFORM FIND-SITE-ENTRY
           IF WS-SCT-FOUND-IDX > ZERO
               IF NOT WS-SCT-NEW-SITE (WS-SCT-FOUND-IDX)
                   DISPLAY "BUSDADV: SITE " BUSD-SITE-CODE
                       " IS ON BUSDCTL TWICE"
                   MOVE 16 TO RETURN-CODE
                   GO TO TAKE-CONTROL-RECORD-EXIT
               END-IF
               SET WS-SCT-ON-FILE (WS-SCT-FOUND-IDX) TO TRUE
           ELSE
               PERFORM ADD-SITE-ENTRY
               IF RETURN-CODE = 16
                   GO TO TAKE-CONTROL-RECORD-EXIT
               END-IF
               SET WS-SCT-DROPPED (WS-SCT-FOUND-IDX) TO TRUE
               MOVE "NOT ACTIVE ON SITEMAST"
                   TO WS-SCT-NAME (WS-SCT-FOUND-IDX)
           END-IF
           MOVE WS-SCT-FOUND-IDX TO WS-SCT-IDX
           PERFORM TAKE-CONTROL-DATES.
       TAKE-CONTROL-RECORD-EXIT.
           EXIT.

       TAKE-CONTROL-DATES.
      * Loads the control record into the site entry at WS-SCT-IDX.
           MOVE BUSD-CURRENT-DATE TO WS-SCT-OLD-DATE (WS-SCT-IDX)
           MOVE BUSD-PRIOR-DATE TO WS-SCT-OLD-PRIOR-DATE (WS-SCT-IDX)
           MOVE BUSD-LAST-ADVANCE-STAMP
               TO WS-SCT-OLD-STAMP (WS-SCT-IDX)
           MOVE BUSD-CURRENT-DATE TO WS-SCT-NEW-DATE (WS-SCT-IDX)
           MOVE BUSD-PRIOR-DATE TO WS-SCT-NEW-PRIOR-DATE (WS-SCT-IDX)
           MOVE BUSD-MONTH-END-IND
               TO WS-SCT-MONTH-END-IND (WS-SCT-IDX)
           MOVE BUSD-QTR-END-IND TO WS-SCT-QTR-END-IND (WS-SCT-IDX)
           MOVE BUSD-YEAR-END-IND TO WS-SCT-YEAR-END-IND (WS-SCT-IDX).

       SEED-CONTROL-RECORDS.
      * No control file yet - first-time setup from the SYSIN card,
      * every active site at the one date. The seed date must be a
      * date the published calendar can vouch for; DATECALC's
      * days-between against itself is the cheapest full validation
      * of a single date.
           IF NOT WS-CARD-SEEN OR WS-SEED-DATE = ZEROES
               DISPLAY "BUSDADV: NO BUSDCTL AND NO SYSIN SEED CARD"
               MOVE 16 TO RETURN-CODE
               GO TO SEED-CONTROL-RECORDS-EXIT
           END-IF
           SET DATE-CALC-DAYS-BETWEEN TO TRUE
           MOVE WS-SEED-DATE TO DATE-CALC-DATE-1
           MOVE WS-SEED-DATE TO DATE-CALC-DATE-2
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
           MOVE "BUSDADV" TO DATE-CALC-JOB-NAME
           MOVE "ALL" TO DATE-CALC-SITE-CODE
           CALL "DATECALC" USING DATE-CALC-PARMS
           IF NOT DATE-CALC-OK
                   " REJECTED, DATECALC ERROR "
                   DATE-CALC-ERROR-CODE
               MOVE 16 TO RETURN-CODE
               GO TO SEED-CONTROL-RECORDS-EXIT
           END-IF
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               MOVE WS-SEED-DATE TO WS-SCT-NEW-DATE (WS-SCT-IDX)
               PERFORM SET-SEED-ENTRY
               MOVE "SEEDED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
           END-PERFORM
           PERFORM WRITE-HISTORY-RECORDS
               THRU WRITE-HISTORY-RECORDS-EXIT
           IF RETURN-CODE = 16
               GO TO SEED-CONTROL-RECORDS-EXIT
           END-IF
           PERFORM WRITE-CONTROL-RECORDS
           IF RETURN-CODE NOT = 16
               DISPLAY "BUSDADV: BUSDCTL SEEDED AT " WS-SEED-DATE
                   " FOR " WS-ACTIVE-SITES " SITES"
           END-IF.
       SEED-CONTROL-RECORDS-EXIT.
           EXIT.

       SET-SEED-ENTRY.
      * A seed closes no day - no prior date and no period-end flags.
           MOVE ZEROES TO WS-SCT-OLD-DATE (WS-SCT-IDX)
           MOVE ZEROES TO WS-SCT-NEW-PRIOR-DATE (WS-SCT-IDX)
           MOVE "N" TO WS-SCT-MONTH-END-IND (WS-SCT-IDX)
           MOVE "N" TO WS-SCT-QTR-END-IND (WS-SCT-IDX)
           MOVE "N" TO WS-SCT-YEAR-END-IND (WS-SCT-IDX)
           MOVE "S" TO WS-SCT-HIST-ACTION (WS-SCT-IDX)
           MOVE ZEROES TO WS-SCT-HIST-OLD-DATE (WS-SCT-IDX)
           MOVE "BUSDADV" TO WS-SCT-HIST-USER-ID (WS-SCT-IDX)
           SET WS-SCT-KEEP (WS-SCT-IDX) TO TRUE
           ADD 1 TO WS-SITES-MOVED.

       ADVANCE-BUSINESS-DATES.
      * Every site on file rolls to its own next processing day; a
      * newly active site is added at its first processing day after
      * the latest date any site had reached. Nothing is written
      * until every site's answer is in, so one bad answer leaves
      * every site where it was.
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT OR RETURN-CODE = 16
               EVALUATE TRUE
                   WHEN WS-SCT-ON-FILE (WS-SCT-IDX)
                       PERFORM ADVANCE-ONE-SITE
                           THRU ADVANCE-ONE-SITE-EXIT
                   WHEN WS-SCT-NEW-SITE (WS-SCT-IDX)
                       PERFORM ADD-ONE-SITE THRU ADD-ONE-SITE-EXIT
                   WHEN WS-SCT-DROPPED (WS-SCT-IDX)
                       MOVE "DROPPED" TO WS-SCT-STATUS-TEXT
                           (WS-SCT-IDX)
                       ADD 1 TO WS-SITES-DROPPED
               END-EVALUATE
           END-PERFORM
           IF RETURN-CODE = 16
               GO TO ADVANCE-BUSINESS-DATES-EXIT
           END-IF
      * The history is written before the control records so a
      * failed append can never leave an advance with no trace.
           PERFORM WRITE-HISTORY-RECORDS
               THRU WRITE-HISTORY-RECORDS-EXIT
           IF RETURN-CODE = 16
               GO TO ADVANCE-BUSINESS-DATES-EXIT
           END-IF
           PERFORM WRITE-CONTROL-RECORDS
           IF RETURN-CODE = 16
               GO TO ADVANCE-BUSINESS-DATES-EXIT
           END-IF
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               PERFORM DISPLAY-SITE-MOVE
           END-PERFORM
           MOVE WS-SHOP-RC TO RETURN-CODE
           PERFORM FIND-EARLIEST-NEW-DATE
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               IF WS-SCT-HIST-ACTION (WS-SCT-IDX) = "A" AND
                   WS-SCT-MONTH-END-IND (WS-SCT-IDX) = "Y"
                   COMPUTE WS-CLOSED-PERIOD =
                       WS-SCT-HIST-OLD-DATE (WS-SCT-IDX) / 100
                   IF WS-CLOSED-PERIOD < WS-EARLIEST-NEW-PERIOD AND
                       WS-CLOSED-PERIOD NOT = WS-LAST-FLIPPED-PERIOD
                       PERFORM FLIP-PERIOD-CLOSING
                           THRU FLIP-PERIOD-CLOSING-EXIT
                       MOVE WS-CLOSED-PERIOD TO WS-LAST-FLIPPED-PERIOD
                   END-IF
               END-IF
           END-PERFORM.
       ADVANCE-BUSINESS-DATES-EXIT.
           EXIT.

       ADVANCE-ONE-SITE.
           MOVE WS-SCT-OLD-DATE (WS-SCT-IDX) TO WS-OLD-DATE
           SET DATE-CALC-NEXT-BUS-DAY TO TRUE
           MOVE WS-OLD-DATE TO DATE-CALC-DATE-1
           MOVE ZEROES TO DATE-CALC-DATE-2
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
           MOVE "BUSDADV" TO DATE-CALC-JOB-NAME
      * Each site's business date honors only its own holidays and
      * the "ALL" records.
           MOVE WS-SCT-SITE (WS-SCT-IDX) TO DATE-CALC-SITE-CODE
           CALL "DATECALC" USING DATE-CALC-PARMS
           IF NOT DATE-CALC-OK
               DISPLAY "BUSDADV: CANNOT ADVANCE SITE "
                   WS-SCT-SITE (WS-SCT-IDX) " FROM " WS-OLD-DATE
                   ", DATECALC ERROR " DATE-CALC-ERROR-CODE
               MOVE 16 TO RETURN-CODE
               MOVE "NOT MOVED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
               GO TO ADVANCE-ONE-SITE-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DATE TO WS-NEW-DATE
           MOVE WS-NEW-DATE TO WS-SCT-NEW-DATE (WS-SCT-IDX)
           MOVE WS-OLD-DATE TO WS-SCT-NEW-PRIOR-DATE (WS-SCT-IDX)
           PERFORM SET-PERIOD-INDICATORS
           MOVE "A" TO WS-SCT-HIST-ACTION (WS-SCT-IDX)
           MOVE WS-OLD-DATE TO WS-SCT-HIST-OLD-DATE (WS-SCT-IDX)
           MOVE "BUSDADV" TO WS-SCT-HIST-USER-ID (WS-SCT-IDX)
           SET WS-SCT-KEEP (WS-SCT-IDX) TO TRUE
           MOVE "ADVANCED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
           ADD 1 TO WS-SITES-MOVED
           EVALUATE TRUE
               WHEN WS-SCT-YEAR-END-IND (WS-SCT-IDX) = "Y"
                   MOVE 12 TO WS-SITE-RC
               WHEN WS-SCT-QTR-END-IND (WS-SCT-IDX) = "Y"
                   MOVE 8 TO WS-SITE-RC
               WHEN WS-SCT-MONTH-END-IND (WS-SCT-IDX) = "Y"
                   MOVE 4 TO WS-SITE-RC
               WHEN OTHER
                   MOVE 0 TO WS-SITE-RC
           END-EVALUATE
           IF WS-SITE-RC > WS-SHOP-RC
               MOVE WS-SITE-RC TO WS-SHOP-RC
           END-IF.
       ADVANCE-ONE-SITE-EXIT.
           EXIT.

       ADD-ONE-SITE.
      * A site that has become active since the last run joins at
      * its own first processing day after the latest date the shop
      * had reached, as if it had advanced with the others tonight.
      * It is seeded there - it closes no day of its own.
           SET DATE-CALC-NEXT-BUS-DAY TO TRUE
           MOVE WS-SHOP-LATEST-DATE TO DATE-CALC-DATE-1
           MOVE ZEROES TO DATE-CALC-DATE-2
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
           MOVE "BUSDADV" TO DATE-CALC-JOB-NAME
           MOVE WS-SCT-SITE (WS-SCT-IDX) TO DATE-CALC-SITE-CODE
           CALL "DATECALC" USING DATE-CALC-PARMS
           IF NOT DATE-CALC-OK
               DISPLAY "BUSDADV: CANNOT ADD SITE "
                   WS-SCT-SITE (WS-SCT-IDX) " AFTER "
                   WS-SHOP-LATEST-DATE ", DATECALC ERROR "
                   DATE-CALC-ERROR-CODE
               MOVE 16 TO RETURN-CODE
               MOVE "NOT ADDED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
               GO TO ADD-ONE-SITE-EXIT
           END-IF
           MOVE DATE-CALC-RESULT-DATE TO WS-SCT-NEW-DATE (WS-SCT-IDX)
           PERFORM SET-SEED-ENTRY
           MOVE "ADDED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
           ADD 1 TO WS-SITES-ADDED.
       ADD-ONE-SITE-EXIT.
           EXIT.

       FIND-EARLIEST-NEW-DATE.
           MOVE 99999999 TO WS-EARLIEST-NEW-DATE
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               IF WS-SCT-KEEP (WS-SCT-IDX) AND
                   WS-SCT-NEW-DATE (WS-SCT-IDX) < WS-EARLIEST-NEW-DATE
                   MOVE WS-SCT-NEW-DATE (WS-SCT-IDX)
                       TO WS-EARLIEST-NEW-DATE
               END-IF
           END-PERFORM
           COMPUTE WS-EARLIEST-NEW-PERIOD = WS-EARLIEST-NEW-DATE / 100.

       DISPLAY-SITE-MOVE.
           EVALUATE WS-SCT-HIST-ACTION (WS-SCT-IDX)
               WHEN "A"
                   DISPLAY "BUSDADV: SITE " WS-SCT-SITE (WS-SCT-IDX)
                       " ADVANCED " WS-SCT-HIST-OLD-DATE (WS-SCT-IDX)
                       " TO " WS-SCT-NEW-DATE (WS-SCT-IDX)
                       " M=" WS-SCT-MONTH-END-IND (WS-SCT-IDX)
                       " Q=" WS-SCT-QTR-END-IND (WS-SCT-IDX)
                       " Y=" WS-SCT-YEAR-END-IND (WS-SCT-IDX)
               WHEN "S"
                   DISPLAY "BUSDADV: SITE " WS-SCT-SITE (WS-SCT-IDX)
                       " ADDED AT " WS-SCT-NEW-DATE (WS-SCT-IDX)
               WHEN OTHER
                   IF WS-SCT-DROPPED (WS-SCT-IDX)
                       DISPLAY "BUSDADV: SITE "
                           WS-SCT-SITE (WS-SCT-IDX)
                           " DROPPED - NOT ACTIVE ON SITEMAST"
                   END-IF
           END-EVALUATE.

       FLIP-PERIOD-CLOSING.
      * The month just closed goes to CLOSING on the period control
      * file, so the FPGUARD posting guard starts blocking it
      * A period they already moved along is left alone. A failure
      * here is warned, not fatal - the advance stands and the
      * period-end return code must still reach the scheduler.
           MOVE ZEROES TO WS-FPC-COUNT
           MOVE "N" TO WS-FPC-ABORT-SW
           PERFORM LOAD-PERIOD-TABLE THRU LOAD-PERIOD-TABLE-EXIT
           IF WS-FPC-ABORT
               GO TO FLIP-PERIOD-CLOSING-EXIT
       WRITE-PERIOD-TABLE-EXIT.
           EXIT.

       BACKOUT-BUSINESS-DATES.
      * Retreats each named site's control record to its prior date.
      * The last record on the history for the site must be the
      * advance that produced its current date - anything else means
      * the retreat would go past the last recorded advance. Every
      * card is checked before any site moves; one refusal leaves
      * every site where it was. Sites not named are rewritten as
      * they were - adding and dropping sites is left to the next
      * advance.
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
               UNTIL WS-BKO-IDX > WS-BKO-COUNT
               PERFORM CHECK-BACKOUT-SITE
           END-PERFORM
           IF RETURN-CODE = 16
               GO TO BACKOUT-BUSINESS-DATES-EXIT
           END-IF
           PERFORM READ-SITE-HISTORY THRU READ-SITE-HISTORY-EXIT
           IF RETURN-CODE = 16
               GO TO BACKOUT-BUSINESS-DATES-EXIT
           END-IF
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
               UNTIL WS-BKO-IDX > WS-BKO-COUNT
               PERFORM CHECK-BACKOUT-HISTORY
           END-PERFORM
           IF RETURN-CODE = 16
               GO TO BACKOUT-BUSINESS-DATES-EXIT
           END-IF
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
               UNTIL WS-BKO-IDX > WS-BKO-COUNT OR RETURN-CODE = 16
               PERFORM RETREAT-ONE-SITE THRU RETREAT-ONE-SITE-EXIT
           END-PERFORM
           IF RETURN-CODE = 16
               GO TO BACKOUT-BUSINESS-DATES-EXIT
           END-IF
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               IF NOT WS-SCT-NEW-SITE (WS-SCT-IDX)
                   SET WS-SCT-KEEP (WS-SCT-IDX) TO TRUE
               END-IF
               IF WS-SCT-HIST-ACTION (WS-SCT-IDX) = SPACES
                   IF WS-SCT-NEW-SITE (WS-SCT-IDX)
                       MOVE "NOT ON FILE"
                           TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
                   ELSE
                       MOVE "UNCHANGED"
                           TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-HISTORY-RECORDS
               THRU WRITE-HISTORY-RECORDS-EXIT
           IF RETURN-CODE = 16
               GO TO BACKOUT-BUSINESS-DATES-EXIT
           END-IF
           PERFORM WRITE-CONTROL-RECORDS
           IF RETURN-CODE = 16
               GO TO BACKOUT-BUSINESS-DATES-EXIT
           END-IF
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               IF WS-SCT-HIST-ACTION (WS-SCT-IDX) = "B"
                   DISPLAY "BUSDADV: SITE " WS-SCT-SITE (WS-SCT-IDX)
                       " BACKED OUT " WS-SCT-HIST-OLD-DATE (WS-SCT-IDX)
                       " TO " WS-SCT-NEW-DATE (WS-SCT-IDX)
                       " BY " WS-SCT-HIST-USER-ID (WS-SCT-IDX)
               END-IF
           END-PERFORM.
       BACKOUT-BUSINESS-DATES-EXIT.
           EXIT.

       CHECK-BACKOUT-SITE.
           MOVE WS-BKO-SITE (WS-BKO-IDX) TO WS-FIND-SITE
           PERFORM FIND-SITE-ENTRY
           EVALUATE TRUE
               WHEN WS-SCT-FOUND-IDX = ZERO
                   DISPLAY "BUSDADV: BACKOUT REFUSED - SITE "
                       WS-FIND-SITE " IS NOT ON SITEMAST"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-SCT-ON-FILE (WS-SCT-FOUND-IDX)
                   DISPLAY "BUSDADV: BACKOUT REFUSED - SITE "
                       WS-FIND-SITE " IS NOT AN ACTIVE SITE ON BUSDCTL"
                   MOVE 16 TO RETURN-CODE
                   MOVE "REFUSED"
                       TO WS-SCT-STATUS-TEXT (WS-SCT-FOUND-IDX)
               WHEN WS-SCT-OLD-PRIOR-DATE (WS-SCT-FOUND-IDX) = ZEROES
                   DISPLAY "BUSDADV: BACKOUT REFUSED - SITE "
                       WS-FIND-SITE " HAS NO PRIOR DATE ON BUSDCTL"
                   MOVE 16 TO RETURN-CODE
                   MOVE "REFUSED"
                       TO WS-SCT-STATUS-TEXT (WS-SCT-FOUND-IDX)
           END-EVALUATE.

       CHECK-BACKOUT-HISTORY.
           MOVE WS-BKO-SITE (WS-BKO-IDX) TO WS-FIND-SITE
           PERFORM FIND-SITE-ENTRY
           MOVE WS-SCT-FOUND-IDX TO WS-SCT-IDX
           IF WS-SCT-LAST-HIST-ACTION (WS-SCT-IDX) = SPACES
               DISPLAY "BUSDADV: BACKOUT REFUSED - NO ADVANCE ON "
                   "THE HISTORY FOR SITE " WS-FIND-SITE
               MOVE 16 TO RETURN-CODE
               MOVE "REFUSED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
           ELSE
               IF WS-SCT-LAST-HIST-ACTION (WS-SCT-IDX) NOT = "A" OR
                   WS-SCT-LAST-HIST-NEW-DATE (WS-SCT-IDX) NOT =
                   WS-SCT-OLD-DATE (WS-SCT-IDX)
                   DISPLAY "BUSDADV: BACKOUT REFUSED - LAST HISTORY "
                       "RECORD FOR SITE " WS-FIND-SITE
                       " IS NOT THE ADVANCE TO "
                       WS-SCT-OLD-DATE (WS-SCT-IDX)
                   MOVE 16 TO RETURN-CODE
                   MOVE "REFUSED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
               END-IF
           END-IF.

       RETREAT-ONE-SITE.
      * The retreated record's prior date is recomputed the same way
      * the original advance would have found it - the site's
      * previous business day off the published calendar.
           MOVE WS-BKO-SITE (WS-BKO-IDX) TO WS-FIND-SITE
           PERFORM FIND-SITE-ENTRY
           MOVE WS-SCT-FOUND-IDX TO WS-SCT-IDX
           SET DATE-CALC-PREV-BUS-DAY TO TRUE
           MOVE WS-SCT-OLD-PRIOR-DATE (WS-SCT-IDX) TO DATE-CALC-DATE-1
           MOVE ZEROES TO DATE-CALC-DATE-2
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
           MOVE "BUSDADV" TO DATE-CALC-JOB-NAME
           MOVE WS-FIND-SITE TO DATE-CALC-SITE-CODE
           CALL "DATECALC" USING DATE-CALC-PARMS
           IF NOT DATE-CALC-OK
               DISPLAY "BUSDADV: CANNOT RETREAT SITE " WS-FIND-SITE
                   " FROM " WS-SCT-OLD-PRIOR-DATE (WS-SCT-IDX)
                   ", DATECALC ERROR " DATE-CALC-ERROR-CODE
               MOVE 16 TO RETURN-CODE
               MOVE "NOT MOVED" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
               GO TO RETREAT-ONE-SITE-EXIT
           END-IF
           MOVE WS-SCT-OLD-PRIOR-DATE (WS-SCT-IDX) TO WS-NEW-DATE
           MOVE DATE-CALC-RESULT-DATE TO WS-OLD-DATE
           MOVE WS-NEW-DATE TO WS-SCT-NEW-DATE (WS-SCT-IDX)
           MOVE WS-OLD-DATE TO WS-SCT-NEW-PRIOR-DATE (WS-SCT-IDX)
           PERFORM SET-PERIOD-INDICATORS
           MOVE "B" TO WS-SCT-HIST-ACTION (WS-SCT-IDX)
           MOVE WS-SCT-OLD-DATE (WS-SCT-IDX)
               TO WS-SCT-HIST-OLD-DATE (WS-SCT-IDX)
           MOVE WS-BKO-OPERATOR (WS-BKO-IDX)
               TO WS-SCT-HIST-USER-ID (WS-SCT-IDX)
           MOVE "BACKED OUT" TO WS-SCT-STATUS-TEXT (WS-SCT-IDX)
           ADD 1 TO WS-SITES-MOVED.
       RETREAT-ONE-SITE-EXIT.
           EXIT.

       SET-PERIOD-INDICATORS.
      * The day just closed is a period end exactly when the next
      * processing day lands in a different month, quarter, or year -
      * that is how Feb 28 is month-end in a common year and Feb 29
      * in a leap year, straight from the built calendar. Set on the
      * site entry at WS-SCT-IDX.
           COMPUTE WS-OLD-QUARTER = (WS-OLD-MONTH + 2) / 3
           COMPUTE WS-NEW-QUARTER = (WS-NEW-MONTH + 2) / 3
           IF WS-NEW-YEAR NOT = WS-OLD-YEAR OR
               WS-NEW-MONTH NOT = WS-OLD-MONTH
               MOVE "Y" TO WS-SCT-MONTH-END-IND (WS-SCT-IDX)
           ELSE
               MOVE "N" TO WS-SCT-MONTH-END-IND (WS-SCT-IDX)
           END-IF
           IF WS-NEW-YEAR NOT = WS-OLD-YEAR OR
               WS-NEW-QUARTER NOT = WS-OLD-QUARTER
               MOVE "Y" TO WS-SCT-QTR-END-IND (WS-SCT-IDX)
           ELSE
               MOVE "N" TO WS-SCT-QTR-END-IND (WS-SCT-IDX)
           END-IF
           IF WS-NEW-YEAR NOT = WS-OLD-YEAR
               MOVE "Y" TO WS-SCT-YEAR-END-IND (WS-SCT-IDX)
           ELSE
               MOVE "N" TO WS-SCT-YEAR-END-IND (WS-SCT-IDX)
           END-IF.

       READ-SITE-HISTORY.
      * Scans the history to its end, keeping each site's last
      * record; a missing history file simply means nothing is on it
      * yet. A blank-site record, written before sites were carried,
      * is the last record for every site.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "35"
               GO TO READ-SITE-HISTORY-EXIT
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "BUSDADV: UNABLE TO OPEN BUSDHIST, STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO READ-SITE-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       READ-SITE-HISTORY-EXIT.
           EXIT.

       TAKE-HISTORY-RECORD.
           IF BUSDH-SITE-CODE = SPACES
               PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                   UNTIL WS-SCT-IDX > WS-SCT-COUNT
                   MOVE WS-SCT-IDX TO WS-SCT-FOUND-IDX
                   PERFORM KEEP-LAST-HISTORY
               END-PERFORM
           ELSE
               MOVE BUSDH-SITE-CODE TO WS-FIND-SITE
               PERFORM FIND-SITE-ENTRY
               IF WS-SCT-FOUND-IDX > ZERO
                   PERFORM KEEP-LAST-HISTORY
               END-IF
           END-IF.

       KEEP-LAST-HISTORY.
           MOVE BUSDH-ACTION
               TO WS-SCT-LAST-HIST-ACTION (WS-SCT-FOUND-IDX)
           MOVE BUSDH-NEW-DATE
               TO WS-SCT-LAST-HIST-NEW-DATE (WS-SCT-FOUND-IDX).

       WRITE-HISTORY-RECORDS.
      * Appended before the control records are rewritten, so a move
      * of a business date can never happen without its history
      * line. EXTEND falls back to OUTPUT the first time, the way
      * LEAP starts LEAPAUD. One record per site that moved.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               DISPLAY "BUSDADV: UNABLE TO OPEN BUSDHIST, STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-HISTORY-RECORDS-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT OR RETURN-CODE = 16
               IF WS-SCT-HIST-ACTION (WS-SCT-IDX) NOT = SPACES
                   PERFORM WRITE-ONE-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.
       WRITE-HISTORY-RECORDS-EXIT.
           EXIT.

       WRITE-ONE-HISTORY-RECORD.
           MOVE WS-SCT-HIST-ACTION (WS-SCT-IDX) TO BUSDH-ACTION
           MOVE WS-SCT-SITE (WS-SCT-IDX) TO BUSDH-SITE-CODE
           MOVE WS-SCT-HIST-OLD-DATE (WS-SCT-IDX) TO BUSDH-OLD-DATE
           MOVE WS-SCT-NEW-DATE (WS-SCT-IDX) TO BUSDH-NEW-DATE
           MOVE WS-SCT-MONTH-END-IND (WS-SCT-IDX)
               TO BUSDH-MONTH-END-IND
           MOVE WS-SCT-QTR-END-IND (WS-SCT-IDX) TO BUSDH-QTR-END-IND
           MOVE WS-SCT-YEAR-END-IND (WS-SCT-IDX)
               TO BUSDH-YEAR-END-IND
           MOVE WS-SCT-HIST-USER-ID (WS-SCT-IDX) TO BUSDH-USER-ID
           MOVE WS-CDT-DATE TO BUSDH-DATE
           MOVE WS-CDT-TIME TO BUSDH-TIME
           WRITE BUSDH-RECORD
               DISPLAY "BUSDADV: BUSDHIST WRITE FAILED, STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-CONTROL-RECORDS.
      * One record per kept site, in table order - the active sites
      * come off SITEMAST in site order. A site that moved tonight
      * carries tonight's stamp; the rest keep the stamp they had.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT CONTROL-DATE-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "BUSDADV: UNABLE TO REWRITE BUSDCTL, STATUS "
                   WS-CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                   UNTIL WS-SCT-IDX > WS-SCT-COUNT
                   OR RETURN-CODE = 16
                   IF WS-SCT-KEEP (WS-SCT-IDX)
                       PERFORM WRITE-ONE-CONTROL-RECORD
                   END-IF
               END-PERFORM
               CLOSE CONTROL-DATE-FILE
           END-IF.

       WRITE-ONE-CONTROL-RECORD.
           MOVE WS-SCT-SITE (WS-SCT-IDX) TO BUSD-SITE-CODE
           MOVE WS-SCT-NEW-DATE (WS-SCT-IDX) TO BUSD-CURRENT-DATE
           MOVE WS-SCT-NEW-PRIOR-DATE (WS-SCT-IDX) TO BUSD-PRIOR-DATE
           MOVE WS-SCT-MONTH-END-IND (WS-SCT-IDX)
               TO BUSD-MONTH-END-IND
           MOVE WS-SCT-QTR-END-IND (WS-SCT-IDX) TO BUSD-QTR-END-IND
           MOVE WS-SCT-YEAR-END-IND (WS-SCT-IDX) TO BUSD-YEAR-END-IND
           IF WS-SCT-HIST-ACTION (WS-SCT-IDX) = SPACES
               MOVE WS-SCT-OLD-STAMP (WS-SCT-IDX)
                   TO BUSD-LAST-ADVANCE-STAMP
           ELSE
               MOVE WS-CDT-DATE TO BUSD-LAST-ADVANCE-DATE
               MOVE WS-CDT-TIME TO BUSD-LAST-ADVANCE-TIME
           END-IF
           WRITE BUSD-RECORD
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "BUSDADV: BUSDCTL WRITE FAILED, STATUS "
                   WS-CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       PRINT-STATUS-REPORT.
      * One line per site for the morning check. When the run
      * failed nothing was written, so every site is shown where it
      * stood, with the site that stopped the run flagged.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-CDT-DATE TO WS-H-RUN-DATE
           EVALUATE TRUE
               WHEN WS-IS-BACKOUT-RUN
                   MOVE "BACK-OUT" TO WS-H-MODE
               WHEN WS-IS-SEEDING-RUN
                   MOVE "SEED" TO WS-H-MODE
               WHEN OTHER
                   MOVE "ADVANCE" TO WS-H-MODE
           END-EVALUATE
           WRITE RPT-LINE FROM WS-HDR-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HDR-2
           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT
               PERFORM PRINT-SITE-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF RETURN-CODE = 16
               MOVE "NO SITE WAS MOVED - SEE SYSOUT" TO WS-MSG-LINE
               WRITE RPT-LINE FROM WS-MSG-LINE
               MOVE ZEROES TO WS-SITES-MOVED
               MOVE ZEROES TO WS-SITES-ADDED
               MOVE ZEROES TO WS-SITES-DROPPED
           END-IF
           MOVE "ACTIVE SITES:" TO WS-C-LABEL
           MOVE WS-ACTIVE-SITES TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "SITES MOVED:" TO WS-C-LABEL
           MOVE WS-SITES-MOVED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "SITES ADDED:" TO WS-C-LABEL
           MOVE WS-SITES-ADDED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "SITES DROPPED:" TO WS-C-LABEL
           MOVE WS-SITES-DROPPED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "STEP RETURN CODE:" TO WS-C-LABEL
           MOVE RETURN-CODE TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           CLOSE REPORT-FILE.

       PRINT-SITE-LINE.
           MOVE WS-SCT-SITE (WS-SCT-IDX) TO WS-D-SITE
           MOVE WS-SCT-NAME (WS-SCT-IDX) TO WS-D-NAME
           MOVE SPACES TO WS-D-OLD-DATE
           IF WS-SCT-OLD-DATE (WS-SCT-IDX) NOT = ZEROES
               MOVE WS-SCT-OLD-DATE (WS-SCT-IDX) TO WS-D-OLD-DATE
           END-IF
           IF RETURN-CODE = 16
               MOVE SPACES TO WS-D-NEW-DATE
               MOVE SPACES TO WS-D-MONTH-END
               MOVE SPACES TO WS-D-QTR-END
               MOVE SPACES TO WS-D-YEAR-END
               IF WS-SCT-STATUS-TEXT (WS-SCT-IDX) = "NOT MOVED" OR
                   "NOT ADDED" OR "REFUSED"
                   MOVE WS-SCT-STATUS-TEXT (WS-SCT-IDX) TO WS-D-STATUS
               ELSE
                   MOVE "UNCHANGED" TO WS-D-STATUS
               END-IF
           ELSE
               MOVE SPACES TO WS-D-NEW-DATE
               IF WS-SCT-KEEP (WS-SCT-IDX)
                   MOVE WS-SCT-NEW-DATE (WS-SCT-IDX) TO WS-D-NEW-DATE
               END-IF
               MOVE WS-SCT-MONTH-END-IND (WS-SCT-IDX)
                   TO WS-D-MONTH-END
               MOVE WS-SCT-QTR-END-IND (WS-SCT-IDX) TO WS-D-QTR-END
               MOVE WS-SCT-YEAR-END-IND (WS-SCT-IDX) TO WS-D-YEAR-END
               MOVE WS-SCT-STATUS-TEXT (WS-SCT-IDX) TO WS-D-STATUS
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
