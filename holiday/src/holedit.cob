       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLEDIT.
      * Holiday-master browse and edit service, in the HOLNAME
      * subroutine style, so the HOLMNT terminal transaction can page
      * through the master and edit ADD/CHANGE/DELETE cards without
      * doing its own file I/O. Browse returns one page of master
      * records for a year and site; edit puts a HOLTRN card through
      * exactly the checks HOLMAINT makes - action code, a date the
      * published calendar vouches for (Feb 29 only in a leap year,
      * nothing outside the built year range), a site on the site
      * master (an ADD to an inactive site is rejected), name and
      * observed indicator on ADD/CHANGE - and then against the
      * master itself: an ADD for a date and site already on file is
      * a duplicate, a CHANGE or DELETE must find its record. The
      * reject reasons are HOLMAINT's own wording. Nothing is ever
      * written; an accepted card is queued by the caller for the
      * next HOLMAINT run.
      * The calendar (through CALLOAD), the site master and the
      * holiday master are loaded once on the first call and kept
      * for the life of the run unit. A missing holiday master is
      * not an error - the shop then has no holidays on file - but
      * an unusable calendar or site master answers every call with
      * the file-error code, since neither edit can be made without
      * them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY HOLREC.
       FD  SITE-MASTER-FILE
           RECORDING MODE IS F.
       COPY SITEREC.
       WORKING-STORAGE SECTION.
       01 WS-HOL-FILE-STATUS PIC XX VALUE "00".
       01 WS-SITE-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-TABLE-LOADED-SW PIC X VALUE "N".
           88 WS-TABLE-IS-LOADED VALUE "Y".
       01 WS-TABLE-BAD-SW PIC X VALUE "N".
           88 WS-TABLE-IS-BAD VALUE "Y".
       01 WS-REJECT-SWITCH PIC X VALUE "N".
           88 WS-TRAN-REJECTED VALUE "Y".
       01 WS-REJECT-REASON PIC X(28).
       COPY HOLTRN.
       COPY CALLDIO.
       01 WS-CAL-IDX PIC 9(3).
       01 WS-CAL-FOUND-IDX PIC 9(3).
      * In-core holiday master, in the master's own ascending
      * date-plus-site order, laid out as HOLMAINT holds it.
       01 WS-MASTER-TABLE.
           05 WS-MST-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-MST-ENTRY OCCURS 500 TIMES.
               10 WS-MST-DATE PIC 9(8).
               10 WS-MST-NAME PIC X(30).
               10 WS-MST-OBS PIC X.
               10 WS-MST-SITE PIC X(3).
       01 WS-MST-IDX PIC 9(3).
       01 WS-MST-FOUND-IDX PIC 9(3).
       01 WS-SITE-TABLE.
           05 WS-SIT-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-SIT-ENTRY OCCURS 100 TIMES.
               10 WS-SIT-CODE PIC X(3).
               10 WS-SIT-ACTIVE PIC X.
       01 WS-SIT-IDX PIC 9(3).
       01 WS-SIT-FOUND-IDX PIC 9(3).
       01 WS-REQ-SITE PIC X(3).
       01 WS-FIRST-MATCH PIC 9(4).
       01 WS-LAST-MATCH PIC 9(4).
       01 WS-MATCH-NUMBER PIC 9(4).
       LINKAGE SECTION.
       COPY HOLEIO.
       PROCEDURE DIVISION USING HOL-EDIT-PARMS.
       HOLEDIT.
           SET HOL-EDIT-OK TO TRUE
           MOVE SPACES TO HOL-EDIT-REASON
           IF NOT WS-TABLE-IS-LOADED
               PERFORM LOAD-REFERENCE-TABLES
                   THRU LOAD-REFERENCE-TABLES-EXIT
           END-IF
           IF WS-TABLE-IS-BAD
               SET HOL-EDIT-FILE-ERROR TO TRUE
               GO TO HOLEDIT-EXIT
           END-IF
           EVALUATE TRUE
               WHEN HOL-EDIT-BROWSE
                   PERFORM BROWSE-ONE-PAGE
                       THRU BROWSE-ONE-PAGE-EXIT
               WHEN HOL-EDIT-EDIT-CARD
                   PERFORM EDIT-ONE-CARD
                       THRU EDIT-ONE-CARD-EXIT
               WHEN OTHER
                   SET HOL-EDIT-BAD-FUNCTION TO TRUE
           END-EVALUATE.
       HOLEDIT-EXIT.
           GOBACK.

       LOAD-REFERENCE-TABLES.
           SET WS-TABLE-IS-LOADED TO TRUE
           MOVE HOL-EDIT-JOB-NAME TO CAL-LOAD-JOB-NAME
           CALL "CALLOAD" USING CAL-LOAD-PARMS
           IF NOT CAL-LOAD-OK
               DISPLAY "HOLEDIT: CALFILE FAILED VERIFICATION, "
                   "ERROR " CAL-LOAD-ERROR-CODE " (CALLER "
                   HOL-EDIT-JOB-NAME ")"
               SET WS-TABLE-IS-BAD TO TRUE
               GO TO LOAD-REFERENCE-TABLES-EXIT
           END-IF
           PERFORM LOAD-SITE-TABLE THRU LOAD-SITE-TABLE-EXIT
           IF WS-TABLE-IS-BAD
               GO TO LOAD-REFERENCE-TABLES-EXIT
           END-IF
           PERFORM LOAD-MASTER-TABLE THRU LOAD-MASTER-TABLE-EXIT.
       LOAD-REFERENCE-TABLES-EXIT.
           EXIT.

       LOAD-SITE-TABLE.
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-FILE-STATUS NOT = "00"
               DISPLAY "HOLEDIT: UNABLE TO OPEN SITEMAST, STATUS "
                   WS-SITE-FILE-STATUS " (CALLER "
                   HOL-EDIT-JOB-NAME ")"
               SET WS-TABLE-IS-BAD TO TRUE
               GO TO LOAD-SITE-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TABLE-IS-BAD
               READ SITE-MASTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-SIT-COUNT >= 100
                           DISPLAY "HOLEDIT: SITE TABLE FULL "
                               "(CALLER " HOL-EDIT-JOB-NAME ")"
                           SET WS-TABLE-IS-BAD TO TRUE
                       ELSE
                           ADD 1 TO WS-SIT-COUNT
                           MOVE SITE-CODE
                               TO WS-SIT-CODE (WS-SIT-COUNT)
                           MOVE SITE-ACTIVE-IND
                               TO WS-SIT-ACTIVE (WS-SIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       LOAD-SITE-TABLE-EXIT.
           EXIT.

       LOAD-MASTER-TABLE.
      * A missing holiday master (file status 35) is not an error -
      * the table stays empty, every browse finds nothing and every
      * ADD edits clean.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-FILE-STATUS = "35"
               GO TO LOAD-MASTER-TABLE-EXIT
           END-IF
           IF WS-HOL-FILE-STATUS NOT = "00"
               DISPLAY "HOLEDIT: UNABLE TO OPEN HOLMAST, STATUS "
                   WS-HOL-FILE-STATUS " (CALLER "
                   HOL-EDIT-JOB-NAME ")"
               SET WS-TABLE-IS-BAD TO TRUE
               GO TO LOAD-MASTER-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TABLE-IS-BAD
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-MST-COUNT >= 500
                           DISPLAY "HOLEDIT: MASTER TABLE FULL "
                               "(CALLER " HOL-EDIT-JOB-NAME ")"
                           SET WS-TABLE-IS-BAD TO TRUE
                       ELSE
                           ADD 1 TO WS-MST-COUNT
                           MOVE HOL-DATE
                               TO WS-MST-DATE (WS-MST-COUNT)
                           MOVE HOL-NAME
                               TO WS-MST-NAME (WS-MST-COUNT)
                           MOVE HOL-OBSERVED-IND
                               TO WS-MST-OBS (WS-MST-COUNT)
                           MOVE HOL-SITE-CODE
                               TO WS-MST-SITE (WS-MST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       LOAD-MASTER-TABLE-EXIT.
           EXIT.

       BROWSE-ONE-PAGE.
      * The year must be one the calendar carries and a named site
      * must be on the site master; the page is then cut from the
      * matching records ten at a time, in master order.
           MOVE ZEROES TO HOL-EDIT-PAGE-COUNT
           MOVE ZEROES TO HOL-EDIT-MATCH-COUNT
           MOVE ZEROES TO HOL-EDIT-LINE-COUNT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > 10
               MOVE ZEROES TO HOL-EDIT-L-DATE (WS-MST-IDX)
               MOVE SPACES TO HOL-EDIT-L-SITE (WS-MST-IDX)
               MOVE SPACES TO HOL-EDIT-L-NAME (WS-MST-IDX)
               MOVE SPACES TO HOL-EDIT-L-OBS (WS-MST-IDX)
           END-PERFORM
           IF HOL-EDIT-YEAR NOT NUMERIC
               SET HOL-EDIT-REJECTED TO TRUE
               MOVE "YEAR NOT NUMERIC" TO HOL-EDIT-REASON
               GO TO BROWSE-ONE-PAGE-EXIT
           END-IF
           MOVE ZEROES TO WS-CAL-FOUND-IDX
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > CAL-LOAD-YEAR-COUNT
               IF CAL-LOAD-YEAR (WS-CAL-IDX) = HOL-EDIT-YEAR
                   MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
                   MOVE CAL-LOAD-YEAR-COUNT TO WS-CAL-IDX
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND-IDX = ZERO
               SET HOL-EDIT-REJECTED TO TRUE
               MOVE "YEAR NOT ON CALENDAR" TO HOL-EDIT-REASON
               GO TO BROWSE-ONE-PAGE-EXIT
           END-IF
           IF HOL-EDIT-SITE-CODE = SPACES OR
               HOL-EDIT-SITE-CODE = LOW-VALUES
               MOVE "ALL" TO WS-REQ-SITE
           ELSE
               MOVE HOL-EDIT-SITE-CODE TO WS-REQ-SITE
           END-IF
           IF WS-REQ-SITE NOT = "ALL"
               PERFORM FIND-SITE-ENTRY
               IF WS-SIT-FOUND-IDX = ZERO
                   SET HOL-EDIT-REJECTED TO TRUE
                   MOVE "SITE NOT ON SITE MASTER" TO HOL-EDIT-REASON
                   GO TO BROWSE-ONE-PAGE-EXIT
               END-IF
           END-IF
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-DATE (WS-MST-IDX) (1:4) = HOL-EDIT-YEAR AND
                   (WS-REQ-SITE = "ALL" OR
                   WS-MST-SITE (WS-MST-IDX) = "ALL" OR
                   WS-MST-SITE (WS-MST-IDX) = WS-REQ-SITE)
                   ADD 1 TO HOL-EDIT-MATCH-COUNT
               END-IF
           END-PERFORM
           IF HOL-EDIT-MATCH-COUNT = ZERO
               MOVE ZEROES TO HOL-EDIT-PAGE
               GO TO BROWSE-ONE-PAGE-EXIT
           END-IF
           COMPUTE HOL-EDIT-PAGE-COUNT =
               (HOL-EDIT-MATCH-COUNT + 9) / 10
           IF HOL-EDIT-PAGE NOT NUMERIC OR HOL-EDIT-PAGE = ZERO
               MOVE 1 TO HOL-EDIT-PAGE
           END-IF
           IF HOL-EDIT-PAGE > HOL-EDIT-PAGE-COUNT
               MOVE HOL-EDIT-PAGE-COUNT TO HOL-EDIT-PAGE
           END-IF
           COMPUTE WS-FIRST-MATCH = (HOL-EDIT-PAGE - 1) * 10 + 1
           COMPUTE WS-LAST-MATCH = WS-FIRST-MATCH + 9
           MOVE ZEROES TO WS-MATCH-NUMBER
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-DATE (WS-MST-IDX) (1:4) = HOL-EDIT-YEAR AND
                   (WS-REQ-SITE = "ALL" OR
                   WS-MST-SITE (WS-MST-IDX) = "ALL" OR
                   WS-MST-SITE (WS-MST-IDX) = WS-REQ-SITE)
                   ADD 1 TO WS-MATCH-NUMBER
                   IF WS-MATCH-NUMBER >= WS-FIRST-MATCH AND
                       WS-MATCH-NUMBER <= WS-LAST-MATCH
                       ADD 1 TO HOL-EDIT-LINE-COUNT
                       MOVE WS-MST-DATE (WS-MST-IDX)
                           TO HOL-EDIT-L-DATE (HOL-EDIT-LINE-COUNT)
                       MOVE WS-MST-SITE (WS-MST-IDX)
                           TO HOL-EDIT-L-SITE (HOL-EDIT-LINE-COUNT)
                       MOVE WS-MST-NAME (WS-MST-IDX)
                           TO HOL-EDIT-L-NAME (HOL-EDIT-LINE-COUNT)
                       MOVE WS-MST-OBS (WS-MST-IDX)
                           TO HOL-EDIT-L-OBS (HOL-EDIT-LINE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
       BROWSE-ONE-PAGE-EXIT.
           EXIT.

       EDIT-ONE-CARD.
           MOVE HOL-EDIT-CARD TO HOL-TRAN-RECORD
           MOVE "N" TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-TRANSACTION
               THRU VALIDATE-TRANSACTION-EXIT
           IF NOT WS-TRAN-REJECTED
               PERFORM FIND-MASTER-ENTRY
               EVALUATE TRUE
                   WHEN HOL-TRAN-IS-ADD
                       IF WS-MST-FOUND-IDX > ZERO
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE "DUPLICATE - ALREADY ON FILE"
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       IF WS-MST-FOUND-IDX = ZERO
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE "NOT ON FILE" TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-TRAN-REJECTED
               SET HOL-EDIT-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO HOL-EDIT-REASON
           END-IF.
       EDIT-ONE-CARD-EXIT.
           EXIT.

       VALIDATE-TRANSACTION.
      * HOLMAINT's card edits, reason for reason - a card the screen
      * accepts must not come back rejected for anything but a
      * change to the master made in between.
           IF NOT HOL-TRAN-IS-ADD AND NOT HOL-TRAN-IS-CHANGE
               AND NOT HOL-TRAN-IS-DELETE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           IF HOL-TRAN-DATE NOT NUMERIC
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           MOVE ZEROES TO WS-CAL-FOUND-IDX
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > CAL-LOAD-YEAR-COUNT
               IF CAL-LOAD-YEAR (WS-CAL-IDX) = HOL-TRAN-YEAR
                   MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
                   MOVE CAL-LOAD-YEAR-COUNT TO WS-CAL-IDX
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND-IDX = ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "YEAR NOT ON CALENDAR" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           IF HOL-TRAN-MONTH < 1 OR HOL-TRAN-MONTH > 12
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "INVALID MONTH" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           IF HOL-TRAN-DAY < 1 OR HOL-TRAN-DAY >
               CAL-LOAD-MONTH-END-DAY
                   (WS-CAL-FOUND-IDX HOL-TRAN-MONTH)
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "INVALID DAY FOR MONTH" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           IF HOL-TRAN-SITE-CODE NOT = "ALL"
               MOVE HOL-TRAN-SITE-CODE TO WS-REQ-SITE
               PERFORM FIND-SITE-ENTRY
               IF WS-SIT-FOUND-IDX = ZERO
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "SITE NOT ON SITE MASTER" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF HOL-TRAN-IS-ADD AND
                   WS-SIT-ACTIVE (WS-SIT-FOUND-IDX) NOT = "A"
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "SITE INACTIVE" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF
           IF HOL-TRAN-IS-ADD OR HOL-TRAN-IS-CHANGE
               IF HOL-TRAN-NAME = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "NAME MISSING" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF HOL-TRAN-OBSERVED-IND NOT = "O" AND
                   HOL-TRAN-OBSERVED-IND NOT = "A"
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "INVALID OBSERVED IND" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF.
       VALIDATE-TRANSACTION-EXIT.
           EXIT.

       FIND-SITE-ENTRY.
           MOVE ZEROES TO WS-SIT-FOUND-IDX
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > WS-SIT-COUNT
               IF WS-SIT-CODE (WS-SIT-IDX) = WS-REQ-SITE
                   MOVE WS-SIT-IDX TO WS-SIT-FOUND-IDX
                   MOVE WS-SIT-COUNT TO WS-SIT-IDX
               END-IF
           END-PERFORM.

       FIND-MASTER-ENTRY.
           MOVE ZEROES TO WS-MST-FOUND-IDX
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-DATE (WS-MST-IDX) = HOL-TRAN-DATE AND
                   WS-MST-SITE (WS-MST-IDX) = HOL-TRAN-SITE-CODE
                   MOVE WS-MST-IDX TO WS-MST-FOUND-IDX
                   MOVE WS-MST-COUNT TO WS-MST-IDX
               END-IF
           END-PERFORM.
