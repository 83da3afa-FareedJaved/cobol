      * date - the NB-of-PB round trip, entirely in DATECALC's
      * arithmetic. A date within one step of the published range
      * edge cannot make the round trip and is reported as such.
      * When a central-clock time is keyed with the date and a site,
      * the screen also shows that site's local date and time and
      * the business day the site posts the timestamp to, after its
      * cut-off and holidays, from the SITETIME service DATEBULK
      * asks as well - the CSR quotes the same posting day the batch
      * answers.
      * PF3 and CLEAR end the inquiry, like LEAPINQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY DATEMAP.
       COPY DATECIO.
       COPY HOLNIO.
       COPY STIMEIO.
       01 WS-MAPNAME PIC X(8) VALUE "DATEMAPI".
       01 WS-MAPSETNAME PIC X(8) VALUE "DATEMAP".
       01 WS-RESP PIC S9(8) COMP.
       01 WS-NEXT-BUS-DATE PIC 9(8).
       01 WS-ROUND-TRIP-DATE PIC 9(8).
       01 WS-HOLIDAY-NAME PIC X(30).
       01 WS-LOCAL-STAMP.
           05 WS-LOCAL-STAMP-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LOCAL-STAMP-TIME PIC 9(6).
       01 WS-BUSINESS-SWITCH PIC X VALUE "N".
           88 WS-IS-BUSINESS-DAY VALUE "Y".
       01 WS-FAIL-SWITCH PIC X VALUE "N".
           MOVE SPACES TO HOLNAMO
           MOVE SPACES TO NEXTBDO
           MOVE SPACES TO PREVBDO
           MOVE SPACES TO LOCALTMO
           MOVE SPACES TO EFFBDO
           MOVE SPACES TO CUTNOTEO
           MOVE SPACES TO MSGLO
           EXEC CICS SEND MAP(WS-MAPNAME) MAPSET(WS-MAPSETNAME)
               FROM(DATEMAPO) ERASE
           MOVE SPACES TO HOLNAMO
           MOVE SPACES TO NEXTBDO
           MOVE SPACES TO PREVBDO
           MOVE SPACES TO LOCALTMO
           MOVE SPACES TO EFFBDO
           MOVE SPACES TO CUTNOTEO
           MOVE SPACES TO MSGLO
           MOVE "N" TO WS-BUSINESS-SWITCH
           MOVE "N" TO WS-FAIL-SWITCH
                   THRU FIND-HOLIDAY-NAME-EXIT
               MOVE WS-HOLIDAY-NAME TO HOLNAMO
           END-IF
           IF TIMEINI NOT = SPACES AND TIMEINI NOT = LOW-VALUES
               PERFORM DETERMINE-POSTING-DAY
                   THRU DETERMINE-POSTING-DAY-EXIT
           END-IF
           PERFORM SEND-ANSWER-MAP.
       PROCESS-DATE-INQUIRY-EXIT.
           EXIT.
       DETERMINE-BUSINESS-DAY-EXIT.
           EXIT.

       DETERMINE-POSTING-DAY.
      * The keyed date and time are a central-clock timestamp; only
      * a real site has a clock and a cut-off to place it by. The
      * business-day answer for the date itself stays on the screen
      * whatever happens here.
           IF TIMEINI NOT NUMERIC
               MOVE "INVALID TIME - PLEASE RE-ENTER" TO MSGLO
               GO TO DETERMINE-POSTING-DAY-EXIT
           END-IF
           IF WS-INQUIRY-SITE = "ALL"
               MOVE "ENTER A SITE CODE TO PLACE A TIME" TO MSGLO
               GO TO DETERMINE-POSTING-DAY-EXIT
           END-IF
           MOVE WS-INQUIRY-DATE TO SITE-TIME-CENTRAL-DATE
           MOVE TIMEINI TO SITE-TIME-CENTRAL-TIME
           MOVE WS-INQUIRY-SITE TO SITE-TIME-SITE-CODE
           MOVE "DATEINQ" TO SITE-TIME-JOB-NAME
           CALL "SITETIME" USING SITE-TIME-PARMS
           EVALUATE TRUE
               WHEN SITE-TIME-OK
                   CONTINUE
               WHEN SITE-TIME-BAD-SITE
                   MOVE "SITE NOT ACTIVE ON THE SITE MASTER"
                       TO MSGLO
                   GO TO DETERMINE-POSTING-DAY-EXIT
               WHEN SITE-TIME-BAD-STAMP
                   MOVE "INVALID TIME - PLEASE RE-ENTER" TO MSGLO
                   GO TO DETERMINE-POSTING-DAY-EXIT
               WHEN SITE-TIME-OFF-CALENDAR
                   MOVE "POSTING DAY OUTSIDE THE PUBLISHED CALENDAR"
                       TO MSGLO
                   GO TO DETERMINE-POSTING-DAY-EXIT
               WHEN OTHER
                   MOVE "SITE CLOCK UNAVAILABLE - CALL OPS" TO MSGLO
                   GO TO DETERMINE-POSTING-DAY-EXIT
           END-EVALUATE
           MOVE SITE-TIME-LOCAL-DATE TO WS-LOCAL-STAMP-DATE
           MOVE SITE-TIME-LOCAL-TIME TO WS-LOCAL-STAMP-TIME
           MOVE WS-LOCAL-STAMP TO LOCALTMO
           MOVE SITE-TIME-EFFECTIVE-DATE TO EFFBDO
           IF SITE-TIME-AFTER-CUTOFF
               MOVE "AFTER SITE CUT-OFF" TO CUTNOTEO
           END-IF.
       DETERMINE-POSTING-DAY-EXIT.
           EXIT.

       CALL-DATECALC.
           MOVE ZEROES TO DATE-CALC-DATE-2
           MOVE ZEROES TO DATE-CALC-DAY-COUNT
