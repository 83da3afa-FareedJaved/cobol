      * name on the site-aware functions. Prints an applied/rejected
      * report with counts so ops can see exactly what happened to
      * every card.
      * Each site also carries its time-zone offset from the central
      * clock and its daily cut-off time (see SITEREC), which the
      * SITETIME service uses to place a timestamp on the site's
      * business day. Both are edited here like the rest of the card
      * and printed on the report as they went onto the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SITEREC.
       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01 NEW-SITE-RECORD PIC X(43).
       FD  TRANSACTION-FILE.
       COPY SITETRN.
       FD  REPORT-FILE.
               10 WS-MST-CODE PIC X(3).
               10 WS-MST-NAME PIC X(30).
               10 WS-MST-ACTIVE PIC X.
               10 WS-MST-TZ-OFFSET PIC X(5).
               10 WS-MST-CUTOFF PIC X(4).
       01 WS-MST-IDX PIC 9(3).
       01 WS-MST-FOUND-IDX PIC 9(3).
       01 WS-MST-INSERT-IDX PIC 9(3).
       01 WS-HDR-2.
           05 FILLER PIC X(4)  VALUE "ACT".
           05 FILLER PIC X(5)  VALUE "SITE".
           05 FILLER PIC X(18) VALUE "NAME".
           05 FILLER PIC X(7)  VALUE "OFFSET".
           05 FILLER PIC X(7)  VALUE "CUTOFF".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(28) VALUE "REASON".
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-SITE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NAME PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-TZ-OFFSET PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-CUTOFF PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-REASON PIC X(28).
                               TO WS-MST-NAME (WS-MST-COUNT)
                           MOVE SITE-ACTIVE-IND
                               TO WS-MST-ACTIVE (WS-MST-COUNT)
                           PERFORM TAKE-OLD-CLOCK-FIELDS
                       END-IF
               END-READ
           END-PERFORM
       LOAD-OLD-MASTER-EXIT.
           EXIT.

       TAKE-OLD-CLOCK-FIELDS.
      * A master record carried forward from before sites had clock
      * fields has them blank - it is taken as a central-clock site
      * posting to midnight, the same defaults an ADD card gets.
           IF SITE-TZ-OFFSET = SPACES
               MOVE "+0000" TO WS-MST-TZ-OFFSET (WS-MST-COUNT)
           ELSE
               MOVE SITE-TZ-OFFSET TO WS-MST-TZ-OFFSET (WS-MST-COUNT)
           END-IF
           IF SITE-CUTOFF-TIME = SPACES
               MOVE "2400" TO WS-MST-CUTOFF (WS-MST-COUNT)
           ELSE
               MOVE SITE-CUTOFF-TIME TO WS-MST-CUTOFF (WS-MST-COUNT)
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE "N" TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
                           MOVE "DUPLICATE - ALREADY ON FILE"
                               TO WS-REJECT-REASON
                       ELSE
                           IF SITE-TRAN-TZ-OFFSET = SPACES
                               MOVE "+0000" TO SITE-TRAN-TZ-OFFSET
                           END-IF
                           IF SITE-TRAN-CUTOFF-TIME = SPACES
                               MOVE "2400" TO SITE-TRAN-CUTOFF-TIME
                           END-IF
                           PERFORM INSERT-MASTER-ENTRY
                               THRU INSERT-MASTER-ENTRY-EXIT
                       END-IF
                               TO WS-MST-NAME (WS-MST-FOUND-IDX)
                           MOVE SITE-TRAN-ACTIVE-IND
                               TO WS-MST-ACTIVE (WS-MST-FOUND-IDX)
                           PERFORM CHANGE-CLOCK-FIELDS
                       END-IF
                   WHEN SITE-TRAN-IS-DELETE
                       IF WS-MST-FOUND-IDX = ZERO
                   MOVE "INVALID ACTIVE IND" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
      * A keyed offset is a sign and a whole number of quarter hours
      * short of a day - every real time zone falls on a quarter
      * hour. A keyed cut-off is a real clock time from 0001 up to
      * 2400 (midnight); 0000 would put every item on the next day.
               IF SITE-TRAN-TZ-OFFSET NOT = SPACES
                   IF (SITE-TRAN-TZ-SIGN NOT = "+" AND
                       SITE-TRAN-TZ-SIGN NOT = "-") OR
                       SITE-TRAN-TZ-HOURS NOT NUMERIC OR
                       SITE-TRAN-TZ-MINUTES NOT NUMERIC
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE "INVALID TIME ZONE OFFSET"
                           TO WS-REJECT-REASON
                       GO TO VALIDATE-TRANSACTION-EXIT
                   END-IF
                   IF SITE-TRAN-TZ-HOURS > 23 OR
                       (SITE-TRAN-TZ-MINUTES NOT = 00 AND
                        SITE-TRAN-TZ-MINUTES NOT = 15 AND
                        SITE-TRAN-TZ-MINUTES NOT = 30 AND
                        SITE-TRAN-TZ-MINUTES NOT = 45)
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE "INVALID TIME ZONE OFFSET"
                           TO WS-REJECT-REASON
                       GO TO VALIDATE-TRANSACTION-EXIT
                   END-IF
               END-IF
               IF SITE-TRAN-CUTOFF-TIME NOT = SPACES
                   IF SITE-TRAN-CUTOFF-HOURS NOT NUMERIC OR
                       SITE-TRAN-CUTOFF-MINUTES NOT NUMERIC
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE "INVALID CUTOFF TIME" TO WS-REJECT-REASON
                       GO TO VALIDATE-TRANSACTION-EXIT
                   END-IF
                   IF SITE-TRAN-CUTOFF-HOURS > 24 OR
                       SITE-TRAN-CUTOFF-MINUTES > 59 OR
                       (SITE-TRAN-CUTOFF-HOURS = 24 AND
                        SITE-TRAN-CUTOFF-MINUTES NOT = ZERO) OR
                       SITE-TRAN-CUTOFF-TIME = "0000"
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE "INVALID CUTOFF TIME" TO WS-REJECT-REASON
                       GO TO VALIDATE-TRANSACTION-EXIT
                   END-IF
               END-IF
           END-IF.
       VALIDATE-TRANSACTION-EXIT.
           EXIT.

       CHANGE-CLOCK-FIELDS.
      * A blank offset or cut-off on a CHANGE leaves the site's own
      * value in place; it is copied back onto the card so the
      * report shows what the site now has.
           IF SITE-TRAN-TZ-OFFSET = SPACES
               MOVE WS-MST-TZ-OFFSET (WS-MST-FOUND-IDX)
                   TO SITE-TRAN-TZ-OFFSET
           ELSE
               MOVE SITE-TRAN-TZ-OFFSET
                   TO WS-MST-TZ-OFFSET (WS-MST-FOUND-IDX)
           END-IF
           IF SITE-TRAN-CUTOFF-TIME = SPACES
               MOVE WS-MST-CUTOFF (WS-MST-FOUND-IDX)
                   TO SITE-TRAN-CUTOFF-TIME
           ELSE
               MOVE SITE-TRAN-CUTOFF-TIME
                   TO WS-MST-CUTOFF (WS-MST-FOUND-IDX)
           END-IF.

       FIND-MASTER-ENTRY.
           MOVE ZEROES TO WS-MST-FOUND-IDX
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
           MOVE SITE-TRAN-CODE TO WS-MST-CODE (WS-MST-INSERT-IDX)
           MOVE SITE-TRAN-NAME TO WS-MST-NAME (WS-MST-INSERT-IDX)
           MOVE SITE-TRAN-ACTIVE-IND
               TO WS-MST-ACTIVE (WS-MST-INSERT-IDX)
           MOVE SITE-TRAN-TZ-OFFSET
               TO WS-MST-TZ-OFFSET (WS-MST-INSERT-IDX)
           MOVE SITE-TRAN-CUTOFF-TIME
               TO WS-MST-CUTOFF (WS-MST-INSERT-IDX).
       INSERT-MASTER-ENTRY-EXIT.
           EXIT.

           MOVE SITE-TRAN-ACTION TO WS-D-ACTION
           MOVE SITE-TRAN-CODE TO WS-D-SITE
           MOVE SITE-TRAN-NAME TO WS-D-NAME
           MOVE SITE-TRAN-TZ-OFFSET TO WS-D-TZ-OFFSET
           MOVE SITE-TRAN-CUTOFF-TIME TO WS-D-CUTOFF
           IF WS-TRAN-REJECTED
               MOVE "REJECTED" TO WS-D-STATUS
               MOVE WS-REJECT-REASON TO WS-D-REASON
