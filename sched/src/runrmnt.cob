       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRMNT.
      * Batch maintenance for the job run-rule master - applies ADD/
      * CHANGE/DELETE transaction cards against the current master
      * and writes a new generation, the same way HOLMAINT maintains
      * the holiday master. Every card's site code is validated
      * against the site master SITEMNT maintains ("ALL" is always
      * valid; an ADD to an inactive site is rejected), and every
      * rule must carry a known rule type with the nth/weekday values
      * that type needs and zeroes in the ones it does not. Prints an
      * applied/rejected report with counts so the schedulers can see
      * exactly what happened to every card.
      * Return code 0 clean, 4 when any card was rejected, 16 when a
      * file cannot be processed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "RUNRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "RUNRULEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "RUNRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RUNRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORDING MODE IS F.
       COPY RUNRREC.
       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01 NEW-RULE-RECORD PIC X(46).
       FD  SITE-MASTER-FILE
           RECORDING MODE IS F.
       COPY SITEREC.
       FD  TRANSACTION-FILE.
       COPY RUNRTRN.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS PIC XX VALUE "00".
       01 WS-NEW-FILE-STATUS PIC XX VALUE "00".
       01 WS-SITE-FILE-STATUS PIC XX VALUE "00".
       01 WS-TRAN-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
           88 WS-ABORT-RUN VALUE "Y".
       01 WS-REJECT-SWITCH PIC X VALUE "N".
           88 WS-TRAN-REJECTED VALUE "Y".
       01 WS-REJECT-REASON PIC X(28).
       01 WS-TRANS-READ PIC 9(5) VALUE ZEROES.
       01 WS-TRANS-APPLIED PIC 9(5) VALUE ZEROES.
       01 WS-TRANS-REJECTED PIC 9(5) VALUE ZEROES.
       01 WS-OLD-MASTER-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-NEW-MASTER-COUNT PIC 9(3) VALUE ZEROES.
      * In-core run-rule master, kept in ascending key order; the
      * entry is field-for-field the master record so it writes out
      * with a single MOVE.
       01 WS-MASTER-TABLE.
           05 WS-RRM-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-RRM-ENTRY OCCURS 500 TIMES.
               10 WS-RRM-KEY PIC X(16).
               10 WS-RRM-DESC PIC X(30).
       01 WS-RRM-IDX PIC 9(3).
       01 WS-RRM-FOUND-IDX PIC 9(3).
       01 WS-RRM-INSERT-IDX PIC 9(3).
       01 WS-SHIFT-IDX PIC 9(3).
      * In-core site master, loaded up front; every transaction's
      * site code must be on it (or be the "ALL" wildcard).
       01 WS-SITE-TABLE.
           05 WS-SIT-COUNT PIC 9(3) VALUE ZEROES.
           05 WS-SIT-ENTRY OCCURS 100 TIMES.
               10 WS-SIT-CODE PIC X(3).
               10 WS-SIT-ACTIVE PIC X.
       01 WS-SIT-IDX PIC 9(3).
       01 WS-SIT-FOUND-IDX PIC 9(3).
       01 WS-HDR-1.
           05 FILLER PIC X(40)
               VALUE "JOB RUN-RULE MAINTENANCE REPORT".
       01 WS-HDR-2.
           05 FILLER PIC X(4)  VALUE "ACT".
           05 FILLER PIC X(10) VALUE "JOB NAME".
           05 FILLER PIC X(5)  VALUE "SITE".
           05 FILLER PIC X(9)  VALUE "RULE".
           05 FILLER PIC X(14) VALUE "DESCRIPTION".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(28) VALUE "REASON".
       01 WS-DETAIL-LINE.
           05 WS-D-ACTION PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-JOB-NAME PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-SITE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-RULE-TYPE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-D-RULE-NTH PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-D-RULE-WEEKDAY PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DESC PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-STATUS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-REASON PIC X(28).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.
       RUNRMNT-MAIN.
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM WS-HDR-1
           PERFORM LOAD-SITE-TABLE THRU LOAD-SITE-TABLE-EXIT
           IF WS-ABORT-RUN
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM LOAD-OLD-MASTER THRU LOAD-OLD-MASTER-EXIT
           IF WS-ABORT-RUN
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           WRITE RPT-LINE FROM WS-HDR-2
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "RUNRMNT: UNABLE TO OPEN RUNRTRAN, STATUS "
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM APPLY-ONE-TRANSACTION
                           THRU APPLY-ONE-TRANSACTION-EXIT
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM WRITE-NEW-MASTER THRU WRITE-NEW-MASTER-EXIT
           PERFORM PRINT-COUNTS
           CLOSE REPORT-FILE
           IF NOT WS-ABORT-RUN
               IF WS-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-SITE-TABLE.
      * The site master is required reference data - without it no
      * site code can be validated, so a missing or unreadable file
      * fails the run.
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-FILE-STATUS NOT = "00"
               DISPLAY "RUNRMNT: UNABLE TO OPEN SITEMAST, STATUS "
                   WS-SITE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-SITE-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ SITE-MASTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-SIT-COUNT >= 100
                           DISPLAY "RUNRMNT: SITE TABLE FULL"
                           MOVE 16 TO RETURN-CODE
                           SET WS-ABORT-RUN TO TRUE
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

       LOAD-OLD-MASTER.
      * A missing old master (file status 35) is a normal first run -
      * the maintenance starts from an empty table.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-FILE-STATUS = "35"
               GO TO LOAD-OLD-MASTER-EXIT
           END-IF
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "RUNRMNT: UNABLE TO OPEN RUNRULE, STATUS "
                   WS-OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO LOAD-OLD-MASTER-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ABORT-RUN
               READ OLD-MASTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-RRM-COUNT >= 500
                           DISPLAY "RUNRMNT: MASTER TABLE FULL"
                           MOVE 16 TO RETURN-CODE
                           SET WS-ABORT-RUN TO TRUE
                       ELSE
                           ADD 1 TO WS-RRM-COUNT
                           MOVE RUN-RULE-KEY
                               TO WS-RRM-KEY (WS-RRM-COUNT)
                           MOVE RUN-RULE-DESC
                               TO WS-RRM-DESC (WS-RRM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-RRM-COUNT TO WS-OLD-MASTER-COUNT.
       LOAD-OLD-MASTER-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION.
           MOVE "N" TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-TRANSACTION
               THRU VALIDATE-TRANSACTION-EXIT
           IF NOT WS-TRAN-REJECTED
               PERFORM FIND-MASTER-ENTRY
               EVALUATE TRUE
                   WHEN RUN-TRAN-IS-ADD
                       IF WS-RRM-FOUND-IDX > ZERO
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE "DUPLICATE - ALREADY ON FILE"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM INSERT-MASTER-ENTRY
                               THRU INSERT-MASTER-ENTRY-EXIT
                       END-IF
                   WHEN RUN-TRAN-IS-CHANGE
                       IF WS-RRM-FOUND-IDX = ZERO
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE "NOT ON FILE" TO WS-REJECT-REASON
                       ELSE
                           MOVE RUN-TRAN-DESC
                               TO WS-RRM-DESC (WS-RRM-FOUND-IDX)
                       END-IF
                   WHEN RUN-TRAN-IS-DELETE
                       IF WS-RRM-FOUND-IDX = ZERO
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE "NOT ON FILE" TO WS-REJECT-REASON
                       ELSE
                           PERFORM DELETE-MASTER-ENTRY
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-TRAN-REJECTED
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM PRINT-TRAN-LINE
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM PRINT-TRAN-LINE
           END-IF.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       VALIDATE-TRANSACTION.
      * Every card must carry a valid action, a job name, a site code
      * the site master vouches for ("ALL" always passes, and an ADD
      * for an inactive site is rejected), a known rule type with the
      * nth or weekday that type needs and zeroes in the field it
      * does not use, and on ADD/CHANGE a description.
           IF NOT RUN-TRAN-IS-ADD AND NOT RUN-TRAN-IS-CHANGE
               AND NOT RUN-TRAN-IS-DELETE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           IF RUN-TRAN-JOB-NAME = SPACES
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "JOB NAME MISSING" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           IF RUN-TRAN-SITE-CODE NOT = "ALL"
               MOVE ZEROES TO WS-SIT-FOUND-IDX
               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SIT-COUNT
                   IF WS-SIT-CODE (WS-SIT-IDX) = RUN-TRAN-SITE-CODE
                       MOVE WS-SIT-IDX TO WS-SIT-FOUND-IDX
                       MOVE WS-SIT-COUNT TO WS-SIT-IDX
                   END-IF
               END-PERFORM
               IF WS-SIT-FOUND-IDX = ZERO
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "SITE NOT ON SITE MASTER" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF RUN-TRAN-IS-ADD AND
                   WS-SIT-ACTIVE (WS-SIT-FOUND-IDX) NOT = "A"
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "SITE INACTIVE" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF
           IF NOT RUN-TRAN-IS-BUS-DAY-OF-MONTH AND
               NOT RUN-TRAN-IS-BEFORE-MONTH-END AND
               NOT RUN-TRAN-IS-LAST-OF-QUARTER AND
               NOT RUN-TRAN-IS-WEEKLY
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "INVALID RULE TYPE" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
           IF RUN-TRAN-NTH NOT NUMERIC OR
               RUN-TRAN-WEEKDAY NOT NUMERIC
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "NTH/WEEKDAY NOT NUMERIC" TO WS-REJECT-REASON
               GO TO VALIDATE-TRANSACTION-EXIT
           END-IF
      * A month never holds more than 23 weekdays, so no larger nth
      * can ever resolve.
           IF RUN-TRAN-IS-BUS-DAY-OF-MONTH OR
               RUN-TRAN-IS-BEFORE-MONTH-END
               IF RUN-TRAN-NTH < 1 OR RUN-TRAN-NTH > 23
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "NTH MUST BE 1 TO 23" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF RUN-TRAN-WEEKDAY NOT = ZERO
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "WEEKDAY NOT USED BY RULE"
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF
           IF RUN-TRAN-IS-LAST-OF-QUARTER
               IF RUN-TRAN-NTH NOT = ZERO OR
                   RUN-TRAN-WEEKDAY NOT = ZERO
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "NTH/WEEKDAY NOT USED BY RULE"
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF
           IF RUN-TRAN-IS-WEEKLY
               IF RUN-TRAN-WEEKDAY < 1 OR RUN-TRAN-WEEKDAY > 7
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "WEEKDAY MUST BE 1 TO 7" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
               IF RUN-TRAN-NTH NOT = ZERO
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "NTH NOT USED BY RULE" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF
           IF RUN-TRAN-IS-ADD OR RUN-TRAN-IS-CHANGE
               IF RUN-TRAN-DESC = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
                   GO TO VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF.
       VALIDATE-TRANSACTION-EXIT.
           EXIT.

       FIND-MASTER-ENTRY.
           MOVE ZEROES TO WS-RRM-FOUND-IDX
           PERFORM VARYING WS-RRM-IDX FROM 1 BY 1
               UNTIL WS-RRM-IDX > WS-RRM-COUNT
               IF WS-RRM-KEY (WS-RRM-IDX) = RUN-TRAN-KEY
                   MOVE WS-RRM-IDX TO WS-RRM-FOUND-IDX
                   MOVE WS-RRM-COUNT TO WS-RRM-IDX
               END-IF
           END-PERFORM.

       INSERT-MASTER-ENTRY.
      * The table stays in ascending key order so the new master
      * writes out sorted without a separate sort step.
           IF WS-RRM-COUNT >= 500
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "MASTER TABLE FULL" TO WS-REJECT-REASON
               GO TO INSERT-MASTER-ENTRY-EXIT
           END-IF
           MOVE ZEROES TO WS-RRM-INSERT-IDX
           PERFORM VARYING WS-RRM-IDX FROM 1 BY 1
               UNTIL WS-RRM-IDX > WS-RRM-COUNT
               IF WS-RRM-INSERT-IDX = ZERO AND
                   WS-RRM-KEY (WS-RRM-IDX) > RUN-TRAN-KEY
                   MOVE WS-RRM-IDX TO WS-RRM-INSERT-IDX
               END-IF
           END-PERFORM
           IF WS-RRM-INSERT-IDX = ZERO
               ADD 1 TO WS-RRM-COUNT
               MOVE WS-RRM-COUNT TO WS-RRM-INSERT-IDX
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-RRM-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-RRM-INSERT-IDX
                   MOVE WS-RRM-ENTRY (WS-SHIFT-IDX)
                       TO WS-RRM-ENTRY (WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-RRM-COUNT
           END-IF
           MOVE RUN-TRAN-KEY TO WS-RRM-KEY (WS-RRM-INSERT-IDX)
           MOVE RUN-TRAN-DESC TO WS-RRM-DESC (WS-RRM-INSERT-IDX).
       INSERT-MASTER-ENTRY-EXIT.
           EXIT.

       DELETE-MASTER-ENTRY.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-RRM-FOUND-IDX BY 1
               UNTIL WS-SHIFT-IDX >= WS-RRM-COUNT
               MOVE WS-RRM-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-RRM-ENTRY (WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RRM-COUNT.

       PRINT-TRAN-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RUN-TRAN-ACTION TO WS-D-ACTION
           MOVE RUN-TRAN-JOB-NAME TO WS-D-JOB-NAME
           MOVE RUN-TRAN-SITE-CODE TO WS-D-SITE
           MOVE RUN-TRAN-TYPE TO WS-D-RULE-TYPE
           MOVE RUN-TRAN-NTH TO WS-D-RULE-NTH
           MOVE RUN-TRAN-WEEKDAY TO WS-D-RULE-WEEKDAY
           MOVE RUN-TRAN-DESC TO WS-D-DESC
           IF WS-TRAN-REJECTED
               MOVE "REJECTED" TO WS-D-STATUS
               MOVE WS-REJECT-REASON TO WS-D-REASON
           ELSE
               MOVE "APPLIED" TO WS-D-STATUS
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-NEW-MASTER.
           OPEN OUTPUT NEW-MASTER-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "RUNRMNT: UNABLE TO OPEN RUNRULEN, STATUS "
                   WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO WRITE-NEW-MASTER-EXIT
           END-IF
           PERFORM VARYING WS-RRM-IDX FROM 1 BY 1
               UNTIL WS-RRM-IDX > WS-RRM-COUNT OR WS-ABORT-RUN
               MOVE WS-RRM-ENTRY (WS-RRM-IDX) TO NEW-RULE-RECORD
               WRITE NEW-RULE-RECORD
               IF WS-NEW-FILE-STATUS NOT = "00"
                   DISPLAY "RUNRMNT: WRITE FAILED, STATUS "
                       WS-NEW-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-PERFORM
           CLOSE NEW-MASTER-FILE
           MOVE WS-RRM-COUNT TO WS-NEW-MASTER-COUNT.
       WRITE-NEW-MASTER-EXIT.
           EXIT.

       PRINT-COUNTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TRANSACTIONS READ:" TO WS-C-LABEL
           MOVE WS-TRANS-READ TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS APPLIED:" TO WS-C-LABEL
           MOVE WS-TRANS-APPLIED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED:" TO WS-C-LABEL
           MOVE WS-TRANS-REJECTED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "OLD MASTER RECORDS:" TO WS-C-LABEL
           MOVE WS-OLD-MASTER-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "NEW MASTER RECORDS:" TO WS-C-LABEL
           MOVE WS-NEW-MASTER-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE.
