      * the site master SITEMNT maintains ("ALL" is always valid; an
      * ADD to an inactive site is rejected). Prints an applied/
      * rejected report with counts so ops can see exactly what
      * happened to every card, and who keyed it when the card was
      * queued from the HOLMNT terminal transaction.
      * Every card applied is also appended to the HOLCLOG change log
      * (see HOLCREC) with the run stamp, so HOLIMPCT can find the
      * DATECALC answers a late change has made stale. The log is an
      * audit trail - when it cannot be opened no card is applied.
      * The applied changes are held in core and only logged once the
      * new master has been written in full, so a run that fails to
      * write HOLMASTN logs nothing and its rerun does not log the
      * same changes twice. A log write failure after that is RC 16
      * like any other - the new master is then not to be promoted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "HOLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "HOLCLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY SITEREC.
       FD  TRANSACTION-FILE.
       COPY HOLTRN.
       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY HOLCREC.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-NEW-FILE-STATUS PIC XX VALUE "00".
       01 WS-SITE-FILE-STATUS PIC XX VALUE "00".
       01 WS-TRAN-FILE-STATUS PIC XX VALUE "00".
       01 WS-CLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ABORT-SWITCH PIC X VALUE "N".
       01 WS-TRANS-REJECTED PIC 9(5) VALUE ZEROES.
       01 WS-OLD-MASTER-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-NEW-MASTER-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CHANGES-LOGGED PIC 9(5) VALUE ZEROES.
      * Run stamp taken once at the start, so every change this run
      * applies carries the same stamp on the change log.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-CURRENT-DATE-TIME-R REDEFINES WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(6).
           05 FILLER PIC X(7).
      * The calendar comes in through the CALLOAD service, which
      * proves the header and trailer balance before any transaction
      * date is validated against it.
               10 WS-SIT-ACTIVE PIC X.
       01 WS-SIT-IDX PIC 9(3).
       01 WS-SIT-FOUND-IDX PIC 9(3).
      * Changes applied this run, in card order, waiting for the new
      * master to be written before they go to the change log.
       01 WS-CHANGE-TABLE.
           05 WS-CHG-COUNT PIC 9(4) VALUE ZEROES.
           05 WS-CHG-ENTRY OCCURS 1000 TIMES.
               10 WS-CHG-ACTION PIC X.
               10 WS-CHG-DATE PIC 9(8).
               10 WS-CHG-SITE PIC X(3).
               10 WS-CHG-OPERATOR PIC X(8).
       01 WS-CHG-IDX PIC 9(4).
       01 WS-HDR-1.
           05 FILLER PIC X(40)
               VALUE "HOLIDAY MASTER MAINTENANCE REPORT".
           05 FILLER PIC X(4)  VALUE "ACT".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(5)  VALUE "SITE".
           05 FILLER PIC X(16) VALUE "NAME".
           05 FILLER PIC X(9)  VALUE "OPERATOR".
           05 FILLER PIC X(9)  VALUE "STATUS".
           05 FILLER PIC X(27) VALUE "REASON".
       01 WS-DETAIL-LINE.
           05 WS-D-ACTION PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-SITE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NAME PIC X(15).
           05 FILLER PIC X VALUE SPACES.
           05 WS-D-OPERATOR PIC X(8).
           05 FILLER PIC X VALUE SPACES.
           05 WS-D-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACES.
           05 WS-D-REASON PIC X(27).
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(24).
           05 WS-C-COUNT PIC ZZZZ9.
       HOLMAINT-MAIN.
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM WS-HDR-1
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM LOAD-CALENDAR-TABLE
               THRU LOAD-CALENDAR-TABLE-EXIT
           IF WS-ABORT-RUN
               CLOSE REPORT-FILE
               GOBACK
           END-IF
      * The change log is appended to; EXTEND falls back to OUTPUT
      * the first time, the way BUSDADV starts BUSDHIST.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CLOG-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-CLOG-FILE-STATUS NOT = "00"
               DISPLAY "HOLMAINT: UNABLE TO OPEN HOLCLOG, STATUS "
                   WS-CLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM WRITE-NEW-MASTER THRU WRITE-NEW-MASTER-EXIT
           IF NOT WS-ABORT-RUN
               PERFORM WRITE-CHANGE-LOG THRU WRITE-CHANGE-LOG-EXIT
           END-IF
           CLOSE CHANGE-LOG-FILE
           PERFORM PRINT-COUNTS
           CLOSE REPORT-FILE
           IF NOT WS-ABORT-RUN
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-TRANSACTION
               THRU VALIDATE-TRANSACTION-EXIT
           IF NOT WS-TRAN-REJECTED AND WS-CHG-COUNT >= 1000
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "CHANGE LOG TABLE FULL" TO WS-REJECT-REASON
           END-IF
           IF NOT WS-TRAN-REJECTED
               PERFORM FIND-MASTER-ENTRY
               EVALUATE TRUE
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM PRINT-TRAN-LINE
               PERFORM KEEP-CHANGE
           END-IF.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.
           MOVE HOL-TRAN-DATE TO WS-D-DATE
           MOVE HOL-TRAN-SITE-CODE TO WS-D-SITE
           MOVE HOL-TRAN-NAME TO WS-D-NAME
           MOVE HOL-TRAN-OPERATOR-ID TO WS-D-OPERATOR
           IF WS-TRAN-REJECTED
               MOVE "REJECTED" TO WS-D-STATUS
               MOVE WS-REJECT-REASON TO WS-D-REASON
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       KEEP-CHANGE.
           ADD 1 TO WS-CHG-COUNT
           MOVE HOL-TRAN-ACTION TO WS-CHG-ACTION (WS-CHG-COUNT)
           MOVE HOL-TRAN-DATE TO WS-CHG-DATE (WS-CHG-COUNT)
           MOVE HOL-TRAN-SITE-CODE TO WS-CHG-SITE (WS-CHG-COUNT)
           MOVE HOL-TRAN-OPERATOR-ID
               TO WS-CHG-OPERATOR (WS-CHG-COUNT).

       WRITE-CHANGE-LOG.
      * Runs only once the new master is written in full.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE WS-CHG-ACTION (WS-CHG-IDX) TO HOLC-ACTION
               MOVE WS-CHG-DATE (WS-CHG-IDX) TO HOLC-DATE
               MOVE WS-CHG-SITE (WS-CHG-IDX) TO HOLC-SITE-CODE
               MOVE WS-CHG-OPERATOR (WS-CHG-IDX) TO HOLC-OPERATOR-ID
               MOVE WS-CDT-DATE TO HOLC-RUN-DATE
               MOVE WS-CDT-TIME TO HOLC-RUN-TIME
               WRITE HOLC-RECORD
               IF WS-CLOG-FILE-STATUS NOT = "00"
                   DISPLAY "HOLMAINT: HOLCLOG WRITE FAILED, STATUS "
                       WS-CLOG-FILE-STATUS
                       " - DO NOT PROMOTE HOLMASTN"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
                   GO TO WRITE-CHANGE-LOG-EXIT
               END-IF
               ADD 1 TO WS-CHANGES-LOGGED
           END-PERFORM.
       WRITE-CHANGE-LOG-EXIT.
           EXIT.

       WRITE-NEW-MASTER.
           OPEN OUTPUT NEW-MASTER-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "NEW MASTER RECORDS:" TO WS-C-LABEL
           MOVE WS-NEW-MASTER-COUNT TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE "CHANGES LOGGED:" TO WS-C-LABEL
           MOVE WS-CHANGES-LOGGED TO WS-C-COUNT
           WRITE RPT-LINE FROM WS-COUNT-LINE.
