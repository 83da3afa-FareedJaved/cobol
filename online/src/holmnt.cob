       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT.
      * Pseudo-conversational CICS transaction for browsing and
      * maintaining the holiday master from a terminal - site
      * managers asking "are we closed on the 26th at site X" get
      * their answer on screen instead of from a HOLMAST printout,
      * and holiday changes are keyed once instead of as cards.
      * The user keys a year and optionally a site and pages through
      * that year's holidays ten at a time (PF7 back, PF8 forward);
      * a named site also sees the "ALL" holidays that close it.
      * Keying an action code with a date, site, name and observed
      * indicator requests an ADD, CHANGE or DELETE. The request is
      * put through HOLMAINT's own edits by the HOLEDIT service -
      * date inside the published calendar, Feb 29 only in a leap
      * year, site on the site master and active for an ADD, no
      * duplicate date and site - and an accepted request is queued
      * as a standard HOLTRN card, stamped with the keying user's
      * id, on the HOLQ transient data queue for the next HOLMAINT
      * run. The transaction never writes the master itself, so
      * HOLMAINT stays its only writer and HOLRPT still shows every
      * change with the operator who keyed it.
      * Anyone cleared for the transaction may browse. Queuing a
      * change also needs UPDATE access to the HOLIDAY.MAINT
      * resource in the FACILITY class.
      * The year, site and page being shown ride in the COMMAREA
      * between screens. PF3 and CLEAR end the transaction, like
      * LEAPINQ and DATEINQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY HOLMAP.
       COPY HOLEIO.
       COPY HOLTRN.
       COPY DFHAID.
       01 WS-MAPNAME PIC X(8) VALUE "HOLMAPI".
       01 WS-MAPSETNAME PIC X(8) VALUE "HOLMAP".
       01 WS-RESP PIC S9(8) COMP.
       01 WS-COMMAREA.
           05 WS-CA-YEAR PIC 9(4).
           05 WS-CA-SITE PIC X(3).
           05 WS-CA-PAGE PIC 9(3).
       01 WS-NEW-YEAR PIC 9(4).
       01 WS-NEW-SITE PIC X(3).
       01 WS-REQUESTED-PAGE PIC 9(3).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-MESSAGE PIC X(79).
       01 WS-KEYS-SWITCH PIC X VALUE "N".
           88 WS-KEYS-BAD VALUE "B".
           88 WS-KEYS-CHANGED VALUE "C".
       01 WS-AUTH-SWITCH PIC X VALUE "N".
           88 WS-USER-AUTHORIZED VALUE "Y".
       01 WS-SEC-CLASS PIC X(8) VALUE "FACILITY".
       01 WS-SEC-RESOURCE PIC X(13) VALUE "HOLIDAY.MAINT".
       01 WS-SEC-RESOURCE-LEN PIC S9(8) COMP VALUE 13.
       01 WS-SEC-UPDATE PIC S9(8) COMP.
       01 WS-LIST-IDX PIC 9(2).
       01 WS-LIST-TABLE VALUE SPACES.
           05 WS-LIST-TEXT PIC X(49) OCCURS 10 TIMES.
       01 WS-LIST-LINE.
           05 WS-L-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-L-SITE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-L-OBS PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-L-NAME PIC X(30).
       01 WS-PAGE-LINE.
           05 WS-P-PAGE PIC 9(3).
           05 FILLER PIC X(4) VALUE " OF ".
           05 WS-P-PAGE-COUNT PIC 9(3).
       01 WS-REJECT-LINE.
           05 FILLER PIC X(11) VALUE "REJECTED - ".
           05 WS-R-REASON PIC X(28).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(10).
       PROCEDURE DIVISION.
       HOLMNT-MAIN.
           EXEC CICS HANDLE AID
               CLEAR(END-MAINTENANCE)
               PF3(END-MAINTENANCE)
           END-EXEC
           IF EIBCALEN = ZERO
               PERFORM SEND-INITIAL-MAP
               PERFORM RETURN-WITH-COMMAREA
           END-IF
      * The RECEIVE below asks for RESP, so HANDLE AID is never
      * taken through it - the attention key is tested here instead,
      * and only ENTER can apply an action keyed on the screen. A
      * paging key only ever pages.
           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE SPACES TO WS-MESSAGE
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   GO TO END-MAINTENANCE
               WHEN DFHPF7
                   PERFORM PAGE-BACKWARD THRU PAGE-BACKWARD-EXIT
               WHEN DFHPF8
                   PERFORM PAGE-FORWARD THRU PAGE-FORWARD-EXIT
               WHEN DFHENTER
                   PERFORM RECEIVE-SCREEN
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM PROCESS-MAINTENANCE-SCREEN
                           THRU PROCESS-MAINTENANCE-SCREEN-EXIT
                   ELSE
                       PERFORM SHOW-BROWSE-PAGE
                           THRU SHOW-BROWSE-PAGE-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "USE ENTER, PF7/PF8 TO PAGE, PF3 TO END"
                       TO WS-MESSAGE
                   PERFORM SHOW-BROWSE-PAGE THRU SHOW-BROWSE-PAGE-EXIT
           END-EVALUATE
           PERFORM SEND-ANSWER-MAP
           PERFORM RETURN-WITH-COMMAREA.

       RECEIVE-SCREEN.
      * The input map is cleared first so a screen with nothing
      * modified (MAPFAIL) reads as no year, site or action keyed.
           MOVE LOW-VALUES TO HOLMAPI
           EXEC CICS RECEIVE MAP(WS-MAPNAME) MAPSET(WS-MAPSETNAME)
               INTO(HOLMAPI) RESP(WS-RESP)
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE ZEROES TO WS-CA-YEAR
           MOVE SPACES TO WS-CA-SITE
           MOVE ZEROES TO WS-CA-PAGE
           MOVE LOW-VALUES TO HOLMAPO
           MOVE "ENTER A YEAR, AND A SITE IF WANTED, TO BROWSE"
               TO MSGLO
           EXEC CICS SEND MAP(WS-MAPNAME) MAPSET(WS-MAPSETNAME)
               FROM(HOLMAPO) ERASE
           END-EXEC.

       PROCESS-MAINTENANCE-SCREEN.
           PERFORM PICK-UP-BROWSE-KEYS THRU PICK-UP-BROWSE-KEYS-EXIT
           IF WS-KEYS-BAD
               GO TO PROCESS-MAINTENANCE-SCREEN-EXIT
           END-IF
           IF ACTIONL > ZERO AND ACTIONI NOT = SPACE
               AND ACTIONI NOT = LOW-VALUE
               PERFORM QUEUE-HOLIDAY-REQUEST
                   THRU QUEUE-HOLIDAY-REQUEST-EXIT
           END-IF
           PERFORM SHOW-BROWSE-PAGE THRU SHOW-BROWSE-PAGE-EXIT.
       PROCESS-MAINTENANCE-SCREEN-EXIT.
           EXIT.

       PICK-UP-BROWSE-KEYS.
      * A year or site keyed over the one on show starts the browse
      * again from its first page; a site erased with EOF goes back
      * to every site.
           MOVE "N" TO WS-KEYS-SWITCH
           MOVE WS-CA-YEAR TO WS-NEW-YEAR
           MOVE WS-CA-SITE TO WS-NEW-SITE
           IF YEARINL > ZERO
               IF YEARINI NOT NUMERIC
                   SET WS-KEYS-BAD TO TRUE
                   MOVE "INVALID YEAR - PLEASE RE-ENTER" TO WS-MESSAGE
                   GO TO PICK-UP-BROWSE-KEYS-EXIT
               END-IF
               MOVE YEARINI TO WS-NEW-YEAR
           END-IF
           IF SITEINL > ZERO OR SITEINF = X"80"
               IF SITEINI = LOW-VALUES
                   MOVE SPACES TO WS-NEW-SITE
               ELSE
                   MOVE SITEINI TO WS-NEW-SITE
               END-IF
           END-IF
           IF WS-NEW-YEAR NOT = WS-CA-YEAR OR
               WS-NEW-SITE NOT = WS-CA-SITE
               SET WS-KEYS-CHANGED TO TRUE
               MOVE WS-NEW-YEAR TO WS-CA-YEAR
               MOVE WS-NEW-SITE TO WS-CA-SITE
               MOVE 1 TO WS-CA-PAGE
           END-IF.
       PICK-UP-BROWSE-KEYS-EXIT.
           EXIT.

       QUEUE-HOLIDAY-REQUEST.
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF NOT WS-USER-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR HOLIDAY MAINTENANCE"
                   TO WS-MESSAGE
               GO TO QUEUE-HOLIDAY-REQUEST-EXIT
           END-IF
           MOVE SPACES TO HOL-TRAN-RECORD
           MOVE ACTIONI TO HOL-TRAN-ACTION
           IF ADATEL > ZERO
               MOVE ADATEI TO HOL-TRAN-DATE
           END-IF
           IF ASITEL > ZERO AND ASITEI NOT = LOW-VALUES
               MOVE ASITEI TO HOL-TRAN-SITE-CODE
           END-IF
           IF ANAMEL > ZERO AND ANAMEI NOT = LOW-VALUES
               MOVE ANAMEI TO HOL-TRAN-NAME
           END-IF
           IF AOBSL > ZERO AND AOBSI NOT = LOW-VALUE
               MOVE AOBSI TO HOL-TRAN-OBSERVED-IND
           END-IF
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC
           MOVE WS-OPERATOR-ID TO HOL-TRAN-OPERATOR-ID
           SET HOL-EDIT-EDIT-CARD TO TRUE
           MOVE "HOLMNT" TO HOL-EDIT-JOB-NAME
           MOVE HOL-TRAN-RECORD TO HOL-EDIT-CARD
           CALL "HOLEDIT" USING HOL-EDIT-PARMS
           IF HOL-EDIT-FILE-ERROR
               MOVE "HOLIDAY FILES UNAVAILABLE - CALL OPS"
                   TO WS-MESSAGE
               GO TO QUEUE-HOLIDAY-REQUEST-EXIT
           END-IF
           IF HOL-EDIT-REJECTED
               MOVE HOL-EDIT-REASON TO WS-R-REASON
               MOVE WS-REJECT-LINE TO WS-MESSAGE
               GO TO QUEUE-HOLIDAY-REQUEST-EXIT
           END-IF
           EXEC CICS WRITEQ TD QUEUE("HOLQ")
               FROM(HOL-TRAN-RECORD) LENGTH(51) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "UNABLE TO QUEUE REQUEST - CALL OPS"
                   TO WS-MESSAGE
               GO TO QUEUE-HOLIDAY-REQUEST-EXIT
           END-IF
           EVALUATE TRUE
               WHEN HOL-TRAN-IS-ADD
                   MOVE "ADD QUEUED FOR THE NEXT HOLMAINT RUN"
                       TO WS-MESSAGE
               WHEN HOL-TRAN-IS-CHANGE
                   MOVE "CHANGE QUEUED FOR THE NEXT HOLMAINT RUN"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "DELETE QUEUED FOR THE NEXT HOLMAINT RUN"
                       TO WS-MESSAGE
           END-EVALUATE
           MOVE SPACES TO ACTIONO
           MOVE SPACES TO ADATEO
           MOVE SPACES TO ASITEO
           MOVE SPACES TO ANAMEO
           MOVE SPACES TO AOBSO.
       QUEUE-HOLIDAY-REQUEST-EXIT.
           EXIT.

       CHECK-MAINTENANCE-AUTHORITY.
           MOVE "N" TO WS-AUTH-SWITCH
           EXEC CICS QUERY SECURITY
               RESCLASS(WS-SEC-CLASS)
               RESID(WS-SEC-RESOURCE)
               RESIDLENGTH(WS-SEC-RESOURCE-LEN)
               UPDATE(WS-SEC-UPDATE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND
               WS-SEC-UPDATE = DFHVALUE(UPDATABLE)
               SET WS-USER-AUTHORIZED TO TRUE
           END-IF.

       SHOW-BROWSE-PAGE.
      * The page shown is the one HOLEDIT hands back, which is held
      * to the last page when the year and site have fewer.
           MOVE SPACES TO WS-LIST-TABLE
           MOVE SPACES TO PAGENOO
           IF WS-CA-YEAR = ZERO
               IF WS-MESSAGE = SPACES
                   MOVE "ENTER A YEAR, AND A SITE IF WANTED, TO BROWSE"
                       TO WS-MESSAGE
               END-IF
               GO TO SHOW-BROWSE-PAGE-EXIT
           END-IF
           SET HOL-EDIT-BROWSE TO TRUE
           MOVE "HOLMNT" TO HOL-EDIT-JOB-NAME
           MOVE WS-CA-YEAR TO HOL-EDIT-YEAR
           MOVE WS-CA-SITE TO HOL-EDIT-SITE-CODE
           MOVE WS-CA-PAGE TO HOL-EDIT-PAGE
           CALL "HOLEDIT" USING HOL-EDIT-PARMS
           EVALUATE TRUE
               WHEN HOL-EDIT-FILE-ERROR
                   IF WS-MESSAGE = SPACES
                       MOVE "HOLIDAY FILES UNAVAILABLE - CALL OPS"
                           TO WS-MESSAGE
                   END-IF
                   GO TO SHOW-BROWSE-PAGE-EXIT
               WHEN HOL-EDIT-REJECTED
                   IF WS-MESSAGE = SPACES
                       MOVE HOL-EDIT-REASON TO WS-MESSAGE
                   END-IF
                   GO TO SHOW-BROWSE-PAGE-EXIT
               WHEN HOL-EDIT-MATCH-COUNT = ZERO
                   IF WS-MESSAGE = SPACES
                       MOVE "NO HOLIDAYS ON FILE FOR THIS YEAR AND SITE"
                           TO WS-MESSAGE
                   END-IF
                   GO TO SHOW-BROWSE-PAGE-EXIT
           END-EVALUATE
           MOVE HOL-EDIT-PAGE TO WS-CA-PAGE
           MOVE HOL-EDIT-PAGE TO WS-P-PAGE
           MOVE HOL-EDIT-PAGE-COUNT TO WS-P-PAGE-COUNT
           MOVE WS-PAGE-LINE TO PAGENOO
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > HOL-EDIT-LINE-COUNT
               MOVE HOL-EDIT-L-DATE (WS-LIST-IDX) TO WS-L-DATE
               MOVE HOL-EDIT-L-SITE (WS-LIST-IDX) TO WS-L-SITE
               MOVE HOL-EDIT-L-OBS (WS-LIST-IDX) TO WS-L-OBS
               MOVE HOL-EDIT-L-NAME (WS-LIST-IDX) TO WS-L-NAME
               MOVE WS-LIST-LINE TO WS-LIST-TEXT (WS-LIST-IDX)
           END-PERFORM.
       SHOW-BROWSE-PAGE-EXIT.
           EXIT.

       SEND-ANSWER-MAP.
           MOVE WS-LIST-TEXT (1) TO LINE01O
           MOVE WS-LIST-TEXT (2) TO LINE02O
           MOVE WS-LIST-TEXT (3) TO LINE03O
           MOVE WS-LIST-TEXT (4) TO LINE04O
           MOVE WS-LIST-TEXT (5) TO LINE05O
           MOVE WS-LIST-TEXT (6) TO LINE06O
           MOVE WS-LIST-TEXT (7) TO LINE07O
           MOVE WS-LIST-TEXT (8) TO LINE08O
           MOVE WS-LIST-TEXT (9) TO LINE09O
           MOVE WS-LIST-TEXT (10) TO LINE10O
           MOVE WS-MESSAGE TO MSGLO
           EXEC CICS SEND MAP(WS-MAPNAME) MAPSET(WS-MAPSETNAME)
               FROM(HOLMAPO) DATAONLY
           END-EXEC.

       RETURN-WITH-COMMAREA.
           EXEC CICS RETURN TRANSID("HOLM")
               COMMAREA(WS-COMMAREA) LENGTH(10)
           END-EXEC.

       PAGE-BACKWARD.
      * A year or site keyed before the PF key starts a new browse
      * instead of paging the old one. Anything keyed in the action
      * fields is left on the screen, not applied.
           PERFORM RECEIVE-SCREEN
           PERFORM PICK-UP-BROWSE-KEYS THRU PICK-UP-BROWSE-KEYS-EXIT
           IF NOT WS-KEYS-BAD AND NOT WS-KEYS-CHANGED
               IF WS-CA-PAGE > 1
                   SUBTRACT 1 FROM WS-CA-PAGE
               ELSE
                   MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE
               END-IF
           END-IF
           IF NOT WS-KEYS-BAD
               PERFORM SHOW-BROWSE-PAGE THRU SHOW-BROWSE-PAGE-EXIT
           END-IF.
       PAGE-BACKWARD-EXIT.
           EXIT.

       PAGE-FORWARD.
           PERFORM RECEIVE-SCREEN
           PERFORM PICK-UP-BROWSE-KEYS THRU PICK-UP-BROWSE-KEYS-EXIT
           IF NOT WS-KEYS-BAD AND NOT WS-KEYS-CHANGED
               ADD 1 TO WS-CA-PAGE
           END-IF
           MOVE WS-CA-PAGE TO WS-REQUESTED-PAGE
           IF NOT WS-KEYS-BAD
               PERFORM SHOW-BROWSE-PAGE THRU SHOW-BROWSE-PAGE-EXIT
           END-IF
           IF NOT WS-KEYS-BAD AND WS-CA-PAGE < WS-REQUESTED-PAGE
               AND WS-MESSAGE = SPACES
               MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
           END-IF.
       PAGE-FORWARD-EXIT.
           EXIT.

       END-MAINTENANCE.
           EXEC CICS SEND TEXT
               FROM("HOLIDAY MAINTENANCE ENDED")
               LENGTH(25)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.
