      * control file. "O" opens a period (new, or a controlled
      * reopen of a closing/closed one), "C" moves an open period to
      * closing, "X" closes an open or closing period.
      * Reopening a closing or closed period is dual control: the
      * "O" card only records a pending reopen request, and needs
      * the requester's operator id and a reason code; an "A"
      * (approve) or "D" (decline) card for the same period from a
      * different operator settles it. Only an approval changes the
      * period status. The operator id is optional on the other
      * cards and is printed on the report when given.
      * Reason codes: AJ audit adjustment, LP late posting, EC error
      * correction, RS restatement, TX tax or regulatory filing.
       01 FPC-TRAN-RECORD.
           05 FPC-TRAN-ACTION PIC X.
               88 FPC-TRAN-IS-OPEN VALUE "O".
               88 FPC-TRAN-IS-CLOSING VALUE "C".
               88 FPC-TRAN-IS-CLOSE VALUE "X".
               88 FPC-TRAN-IS-APPROVE VALUE "A".
               88 FPC-TRAN-IS-DECLINE VALUE "D".
           05 FPC-TRAN-YEAR PIC 9(4).
           05 FPC-TRAN-MONTH PIC 9(2).
           05 FPC-TRAN-OPERATOR-ID PIC X(8).
           05 FPC-TRAN-REASON-CODE PIC X(2).
               88 FPC-TRAN-REASON-VALID
                   VALUES "AJ" "LP" "EC" "RS" "TX".
