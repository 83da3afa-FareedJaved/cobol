      * FPCPREC - pending fiscal period reopen request file record
      * layout, one record per reopen request still waiting for a
      * second operator's approval or decline, in ascending period
      * order (at most one pending request per period). Written by
      * FPMAINT as a new generation every run, the way it writes the
      * period control file; a request older than the expiry days
      * on the FPMAINT control card is dropped as expired and has to
      * be raised again.
       01 FPCP-RECORD.
           05 FPCP-PERIOD.
               10 FPCP-YEAR PIC 9(4).
               10 FPCP-MONTH PIC 9(2).
           05 FPCP-REQUESTER-ID PIC X(8).
           05 FPCP-REASON-CODE PIC X(2).
           05 FPCP-REQUEST-STAMP.
               10 FPCP-REQUEST-DATE PIC 9(8).
               10 FPCP-REQUEST-TIME PIC 9(6).
