      * PSTREC - standard posting transaction record layout, one
      * record per posting the application systems hand to the
      * PSTSCRN screening run. The same layout is written back out
      * unchanged on the accepted pass-through file, so a posting
      * program reads screened items exactly as it read raw ones.
      * The amount carries its sign as a separate leading character
      * so the flat file stays readable in a browse.
       01 PST-RECORD.
           05 PST-SOURCE-SYSTEM PIC X(8).
           05 PST-REFERENCE PIC X(16).
           05 PST-ACCOUNT PIC X(12).
           05 PST-AMOUNT PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 PST-POSTING-DATE PIC 9(8).
