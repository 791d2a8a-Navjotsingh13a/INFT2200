      * ALERTREC.cpy -- shared alert record. A7REFAUD, A7EXTCHK,
      * A7INVBAL, A2SEQCHK, A2PRCMON, A7CTLMON and A7SLAMON each
      * append one record per finding to the alert file (ALERTS)
      * alongside their own printed report: the program, the
      * business date and time of the finding, a severity (C
      * critical -- the night was stopped or must be looked at
      * before the morning; W warning -- worth knowing, nothing
      * stopped), a short alert code, the key the finding is about
      * (table row, stock number, program) and a one-line message.
      * A7ALRFWD forwards the new records to the enterprise
      * monitoring feed, less the conditions ALRSUPP says are
      * already acknowledged....
       01 alert-feed-record.
           05 alr-program        pic x(8).
           05 alr-business-date  pic 9(8).
           05 alr-time           pic 9(8).
           05 alr-severity       pic x(1).
           05 alr-code           pic x(8).
           05 alr-key            pic x(20).
           05 alr-message        pic x(50).
           05 filler             pic x(7).
