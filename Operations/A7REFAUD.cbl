      * before the report programs run against broken reference
      * data. A department missing from DISCTAB used to mean a
      * silent 0% discount; now it means a line here at the top of
      * the night.
      * Each finding also goes to the shared alert file (ALERTS)
      * for A7ALRFWD to forward to the monitoring feed....

       environment division.
       input-output section.
               assign to RUNLOG
               organization is sequential.

      * Shared alert file: one standard record per finding, for
      * A7ALRFWD to forward to the monitoring feed....
           select optional alert-feed-file
               assign to ALERTS
               organization is sequential.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

       data division.
       file section.

           recording mode is F.
           copy RUNLOG.

      * Shared alert record....
       fd alert-feed-file
           recording mode is F.
           copy ALERTREC.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

       working-storage section.

       77 ws-disc-eof-flag        pic x value 'N'.
       77 ws-findings             pic 9(4) value 0.
       77 ws-rows-read            pic 9(6) value 0.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * GLACCTS A5DEPINC mappings collected for the DEPTREF
      * cross-check, and the GRAND credit row flag....
       01 ws-gla-table.
       procedure division.
       000-main.
           open output report-file
           open extend runlog-file alert-feed-file

           perform 900-write-runlog-start
           perform 040-get-business-date

           write report-record from ws-report-heading
           write report-record from ws-blank-line

           perform 910-write-runlog-end

           close report-file runlog-file alert-feed-file
           goback.

      * Read the business date the run's files belong to from the
      * control card; a missing or non-numeric card falls back to
      * the calendar date so an ad-hoc run still labels itself....
       040-get-business-date.
           open input datecard-file
           read datecard-file
               at end
                   continue
               not at end
                   if dc-business-date-x numeric
                       move dc-business-date to ws-business-date
                   end-if
           end-read
           close datecard-file
           if ws-business-date = 0
               accept ws-business-date from date yyyymmdd
           end-if.

      * DISCTAB rows must carry a department and a numeric rate --
      * a blank or junk row is a silent 0% discount in A2STOCK....
       100-check-disctab.
           end-perform
           close ratetab-file empmast-file.

      * Write one findings line, and the same finding to the
      * shared alert file -- critical, since it stops the night...
       800-write-finding.
           write report-record from ws-finding-line
           add 1 to ws-findings
           move spaces to alert-feed-record
           move "C" to alr-severity
           move fnd-table to alr-code
           move fnd-key to alr-key
           move fnd-text to alr-message
           perform 920-write-alert.

      * Journal the start of the run....
       900-write-runlog-start.
           move return-code to rl-return-code
           write runlog-record.

      * Append one record to the shared alert file; the caller
      * has cleared the record and set the severity, code, key
      * and message....
       920-write-alert.
           move "A7REFAUD" to alr-program
           move ws-business-date to alr-business-date
           accept alr-time from time
           write alert-feed-record.

       end program A7REFAUD.
