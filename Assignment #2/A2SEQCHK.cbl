      * pass confirms the extract is in ascending stock-number
      * order within contiguous department groups, reports the
      * first breaks with their record numbers, and ends with the
      * return code that stops the profit step.
      * Each finding also goes to the shared alert file (ALERTS)
      * for A7ALRFWD to forward to the monitoring feed....

       environment division.
       input-output section.
           select optional runlog-file assign to RUNLOG
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

       77 ws-eof-flag             pic x value 'N'.
       77 ws-prev-dept            pic x(7) value spaces.
       77 ws-first-record-flag    pic x value 'Y'.

      * Where the first break was found, for the alert key....
       77 ws-first-break-stock    pic 9(7) value 0.
       77 ws-first-break-dept     pic x(7) value spaces.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Departments whose group has already closed -- one of them
      * reappearing means the extract is not grouped....
       01 ws-closed-table.

       01 ws-blank-line           pic x(100) value spaces.

      * One alert per run, however many breaks -- a bad sort
      * produces thousands, and one page says it....
       01 ws-seq-alert-key.
           05 sak-stock-no        pic 9(7).
           05 filler              pic x(1) value spaces.
           05 sak-dept            pic x(7).
           05 filler              pic x(5) value spaces.

       01 ws-seq-alert-text.
           05 filler              pic x(41)
              value "STOCK EXTRACT OUT OF SEQUENCE -- BREAKS: ".
           05 sat-breaks          pic zz,zz9.
           05 filler              pic x(3) value spaces.

       procedure division.
       000-main.
           open input input-file
           open output report-file
           open extend runlog-file alert-feed-file

           perform 900-write-runlog-start
           perform 040-get-business-date

           write report-record from ws-report-heading
           write report-record from ws-blank-line
      * trust its ordering....
           if ws-break-count > 0
               move 8 to return-code
               perform 300-alert-breaks
           end-if

           perform 910-write-runlog-end

           close input-file report-file runlog-file
                 alert-feed-file
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

      * Check one record against the two ordering assumptions the
      * profit run makes....
       100-check-record.
      * Report one sequence break, listing only the first few....
       200-report-break.
           add 1 to ws-break-count
           if ws-break-count = 1
               move in-stock-number to ws-first-break-stock
               move in-product-dept to ws-first-break-dept
           end-if
           if ws-breaks-listed < ws-break-list-max
               add 1 to ws-breaks-listed
               move ws-record-count to brk-record-no
               end-if
           end-if.

      * Send the out-of-sequence verdict to the shared alert file,
      * keyed by the first break -- critical, since it holds the
      * profit run....
       300-alert-breaks.
           move spaces to alert-feed-record
           move "C" to alr-severity
           move "SEQBREAK" to alr-code
           move ws-first-break-stock to sak-stock-no
           move ws-first-break-dept to sak-dept
           move ws-seq-alert-key to alr-key
           move ws-break-count to sat-breaks
           move ws-seq-alert-text to alr-message
           perform 920-write-alert.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A2SEQCHK" to rl-program
           move return-code to rl-return-code
           write runlog-record.

      * Append one record to the shared alert file; the caller
      * has cleared the record and set the severity, code, key
      * and message....
       920-write-alert.
           move "A2SEQCHK" to alr-program
           move ws-business-date to alr-business-date
           accept alr-time from time
           write alert-feed-record.

       end program A2SEQCHK.
