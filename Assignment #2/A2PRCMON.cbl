      * seen prices over the sanity ceiling -- on its own report,
      * with the return code the NIGHTLY COND chain stops on. The
      * $4,200 broom becomes one line here instead of a restated
      * week.
      * Each finding also goes to the shared alert file (ALERTS)
      * for A7ALRFWD to forward to the monitoring feed....

       environment division.
       input-output section.
               assign to DATECARD
               organization is sequential.

      * Shared alert file: one standard record per finding, for
      * A7ALRFWD to forward to the monitoring feed....
           select optional alert-feed-file
               assign to ALERTS
               organization is sequential.

       data division.
       file section.

           record contains 80 characters.
           copy DATECARD.

      * Shared alert record....
       fd alert-feed-file
           recording mode is F.
           copy ALERTREC.

       working-storage section.

       77 ws-eof-flag             pic x value 'N'.
       77 ws-move-pct             pic 9(5)v9 value 0.
       77 ws-old-price            pic 9(7) value 0.
       77 ws-price-disp           pic 9(5)v99 value 0.
       77 ws-old-price-disp       pic 9(5)v99 value 0.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-records-read         pic 9(7) value 0.
       77 ws-prices-flagged       pic 9(5) value 0.

      * Alert code for the price being flagged....
       77 ws-alert-code           pic x(8) value spaces.

       01 ws-report-heading.
           05 filler pic x(42)
              value "A2PRCMON Day-Over-Day Price Monitor Alerts".

       01 ws-blank-line           pic x(100) value spaces.

      * Alert-file message for a flagged price....
       01 ws-prc-alert-text.
           05 filler              pic x(4) value "WAS ".
           05 pat-old-price       pic zz,zz9.99.
           05 filler              pic x(5) value " NOW ".
           05 pat-new-price       pic zz,zz9.99.
           05 filler              pic x(6) value " MOVE ".
           05 pat-move-pct        pic zzzz9.9.
           05 filler              pic x(2) value " %".
           05 filler              pic x(8) value spaces.

       procedure division.
       000-main.
           open input input-file
           open output report-file
           open extend runlog-file alert-feed-file

           perform 900-write-runlog-start

           perform 910-write-runlog-end

           close input-file report-file runlog-file
                 alert-feed-file
           goback.

      * Read the business date the run's files belong to from the
               move in-stock-number to al-stock-no
               compute ws-price-disp = ws-old-price / 100
               move ws-price-disp to al-old-price
               move ws-price-disp to ws-old-price-disp
               compute ws-price-disp = in-price-per-unit / 100
               move ws-price-disp to al-new-price
               move ws-move-pct to al-move-pct
               move "MOVED PAST THRESHOLD" to al-reason
               write report-record from ws-alert-line
               move "PRCMOVE" to ws-alert-code
               perform 230-alert-price
           else
               move in-price-per-unit
                   to ws-hist-price(ws-hist-idx)
               add 1 to ws-prices-flagged
               move in-stock-number to al-stock-no
               move 0 to al-old-price
               move 0 to ws-old-price-disp
               move 0 to ws-move-pct
               compute ws-price-disp = in-price-per-unit / 100
               move ws-price-disp to al-new-price
               move 0 to al-move-pct
               move "FIRST SEEN OVER CEILING" to al-reason
               write report-record from ws-alert-line
               move "PRCCEIL" to ws-alert-code
               perform 230-alert-price
           else
               if ws-hist-table-size < ws-hist-table-max
                   add 1 to ws-hist-table-size
               end-if
           end-if.

      * The flagged price to the shared alert file, keyed by stock
      * number -- critical, since it holds the profit run....
       230-alert-price.
           move spaces to alert-feed-record
           move "C" to alr-severity
           move ws-alert-code to alr-code
           move in-stock-number to alr-key
           move ws-old-price-disp to pat-old-price
           compute ws-price-disp = in-price-per-unit / 100
           move ws-price-disp to pat-new-price
           move ws-move-pct to pat-move-pct
           move ws-prc-alert-text to alr-message
           perform 920-write-alert.

      * Write the updated history back for the next run....
       300-write-price-history.
           open output prchist-file
           move return-code to rl-return-code
           write runlog-record.

      * Append one record to the shared alert file; the caller
      * has cleared the record and set the severity, code, key
      * and message....
       920-write-alert.
           move "A2PRCMON" to alr-program
           move ws-business-date to alr-business-date
           accept alr-time from time
           write alert-feed-record.

       end program A2PRCMON.
