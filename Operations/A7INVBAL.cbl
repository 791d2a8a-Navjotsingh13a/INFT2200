      * new product master into production. Proves the
      * arithmetic: old master total quantity, plus posted
      * receipts, minus posted issues, plus the net of the
      * cycle-count adjustments, minus posted returns to vendor,
      * equals new master total quantity -- and that the record
      * counts match. The posted figures
      * come from the posting totals file A6INVPST writes, not
      * from scraping its printed report. A mismatch ends with
      * the return code that stops the swap and leaves the old
      * master standing -- a truncated INVTRAN file gets caught
      * here, not after the weekend.
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

       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd prodnew-file
           recording mode is F
           data record is prodnew-record
           record contains 209 characters.
       01 prodnew-record.
           05 pn-product-name      pic x(15).
           05 pn-product-descr     pic x(30).
           05 pn-last-receipt-date pic 9(8).
           05 pn-last-issue-date   pic 9(8).
           05 pn-unit-cost         pic 9(7)v99.
           05 filler               pic x(121).

      * Posting totals record, as A6INVPST writes it....
       fd pstctl-file
           recording mode is F
           data record is pstctl-record
           record contains 79 characters.
       01 pstctl-record.
           05 pc-receipts-qty     pic 9(11).
           05 pc-issues-qty       pic 9(11).
           05 pc-moves-rejected   pic 9(7).
           05 pc-mast-read        pic 9(7).
           05 pc-mast-written     pic 9(7).
           05 pc-rtv-qty          pic 9(11).

       fd report-file
           recording mode is F
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

       77 ws-old-eof-flag         pic x value 'N'.

       77 ws-mismatch-count       pic 9(2) value 0.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Alert code for the mismatch being reported....
       77 ws-alert-code           pic x(8) value spaces.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A7INVBAL Inventory Posting Balance Proof    ".
       000-main.
           open input prodmast-file prodnew-file pstctl-file
           open output report-file
           open extend runlog-file alert-feed-file

           perform 900-write-runlog-start
           perform 040-get-business-date

           write report-record from ws-report-heading
           write report-record from ws-blank-line
           perform 910-write-runlog-end

           close prodmast-file prodnew-file pstctl-file
                 report-file runlog-file alert-feed-file
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

      * Total the old master's quantities and count its records...
       100-total-old-master.
           perform until ws-old-eof-flag = 'Y'
                   move "NO POSTING TOTALS -- RUN DID NOT FINISH"
                       to ver-text
                   write report-record from ws-verdict-line
                   move "NOTOTALS" to ws-alert-code
                   perform 300-alert-mismatch
           end-read.

      * The proof: old total, plus receipts, minus issues, plus
      * the adjustment net, minus returns to vendor, must equal
      * the new total; and the posting wrote exactly the records
      * it read....
       200-prove-balance.
           if ws-ctl-eof-flag = 'N'
               move "OLD MASTER TOTAL QTY" to fig-label
               move "ADJUSTMENT NET" to fig-label
               move pc-adjust-net to fig-amount
               write report-record from ws-figure-line
               move "POSTED RETURNS TO VENDOR" to fig-label
               move pc-rtv-qty to fig-amount
               write report-record from ws-figure-line
               move "NEW MASTER TOTAL QTY" to fig-label
               move ws-new-total-qty to fig-amount
               write report-record from ws-figure-line
               compute ws-expected-qty
                   = ws-old-total-qty + pc-receipts-qty
                   - pc-issues-qty + pc-adjust-net
                   - pc-rtv-qty
               compute ws-qty-difference
                   = ws-new-total-qty - ws-expected-qty

                   move "QUANTITIES DO NOT BALANCE -- HOLD THE SWAP"
                       to ver-text
                   write report-record from ws-verdict-line
                   move "QTYBAL" to ws-alert-code
                   perform 300-alert-mismatch
               end-if

               if ws-old-count not = ws-new-count
                   move "RECORD COUNTS DO NOT MATCH -- HOLD THE SWAP"
                       to ver-text
                   write report-record from ws-verdict-line
                   move "COUNTS" to ws-alert-code
                   perform 300-alert-mismatch
               end-if

               if ws-mismatch-count = 0
               end-if
           end-if.

      * A mismatch holds the swap, so it goes to the shared alert
      * file as critical, keyed by the master it holds back....
       300-alert-mismatch.
           move spaces to alert-feed-record
           move "C" to alr-severity
           move ws-alert-code to alr-code
           move "PRODMAST" to alr-key
           move ver-text to alr-message
           perform 920-write-alert.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A7INVBAL" to rl-program
           move return-code to rl-return-code
           write runlog-record.

      * Append one record to the shared alert file; the caller
      * has cleared the record and set the severity, code, key
      * and message....
       920-write-alert.
           move "A7INVBAL" to alr-program
           move ws-business-date to alr-business-date
           accept alr-time from time
           write alert-feed-record.

       end program A7INVBAL.
