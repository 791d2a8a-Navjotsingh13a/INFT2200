       identification division.
       program-id. A7ALRFWD.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A7ALRFWD--> Alert forwarder, run after the monitors
      * in NIGHTLY (and after the balance proof in CCPOST). A7REFAUD,
      * A7EXTCHK, A7INVBAL, A2SEQCHK, A2PRCMON, A7CTLMON and A7SLAMON
      * each append their findings to the shared alert file (ALERTS) in
      * one standard record; this pass picks up the records added since
      * it last ran and writes them to the enterprise monitoring feed
      * (PAGEOUT), so the on-call person is paged when the night goes
      * wrong instead of reading about it on the 6am status page. The
      * forwarding control record (ALRCTL) holds the last alert
      * forwarded; everything after it in the file is new. A condition
      * someone has already acknowledged is kept off the feed by a row
      * on the suppression table (ALRSUPP) -- program, alert code, key
      * (blank for any), an until date (zero until the row is taken
      * off), who acknowledged it and why -- and listed on the report
      * instead, so it does not page again every night until it is
      * cleared. Rows past their until date no longer suppress, and rows
      * nothing matched tonight are listed as candidates to take off the
      * table....

       environment division.
       input-output section.
       file-control.

      * Shared alert file the monitors append to....
           select optional alert-feed-file
               assign to ALERTS
               organization is sequential.

      * Forwarding control: the last alert forwarded....
           select optional alrctl-file
               assign to ALRCTL
               organization is sequential.

      * Suppression table, maintained by operations as a data
      * change when an alert is acknowledged....
           select optional alrsupp-file
               assign to ALRSUPP
               organization is sequential.

      * Enterprise monitoring feed: tonight's new, unsuppressed
      * alerts, in the shared alert record layout....
           select pageout-file
               assign to PAGEOUT
               organization is sequential.

      * Forwarding report....
           select report-file
               assign to ALRRPT
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

       data division.
       file section.

      * Shared alert record....
       fd alert-feed-file
           recording mode is F.
           copy ALERTREC.

      * Forwarding control: an image of the last alert forwarded,
      * the count forwarded that run, and its business date....
       fd alrctl-file
           recording mode is F
           data record is alrctl-record
           record contains 130 characters.
       01 alrctl-record.
           05 ac-last-alert       pic x(110).
           05 ac-last-count       pic 9(9).
           05 ac-last-date        pic 9(8).
           05 filler              pic x(3).

      * Suppression row: program, alert code, key (blank matches
      * any key), until date (zero -- until the row is taken
      * off), who acknowledged it, and why....
       fd alrsupp-file
           recording mode is F
           data record is alrsupp-record
           record contains 80 characters.
       01 alrsupp-record.
           05 su-program          pic x(8).
           05 su-code             pic x(8).
           05 su-key              pic x(20).
           05 su-until-date-x     pic x(8).
           05 su-until-date redefines su-until-date-x
                                  pic 9(8).
           05 su-ack-by           pic x(8).
           05 su-reason           pic x(28).

       fd pageout-file
           recording mode is F
           data record is pageout-record
           record contains 110 characters.
       01 pageout-record          pic x(110).

       fd report-file
           recording mode is F
           data record is report-record
           record contains 132 characters.
       01 report-record           pic x(132).

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

       working-storage section.

       77 ws-alert-eof-flag       pic x value 'N'.
       77 ws-supp-eof-flag        pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Where the last forwarded alert sits in the file. Zero
      * means everything is new: the first run, or a file that
      * has been cleared down since....
       01 ws-last-alert           pic x(110) value spaces.
       77 ws-last-position        pic 9(9) value 0.
       77 ws-last-found-flag      pic x value 'N'.

      * Suppression table....
       01 ws-supp-table.
           05 ws-sup-entry occurs 200 times
               indexed by ws-sup-idx.
               10 ws-sup-program    pic x(8).
               10 ws-sup-code       pic x(8).
               10 ws-sup-key        pic x(20).
               10 ws-sup-until      pic 9(8).
               10 ws-sup-ack-by     pic x(8).
               10 ws-sup-reason     pic x(28).
               10 ws-sup-status     pic x(1).
               10 ws-sup-hits       pic 9(5).
       77 ws-sup-table-size       pic 9(3) value 0.
       77 ws-sup-table-max        pic 9(3) value 200.
       77 ws-sup-found-flag       pic x value 'N'.
       77 ws-sup-match-idx        pic 9(3) value 0.

      * Run counters....
       77 ws-alerts-read          pic 9(9) value 0.
       77 ws-alerts-new           pic 9(7) value 0.
       77 ws-alerts-forwarded     pic 9(7) value 0.
       77 ws-alerts-suppressed    pic 9(7) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A7ALRFWD Alert Forwarding -- Business Date: ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(80) value spaces.

       01 ws-forwarded-heading.
           05 filler pic x(44)
              value "FORWARDED TO THE MONITORING FEED".
           05 filler pic x(88) value spaces.

       01 ws-suppressed-heading.
           05 filler pic x(44)
              value "SUPPRESSED -- ACKNOWLEDGED ON ALRSUPP".
           05 filler pic x(88) value spaces.

       01 ws-rows-heading.
           05 filler pic x(44)
              value "SUPPRESSION ROWS TO REVIEW".
           05 filler pic x(88) value spaces.

       01 ws-column-headings.
           05 filler pic x(10) value "Program".
           05 filler pic x(10) value "Bus Date".
           05 filler pic x(8)  value "Time".
           05 filler pic x(3)  value "S".
           05 filler pic x(10) value "Code".
           05 filler pic x(22) value "Key".
           05 filler pic x(52) value "Message".
           05 filler pic x(17) value "Ack By".

       01 ws-alert-line.
           05 alt-program         pic x(8).
           05 filler              pic x(2) value spaces.
           05 alt-business-date   pic 9(8).
           05 filler              pic x(2) value spaces.
           05 alt-time            pic x(6).
           05 filler              pic x(2) value spaces.
           05 alt-severity        pic x(1).
           05 filler              pic x(2) value spaces.
           05 alt-code            pic x(8).
           05 filler              pic x(2) value spaces.
           05 alt-key             pic x(20).
           05 filler              pic x(2) value spaces.
           05 alt-message         pic x(50).
           05 filler              pic x(2) value spaces.
           05 alt-ack-by          pic x(8).
           05 filler              pic x(9) value spaces.

       01 ws-row-line.
           05 row-program         pic x(8).
           05 filler              pic x(2) value spaces.
           05 row-code            pic x(8).
           05 filler              pic x(2) value spaces.
           05 row-key             pic x(20).
           05 filler              pic x(2) value spaces.
           05 row-until           pic x(8).
           05 filler              pic x(2) value spaces.
           05 row-ack-by          pic x(8).
           05 filler              pic x(2) value spaces.
           05 row-reason          pic x(28).
           05 filler              pic x(2) value spaces.
           05 row-status          pic x(40).

       01 ws-none-line.
           05 filler              pic x(4) value spaces.
           05 filler              pic x(6) value "(NONE)".
           05 filler              pic x(122) value spaces.

       01 ws-reset-line.
           05 filler              pic x(44)
              value "LAST FORWARDED ALERT NOT ON THE ALERT FILE -".
           05 filler              pic x(44)
              value "- FILE CLEARED DOWN, ALL RECORDS TREATED NEW".
           05 filler              pic x(44) value spaces.

       01 ws-summary-line.
           05 filler              pic x(14) value "Alerts read:  ".
           05 sum-read            pic zzz,zzz,zz9.
           05 filler              pic x(9) value "  New:   ".
           05 sum-new             pic z,zzz,zz9.
           05 filler              pic x(15) value "  Forwarded:   ".
           05 sum-forwarded       pic z,zzz,zz9.
           05 filler              pic x(16) value "  Suppressed:   ".
           05 sum-suppressed      pic z,zzz,zz9.
           05 filler              pic x(40) value spaces.

       01 ws-blank-line           pic x(132) value spaces.

       procedure division.
       000-main.
           open output pageout-file report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line

           perform 050-read-control
           perform 060-load-suppressions
           perform 100-find-last-forwarded

           write report-record from ws-forwarded-heading
           write report-record from ws-column-headings
           perform 200-forward-new-alerts
           if ws-alerts-forwarded = 0
               write report-record from ws-none-line
           end-if

           write report-record from ws-blank-line
           write report-record from ws-suppressed-heading
           write report-record from ws-column-headings
           perform 300-list-suppressed
           if ws-alerts-suppressed = 0
               write report-record from ws-none-line
           end-if

           write report-record from ws-blank-line
           write report-record from ws-rows-heading
           perform 400-review-suppression-rows

           move ws-alerts-read to sum-read
           move ws-alerts-new to sum-new
           move ws-alerts-forwarded to sum-forwarded
           move ws-alerts-suppressed to sum-suppressed
           write report-record from ws-blank-line
           write report-record from ws-summary-line

           perform 700-write-control

           perform 910-write-runlog-end

           close pageout-file report-file runlog-file
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

      * The last alert forwarded; no control record means nothing
      * has been forwarded yet....
       050-read-control.
           open input alrctl-file
           read alrctl-file
               at end
                   continue
               not at end
                   move ac-last-alert to ws-last-alert
           end-read
           close alrctl-file.

      * Load the suppression table. A row whose until date is not
      * numeric is kept for the review listing but suppresses
      * nothing....
       060-load-suppressions.
           open input alrsupp-file
           perform until ws-supp-eof-flag = 'Y'
               read alrsupp-file
                   at end
                       move 'Y' to ws-supp-eof-flag
                   not at end
                       if ws-sup-table-size < ws-sup-table-max
                           perform 065-store-suppression
                       end-if
               end-read
           end-perform
           close alrsupp-file.

      * Status of a row: A active, X expired, B bad until date....
       065-store-suppression.
           add 1 to ws-sup-table-size
           set ws-sup-idx to ws-sup-table-size
           move su-program to ws-sup-program(ws-sup-idx)
           move su-code to ws-sup-code(ws-sup-idx)
           move su-key to ws-sup-key(ws-sup-idx)
           move su-ack-by to ws-sup-ack-by(ws-sup-idx)
           move su-reason to ws-sup-reason(ws-sup-idx)
           move 0 to ws-sup-hits(ws-sup-idx)
           move 0 to ws-sup-until(ws-sup-idx)
           if su-until-date-x not numeric
               move "B" to ws-sup-status(ws-sup-idx)
           else
               move su-until-date to ws-sup-until(ws-sup-idx)
               if su-until-date > 0
               and su-until-date < ws-business-date
                   move "X" to ws-sup-status(ws-sup-idx)
               else
                   move "A" to ws-sup-status(ws-sup-idx)
               end-if
           end-if.

      * First pass: find the last forwarded alert in the file.
      * Everything after it is new. If it is not there the file
      * has been cleared down since, and every record is new....
       100-find-last-forwarded.
           open input alert-feed-file
           perform until ws-alert-eof-flag = 'Y'
               read alert-feed-file
                   at end
                       move 'Y' to ws-alert-eof-flag
                   not at end
                       add 1 to ws-alerts-read
                       if ws-last-alert not = spaces
                       and alert-feed-record = ws-last-alert
                           move ws-alerts-read to ws-last-position
                           move 'Y' to ws-last-found-flag
                       end-if
               end-read
           end-perform
           close alert-feed-file
           if ws-last-alert not = spaces
           and ws-last-found-flag = 'N'
               write report-record from ws-reset-line
               write report-record from ws-blank-line
               move spaces to ws-last-alert
           end-if
           compute ws-alerts-new = ws-alerts-read - ws-last-position.

      * Second pass: forward each new alert not suppressed, and
      * keep the last one read for the control record....
       200-forward-new-alerts.
           move 'N' to ws-alert-eof-flag
           move 0 to ws-alerts-read
           open input alert-feed-file
           perform until ws-alert-eof-flag = 'Y'
               read alert-feed-file
                   at end
                       move 'Y' to ws-alert-eof-flag
                   not at end
                       add 1 to ws-alerts-read
                       if ws-alerts-read > ws-last-position
                           move alert-feed-record to ws-last-alert
                           perform 210-forward-one-alert
                       end-if
               end-read
           end-perform
           close alert-feed-file.

      * A matching active suppression row keeps the alert off the
      * feed; the suppressed ones are listed after the forwarded
      * ones, from the third pass....
       210-forward-one-alert.
           perform 220-find-suppression
           if ws-sup-found-flag = 'Y'
               set ws-sup-idx to ws-sup-match-idx
               add 1 to ws-sup-hits(ws-sup-idx)
               add 1 to ws-alerts-suppressed
           else
               write pageout-record from alert-feed-record
               add 1 to ws-alerts-forwarded
               move spaces to alt-ack-by
               perform 800-write-alert-line
           end-if.

      * The first active row whose program matches, and whose
      * code and key match or are left blank....
       220-find-suppression.
           move 'N' to ws-sup-found-flag
           move 0 to ws-sup-match-idx
           perform varying ws-sup-idx from 1 by 1
               until ws-sup-idx > ws-sup-table-size
               or ws-sup-found-flag = 'Y'
               if ws-sup-status(ws-sup-idx) = "A"
               and ws-sup-program(ws-sup-idx) = alr-program
               and (ws-sup-code(ws-sup-idx) = spaces
                    or ws-sup-code(ws-sup-idx) = alr-code)
               and (ws-sup-key(ws-sup-idx) = spaces
                    or ws-sup-key(ws-sup-idx) = alr-key)
                   move 'Y' to ws-sup-found-flag
                   set ws-sup-match-idx to ws-sup-idx
               end-if
           end-perform.

      * Third pass: list the new alerts the table kept off the
      * feed, with who acknowledged them....
       300-list-suppressed.
           if ws-alerts-suppressed > 0
               move 'N' to ws-alert-eof-flag
               move 0 to ws-alerts-read
               open input alert-feed-file
               perform until ws-alert-eof-flag = 'Y'
                   read alert-feed-file
                       at end
                           move 'Y' to ws-alert-eof-flag
                       not at end
                           add 1 to ws-alerts-read
                           if ws-alerts-read > ws-last-position
                               perform 310-list-if-suppressed
                           end-if
                   end-read
               end-perform
               close alert-feed-file
           end-if.

       310-list-if-suppressed.
           perform 220-find-suppression
           if ws-sup-found-flag = 'Y'
               set ws-sup-idx to ws-sup-match-idx
               move ws-sup-ack-by(ws-sup-idx) to alt-ack-by
               perform 800-write-alert-line
           end-if.

      * Rows that need a look: past their until date (the alert
      * pages again), a bad until date, or nothing matched them
      * tonight -- the condition may have cleared, and the row
      * should come off before it hides a new occurrence....
       400-review-suppression-rows.
           move 'N' to ws-sup-found-flag
           perform varying ws-sup-idx from 1 by 1
               until ws-sup-idx > ws-sup-table-size
               move spaces to row-status
               if ws-sup-status(ws-sup-idx) = "X"
                   move "EXPIRED -- ALERT PAGES AGAIN"
                       to row-status
               end-if
               if ws-sup-status(ws-sup-idx) = "B"
                   move "UNTIL DATE NOT NUMERIC -- ROW IGNORED"
                       to row-status
               end-if
               if ws-sup-status(ws-sup-idx) = "A"
               and ws-sup-hits(ws-sup-idx) = 0
                   move "NOTHING MATCHED -- CLEARED? TAKE OFF"
                       to row-status
               end-if
               if row-status not = spaces
                   move 'Y' to ws-sup-found-flag
                   perform 410-write-row-line
               end-if
           end-perform
           if ws-sup-found-flag = 'N'
               write report-record from ws-none-line
           end-if.

       410-write-row-line.
           move ws-sup-program(ws-sup-idx) to row-program
           move ws-sup-code(ws-sup-idx) to row-code
           move ws-sup-key(ws-sup-idx) to row-key
           if ws-sup-status(ws-sup-idx) = "B"
               move "????????" to row-until
           else
               if ws-sup-until(ws-sup-idx) = 0
                   move "OPEN" to row-until
               else
                   move ws-sup-until(ws-sup-idx) to row-until
               end-if
           end-if
           move ws-sup-ack-by(ws-sup-idx) to row-ack-by
           move ws-sup-reason(ws-sup-idx) to row-reason
           write report-record from ws-row-line.

      * Save the last alert forwarded (or suppressed -- either way
      * it has been dealt with) for the next run....
       700-write-control.
           open output alrctl-file
           move spaces to alrctl-record
           move ws-last-alert to ac-last-alert
           move ws-alerts-new to ac-last-count
           move ws-business-date to ac-last-date
           write alrctl-record
           close alrctl-file.

      * One alert on the report....
       800-write-alert-line.
           move alr-program to alt-program
           move alr-business-date to alt-business-date
           move alr-time(1:6) to alt-time
           move alr-severity to alt-severity
           move alr-code to alt-code
           move alr-key to alt-key
           move alr-message to alt-message
           write report-record from ws-alert-line.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A7ALRFWD" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the new alerts handled
      * and the return code being handed back....
       910-write-runlog-end.
           move "A7ALRFWD" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-alerts-new to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A7ALRFWD.
