       identification division.
       program-id. A6HRFEED.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A6HRFEED--> Nightly delta feed to the HR and
      * benefits bureau. Every employee update journalled since the
      * last feed -- A6EMPUPD's adds, changes and terminates and
      * A6SALAPP's salary applies, from the workforce event history
      * (WFEVENT) and the live journal -- becomes one detail record
      * with the bureau's fields before and after. The before-
      * values come from the feed's own shadow of what the bureau
      * was last sent (FEEDSHAD), so a change that leaves those
      * fields as they were is not sent at all. The feed control
      * record (FEEDCTL) holds the date and time of the last
      * journal record sent and the batch number, so a rerun sends
      * nothing twice. A header and trailer carry the business
      * date, the record count and a salary hash total, and the
      * control listing proves the feed against A6EMPUPD's audit
      * records for the same days. Out of balance is RC=4, and the
      * control and shadow are left as they were so the corrected
      * rerun rebuilds the same batch....

       environment division.
       input-output section.
       file-control.

      * Workforce event history saved by A6EMPUNL....
           select optional wfevent-file
               assign to WFEVENT
               organization is sequential.

      * Live update journal, for what has happened since the last
      * unload....
           select optional journal-file
               assign to EMPJRNL
               organization is sequential.

      * Feed control: high-water date and time, batch number....
           select optional feedctl-file
               assign to FEEDCTL
               organization is sequential.

      * What the bureau was last sent, one image per employee....
           select optional feedshad-file
               assign to FEEDSHAD
               organization is sequential.

      * Running employee-master audit trail kept by A7AUDACC....
           select optional audmast-file
               assign to AUDMAST
               organization is sequential.

      * Delta interface file for the bureau....
           select feed-file
               assign to FEEDOUT
               organization is sequential.

      * Feed control listing....
           select listing-file
               assign to FEEDLST
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

      * Update-journal record as A6EMPUPD and A6SALAPP write it:
      * action A (add), C (change), S (salary apply), T
      * (terminate), the date and time applied, and the master
      * image after the update (before it, for T)....
       fd wfevent-file
           recording mode is F
           data record is wfevent-record
           record contains 63 characters.
       01 wfevent-record          pic x(63).

      * Update-journal record, same layout....
       fd journal-file
           recording mode is F
           data record is journal-record
           record contains 63 characters.
       01 journal-record          pic x(63).

      * Feed control record....
       fd feedctl-file
           recording mode is F
           data record is feedctl-record
           record contains 40 characters.
       01 feedctl-record.
           05 fc-last-date-x      pic x(8).
           05 fc-last-date redefines fc-last-date-x
                                  pic 9(8).
           05 fc-last-time-x      pic x(8).
           05 fc-last-time redefines fc-last-time-x
                                  pic 9(8).
           05 fc-batch-no-x       pic x(6).
           05 fc-batch-no redefines fc-batch-no-x
                                  pic 9(6).
           05 fc-run-date         pic 9(8).
           05 filler              pic x(10).

      * Shadow image, the bureau's part of the employee-master
      * layout (the cost center is not sent)....
       fd feedshad-file
           recording mode is F
           data record is feedshad-record
           record contains 41 characters.
       01 feedshad-record         pic x(41).

      * Audit record as A6EMPUPD writes it and A7AUDACC keeps it...
       fd audmast-file
           recording mode is F
           data record is audmast-record
           record contains 74 characters.
       01 audmast-record.
           05 am-emp-no           pic 9(5).
           05 filler              pic x(2).
           05 am-action           pic x(6).
           05 filler              pic x(2).
           05 am-field            pic x(13).
           05 filler              pic x(2).
           05 am-before           pic x(16).
           05 filler              pic x(2).
           05 am-after            pic x(16).
           05 filler              pic x(2).
           05 am-date             pic 9(8).

      * Bureau delta record....
       fd feed-file
           recording mode is F
           record contains 100 characters.
           copy HRFEED.

       fd listing-file
           recording mode is F
           data record is listing-record
           record contains 80 characters.
       01 listing-record          pic x(80).

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

       77 ws-evt-eof-flag         pic x value 'N'.
       77 ws-shad-eof-flag        pic x value 'N'.
       77 ws-aud-eof-flag         pic x value 'N'.

      * The event in hand, read into here from the saved history
      * and from the live journal alike....
       01 ws-event-record.
           05 we-action           pic x(1).
           05 we-date             pic 9(8).
           05 we-time             pic 9(8).
           05 we-empmast-image    pic x(46).

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.
       77 ws-run-date             pic 9(8) value 0.
       77 ws-run-time             pic 9(8) value 0.

      * High-water mark: the date and time of the last journal
      * record sent, as it stood at the start of the run and as
      * this run leaves it....
       01 ws-prev-stamp.
           05 ws-prev-date        pic 9(8) value 0.
           05 ws-prev-time        pic 9(8) value 0.
       01 ws-prev-stamp-n redefines ws-prev-stamp
                                  pic 9(16).
       01 ws-high-stamp.
           05 ws-high-date        pic 9(8) value 0.
           05 ws-high-time        pic 9(8) value 0.
       01 ws-high-stamp-n redefines ws-high-stamp
                                  pic 9(16).
       01 ws-evt-stamp.
           05 ws-evt-date         pic 9(8) value 0.
           05 ws-evt-time         pic 9(8) value 0.
       01 ws-evt-stamp-n redefines ws-evt-stamp
                                  pic 9(16).
       77 ws-batch-no             pic 9(6) value 0.

      * The journal's master image for the event in hand....
       01 ws-image.
           05 wi-emp-no           pic 9(5).
           05 wi-emp-name         pic x(16).
           05 wi-salary           pic 9(7)v99.
           05 wi-educ-code        pic x(1).
           05 wi-years-service    pic 9(2).
           05 wi-hire-date        pic 9(8).

      * What the bureau was last sent, one entry per employee; an
      * entry dropped by a terminate is not written back....
       01 ws-shadow-table.
           05 ws-sh-entry occurs 3000 indexed by ws-sh-idx.
               10 ws-sh-image     pic x(41).
               10 ws-sh-emp-no redefines ws-sh-image
                                  pic 9(5).
               10 ws-sh-live      pic x(1).
       77 ws-sh-table-size        pic 9(4) value 0.
       77 ws-sh-table-max         pic 9(4) value 3000.
       77 ws-sh-match-idx         pic 9(4) value 0.
       77 ws-sh-not-held          pic 9(5) value 0.

      * Journal records in the window, by action....
       77 ws-jrnl-adds            pic 9(5) value 0.
       77 ws-jrnl-changes         pic 9(5) value 0.
       77 ws-jrnl-salary          pic 9(5) value 0.
       77 ws-jrnl-terms           pic 9(5) value 0.

      * Detail records sent, by action, and changes not sent....
       77 ws-feed-adds            pic 9(5) value 0.
       77 ws-feed-changes         pic 9(5) value 0.
       77 ws-feed-salary          pic 9(5) value 0.
       77 ws-feed-terms           pic 9(5) value 0.
       77 ws-feed-unchanged       pic 9(5) value 0.
       77 ws-feed-records         pic 9(7) value 0.
       77 ws-salary-hash          pic 9(13)v99 value 0.

      * A6EMPUPD audit counts for the same days: employees added,
      * employees changed (one per run of CHANGE records for the
      * same employee), employees terminated....
       77 ws-aud-adds             pic 9(5) value 0.
       77 ws-aud-changes          pic 9(5) value 0.
       77 ws-aud-terms            pic 9(5) value 0.
       77 ws-aud-prev-emp         pic 9(5) value 0.
       77 ws-aud-prev-action      pic x(6) value spaces.

       77 ws-out-of-balance       pic 9(3) value 0.

       01 ws-listing-heading.
           05 filler pic x(40)
              value "A6HRFEED HR/Benefits Delta Feed Control ".
           05 filler pic x(15) value "Business Date: ".
           05 lh-business-date pic 9(8).
           05 filler pic x(17) value spaces.

       01 ws-window-line.
           05 filler              pic x(14) value "Feed batch:   ".
           05 wl-batch-no         pic 9(6).
           05 filler              pic x(14)
              value "  Sent after: ".
           05 wl-prev-date        pic 9(8).
           05 filler              pic x(1) value space.
           05 wl-prev-time        pic 9(8).
           05 filler              pic x(10) value "  Through:".
           05 filler              pic x(1) value space.
           05 wl-high-date        pic 9(8).
           05 filler              pic x(1) value space.
           05 wl-high-time        pic 9(8).
           05 filler              pic x(1) value space.

       01 ws-column-headings.
           05 filler pic x(28) value spaces.
           05 filler pic x(10) value "   Journal".
           05 filler pic x(10) value "      Feed".
           05 filler pic x(10) value "     Audit".
           05 filler pic x(22) value "   Status".

       01 ws-control-line.
           05 ctl-label           pic x(28).
           05 filler              pic x(3) value spaces.
           05 ctl-journal         pic zzz,zz9.
           05 filler              pic x(3) value spaces.
           05 ctl-feed            pic zzz,zz9.
           05 filler              pic x(3) value spaces.
           05 ctl-audit           pic zzz,zz9.
           05 ctl-audit-x redefines ctl-audit
                                  pic x(7).
           05 filler              pic x(3) value spaces.
           05 ctl-status          pic x(14).
           05 filler              pic x(5) value spaces.

       01 ws-unchanged-line.
           05 filler              pic x(44)
              value "Changes not sent, no bureau field moved:    ".
           05 unc-count           pic zzz,zz9.
           05 filler              pic x(29) value spaces.

       01 ws-trailer-line.
           05 filler              pic x(22)
              value "Trailer record count: ".
           05 trl-count           pic z,zzz,zz9.
           05 filler              pic x(16)
              value "   Salary hash: ".
           05 trl-hash            pic z,zzz,zzz,zzz,zz9.99.
           05 filler              pic x(13) value spaces.

       01 ws-not-held-line.
           05 filler              pic x(44)
              value "Employees the shadow table could not hold: ".
           05 nh-count            pic zzz,zz9.
           05 filler              pic x(29) value spaces.

       01 ws-verdict-line.
           05 filler              pic x(16) value "Feed control:   ".
           05 vl-verdict          pic x(64).

       01 ws-blank-line           pic x(80) value spaces.

       procedure division.
       000-main.
           open output feed-file listing-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           perform 050-load-feed-control
           perform 060-load-shadow

           perform 110-write-header

      * The saved event history, then the live journal....
           open input wfevent-file
           move 'N' to ws-evt-eof-flag
           perform until ws-evt-eof-flag = 'Y'
               read wfevent-file into ws-event-record
                   at end
                       move 'Y' to ws-evt-eof-flag
                   not at end
                       perform 200-feed-event
               end-read
           end-perform
           close wfevent-file

           open input journal-file
           move 'N' to ws-evt-eof-flag
           perform until ws-evt-eof-flag = 'Y'
               read journal-file into ws-event-record
                   at end
                       move 'Y' to ws-evt-eof-flag
                   not at end
                       perform 200-feed-event
               end-read
           end-perform
           close journal-file

           perform 120-write-trailer

           perform 300-count-audit
           perform 400-write-listing

      * Only a feed that proves out is marked sent....
           if ws-out-of-balance = 0
               perform 500-save-shadow
               perform 510-save-feed-control
           else
               move 4 to return-code
           end-if

           perform 910-write-runlog-end

           close feed-file listing-file runlog-file
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

      * Pick up the high-water mark and the last batch number; a
      * missing card starts from the beginning with batch 1....
       050-load-feed-control.
           open input feedctl-file
           read feedctl-file
               at end
                   continue
               not at end
                   if fc-last-date-x numeric
                   and fc-last-time-x numeric
                       move fc-last-date to ws-prev-date
                       move fc-last-time to ws-prev-time
                   end-if
                   if fc-batch-no-x numeric
                       move fc-batch-no to ws-batch-no
                   end-if
           end-read
           close feedctl-file
           add 1 to ws-batch-no
           move ws-prev-stamp to ws-high-stamp.

      * Load what the bureau was last sent....
       060-load-shadow.
           open input feedshad-file
           perform until ws-shad-eof-flag = 'Y'
               read feedshad-file
                   at end
                       move 'Y' to ws-shad-eof-flag
                   not at end
                       if ws-sh-table-size < ws-sh-table-max
                           add 1 to ws-sh-table-size
                           set ws-sh-idx to ws-sh-table-size
                           move feedshad-record
                               to ws-sh-image(ws-sh-idx)
                           move 'Y' to ws-sh-live(ws-sh-idx)
                       else
                           add 1 to ws-sh-not-held
                       end-if
               end-read
           end-perform
           close feedshad-file.

       110-write-header.
           move spaces to hrfeed-record
           move 'H' to hf-rec-type
           move ws-business-date to hf-hdr-business-date
           move ws-batch-no to hf-hdr-batch-no
           move ws-run-date to hf-hdr-created-date
           move ws-run-time to hf-hdr-created-time
           write hrfeed-record.

       120-write-trailer.
           move spaces to hrfeed-record
           move 'T' to hf-rec-type
           move ws-business-date to hf-trl-business-date
           move ws-batch-no to hf-trl-batch-no
           move ws-feed-records to hf-trl-record-count
           move ws-salary-hash to hf-trl-salary-hash
           write hrfeed-record.

      * One journal record. Anything at or before the high-water
      * mark went in an earlier batch. An add or terminate is
      * always sent; a change or salary apply only when one of
      * the bureau's fields differs from what it was last sent....
       200-feed-event.
           move we-date to ws-evt-date
           move we-time to ws-evt-time
           if ws-evt-stamp-n > ws-prev-stamp-n
               if ws-evt-stamp-n > ws-high-stamp-n
                   move ws-evt-stamp to ws-high-stamp
               end-if
               move we-empmast-image to ws-image
               perform 210-find-shadow
               evaluate we-action
                   when 'A'
                       add 1 to ws-jrnl-adds
                       perform 220-send-add
                   when 'C'
                       add 1 to ws-jrnl-changes
                       perform 230-send-change
                   when 'S'
                       add 1 to ws-jrnl-salary
                       perform 230-send-change
                   when 'T'
                       add 1 to ws-jrnl-terms
                       perform 240-send-term
                   when other
                       continue
               end-evaluate
           end-if.

      * Find the employee's live shadow entry; ws-sh-match-idx is
      * left zero when there is none....
       210-find-shadow.
           move 0 to ws-sh-match-idx
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-table-size
               if ws-sh-emp-no(ws-sh-idx) = wi-emp-no
               and ws-sh-live(ws-sh-idx) = 'Y'
                   set ws-sh-match-idx to ws-sh-idx
               end-if
           end-perform.

      * A hire: nothing before, the new employee after....
       220-send-add.
           move spaces to hrfeed-record
           move 'D' to hf-rec-type
           move 'A' to hf-action
           move wi-emp-no to hf-emp-no
           move we-date to hf-eff-date
           perform 250-move-after
           add wi-salary to ws-salary-hash
           write hrfeed-record
           add 1 to ws-feed-records
           add 1 to ws-feed-adds
           perform 260-hold-shadow.

      * A change or a salary apply, against what was last sent.
      * An employee with no shadow yet goes with nothing before...
       230-send-change.
           if ws-sh-match-idx > 0
               set ws-sh-idx to ws-sh-match-idx
               if ws-sh-image(ws-sh-idx) = ws-image
                   add 1 to ws-feed-unchanged
               else
                   move spaces to hrfeed-record
                   move ws-sh-image(ws-sh-idx) to ws-image
                   perform 255-move-before
                   move we-empmast-image to ws-image
                   perform 235-write-change
               end-if
           else
               move spaces to hrfeed-record
               perform 235-write-change
           end-if.

       235-write-change.
           move 'D' to hf-rec-type
           move 'C' to hf-action
           move wi-emp-no to hf-emp-no
           move we-date to hf-eff-date
           perform 250-move-after
           add wi-salary to ws-salary-hash
           write hrfeed-record
           add 1 to ws-feed-records
           if we-action = 'S'
               add 1 to ws-feed-salary
           else
               add 1 to ws-feed-changes
           end-if
           perform 260-hold-shadow.

      * A termination: the employee as they left, nothing after.
      * The shadow entry goes....
       240-send-term.
           move spaces to hrfeed-record
           move 'D' to hf-rec-type
           move 'T' to hf-action
           move wi-emp-no to hf-emp-no
           move we-date to hf-eff-date
           perform 255-move-before
           add wi-salary to ws-salary-hash
           write hrfeed-record
           add 1 to ws-feed-records
           add 1 to ws-feed-terms
           if ws-sh-match-idx > 0
               set ws-sh-idx to ws-sh-match-idx
               move 'N' to ws-sh-live(ws-sh-idx)
           end-if.

       250-move-after.
           move wi-emp-name to hf-aft-name
           move wi-salary to hf-aft-salary
           move wi-educ-code to hf-aft-educ
           move wi-years-service to hf-aft-years
           move wi-hire-date to hf-aft-hire.

       255-move-before.
           move wi-emp-name to hf-bef-name
           move wi-salary to hf-bef-salary
           move wi-educ-code to hf-bef-educ
           move wi-years-service to hf-bef-years
           move wi-hire-date to hf-bef-hire.

      * Record what the bureau now holds for the employee....
       260-hold-shadow.
           if ws-sh-match-idx > 0
               set ws-sh-idx to ws-sh-match-idx
               move ws-image to ws-sh-image(ws-sh-idx)
           else
               if ws-sh-table-size < ws-sh-table-max
                   add 1 to ws-sh-table-size
                   set ws-sh-idx to ws-sh-table-size
                   move ws-image to ws-sh-image(ws-sh-idx)
                   move 'Y' to ws-sh-live(ws-sh-idx)
               else
                   add 1 to ws-sh-not-held
               end-if
           end-if.

      * Count A6EMPUPD's audit records dated after the last batch
      * went: an add writes one record per field (EMP-NAME first),
      * a change one per field touched, a terminate one. The cost
      * center is not a bureau field, so its records are passed
      * over -- a change to it alone is never sent....
       300-count-audit.
           open input audmast-file
           perform until ws-aud-eof-flag = 'Y'
               read audmast-file
                   at end
                       move 'Y' to ws-aud-eof-flag
                   not at end
                       if am-date > ws-prev-date
                       and am-field not = "COST-CENTER"
                           perform 310-count-audit-record
                       end-if
               end-read
           end-perform
           close audmast-file.

       310-count-audit-record.
           evaluate am-action
               when "ADD"
                   if am-field = "EMP-NAME"
                       add 1 to ws-aud-adds
                   end-if
               when "CHANGE"
                   if am-emp-no not = ws-aud-prev-emp
                   or ws-aud-prev-action not = "CHANGE"
                       add 1 to ws-aud-changes
                   end-if
               when "TERM"
                   add 1 to ws-aud-terms
               when other
                   continue
           end-evaluate
           move am-emp-no to ws-aud-prev-emp
           move am-action to ws-aud-prev-action.

      * The control listing: journal, feed and audit counts side
      * by side, the changes held back, and the trailer totals....
       400-write-listing.
           move ws-business-date to lh-business-date
           write listing-record from ws-listing-heading
           write listing-record from ws-blank-line
           move ws-batch-no to wl-batch-no
           move ws-prev-date to wl-prev-date
           move ws-prev-time to wl-prev-time
           move ws-high-date to wl-high-date
           move ws-high-time to wl-high-time
           write listing-record from ws-window-line
           write listing-record from ws-blank-line
           write listing-record from ws-column-headings
           write listing-record from ws-blank-line

           move "Adds" to ctl-label
           move ws-jrnl-adds to ctl-journal
           move ws-feed-adds to ctl-feed
           move ws-aud-adds to ctl-audit
           if ws-feed-adds = ws-aud-adds
           and ws-feed-adds = ws-jrnl-adds
               move "IN BALANCE" to ctl-status
           else
               move "OUT OF BALANCE" to ctl-status
               add 1 to ws-out-of-balance
           end-if
           write listing-record from ws-control-line

           move "Changes (A6EMPUPD)" to ctl-label
           move ws-jrnl-changes to ctl-journal
           move ws-feed-changes to ctl-feed
           move ws-aud-changes to ctl-audit
           if ws-feed-changes = ws-aud-changes
               move "IN BALANCE" to ctl-status
           else
               move "OUT OF BALANCE" to ctl-status
               add 1 to ws-out-of-balance
           end-if
           write listing-record from ws-control-line

           move "Salary applies (A6SALAPP)" to ctl-label
           move ws-jrnl-salary to ctl-journal
           move ws-feed-salary to ctl-feed
           move spaces to ctl-audit-x
           move "NO AUDIT TRAIL" to ctl-status
           write listing-record from ws-control-line

           move "Terminations" to ctl-label
           move ws-jrnl-terms to ctl-journal
           move ws-feed-terms to ctl-feed
           move ws-aud-terms to ctl-audit
           if ws-feed-terms = ws-aud-terms
           and ws-feed-terms = ws-jrnl-terms
               move "IN BALANCE" to ctl-status
           else
               move "OUT OF BALANCE" to ctl-status
               add 1 to ws-out-of-balance
           end-if
           write listing-record from ws-control-line

           write listing-record from ws-blank-line
           move ws-feed-unchanged to unc-count
           write listing-record from ws-unchanged-line

           move ws-feed-records to trl-count
           move ws-salary-hash to trl-hash
           write listing-record from ws-trailer-line

           if ws-sh-not-held > 0
               move ws-sh-not-held to nh-count
               write listing-record from ws-not-held-line
               add 1 to ws-out-of-balance
           end-if

           write listing-record from ws-blank-line
           if ws-out-of-balance = 0
               move "IN BALANCE -- RELEASE THE FEED" to vl-verdict
           else
               move "OUT OF BALANCE -- HOLD THE FEED, NOT MARKED SENT"
                   to vl-verdict
           end-if
           write listing-record from ws-verdict-line.

      * Write back the shadow, less the employees terminated....
       500-save-shadow.
           open output feedshad-file
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-table-size
               if ws-sh-live(ws-sh-idx) = 'Y'
                   write feedshad-record from ws-sh-image(ws-sh-idx)
               end-if
           end-perform
           close feedshad-file.

      * Mark the batch sent: the new high-water mark and batch
      * number....
       510-save-feed-control.
           open output feedctl-file
           move spaces to feedctl-record
           move ws-high-date to fc-last-date
           move ws-high-time to fc-last-time
           move ws-batch-no to fc-batch-no
           move ws-business-date to fc-run-date
           write feedctl-record
           close feedctl-file.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6HRFEED" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the detail records sent...
       910-write-runlog-end.
           move "A6HRFEED" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-feed-records to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A6HRFEED.
