       identification division.
       program-id. A7EXTCHK.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A7EXTCHK--> Pre-flight stale-extract check,
      * run in NIGHTLY straight after the reference-table audit
      * and before any report step. The YTD files and COMMREG
      * refuse a business date they have already posted, but
      * nothing noticed when upstream handed over yesterday's
      * stock extract, sales extract or income detail again under
      * tonight's DATECARD -- the night ran clean and reported old
      * numbers as new. This pass fingerprints each of the three
      * (record count, a hash total of the key fields, a hash
      * total of the amount fields, and the first and last keys)
      * and compares the fingerprint to the history of recent
      * nights (FPHIST). An empty extract, or one whose
      * fingerprint matches an earlier night's, stops the run
      * with the return code the NIGHTLY COND chain stops on and
      * a report of which night it matches. A known re-send goes
      * through on purpose with a RESEND card on EXTOVR naming
      * the extract and tonight's business date. Tonight's
      * fingerprints join the history only when the night is let
      * through, so a refused file does not become the night it
      * is compared against. Each refusal also goes to the shared
      * alert file (ALERTS)....

       environment division.
       input-output section.
       file-control.

      * The three extracts the report steps read....
           select stock-file
               assign to STOCKIN
               organization is sequential.

           select sales-file
               assign to SALESIN
               organization is sequential.

           select income-file
               assign to INCOMEIN
               organization is sequential.

      * Fingerprint history: one row per extract per night,
      * carried across runs....
           select optional fphist-file
               assign to FPHIST
               organization is sequential.

      * Override cards: RESEND in 1-6, the extract name (or ALL)
      * in 7-14, and tonight's business date in 15-22....
           select optional extovr-file
               assign to EXTOVR
               organization is sequential.

      * Fingerprint report....
           select report-file
               assign to EXTRPT
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
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

      * Stock extract (same layout A2STOCK reads)....
       fd stock-file
           recording mode is F.
       01 stock-record.
           05 sk-stock-number     pic 9(7).
           05 sk-item-number      pic 9(5).
           05 sk-product-dept     pic x(7).
           05 sk-location         pic x(4).
           05 sk-qty-on-hand      pic 9(5).
           05 sk-ordered-qty      pic 9(5).
           05 sk-price-per-unit   pic 9(7).

      * Sales extract (same layout A3SCOMM reads)....
       fd sales-file
           recording mode is F
           data record is sales-record
           record contains 30 characters.
       01 sales-record.
           05 sa-emp-no           pic 9(5).
           05 sa-emp-name         pic x(9).
           05 sa-salary           pic 9(6).
           05 sa-comm-rate        pic 9(4).
           05 sa-sales            pic 9(6).

      * Income detail (same layout A5DEPINC reads)....
       fd income-file
           recording mode is F
           data record is income-record
           record contains 27 characters.
       01 income-record.
           05 ic-loc-num          pic x(5).
           05 ic-dept-code        pic x(5).
           05 ic-tran-date        pic 9(8).
           05 ic-amount           pic 9(7)v99.

      * Fingerprint history row: business date, extract, the
      * fingerprint, and O when the night was let through on an
      * override card....
       fd fphist-file
           recording mode is F
           data record is fphist-record
           record contains 100 characters.
       01 fphist-record.
           05 fh-business-date    pic 9(8).
           05 fh-extract          pic x(8).
           05 fh-count            pic 9(9).
           05 fh-key-hash         pic 9(15).
           05 fh-amount-hash      pic 9(15).
           05 fh-first-key        pic x(20).
           05 fh-last-key         pic x(20).
           05 fh-override         pic x(1).
           05 filler              pic x(4).

       fd extovr-file
           recording mode is F
           record contains 80 characters.
       01 extovr-record.
           05 eo-keyword          pic x(6).
           05 eo-extract          pic x(8).
           05 eo-date-x           pic x(8).
           05 eo-date redefines eo-date-x
                                  pic 9(8).
           05 filler              pic x(58).

       fd report-file
           recording mode is F
           data record is report-record
           record contains 132 characters.
       01 report-record           pic x(132).

      * Shared run-journal record....
       fd runlog-file
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
       77 ws-hist-eof-flag        pic x value 'N'.
       77 ws-ovr-eof-flag         pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Nights of history kept per extract....
       77 ws-keep-nights          pic 9(3) value 30.

      * Fingerprint history, loaded at startup and written back
      * with tonight's rows when the night is let through....
       01 ws-hist-table.
           05 ws-hist-entry occurs 300 times
               indexed by ws-hist-idx ws-later-idx.
               10 ws-hist-date      pic 9(8).
               10 ws-hist-extract   pic x(8).
               10 ws-hist-count     pic 9(9).
               10 ws-hist-key-hash  pic 9(15).
               10 ws-hist-amt-hash  pic 9(15).
               10 ws-hist-first-key pic x(20).
               10 ws-hist-last-key  pic x(20).
               10 ws-hist-override  pic x(1).
       77 ws-hist-table-size      pic 9(3) value 0.
       77 ws-hist-table-max       pic 9(3) value 300.
       77 ws-hist-later-count     pic 9(3) value 0.

      * Tonight's fingerprints, one per extract....
       01 ws-fp-table.
           05 ws-fp-entry occurs 3 times
               indexed by ws-fp-idx.
               10 ws-fp-extract     pic x(8).
               10 ws-fp-count       pic 9(9).
               10 ws-fp-key-hash    pic 9(15).
               10 ws-fp-amt-hash    pic 9(15).
               10 ws-fp-first-key   pic x(20).
               10 ws-fp-last-key    pic x(20).
               10 ws-fp-override    pic x(1).
       77 ws-fp-table-size        pic 9(1) value 0.

      * The fingerprint being taken....
       77 ws-extract              pic x(8) value spaces.
       77 ws-count                pic 9(9) value 0.
       77 ws-key-hash             pic 9(15) value 0.
       77 ws-amt-hash             pic 9(15) value 0.
       77 ws-first-key            pic x(20) value spaces.
       77 ws-last-key             pic x(20) value spaces.

      * Override cards for tonight....
       01 ws-ovr-table.
           05 ws-ovr-entry occurs 10 times
               indexed by ws-ovr-idx.
               10 ws-ovr-extract    pic x(8).
       77 ws-ovr-table-size       pic 9(2) value 0.
       77 ws-ovr-table-max        pic 9(2) value 10.
       77 ws-ovr-found-flag       pic x value 'N'.

      * The verdict on the fingerprint being judged....
       77 ws-match-flag           pic x value 'N'.
       77 ws-match-date           pic 9(8) value 0.
       77 ws-refused-count        pic 9(1) value 0.
       77 ws-overridden-count     pic 9(1) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A7EXTCHK Stale-Extract Check -- Business Dat".
           05 filler pic x(3) value "e: ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(77) value spaces.

       01 ws-column-headings.
           05 filler pic x(10) value "Extract".
           05 filler pic x(13) value "      Records".
           05 filler pic x(17) value "         Key Hash".
           05 filler pic x(17) value "      Amount Hash".
           05 filler pic x(2)  value spaces.
           05 filler pic x(22) value "First Key".
           05 filler pic x(22) value "Last Key".
           05 filler pic x(29) value "Verdict".

       01 ws-detail-line.
           05 det-extract         pic x(8).
           05 filler              pic x(2) value spaces.
           05 det-count           pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 det-key-hash        pic 9(15).
           05 filler              pic x(2) value spaces.
           05 det-amt-hash        pic 9(15).
           05 filler              pic x(2) value spaces.
           05 det-first-key       pic x(20).
           05 filler              pic x(2) value spaces.
           05 det-last-key        pic x(20).
           05 filler              pic x(2) value spaces.
           05 det-verdict         pic x(31).

       01 ws-match-line.
           05 filler              pic x(10) value spaces.
           05 filler              pic x(35)
              value "SAME RECORD COUNT, HASHES AND KEYS ".
           05 filler              pic x(32)
              value "AS THE EXTRACT OF BUSINESS DATE ".
           05 mat-date            pic 9(8).
           05 filler              pic x(47) value spaces.

       01 ws-stopped-line.
           05 filler              pic x(45)
              value "NIGHT STOPPED -- CHECK THE EXTRACTS WITH UPST".
           05 filler              pic x(45)
              value "REAM, OR LET A KNOWN RE-SEND THROUGH WITH A R".
           05 filler              pic x(42)
              value "ESEND CARD ON EXTOVR.".

       01 ws-clean-line.
           05 filler              pic x(44)
              value "ALL EXTRACTS ARE NEW TONIGHT -- SAFE TO RUN".
           05 filler              pic x(88) value spaces.

       01 ws-dup-alert-text.
           05 filler              pic x(30)
              value "SAME EXTRACT AS BUSINESS DATE ".
           05 dat-date            pic 9(8).
           05 filler              pic x(12) value spaces.

       01 ws-blank-line           pic x(132) value spaces.

       procedure division.
       000-main.
           open input stock-file sales-file income-file
           open output report-file
           open extend runlog-file alert-feed-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 050-read-overrides
           perform 060-load-history

           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line
           write report-record from ws-column-headings
           write report-record from ws-blank-line

           perform 100-fingerprint-stock
           perform 400-judge-fingerprint
           perform 200-fingerprint-sales
           perform 400-judge-fingerprint
           perform 300-fingerprint-income
           perform 400-judge-fingerprint

           write report-record from ws-blank-line

      * A refused extract stops the night here, and tonight's
      * fingerprints stay out of the history....
           if ws-refused-count > 0
               write report-record from ws-stopped-line
               move 8 to return-code
           else
               write report-record from ws-clean-line
               perform 600-write-history
           end-if

           perform 910-write-runlog-end

           close stock-file sales-file income-file report-file
                 runlog-file alert-feed-file
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

      * Load tonight's override cards. A card for any other
      * business date is passed over, so one left in the deck
      * does not wave through tomorrow's re-send as well....
       050-read-overrides.
           open input extovr-file
           perform until ws-ovr-eof-flag = 'Y'
               read extovr-file
                   at end
                       move 'Y' to ws-ovr-eof-flag
                   not at end
                       if eo-keyword = "RESEND"
                       and eo-date-x numeric
                       and eo-date = ws-business-date
                       and ws-ovr-table-size < ws-ovr-table-max
                           add 1 to ws-ovr-table-size
                           set ws-ovr-idx to ws-ovr-table-size
                           move eo-extract
                               to ws-ovr-extract(ws-ovr-idx)
                       end-if
               end-read
           end-perform
           close extovr-file.

      * Load the fingerprint history....
       060-load-history.
           open input fphist-file
           perform until ws-hist-eof-flag = 'Y'
               read fphist-file
                   at end
                       move 'Y' to ws-hist-eof-flag
                   not at end
                       if ws-hist-table-size < ws-hist-table-max
                           add 1 to ws-hist-table-size
                           set ws-hist-idx to ws-hist-table-size
                           move fh-business-date
                               to ws-hist-date(ws-hist-idx)
                           move fh-extract
                               to ws-hist-extract(ws-hist-idx)
                           move fh-count
                               to ws-hist-count(ws-hist-idx)
                           move fh-key-hash
                               to ws-hist-key-hash(ws-hist-idx)
                           move fh-amount-hash
                               to ws-hist-amt-hash(ws-hist-idx)
                           move fh-first-key
                               to ws-hist-first-key(ws-hist-idx)
                           move fh-last-key
                               to ws-hist-last-key(ws-hist-idx)
                           move fh-override
                               to ws-hist-override(ws-hist-idx)
                       end-if
               end-read
           end-perform
           close fphist-file.

      * Stock extract: key is stock and item number, amounts are
      * quantity on hand and unit price....
       100-fingerprint-stock.
           move "STOCKTRN" to ws-extract
           perform 150-start-fingerprint
           move 'N' to ws-eof-flag
           perform until ws-eof-flag = 'Y'
               read stock-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
                       if ws-count = 1
                           move stock-record(1:12) to ws-first-key
                       end-if
                       move stock-record(1:12) to ws-last-key
                       if sk-stock-number numeric
                           add sk-stock-number to ws-key-hash
                       end-if
                       if sk-qty-on-hand numeric
                           add sk-qty-on-hand to ws-amt-hash
                       end-if
                       if sk-price-per-unit numeric
                           add sk-price-per-unit to ws-amt-hash
                       end-if
               end-read
           end-perform.

      * Clear the fingerprint for the next extract....
       150-start-fingerprint.
           move 0 to ws-count
           move 0 to ws-key-hash
           move 0 to ws-amt-hash
           move spaces to ws-first-key
           move spaces to ws-last-key.

      * Sales extract: key is employee number and name, amount is
      * the sales figure....
       200-fingerprint-sales.
           move "SALESTRN" to ws-extract
           perform 150-start-fingerprint
           move 'N' to ws-eof-flag
           perform until ws-eof-flag = 'Y'
               read sales-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
                       if ws-count = 1
                           move sales-record(1:14) to ws-first-key
                       end-if
                       move sales-record(1:14) to ws-last-key
                       if sa-emp-no numeric
                           add sa-emp-no to ws-key-hash
                       end-if
                       if sa-sales numeric
                           add sa-sales to ws-amt-hash
                       end-if
               end-read
           end-perform.

      * Income detail: key is location, department and the
      * transaction date (the date alone hashed), amount is the
      * transaction amount in cents....
       300-fingerprint-income.
           move "INCDETL" to ws-extract
           perform 150-start-fingerprint
           move 'N' to ws-eof-flag
           perform until ws-eof-flag = 'Y'
               read income-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
                       if ws-count = 1
                           move income-record(1:18) to ws-first-key
                       end-if
                       move income-record(1:18) to ws-last-key
                       if ic-tran-date numeric
                           add ic-tran-date to ws-key-hash
                       end-if
                       if ic-amount numeric
                           compute ws-amt-hash
                               = ws-amt-hash + ic-amount * 100
                       end-if
               end-read
           end-perform.

      * Judge the fingerprint just taken: empty, or the same as
      * an earlier night's, is refused unless tonight's override
      * names the extract. The same business date's own row is
      * passed over -- a restarted night reads the same files....
       400-judge-fingerprint.
           move 'N' to ws-match-flag
           move 0 to ws-match-date
           perform varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-table-size
               if ws-hist-extract(ws-hist-idx) = ws-extract
               and ws-hist-date(ws-hist-idx) < ws-business-date
               and ws-hist-count(ws-hist-idx) = ws-count
               and ws-hist-key-hash(ws-hist-idx) = ws-key-hash
               and ws-hist-amt-hash(ws-hist-idx) = ws-amt-hash
               and ws-hist-first-key(ws-hist-idx) = ws-first-key
               and ws-hist-last-key(ws-hist-idx) = ws-last-key
                   move 'Y' to ws-match-flag
                   move ws-hist-date(ws-hist-idx) to ws-match-date
               end-if
           end-perform

           move 'N' to ws-ovr-found-flag
           perform varying ws-ovr-idx from 1 by 1
               until ws-ovr-idx > ws-ovr-table-size
               or ws-ovr-found-flag = 'Y'
               if ws-ovr-extract(ws-ovr-idx) = ws-extract
               or ws-ovr-extract(ws-ovr-idx) = "ALL"
                   move 'Y' to ws-ovr-found-flag
               end-if
           end-perform

           add 1 to ws-fp-table-size
           set ws-fp-idx to ws-fp-table-size
           move ws-extract to ws-fp-extract(ws-fp-idx)
           move ws-count to ws-fp-count(ws-fp-idx)
           move ws-key-hash to ws-fp-key-hash(ws-fp-idx)
           move ws-amt-hash to ws-fp-amt-hash(ws-fp-idx)
           move ws-first-key to ws-fp-first-key(ws-fp-idx)
           move ws-last-key to ws-fp-last-key(ws-fp-idx)
           move space to ws-fp-override(ws-fp-idx)

           move ws-extract to det-extract
           move ws-count to det-count
           move ws-key-hash to det-key-hash
           move ws-amt-hash to det-amt-hash
           move ws-first-key to det-first-key
           move ws-last-key to det-last-key
           move "NEW" to det-verdict

           if ws-count = 0
               if ws-ovr-found-flag = 'Y'
                   move "EMPTY -- LET THROUGH BY EXTOVR"
                       to det-verdict
                   perform 410-note-override
               else
                   move "EMPTY -- REFUSED" to det-verdict
                   add 1 to ws-refused-count
                   move spaces to alert-feed-record
                   move "C" to alr-severity
                   move "EMPTYEXT" to alr-code
                   move ws-extract to alr-key
                   move "EXTRACT IS EMPTY -- NIGHT STOPPED"
                       to alr-message
                   perform 920-write-alert
               end-if
           else
               if ws-match-flag = 'Y'
                   if ws-ovr-found-flag = 'Y'
                       move "RE-SEND LET THROUGH BY EXTOVR"
                           to det-verdict
                       perform 410-note-override
                   else
                       move "REFUSED - SAME AS EARLIER NIGHT"
                           to det-verdict
                       add 1 to ws-refused-count
                       move spaces to alert-feed-record
                       move "C" to alr-severity
                       move "DUPEXTR" to alr-code
                       move ws-extract to alr-key
                       move ws-match-date to dat-date
                       move ws-dup-alert-text to alr-message
                       perform 920-write-alert
                   end-if
               end-if
           end-if

           write report-record from ws-detail-line
           if ws-match-flag = 'Y'
               move ws-match-date to mat-date
               write report-record from ws-match-line
           end-if.

      * An extract let through on purpose is marked in the
      * history and reported as a warning, so the override is on
      * the record....
       410-note-override.
           add 1 to ws-overridden-count
           move "O" to ws-fp-override(ws-fp-idx)
           move spaces to alert-feed-record
           move "W" to alr-severity
           move "EXTOVR" to alr-code
           move ws-extract to alr-key
           move det-verdict to alr-message
           perform 920-write-alert.

      * Write the history back: every earlier row except tonight's
      * own (a restarted night replaces them), keeping only the
      * most recent nights per extract, then tonight's rows....
       600-write-history.
           open output fphist-file
           perform varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-table-size
               if ws-hist-date(ws-hist-idx) not = ws-business-date
                   perform 610-count-later-rows
                   if ws-hist-later-count < ws-keep-nights
                       perform 620-write-history-row
                   end-if
               end-if
           end-perform
           perform varying ws-fp-idx from 1 by 1
               until ws-fp-idx > ws-fp-table-size
               move spaces to fphist-record
               move ws-business-date to fh-business-date
               move ws-fp-extract(ws-fp-idx) to fh-extract
               move ws-fp-count(ws-fp-idx) to fh-count
               move ws-fp-key-hash(ws-fp-idx) to fh-key-hash
               move ws-fp-amt-hash(ws-fp-idx) to fh-amount-hash
               move ws-fp-first-key(ws-fp-idx) to fh-first-key
               move ws-fp-last-key(ws-fp-idx) to fh-last-key
               move ws-fp-override(ws-fp-idx) to fh-override
               write fphist-record
           end-perform
           close fphist-file.

      * Rows for the same extract after this one, counting
      * tonight's as one....
       610-count-later-rows.
           move 1 to ws-hist-later-count
           set ws-later-idx to ws-hist-idx
           set ws-later-idx up by 1
           perform until ws-later-idx > ws-hist-table-size
               if ws-hist-extract(ws-later-idx)
                   = ws-hist-extract(ws-hist-idx)
               and ws-hist-date(ws-later-idx) not = ws-business-date
                   add 1 to ws-hist-later-count
               end-if
               set ws-later-idx up by 1
           end-perform.

       620-write-history-row.
           move spaces to fphist-record
           move ws-hist-date(ws-hist-idx) to fh-business-date
           move ws-hist-extract(ws-hist-idx) to fh-extract
           move ws-hist-count(ws-hist-idx) to fh-count
           move ws-hist-key-hash(ws-hist-idx) to fh-key-hash
           move ws-hist-amt-hash(ws-hist-idx) to fh-amount-hash
           move ws-hist-first-key(ws-hist-idx) to fh-first-key
           move ws-hist-last-key(ws-hist-idx) to fh-last-key
           move ws-hist-override(ws-hist-idx) to fh-override
           write fphist-record.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A7EXTCHK" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the records fingerprinted
      * and the return code being handed back....
       910-write-runlog-end.
           move "A7EXTCHK" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           perform varying ws-fp-idx from 1 by 1
               until ws-fp-idx > ws-fp-table-size
               add ws-fp-count(ws-fp-idx) to rl-records
           end-perform
           move return-code to rl-return-code
           write runlog-record.

      * Append one record to the shared alert file; the caller
      * has cleared the record and set the severity, code, key
      * and message....
       920-write-alert.
           move "A7EXTCHK" to alr-program
           move ws-business-date to alr-business-date
           accept alr-time from time
           write alert-feed-record.

       end program A7EXTCHK.
