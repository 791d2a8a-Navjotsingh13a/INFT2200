       identification division.
       program-id. A7TRNDPK.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A7TRNDPK--> Month-end management trend pack.
      * Rolls the nightly headline summary records kept on the
      * summary history (SUMHIST, added to by A7EXCSUM every night)
      * into monthly figures for the thirteen months ending with the
      * business date's month -- this month and the same month last
      * year at either end -- and prints one page per headline
      * figure: A2STOCK's total final profit, A3SCOMM's commission
      * paid, A4SALRPT's average increase, A5DEPINC's income grand
      * total and A1PLIST's reorder count. The money figures are
      * the month's nights added up; the average increase and the
      * reorder count, which stand at a level rather than build up,
      * are the average of the month's nights. Each page lists the
      * thirteen months with the change on the month before and a
      * bar scaled to the page's largest month, then the change on
      * the same month last year and the best and worst months. A
      * night run more than once (a restart, a night backed out and
      * run again) counts once, with its last figures. A month may
      * be named on TRNDCARD (YYYYMM in 1-6) to rerun an earlier
      * month's pack....

       environment division.
       input-output section.
       file-control.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

      * Optional month to report instead of the business date's....
           select optional trndcard-file
               assign to TRNDCARD
               organization is sequential.

      * Every night's headline summary records....
           select optional sum-hist-file
               assign to SUMHIST
               organization is sequential.

           select report-file
               assign to TRNDRPT
               organization is sequential.

      * Shared run journal....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

       fd trndcard-file
           recording mode is F
           data record is trndcard-record
           record contains 80 characters.
       01 trndcard-record.
           05 tc-month-x          pic x(6).
           05 tc-month redefines tc-month-x
                                  pic 9(6).
           05 filler              pic x(74).

      * Headline summary record as the report programs write it....
       fd sum-hist-file
           recording mode is F
           record contains 106 characters.
           copy SUMREC.

       fd report-file
           recording mode is F
           data record is report-record
           record contains 132 characters.
       01 report-record           pic x(132).

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

       working-storage section.

       77 ws-eof-flag             pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * The last month of the pack and the first, a year before....
       01 ws-end-month            pic 9(6) value 0.
       01 ws-end-parts redefines ws-end-month.
           05 ws-end-yyyy         pic 9(4).
           05 ws-end-mm           pic 9(2).
       01 ws-first-month          pic 9(6) value 0.
       01 ws-first-parts redefines ws-first-month.
           05 ws-first-yyyy       pic 9(4).
           05 ws-first-mm         pic 9(2).

      * The history record's business date, split for the month....
       01 ws-rec-date             pic 9(8) value 0.
       01 ws-rec-parts redefines ws-rec-date.
           05 ws-rec-yyyy         pic 9(4).
           05 ws-rec-mm           pic 9(2).
           05 ws-rec-dd           pic 9(2).
       77 ws-rec-month            pic 9(6) value 0.
       77 ws-slot                 pic s9(3) value 0.

      * The thirteen months, oldest first....
       01 ws-month-table.
           05 ws-mo-entry occurs 13 times
               indexed by ws-mo-idx.
               10 ws-mo-yyyy        pic 9(4).
               10 ws-mo-mm          pic 9(2).
       77 ws-month-count          pic 9(2) value 13.

      * The headline figures: program, the figure's name, and how
      * the nights make the month (S the nights added up, A their
      * average)....
       01 ws-program-values.
           05 filler              pic x(29)
              value "A2STOCK TOTAL FINAL PROFIT  S".
           05 filler              pic x(29)
              value "A3SCOMM COMMISSION PAID     S".
           05 filler              pic x(29)
              value "A4SALRPTAVERAGE INCREASE    A".
           05 filler              pic x(29)
              value "A5DEPINCINCOME GRAND TOTAL  S".
           05 filler              pic x(29)
              value "A1PLIST REORDER COUNT       A".
       01 ws-program-table redefines ws-program-values.
           05 ws-pg-entry occurs 5 times
               indexed by ws-pg-idx.
               10 ws-pg-program     pic x(8).
               10 ws-pg-label       pic x(20).
               10 ws-pg-method      pic x(1).
       77 ws-program-count        pic 9(2) value 5.
       77 ws-pg-found-flag        pic x value 'N'.

      * Per figure and month: the nights' total, how many nights,
      * and the month's figure....
       01 ws-figure-table.
           05 ws-fg-program occurs 5 times
               indexed by ws-fg-idx.
               10 ws-fg-month occurs 13 times
                   indexed by ws-fm-idx.
                   15 ws-fm-total      pic 9(13)v99.
                   15 ws-fm-nights     pic 9(3).
                   15 ws-fm-figure     pic 9(13)v99.

      * One entry per program and night in the thirteen months, so
      * a night on the history more than once counts once, with
      * the figures it was last run with....
       01 ws-night-table.
           05 ws-nt-entry occurs 2500 times
               indexed by ws-nt-idx.
               10 ws-nt-program     pic 9(1).
               10 ws-nt-date        pic 9(8).
               10 ws-nt-amount      pic 9(11)v99.
       77 ws-nt-table-size        pic 9(4) value 0.
       77 ws-nt-table-max         pic 9(4) value 2500.
       77 ws-nt-found-flag        pic x value 'N'.
       77 ws-pg-number            pic 9(1) value 0.

      * Run counters....
       77 ws-hist-read            pic 9(7) value 0.
       77 ws-hist-used            pic 9(7) value 0.
       77 ws-hist-replaced        pic 9(7) value 0.
       77 ws-hist-dropped         pic 9(7) value 0.

      * Page arithmetic: the largest month (for the bar scale), the
      * best and worst months, and the change being printed....
       77 ws-max-figure           pic 9(13)v99 value 0.
       77 ws-best-idx             pic 9(2) value 0.
       77 ws-worst-idx            pic 9(2) value 0.
       77 ws-months-with-data     pic 9(2) value 0.
       77 ws-prior-figure         pic 9(13)v99 value 0.
       77 ws-prior-nights         pic 9(3) value 0.
       77 ws-change               pic s9(13)v99 value 0.
       77 ws-pct                  pic s9(5)v9 value 0.
       77 ws-bar-len              pic 9(3) value 0.
       77 ws-bar-width            pic 9(3) value 50.

       01 ws-report-heading.
           05 filler pic x(33)
              value "A7TRNDPK Thirteen-Month Trend -- ".
           05 rh-program          pic x(8).
           05 filler              pic x(2) value spaces.
           05 rh-label            pic x(20).
           05 filler              pic x(14) value "   Months to: ".
           05 rh-end-yyyy         pic 9(4).
           05 filler              pic x(1) value "/".
           05 rh-end-mm           pic 9(2).
           05 filler              pic x(18) value "   Business Date: ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(22) value spaces.

       01 ws-method-line.
           05 filler pic x(20) value "Monthly figure: the ".
           05 ml-method           pic x(40).
           05 filler              pic x(72) value spaces.

       01 ws-column-headings.
           05 filler pic x(9)  value "Month".
           05 filler pic x(6)  value "Nights".
           05 filler pic x(20) value "              Figure".
           05 filler pic x(21) value "      Change on Month".
           05 filler pic x(11) value "   Change %".
           05 filler pic x(4)  value spaces.
           05 filler pic x(61) value "Trend".

       01 ws-detail-line.
           05 det-yyyy            pic 9(4).
           05 filler              pic x(1) value "/".
           05 det-mm              pic 9(2).
           05 filler              pic x(5) value spaces.
           05 det-nights          pic zz9.
           05 filler              pic x(3) value spaces.
           05 det-figure          pic zz,zzz,zzz,zz9.99.
           05 det-figure-x redefines det-figure
                                  pic x(17).
           05 filler              pic x(3) value spaces.
           05 det-change          pic ---,---,---,--9.99.
           05 det-change-x redefines det-change
                                  pic x(18).
           05 filler              pic x(3) value spaces.
           05 det-pct             pic -----9.9.
           05 det-pct-x redefines det-pct
                                  pic x(8).
           05 filler              pic x(4) value spaces.
           05 det-bar             pic x(50).
           05 filler              pic x(11) value spaces.

       01 ws-yoy-line.
           05 filler              pic x(23)
              value "Year over year:        ".
           05 yoy-end-yyyy        pic 9(4).
           05 filler              pic x(1) value "/".
           05 yoy-end-mm          pic 9(2).
           05 filler              pic x(9) value " against ".
           05 yoy-first-yyyy      pic 9(4).
           05 filler              pic x(1) value "/".
           05 yoy-first-mm        pic 9(2).
           05 filler              pic x(10) value "   change".
           05 yoy-change          pic ---,---,---,--9.99.
           05 filler              pic x(3) value spaces.
           05 yoy-pct             pic -----9.9.
           05 yoy-pct-x redefines yoy-pct
                                  pic x(8).
           05 filler              pic x(1) value "%".
           05 filler              pic x(46) value spaces.

       01 ws-no-yoy-line.
           05 filler              pic x(23)
              value "Year over year:        ".
           05 filler              pic x(44)
              value "no figure on file for one of the two months ".
           05 nyo-first-yyyy      pic 9(4).
           05 filler              pic x(1) value "/".
           05 nyo-first-mm        pic 9(2).
           05 filler              pic x(5) value " and ".
           05 nyo-end-yyyy        pic 9(4).
           05 filler              pic x(1) value "/".
           05 nyo-end-mm          pic 9(2).
           05 filler              pic x(46) value spaces.

       01 ws-best-line.
           05 bw-text             pic x(23).
           05 bw-yyyy             pic 9(4).
           05 filler              pic x(1) value "/".
           05 bw-mm               pic 9(2).
           05 filler              pic x(3) value spaces.
           05 bw-figure           pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(82) value spaces.

       01 ws-no-data-line.
           05 filler              pic x(44)
              value "No nights on file for this figure in the thi".
           05 filler              pic x(88)
              value "rteen months.".

       01 ws-count-line.
           05 filler              pic x(23)
              value "History records read:  ".
           05 cnt-read            pic zzz,zz9.
           05 filler              pic x(18)
              value "   In the months: ".
           05 cnt-used            pic zzz,zz9.
           05 filler              pic x(20)
              value "   Nights rerun:    ".
           05 cnt-replaced        pic zzz,zz9.
           05 filler              pic x(50) value spaces.

       01 ws-full-line.
           05 filler              pic x(44)
              value "NIGHT TABLE FULL -- NIGHTS LEFT OUT OF THE M".
           05 filler              pic x(8) value "ONTHS:  ".
           05 ful-dropped         pic zzz,zz9.
           05 filler              pic x(73) value spaces.

       01 ws-blank-line           pic x(132) value spaces.

       procedure division.
       000-main.
           open output report-file
           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 100-set-months
           perform 200-load-history
           perform 300-roll-months

           perform varying ws-pg-idx from 1 by 1
               until ws-pg-idx > ws-program-count
               perform 400-print-page
           end-perform

           if ws-hist-dropped > 0
               move 4 to return-code
           end-if

           perform 910-write-runlog-end
           close report-file
           goback.

      * Business date from the DATECARD control card....
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

      * The pack ends with the business date's month, or the month
      * on TRNDCARD, and starts with the same month a year before.
      * The thirteen months are laid out oldest first....
       100-set-months.
           move ws-business-date to ws-rec-date
           move ws-rec-yyyy to ws-end-yyyy
           move ws-rec-mm to ws-end-mm
           open input trndcard-file
           read trndcard-file
               at end
                   continue
               not at end
                   if tc-month-x numeric
                       if tc-month-x(5:2) > "00"
                       and tc-month-x(5:2) < "13"
                           move tc-month to ws-end-month
                       end-if
                   end-if
           end-read
           close trndcard-file

           compute ws-first-yyyy = ws-end-yyyy - 1
           move ws-end-mm to ws-first-mm

           set ws-mo-idx to 1
           move ws-first-yyyy to ws-mo-yyyy(1)
           move ws-first-mm to ws-mo-mm(1)
           perform varying ws-mo-idx from 2 by 1
               until ws-mo-idx > ws-month-count
               move ws-mo-yyyy(ws-mo-idx - 1) to ws-mo-yyyy(ws-mo-idx)
               compute ws-mo-mm(ws-mo-idx)
                   = ws-mo-mm(ws-mo-idx - 1) + 1
               if ws-mo-mm(ws-mo-idx) > 12
                   move 1 to ws-mo-mm(ws-mo-idx)
                   add 1 to ws-mo-yyyy(ws-mo-idx)
               end-if
           end-perform.

      * Keep each headline record that falls in the thirteen months,
      * one per program and night: a later record for the same
      * night replaces the earlier....
       200-load-history.
           move 'N' to ws-eof-flag
           open input sum-hist-file
           perform until ws-eof-flag = 'Y'
               read sum-hist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-hist-read
                       perform 210-keep-night
               end-read
           end-perform
           close sum-hist-file.

       210-keep-night.
           move 'N' to ws-pg-found-flag
           perform varying ws-pg-idx from 1 by 1
               until ws-pg-idx > ws-program-count
               or ws-pg-found-flag = 'Y'
               if ws-pg-program(ws-pg-idx) = su-program
                   move 'Y' to ws-pg-found-flag
                   set ws-pg-number to ws-pg-idx
               end-if
           end-perform

           move 0 to ws-rec-month
           if su-business-date numeric
               move su-business-date to ws-rec-date
               compute ws-rec-month
                   = (ws-rec-yyyy * 100) + ws-rec-mm
           end-if

           if ws-pg-found-flag = 'Y'
           and ws-rec-month >= ws-first-month
           and ws-rec-month <= ws-end-month
               add 1 to ws-hist-used
               move 'N' to ws-nt-found-flag
               perform varying ws-nt-idx from 1 by 1
                   until ws-nt-idx > ws-nt-table-size
                   or ws-nt-found-flag = 'Y'
                   if ws-nt-program(ws-nt-idx) = ws-pg-number
                   and ws-nt-date(ws-nt-idx) = su-business-date
                       move 'Y' to ws-nt-found-flag
                       move su-amount-1 to ws-nt-amount(ws-nt-idx)
                       add 1 to ws-hist-replaced
                   end-if
               end-perform
               if ws-nt-found-flag = 'N'
                   if ws-nt-table-size < ws-nt-table-max
                       add 1 to ws-nt-table-size
                       set ws-nt-idx to ws-nt-table-size
                       move ws-pg-number to ws-nt-program(ws-nt-idx)
                       move su-business-date to ws-nt-date(ws-nt-idx)
                       move su-amount-1 to ws-nt-amount(ws-nt-idx)
                   else
                       add 1 to ws-hist-dropped
                   end-if
               end-if
           end-if.

      * Add each night into its program's month, then make each
      * month's figure: the total, or the average of the nights....
       300-roll-months.
           perform varying ws-fg-idx from 1 by 1
               until ws-fg-idx > ws-program-count
               perform varying ws-fm-idx from 1 by 1
                   until ws-fm-idx > ws-month-count
                   move 0 to ws-fm-total(ws-fg-idx ws-fm-idx)
                   move 0 to ws-fm-nights(ws-fg-idx ws-fm-idx)
                   move 0 to ws-fm-figure(ws-fg-idx ws-fm-idx)
               end-perform
           end-perform

           perform varying ws-nt-idx from 1 by 1
               until ws-nt-idx > ws-nt-table-size
               move ws-nt-date(ws-nt-idx) to ws-rec-date
               compute ws-slot
                   = ((ws-rec-yyyy - ws-first-yyyy) * 12)
                   + ws-rec-mm - ws-first-mm + 1
               set ws-fg-idx to ws-nt-program(ws-nt-idx)
               set ws-fm-idx to ws-slot
               add ws-nt-amount(ws-nt-idx)
                   to ws-fm-total(ws-fg-idx ws-fm-idx)
               add 1 to ws-fm-nights(ws-fg-idx ws-fm-idx)
           end-perform

           perform varying ws-fg-idx from 1 by 1
               until ws-fg-idx > ws-program-count
               perform varying ws-fm-idx from 1 by 1
                   until ws-fm-idx > ws-month-count
                   if ws-fm-nights(ws-fg-idx ws-fm-idx) > 0
                       if ws-pg-method(ws-fg-idx) = "A"
                           compute ws-fm-figure(ws-fg-idx ws-fm-idx)
                               rounded
                               = ws-fm-total(ws-fg-idx ws-fm-idx)
                               / ws-fm-nights(ws-fg-idx ws-fm-idx)
                       else
                           move ws-fm-total(ws-fg-idx ws-fm-idx)
                               to ws-fm-figure(ws-fg-idx ws-fm-idx)
                       end-if
                   end-if
               end-perform
           end-perform.

      * One page per headline figure: the thirteen months with the
      * change on the month before and the bar, then the change on
      * last year's month and the best and worst months....
       400-print-page.
           set ws-fg-idx to ws-pg-idx
           perform 410-find-best-worst

           move ws-pg-program(ws-pg-idx) to rh-program
           move ws-pg-label(ws-pg-idx) to rh-label
           move ws-end-yyyy to rh-end-yyyy
           move ws-end-mm to rh-end-mm
           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
               after advancing page
           write report-record from ws-blank-line
           if ws-pg-method(ws-pg-idx) = "A"
               move "average of the month's nights" to ml-method
           else
               move "month's nights added up" to ml-method
           end-if
           write report-record from ws-method-line
           write report-record from ws-blank-line
           write report-record from ws-column-headings
           write report-record from ws-blank-line

           move 0 to ws-prior-figure
           move 0 to ws-prior-nights
           perform varying ws-fm-idx from 1 by 1
               until ws-fm-idx > ws-month-count
               perform 420-print-month
               move ws-fm-figure(ws-fg-idx ws-fm-idx)
                   to ws-prior-figure
               move ws-fm-nights(ws-fg-idx ws-fm-idx)
                   to ws-prior-nights
           end-perform
           write report-record from ws-blank-line

           perform 430-print-year-over-year

           if ws-months-with-data = 0
               write report-record from ws-no-data-line
           else
               move "Best month:            " to bw-text
               move ws-mo-yyyy(ws-best-idx) to bw-yyyy
               move ws-mo-mm(ws-best-idx) to bw-mm
               move ws-fm-figure(ws-fg-idx ws-best-idx) to bw-figure
               write report-record from ws-best-line
               move "Worst month:           " to bw-text
               move ws-mo-yyyy(ws-worst-idx) to bw-yyyy
               move ws-mo-mm(ws-worst-idx) to bw-mm
               move ws-fm-figure(ws-fg-idx ws-worst-idx) to bw-figure
               write report-record from ws-best-line
           end-if

      * The run's counts go at the foot of the last page....
           if ws-pg-idx = ws-program-count
               write report-record from ws-blank-line
               move ws-hist-read to cnt-read
               move ws-hist-used to cnt-used
               move ws-hist-replaced to cnt-replaced
               write report-record from ws-count-line
               if ws-hist-dropped > 0
                   move ws-hist-dropped to ful-dropped
                   write report-record from ws-full-line
               end-if
           end-if.

      * The largest, best and worst of the months with nights on
      * file (the earliest month wins a tie)....
       410-find-best-worst.
           move 0 to ws-max-figure
           move 0 to ws-best-idx
           move 0 to ws-worst-idx
           move 0 to ws-months-with-data
           perform varying ws-fm-idx from 1 by 1
               until ws-fm-idx > ws-month-count
               if ws-fm-nights(ws-fg-idx ws-fm-idx) > 0
                   add 1 to ws-months-with-data
                   if ws-best-idx = 0
                       set ws-best-idx to ws-fm-idx
                       set ws-worst-idx to ws-fm-idx
                   end-if
                   if ws-fm-figure(ws-fg-idx ws-fm-idx)
                       > ws-fm-figure(ws-fg-idx ws-best-idx)
                       set ws-best-idx to ws-fm-idx
                   end-if
                   if ws-fm-figure(ws-fg-idx ws-fm-idx)
                       < ws-fm-figure(ws-fg-idx ws-worst-idx)
                       set ws-worst-idx to ws-fm-idx
                   end-if
               end-if
           end-perform
           if ws-best-idx > 0
               move ws-fm-figure(ws-fg-idx ws-best-idx)
                   to ws-max-figure
           end-if.

      * One month's line. The change is against the month before
      * when both have nights on file; the bar is the month's share
      * of the largest month, at least one mark for any figure....
       420-print-month.
           move ws-mo-yyyy(ws-fm-idx) to det-yyyy
           move ws-mo-mm(ws-fm-idx) to det-mm
           move ws-fm-nights(ws-fg-idx ws-fm-idx) to det-nights
           move spaces to det-change-x
           move spaces to det-pct-x
           move spaces to det-bar

           if ws-fm-nights(ws-fg-idx ws-fm-idx) = 0
               move spaces to det-figure-x
               move "no nights on file" to det-bar
           else
               move ws-fm-figure(ws-fg-idx ws-fm-idx) to det-figure
               if ws-prior-nights > 0
                   compute ws-change
                       = ws-fm-figure(ws-fg-idx ws-fm-idx)
                       - ws-prior-figure
                   move ws-change to det-change
                   if ws-prior-figure > 0
                       compute ws-pct rounded
                           = ws-change * 100 / ws-prior-figure
                       move ws-pct to det-pct
                   end-if
               end-if
               if ws-max-figure > 0
                   compute ws-bar-len rounded
                       = ws-fm-figure(ws-fg-idx ws-fm-idx)
                       * ws-bar-width / ws-max-figure
                   if ws-bar-len = 0
                   and ws-fm-figure(ws-fg-idx ws-fm-idx) > 0
                       move 1 to ws-bar-len
                   end-if
                   if ws-bar-len > 0
                       move all "*" to det-bar
                       if ws-bar-len < ws-bar-width
                           move spaces to det-bar(ws-bar-len + 1:)
                       end-if
                   end-if
               end-if
           end-if
           write report-record from ws-detail-line.

      * This month against the same month last year -- the first
      * and last of the thirteen....
       430-print-year-over-year.
           if ws-fm-nights(ws-fg-idx 1) > 0
           and ws-fm-nights(ws-fg-idx ws-month-count) > 0
               move ws-end-yyyy to yoy-end-yyyy
               move ws-end-mm to yoy-end-mm
               move ws-first-yyyy to yoy-first-yyyy
               move ws-first-mm to yoy-first-mm
               compute ws-change
                   = ws-fm-figure(ws-fg-idx ws-month-count)
                   - ws-fm-figure(ws-fg-idx 1)
               move ws-change to yoy-change
               move spaces to yoy-pct-x
               if ws-fm-figure(ws-fg-idx 1) > 0
                   compute ws-pct rounded
                       = ws-change * 100 / ws-fm-figure(ws-fg-idx 1)
                   move ws-pct to yoy-pct
               end-if
               write report-record from ws-yoy-line
           else
               move ws-first-yyyy to nyo-first-yyyy
               move ws-first-mm to nyo-first-mm
               move ws-end-yyyy to nyo-end-yyyy
               move ws-end-mm to nyo-end-mm
               write report-record from ws-no-yoy-line
           end-if.

      * Journal the start of the run....
       900-write-runlog-start.
           open extend runlog-file
           move "A7TRNDPK" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record
           close runlog-file.

      * Journal the end of the run with the history records used....
       910-write-runlog-end.
           open extend runlog-file
           move "A7TRNDPK" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-hist-used to rl-records
           move return-code to rl-return-code
           write runlog-record
           close runlog-file.

       end program A7TRNDPK.
