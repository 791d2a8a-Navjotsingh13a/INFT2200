       identification division.
       program-id. A1ABCCLS.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A1ABCCLS--> ABC classification of the product
      * master by annual issue value. Reads the last year of the
      * movement history A6INVPST appends to, values each
      * product's issues at its unit cost, ranks the products by
      * that value, and classes them A, B or C against the
      * cumulative-percentage cutoffs on the ABCCARD parameter
      * card -- the few products carrying most of the dollar
      * volume are A, the long tail is C. The class is stamped on
      * a new product master, and the ranked analysis prints with
      * each product's share and the running cumulative share, so
      * the cutoffs can be checked against where the value really
      * sits. A6CCSHT reads the class and the same card to decide
      * how often each product comes up for counting....

       environment division.
       input-output section.
       file-control.

      * Movement history appended by the posting run....
           select movhist-file
               assign to MOVHIST
               organization is sequential.

      * Product master, in product-name order: read once to rank
      * and once more to stamp the classes....
           select prodmast-file
               assign to PRODMAST
               organization is sequential.

      * New product master carrying the classes....
           select prodnew-file
               assign to PRODNEW
               organization is sequential.

      * Parameter card: class cutoffs and counting intervals,
      * shared with A6CCSHT....
           select optional abccard-file
               assign to ABCCARD
               organization is sequential.

      * Ranked analysis....
           select report-file
               assign to ABCRPT
               organization is sequential.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

      * Sort work files: the products ranked by annual issue value,
      * then the classes put back in product-name order to stamp
      * the master in one matched pass....
           select sort-file
               assign to SRTWK.
           select clswork-file
               assign to CLSWORK
               organization is sequential.
           select cls-sort-file
               assign to CLSWK.
           select clsout-file
               assign to CLSOUT
               organization is sequential.

       data division.
       file section.

      * Movement-history record, as the posting run appends it....
       fd movhist-file
           recording mode is F
           data record is movhist-record
           record contains 33 characters.
       01 movhist-record.
           05 mh-product-name     pic x(15).
           05 mh-move-type        pic x(1).
           05 mh-qty              pic 9(9).
           05 mh-move-date        pic 9(8).

      * Product master: name, description, quantity, reorder
      * point, the movement dates, the unit cost, the stock by
      * location, and the class this run stamps....
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd prodnew-file
           recording mode is F
           data record is prodnew-record
           record contains 209 characters.
       01 prodnew-record          pic x(209).

      * Parameter card: A cutoff percent in 1-3, B cutoff percent
      * (cumulative) in 4-6, then the counting interval in days
      * for A items in 7-9, B items in 10-12, C items in 13-15....
       fd abccard-file
           recording mode is F
           record contains 80 characters.
           copy ABCCARD.

       fd report-file
           recording mode is F
           data record is report-record
           record contains 100 characters.
       01 report-record           pic x(100).

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

      * Product carried through the ranking sort, with the class
      * it held before this run....
       sd sort-file
           record contains 49 characters.
       01 sort-rec.
           05 sr-value            pic 9(11)v99.
           05 sr-product          pic x(15).
           05 sr-issues           pic 9(11).
           05 sr-cost             pic 9(7)v99.
           05 sr-old-class        pic x(1).

      * Class assigned, in rank order, then in product order....
       fd clswork-file
           recording mode is F
           data record is clswork-record
           record contains 16 characters.
       01 clswork-record.
           05 cw-product          pic x(15).
           05 cw-class            pic x(1).

       sd cls-sort-file
           record contains 16 characters.
       01 cls-sort-rec.
           05 cs-product          pic x(15).
           05 cs-class            pic x(1).

       fd clsout-file
           recording mode is F
           data record is clsout-record
           record contains 16 characters.
       01 clsout-record.
           05 co-product          pic x(15).
           05 co-class            pic x(1).

       working-storage section.

       77 ws-hist-eof-flag        pic x value 'N'.
       77 ws-mast-eof-flag        pic x value 'N'.
       77 ws-sort-eof-flag        pic x value 'N'.
       77 ws-cls-eof-flag         pic x value 'N'.

      * Parameters in force (defaults stand when the card is
      * absent): A items carry the first 80 percent of the value,
      * B items the next 15, C items the rest....
       77 ws-a-pct                pic 9(3) value 80.
       77 ws-b-pct                pic 9(3) value 95.
       77 ws-a-days               pic 9(3) value 30.
       77 ws-b-days               pic 9(3) value 90.
       77 ws-c-days               pic 9(3) value 365.

      * The year of history the issue value is taken over....
       77 ws-window-days          pic 9(3) value 365.

      * Issue quantity per product inside the year....
       01 ws-dem-table.
           05 ws-dem-entry occurs 2000 times
               indexed by ws-dem-idx.
               10 ws-dem-product    pic x(15).
               10 ws-dem-issues     pic 9(11).
       77 ws-dem-table-size       pic 9(4) comp value 0.
       77 ws-dem-table-max        pic 9(4) value 2000.
       77 ws-dem-found-flag       pic x value 'N'.
       77 ws-dem-issues-found     pic 9(11) value 0.

      * Set when the demand table could not hold every product
      * with issues -- the products left out rank at no value, so
      * the run is flagged for a look....
       77 ws-dem-overflow-flag    pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Serial-day arithmetic: the window's cutoff serial day,
      * and each movement's date converted for the compare....
       01 ws-cd-date              pic 9(8) value 0.
       01 ws-cd-parts redefines ws-cd-date.
           05 ws-cd-yyyy          pic 9(4).
           05 ws-cd-mm            pic 9(2).
           05 ws-cd-dd            pic 9(2).
       01 ws-cd-leap              pic 9(5) value 0.
       01 ws-cd-serial            pic 9(7) value 0.
       77 ws-serial-cutoff        pic s9(7) value 0.

      * Days into the year at the start of each month....
       01 ws-cum-days-x           pic x(36) value
           "000031059090120151181212243273304334".
       01 ws-cum-days-tab redefines ws-cum-days-x.
           05 ws-cum-days         pic 9(3) occurs 12 times.

      * Ranking arithmetic: the total value of all products, the
      * running value down the ranking, and the cumulative share
      * before and after the product being classed....
       77 ws-cost                 pic 9(7)v99 value 0.
       77 ws-value                pic 9(11)v99 value 0.
       77 ws-total-value          pic 9(13)v99 value 0.
       77 ws-cum-value            pic 9(13)v99 value 0.
       77 ws-item-pct             pic 9(3)v99 value 0.
       77 ws-cum-pct              pic 9(3)v99 value 0.
       77 ws-prev-pct             pic 9(3)v99 value 0.
       77 ws-class                pic x(1) value space.
       77 ws-class-sub            pic 9(1) value 0.

      * Products and value by class, for the summary....
       01 ws-class-names-x        pic x(3) value "ABC".
       01 ws-class-names redefines ws-class-names-x.
           05 ws-class-name       pic x(1) occurs 3 times.
       01 ws-class-table.
           05 ws-class-entry occurs 3 times.
               10 ws-class-count    pic 9(7) value 0.
               10 ws-class-value    pic 9(13)v99 value 0.

      * Run counters....
       77 ws-moves-read           pic 9(7) value 0.
       77 ws-moves-in-window      pic 9(7) value 0.
       77 ws-products-read        pic 9(7) value 0.
       77 ws-products-ranked      pic 9(7) value 0.
       77 ws-products-written     pic 9(7) value 0.
       77 ws-class-changes        pic 9(7) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A1ABCCLS ABC Classification by Annual Issue ".
           05 filler pic x(22) value "Value  Business Date: ".
           05 rh-business-date    pic 9(8).
           05 filler pic x(26) value spaces.

       01 ws-param-line.
           05 filler              pic x(10) value "A cutoff: ".
           05 prm-a-pct           pic zz9.
           05 filler              pic x(13) value "%  B cutoff: ".
           05 prm-b-pct           pic zz9.
           05 filler              pic x(20)
              value "%  Count every A/B/C".
           05 filler              pic x(2) value ": ".
           05 prm-a-days          pic zz9.
           05 filler              pic x(1) value "/".
           05 prm-b-days          pic zz9.
           05 filler              pic x(1) value "/".
           05 prm-c-days          pic zz9.
           05 filler              pic x(5) value " days".
           05 filler              pic x(33) value spaces.

       01 ws-column-headings.
           05 filler pic x(24) value " Rank  Product Name".
           05 filler pic x(11) value "Issues/Year".
           05 filler pic x(15) value "      Unit Cost".
           05 filler pic x(20) value "        Annual Value".
           05 filler pic x(8) value "     Pct".
           05 filler pic x(8) value "  CumPct".
           05 filler pic x(14) value "  C  Remark".

       01 ws-detail-line.
           05 det-rank            pic zzzz9.
           05 filler              pic x(2) value spaces.
           05 det-product         pic x(15).
           05 filler              pic x(2) value spaces.
           05 det-issues          pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 det-cost            pic zz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 det-value           pic zzz,zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 det-pct             pic zz9.99.
           05 filler              pic x(2) value spaces.
           05 det-cum-pct         pic zz9.99.
           05 filler              pic x(2) value spaces.
           05 det-class           pic x(1).
           05 filler              pic x(2) value spaces.
           05 det-remark          pic x(8).

       01 ws-class-heading.
           05 filler pic x(14) value "Class Products".
           05 filler pic x(16) value "       Pct Prods".
           05 filler pic x(22) value "          Annual Value".
           05 filler pic x(15) value "      Pct Value".
           05 filler pic x(33) value spaces.

       01 ws-class-line.
           05 filler              pic x(2) value spaces.
           05 cl-class            pic x(1).
           05 filler              pic x(4) value spaces.
           05 cl-count            pic zzz,zz9.
           05 filler              pic x(10) value spaces.
           05 cl-count-pct        pic zz9.99.
           05 filler              pic x(4) value spaces.
           05 cl-value            pic zzz,zzz,zzz,zz9.99.
           05 filler              pic x(9) value spaces.
           05 cl-value-pct        pic zz9.99.
           05 filler              pic x(33) value spaces.

       01 ws-overflow-line.
           05 filler              pic x(45)
              value "** DEMAND TABLE FULL -- SOME PRODUCTS' ISSUES".
           05 filler              pic x(55)
              value " NOT COUNTED; THEY RANK AS C".

       01 ws-summary-line.
           05 filler              pic x(14) value "Moves read:   ".
           05 sum-moves           pic zzz,zz9.
           05 filler              pic x(13) value "  In window: ".
           05 sum-window          pic zzz,zz9.
           05 filler              pic x(12) value "  Products: ".
           05 sum-products        pic zzz,zz9.
           05 filler              pic x(17) value "  Class changes: ".
           05 sum-changes         pic zzz,zz9.
           05 filler              pic x(16) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.
       000-main.
           open input movhist-file
           open output report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 050-read-parameter-card

           move ws-business-date to ws-cd-date
           perform 800-convert-date-to-serial
           compute ws-serial-cutoff
               = ws-cd-serial - ws-window-days

           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line
           move ws-a-pct to prm-a-pct
           move ws-b-pct to prm-b-pct
           move ws-a-days to prm-a-days
           move ws-b-days to prm-b-days
           move ws-c-days to prm-c-days
           write report-record from ws-param-line
           write report-record from ws-blank-line
           write report-record from ws-column-headings
           write report-record from ws-blank-line

           perform 100-accumulate-demand
           close movhist-file

      * Rank the products by annual issue value, highest first,
      * classing each as it comes out of the sort....
           sort sort-file
               on descending key sr-value
               on ascending key sr-product
               input procedure is 200-release-products
               output procedure is 300-class-products

      * Put the classes back in product-name order and stamp
      * them on the new master....
           sort cls-sort-file
               on ascending key cs-product
               using clswork-file
               giving clsout-file

           perform 400-stamp-master

           perform 500-write-class-summary

           if ws-dem-overflow-flag = 'Y'
               write report-record from ws-blank-line
               write report-record from ws-overflow-line
               move 4 to return-code
           end-if

           move ws-moves-read to sum-moves
           move ws-moves-in-window to sum-window
           move ws-products-ranked to sum-products
           move ws-class-changes to sum-changes
           write report-record from ws-blank-line
           write report-record from ws-summary-line

           perform 910-write-runlog-end

           close report-file runlog-file
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

      * Read the parameters off the card; a missing or
      * non-numeric field leaves its default standing, and a B
      * cutoff not above the A cutoff is ignored....
       050-read-parameter-card.
           open input abccard-file
           read abccard-file
               at end
                   continue
               not at end
                   if ac-a-pct-x numeric
                   and ac-a-pct > 0 and ac-a-pct < 100
                       move ac-a-pct to ws-a-pct
                   end-if
                   if ac-b-pct-x numeric
                   and ac-b-pct > ws-a-pct and ac-b-pct < 101
                       move ac-b-pct to ws-b-pct
                   end-if
                   if ac-a-days-x numeric and ac-a-days > 0
                       move ac-a-days to ws-a-days
                   end-if
                   if ac-b-days-x numeric and ac-b-days > 0
                       move ac-b-days to ws-b-days
                   end-if
                   if ac-c-days-x numeric and ac-c-days > 0
                       move ac-c-days to ws-c-days
                   end-if
           end-read
           close abccard-file.

      * Roll the year's issue quantities up per product. Only
      * issues are demand; receipts, counts, transfers and returns
      * to vendor stay out of the value....
       100-accumulate-demand.
           perform until ws-hist-eof-flag = 'Y'
               read movhist-file
                   at end
                       move 'Y' to ws-hist-eof-flag
                   not at end
                       add 1 to ws-moves-read
                       if mh-move-type = 'I'
                           perform 110-consider-movement
                       end-if
               end-read
           end-perform.

       110-consider-movement.
           move mh-move-date to ws-cd-date
           perform 800-convert-date-to-serial
           if ws-cd-serial >= ws-serial-cutoff
               add 1 to ws-moves-in-window
               perform 120-fold-demand
           end-if.

       120-fold-demand.
           move 'N' to ws-dem-found-flag
           perform varying ws-dem-idx from 1 by 1
               until ws-dem-idx > ws-dem-table-size
               or ws-dem-found-flag = 'Y'
               if mh-product-name = ws-dem-product(ws-dem-idx)
                   move 'Y' to ws-dem-found-flag
                   add mh-qty to ws-dem-issues(ws-dem-idx)
               end-if
           end-perform
           if ws-dem-found-flag = 'N'
               if ws-dem-table-size < ws-dem-table-max
                   add 1 to ws-dem-table-size
                   set ws-dem-idx to ws-dem-table-size
                   move mh-product-name
                       to ws-dem-product(ws-dem-idx)
                   move mh-qty to ws-dem-issues(ws-dem-idx)
               else
                   move 'Y' to ws-dem-overflow-flag
               end-if
           end-if.

      * Value each product's year of issues at its unit cost and
      * release it into the ranking, totalling the value the
      * percentages are taken of. A product with no cost on
      * record values at zero....
       200-release-products.
           open input prodmast-file
           perform until ws-mast-eof-flag = 'Y'
               read prodmast-file
                   at end
                       move 'Y' to ws-mast-eof-flag
                   not at end
                       add 1 to ws-products-read
                       if pm-product-name not = spaces
                           perform 210-release-one-product
                       end-if
               end-read
           end-perform
           close prodmast-file.

       210-release-one-product.
           move 'N' to ws-dem-found-flag
           move 0 to ws-dem-issues-found
           perform varying ws-dem-idx from 1 by 1
               until ws-dem-idx > ws-dem-table-size
               or ws-dem-found-flag = 'Y'
               if pm-product-name = ws-dem-product(ws-dem-idx)
                   move 'Y' to ws-dem-found-flag
                   move ws-dem-issues(ws-dem-idx)
                       to ws-dem-issues-found
               end-if
           end-perform
           if pm-unit-cost numeric
               move pm-unit-cost to ws-cost
           else
               move 0 to ws-cost
           end-if
           compute ws-value = ws-dem-issues-found * ws-cost
           add ws-value to ws-total-value
           move ws-value to sr-value
           move pm-product-name to sr-product
           move ws-dem-issues-found to sr-issues
           move ws-cost to sr-cost
           move pm-abc-class to sr-old-class
           release sort-rec.

      * Class the products down the ranking: a product whose
      * cumulative share before it is still under the A cutoff
      * is an A, under the B cutoff a B, and the rest C. A product
      * with no issue value is always C....
       300-class-products.
           open output clswork-file
           perform until ws-sort-eof-flag = 'Y'
               return sort-file
                   at end
                       move 'Y' to ws-sort-eof-flag
                   not at end
                       perform 310-class-one-product
               end-return
           end-perform
           close clswork-file.

       310-class-one-product.
           add 1 to ws-products-ranked
           move ws-cum-pct to ws-prev-pct
           add sr-value to ws-cum-value
           if ws-total-value > 0
               compute ws-item-pct rounded
                   = (sr-value * 100) / ws-total-value
               compute ws-cum-pct rounded
                   = (ws-cum-value * 100) / ws-total-value
           else
               move 0 to ws-item-pct
               move 0 to ws-cum-pct
           end-if

           evaluate true
               when sr-value = 0
                   move 'C' to ws-class
                   move 3 to ws-class-sub
               when ws-prev-pct < ws-a-pct
                   move 'A' to ws-class
                   move 1 to ws-class-sub
               when ws-prev-pct < ws-b-pct
                   move 'B' to ws-class
                   move 2 to ws-class-sub
               when other
                   move 'C' to ws-class
                   move 3 to ws-class-sub
           end-evaluate
           add 1 to ws-class-count(ws-class-sub)
           add sr-value to ws-class-value(ws-class-sub)

           move sr-product to cw-product
           move ws-class to cw-class
           write clswork-record

           move ws-products-ranked to det-rank
           move sr-product to det-product
           move sr-issues to det-issues
           move sr-cost to det-cost
           move sr-value to det-value
           move ws-item-pct to det-pct
           move ws-cum-pct to det-cum-pct
           move ws-class to det-class
           move spaces to det-remark
           if sr-old-class not = ws-class
               add 1 to ws-class-changes
           end-if
           if sr-issues > 0 and sr-cost = 0
               move "NO COST" to det-remark
           else
               if sr-old-class not = ws-class
                   if sr-old-class = 'A' or 'B' or 'C'
                       move "WAS" to det-remark
                       move sr-old-class to det-remark(5:1)
                   else
                       move "NEW" to det-remark
                   end-if
               end-if
           end-if
           write report-record from ws-detail-line.

      * Stamp each product's class on the new master, matching the
      * class file against the master in product-name order. A
      * record the ranking skipped (no product name) is carried
      * across unchanged....
       400-stamp-master.
           move 'N' to ws-mast-eof-flag
           open input prodmast-file clsout-file
           open output prodnew-file
           perform 410-read-class
           perform until ws-mast-eof-flag = 'Y'
               read prodmast-file
                   at end
                       move 'Y' to ws-mast-eof-flag
                   not at end
                       perform until ws-cls-eof-flag = 'Y'
                           or co-product >= pm-product-name
                           perform 410-read-class
                       end-perform
                       if ws-cls-eof-flag = 'N'
                       and co-product = pm-product-name
                           move co-class to pm-abc-class
                           perform 410-read-class
                       end-if
                       write prodnew-record from prodmast-record
                       add 1 to ws-products-written
               end-read
           end-perform
           close prodmast-file clsout-file prodnew-file.

       410-read-class.
           read clsout-file
               at end
                   move 'Y' to ws-cls-eof-flag
           end-read.

      * Products and annual value by class, with each class's
      * share of the products and of the value -- the classic
      * few-carry-most picture the cutoffs are set against....
       500-write-class-summary.
           write report-record from ws-blank-line
           write report-record from ws-class-heading
           perform varying ws-class-sub from 1 by 1
               until ws-class-sub > 3
               move ws-class-name(ws-class-sub) to cl-class
               move ws-class-count(ws-class-sub) to cl-count
               move ws-class-value(ws-class-sub) to cl-value
               if ws-products-ranked > 0
                   compute cl-count-pct rounded
                       = (ws-class-count(ws-class-sub) * 100)
                       / ws-products-ranked
               else
                   move 0 to cl-count-pct
               end-if
               if ws-total-value > 0
                   compute cl-value-pct rounded
                       = (ws-class-value(ws-class-sub) * 100)
                       / ws-total-value
               else
                   move 0 to cl-value-pct
               end-if
               write report-record from ws-class-line
           end-perform.

      * Turn a yyyymmdd date into a serial day count (years in
      * days, plus a leap day per four years, plus days into the
      * year) so two dates subtract to days between them....
       800-convert-date-to-serial.
           divide ws-cd-yyyy by 4 giving ws-cd-leap
           compute ws-cd-serial
               = (ws-cd-yyyy * 365) + ws-cd-leap
               + ws-cum-days(ws-cd-mm) + ws-cd-dd.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A1ABCCLS" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the products written....
       910-write-runlog-end.
           move "A1ABCCLS" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-products-written to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A1ABCCLS.
