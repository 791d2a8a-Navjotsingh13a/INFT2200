       identification division.
       program-id. A2POAGE.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A2POAGE--> Open purchase-order aging and
      * expediting report, run nightly once A2RECMAT has relieved
      * the open-PO file and A2STOCK has written tonight's
      * suggested-PO file. Ages every open PO line against the
      * DATECARD business date into not-yet-due, 1-7, 8-30 and
      * 30+ days late, latest first, with the item's description
      * and department off the stock master. A late PO whose item
      * is also SHORT tonight -- on the suggested-PO file -- is
      * flagged CHASE, so buyers ring those vendors first instead
      * of noticing the same PO beside the same SHORT line night
      * after night....

       environment division.
       input-output section.
       file-control.

      * Open purchase orders, as A2RECMAT leaves them....
           select openpo-file
               assign to OPENPO
               organization is sequential.

      * Stock master, loaded at startup for the description and
      * department of each stock number....
           select stkmast-file
               assign to STKMAST
               organization is sequential.

      * Tonight's suggested purchase orders, one per SHORT item,
      * as A2STOCK wrote them. A filtered A2STOCK run writes none,
      * so a missing file just means nothing is flagged....
           select optional sugpo-file
               assign to SUGPO
               organization is sequential.

      * The aging report....
           select report-file
               assign to AGERPT
               organization is sequential.

      * Sort work files: the open lines, latest first....
           select sort-file
               assign to SRTWK.
           select sort-out-file
               assign to SRTOUT
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

      * Open purchase order, same layout A2STOCK loads....
       fd openpo-file
           recording mode is F
           data record is openpo-record
           record contains 57 characters.
           copy OPENPO.

      * Stock master: stock number, description, vendor, dept....
       fd stkmast-file
           recording mode is F
           data record is stkmast-record
           record contains 40 characters.
           copy STKMAST.

      * One suggested purchase order per SHORT item, as A2STOCK
      * writes it....
       fd sugpo-file
           recording mode is F
           data record is sugpo-record
           record contains 48 characters.
       01 sugpo-record.
           05 sp-stock-number     pic 9(7).
           05 sp-item-number      pic 9(5).
           05 sp-product-dept     pic x(7).
           05 sp-location         pic x(4).
           05 sp-shortfall        pic 9(5).
           05 sp-description      pic x(20).

       fd report-file
           recording mode is F
           data record is report-record
           record contains 100 characters.
       01 report-record           pic x(100).

      * Open line carried through the sort: the aging bucket and
      * days late lead the key, so the latest lines come out
      * first....
       sd sort-file
           record contains 40 characters.
       01 sort-rec.
           05 sr-bucket           pic 9(1).
           05 sr-days-late        pic 9(5).
           05 sr-po-number        pic x(6).
           05 sr-stock-number     pic 9(7).
           05 sr-qty              pic 9(5).
           05 sr-due-date         pic 9(8).
           05 sr-vendor-id        pic x(6).
           05 sr-chase-flag       pic x(1).
           05 filler              pic x(1).

       fd sort-out-file
           recording mode is F
           data record is sort-out-record
           record contains 40 characters.
       01 sort-out-record.
           05 so-bucket           pic 9(1).
           05 so-days-late        pic 9(5).
           05 so-po-number        pic x(6).
           05 so-stock-number     pic 9(7).
           05 so-qty              pic 9(5).
           05 so-due-date         pic 9(8).
           05 so-vendor-id        pic x(6).
           05 so-chase-flag       pic x(1).
           05 filler              pic x(1).

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

       77 ws-po-eof-flag          pic x value 'N'.
       77 ws-stk-eof-flag         pic x value 'N'.
       77 ws-sug-eof-flag         pic x value 'N'.
       77 ws-sort-eof-flag        pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Description and department of each stock number, loaded
      * from the stock master at startup....
       01 ws-stk-table.
           05 ws-stk-entry occurs 5000 times
               indexed by ws-stk-idx.
               10 ws-stk-stock-no   pic 9(7).
               10 ws-stk-desc       pic x(20).
               10 ws-stk-dept       pic x(7).
       77 ws-stk-table-size       pic 9(4) comp value 0.
       77 ws-stk-table-max        pic 9(4) value 5000.
       77 ws-stk-found-flag       pic x value 'N'.

      * Stock numbers SHORT tonight, loaded from the suggested-PO
      * file at startup....
       01 ws-sug-table.
           05 ws-sug-entry occurs 5000 times
               indexed by ws-sug-idx.
               10 ws-sug-stock-no   pic 9(7).
       77 ws-sug-table-size       pic 9(4) comp value 0.
       77 ws-sug-table-max        pic 9(4) value 5000.
       77 ws-sug-found-flag       pic x value 'N'.

      * Serial-day arithmetic for the days-late computation, the
      * same way A6CCSHT ages its idle products: a date becomes
      * years in days plus leap days plus days into the year, so
      * two dates subtract directly....
       01 ws-cd-date              pic 9(8) value 0.
       01 ws-cd-parts redefines ws-cd-date.
           05 ws-cd-yyyy          pic 9(4).
           05 ws-cd-mm            pic 9(2).
           05 ws-cd-dd            pic 9(2).
       01 ws-cd-leap              pic 9(5) value 0.
       01 ws-cd-serial            pic 9(7) value 0.
       77 ws-serial-business      pic 9(7) value 0.
       77 ws-serial-due           pic 9(7) value 0.
       77 ws-days-late            pic s9(5) value 0.

      * Days into the year at the start of each month....
       01 ws-cum-days-x           pic x(36) value
           "000031059090120151181212243273304334".
       01 ws-cum-days-tab redefines ws-cum-days-x.
           05 ws-cum-days         pic 9(3) occurs 12 times.

      * Aging buckets, in the order they print: a due date that
      * cannot be aged first, then latest to earliest....
       01 ws-bucket-names-x.
           05 filler              pic x(20)
              value "DUE DATE INVALID".
           05 filler              pic x(20)
              value "30+ DAYS LATE".
           05 filler              pic x(20)
              value "8-30 DAYS LATE".
           05 filler              pic x(20)
              value "1-7 DAYS LATE".
           05 filler              pic x(20)
              value "NOT YET DUE".
       01 ws-bucket-names redefines ws-bucket-names-x.
           05 ws-bucket-name      pic x(20) occurs 5 times.

      * Lines, quantity and CHASE flags by bucket, for the bucket
      * subtotals and the closing summary....
       01 ws-bucket-totals.
           05 ws-bkt-entry occurs 5 times
               indexed by ws-bkt-idx.
               10 ws-bkt-lines      pic 9(5) value 0.
               10 ws-bkt-qty        pic 9(7) value 0.
               10 ws-bkt-chase      pic 9(5) value 0.

      * Control-break key for the report pass....
       77 ws-cur-bucket           pic 9(1) value 0.

      * Run counters....
       77 ws-lines-read           pic 9(5) value 0.
       77 ws-lines-late           pic 9(5) value 0.
       77 ws-lines-chase          pic 9(5) value 0.

       01 ws-report-heading.
           05 filler              pic x(33)
              value "A2POAGE Open Purchase Order Aging".
           05 filler              pic x(15) value "Business Date: ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(44) value spaces.

       01 ws-column-headings.
           05 filler pic x(8)  value "PO No.".
           05 filler pic x(9)  value "Stock".
           05 filler pic x(22) value "Description".
           05 filler pic x(9)  value "Dept".
           05 filler pic x(8)  value "Vendor".
           05 filler pic x(8)  value " Ordered".
           05 filler pic x(2)  value spaces.
           05 filler pic x(10) value "Due Date".
           05 filler pic x(7)  value "  Late".
           05 filler pic x(17) value spaces.

       01 ws-bucket-heading.
           05 filler              pic x(4) value "--- ".
           05 bh-name             pic x(20).
           05 filler              pic x(76) value spaces.

       01 ws-detail-line.
           05 dl-po-no            pic x(6).
           05 filler              pic x(2) value spaces.
           05 dl-stock-no         pic 9(7).
           05 filler              pic x(2) value spaces.
           05 dl-desc             pic x(20).
           05 filler              pic x(2) value spaces.
           05 dl-dept             pic x(7).
           05 filler              pic x(2) value spaces.
           05 dl-vendor           pic x(6).
           05 filler              pic x(2) value spaces.
           05 dl-qty              pic zz,zz9.
           05 filler              pic x(4) value spaces.
           05 dl-due-date         pic x(8).
           05 filler              pic x(2) value spaces.
           05 dl-days-late        pic zzzz9.
           05 filler              pic x(2) value spaces.
           05 dl-flag             pic x(15).
           05 filler              pic x(2) value spaces.

       01 ws-bucket-total-line.
           05 filler              pic x(4) value spaces.
           05 btl-name            pic x(20).
           05 filler              pic x(8) value "  Lines:".
           05 btl-lines           pic zz,zz9.
           05 filler              pic x(7) value "  Qty: ".
           05 btl-qty             pic z,zzz,zz9.
           05 filler              pic x(9) value "  Chase: ".
           05 btl-chase           pic zz,zz9.
           05 filler              pic x(31) value spaces.

       01 ws-summary-heading.
           05 filler              pic x(100)
              value "Aging summary".

       01 ws-summary-line.
           05 filler              pic x(12) value "Lines read: ".
           05 sum-lines-read      pic zzzz9.
           05 filler              pic x(9) value "  Late:  ".
           05 sum-lines-late      pic zzzz9.
           05 filler              pic x(16) value "  Late + SHORT: ".
           05 sum-lines-chase     pic zzzz9.
           05 filler              pic x(48) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.
       000-main.
           open output report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           move ws-business-date to ws-cd-date
           perform 800-convert-date-to-serial
           move ws-cd-serial to ws-serial-business

           perform 100-load-stock
           perform 110-load-shortages

           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line
           write report-record from ws-column-headings

           sort sort-file
               on ascending key sr-bucket
               on descending key sr-days-late
               on ascending key sr-po-number sr-stock-number
               input procedure is 200-age-open-lines
               giving sort-out-file

           open input sort-out-file
           perform 300-read-sorted-line
           perform until ws-sort-eof-flag = 'Y'
               perform 310-print-bucket
           end-perform
           close sort-out-file

           write report-record from ws-blank-line
           write report-record from ws-summary-heading
           write report-record from ws-blank-line
           perform varying ws-bkt-idx from 1 by 1
               until ws-bkt-idx > 5
               perform 400-write-bucket-total
           end-perform

           move ws-lines-read to sum-lines-read
           move ws-lines-late to sum-lines-late
           move ws-lines-chase to sum-lines-chase
           write report-record from ws-blank-line
           write report-record from ws-summary-line

           perform 920-write-runlog-end

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

      * Load the description and department of each stock number..
       100-load-stock.
           open input stkmast-file
           perform until ws-stk-eof-flag = 'Y'
               read stkmast-file
                   at end
                       move 'Y' to ws-stk-eof-flag
                   not at end
                       if ws-stk-table-size < ws-stk-table-max
                           add 1 to ws-stk-table-size
                           set ws-stk-idx to ws-stk-table-size
                           move sm-stock-number
                               to ws-stk-stock-no(ws-stk-idx)
                           move sm-description
                               to ws-stk-desc(ws-stk-idx)
                           move sm-product-dept
                               to ws-stk-dept(ws-stk-idx)
                       end-if
               end-read
           end-perform
           close stkmast-file.

      * Load the stock numbers SHORT tonight....
       110-load-shortages.
           open input sugpo-file
           perform until ws-sug-eof-flag = 'Y'
               read sugpo-file
                   at end
                       move 'Y' to ws-sug-eof-flag
                   not at end
                       if ws-sug-table-size < ws-sug-table-max
                           add 1 to ws-sug-table-size
                           set ws-sug-idx to ws-sug-table-size
                           move sp-stock-number
                               to ws-sug-stock-no(ws-sug-idx)
                       end-if
               end-read
           end-perform
           close sugpo-file.

      * Age every open line and release it into the sort....
       200-age-open-lines.
           open input openpo-file
           perform until ws-po-eof-flag = 'Y'
               read openpo-file
                   at end
                       move 'Y' to ws-po-eof-flag
                   not at end
                       add 1 to ws-lines-read
                       perform 210-age-one-line
               end-read
           end-perform
           close openpo-file.

      * Days late is the business date less the due date; a line
      * due today is not yet late. A due date that is not a date
      * cannot be aged, and is listed on its own at the top....
       210-age-one-line.
           move op-po-number to sr-po-number
           move op-stock-number to sr-stock-number
           move op-qty to sr-qty
           move op-due-date to sr-due-date
           move op-vendor-id to sr-vendor-id
           move 'N' to sr-chase-flag
           move 0 to sr-days-late

           move op-due-date to ws-cd-date
           if op-due-date not numeric
           or ws-cd-mm < 1 or ws-cd-mm > 12
           or ws-cd-dd < 1 or ws-cd-dd > 31
               move 1 to sr-bucket
               move 0 to sr-due-date
           else
               perform 800-convert-date-to-serial
               move ws-cd-serial to ws-serial-due
               compute ws-days-late
                   = ws-serial-business - ws-serial-due
               evaluate true
                   when ws-days-late > 30
                       move 2 to sr-bucket
                   when ws-days-late > 7
                       move 3 to sr-bucket
                   when ws-days-late > 0
                       move 4 to sr-bucket
                   when other
                       move 5 to sr-bucket
               end-evaluate
               if ws-days-late > 0
                   move ws-days-late to sr-days-late
                   add 1 to ws-lines-late
                   perform 220-check-shortage
               end-if
           end-if
           release sort-rec.

      * A late line whose item is SHORT tonight is one to chase....
       220-check-shortage.
           move 'N' to ws-sug-found-flag
           perform varying ws-sug-idx from 1 by 1
               until ws-sug-idx > ws-sug-table-size
               or ws-sug-found-flag = 'Y'
               if ws-sug-stock-no(ws-sug-idx) = op-stock-number
                   move 'Y' to ws-sug-found-flag
               end-if
           end-perform
           if ws-sug-found-flag = 'Y'
               move 'Y' to sr-chase-flag
               add 1 to ws-lines-chase
           end-if.

      * Pull the next sorted line....
       300-read-sorted-line.
           read sort-out-file
               at end
                   move 'Y' to ws-sort-eof-flag
           end-read.

      * All the lines in one aging bucket, under its heading....
       310-print-bucket.
           move so-bucket to ws-cur-bucket
           move ws-bucket-name(ws-cur-bucket) to bh-name
           write report-record from ws-blank-line
           write report-record from ws-bucket-heading
           perform until ws-sort-eof-flag = 'Y'
               or so-bucket not = ws-cur-bucket
               perform 320-print-line
               perform 300-read-sorted-line
           end-perform.

      * One open line, with the item off the stock master....
       320-print-line.
           move so-po-number to dl-po-no
           move so-stock-number to dl-stock-no
           move so-vendor-id to dl-vendor
           move so-qty to dl-qty
           if so-due-date = 0
               move spaces to dl-due-date
           else
               move so-due-date to dl-due-date
           end-if
           move so-days-late to dl-days-late
           move spaces to dl-flag
           if so-chase-flag = 'Y'
               move "** CHASE SHORT" to dl-flag
           end-if

           move 'N' to ws-stk-found-flag
           perform varying ws-stk-idx from 1 by 1
               until ws-stk-idx > ws-stk-table-size
               or ws-stk-found-flag = 'Y'
               if ws-stk-stock-no(ws-stk-idx) = so-stock-number
                   move 'Y' to ws-stk-found-flag
                   move ws-stk-desc(ws-stk-idx) to dl-desc
                   move ws-stk-dept(ws-stk-idx) to dl-dept
               end-if
           end-perform
           if ws-stk-found-flag = 'N'
               move "NOT ON STOCK MASTER" to dl-desc
               move spaces to dl-dept
           end-if
           write report-record from ws-detail-line

           set ws-bkt-idx to ws-cur-bucket
           add 1 to ws-bkt-lines(ws-bkt-idx)
           add so-qty to ws-bkt-qty(ws-bkt-idx)
           if so-chase-flag = 'Y'
               add 1 to ws-bkt-chase(ws-bkt-idx)
           end-if.

      * One bucket's line count, quantity and CHASE count....
       400-write-bucket-total.
           move ws-bucket-name(ws-bkt-idx) to btl-name
           move ws-bkt-lines(ws-bkt-idx) to btl-lines
           move ws-bkt-qty(ws-bkt-idx) to btl-qty
           move ws-bkt-chase(ws-bkt-idx) to btl-chase
           write report-record from ws-bucket-total-line.

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
           move "A2POAGE" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the lines read....
       920-write-runlog-end.
           move "A2POAGE" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-lines-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A2POAGE.
