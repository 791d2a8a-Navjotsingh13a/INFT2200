       identification division.
       program-id. A2PODOC.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A2PODOC--> Purchase-order document run that
      * follows A2POAPP. Reads the open-PO file and, for every line
      * not yet sent, works out the vendor -- the one A2POAPP
      * stamped on the order, else the one the stock master now
      * assigns -- and prints one purchase-order document per PO,
      * vendor by vendor, each on its own page with the vendor's
      * name, address and terms, so a buyer mails or faxes what
      * comes off the printer instead of retyping the order. A PO
      * with no vendor assigned, or a vendor missing from the
      * vendor master, is held and listed on the control report;
      * it prints on a later run once the master is fixed. Lines
      * that print are stamped with the date they were printed on
      * the new open-PO file, so nothing is ever sent twice....

       environment division.
       input-output section.
       file-control.

      * Open purchase orders, as A2POAPP appends them....
           select openpo-file
               assign to OPENPO
               organization is sequential.

      * New open-PO file: every line carried through in its
      * original order, printed lines stamped with the print date
      * and the vendor they were sent to....
           select ponew-file
               assign to PONEW
               organization is sequential.

      * Stock master, loaded at startup for the item description
      * and the vendor assigned to each stock number....
           select stkmast-file
               assign to STKMAST
               organization is sequential.

      * Vendor master, loaded at startup for the name, address and
      * terms printed on each document....
           select vendmast-file
               assign to VENDMAST
               organization is sequential.

      * The purchase-order documents, one page per PO....
           select podoc-file
               assign to PODOCS
               organization is sequential.

      * Control report: POs printed, by vendor, and the lines
      * held....
           select report-file
               assign to PODOCRPT
               organization is sequential.

      * Sort work files: the lines to print, sorted by vendor, PO
      * number and stock number....
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

       fd ponew-file
           recording mode is F
           data record is ponew-record
           record contains 57 characters.
       01 ponew-record            pic x(57).

      * Stock master: stock number, description, vendor....
       fd stkmast-file
           recording mode is F
           data record is stkmast-record
           record contains 40 characters.
           copy STKMAST.

      * Vendor master: ID, name, address, terms, lead days....
       fd vendmast-file
           recording mode is F
           data record is vendmast-record
           record contains 138 characters.
           copy VENDMAST.

       fd podoc-file
           recording mode is F
           data record is podoc-line
           record contains 100 characters.
       01 podoc-line              pic x(100).

       fd report-file
           recording mode is F
           data record is report-record
           record contains 100 characters.
       01 report-record           pic x(100).

      * Line carried through the sort, in the open-PO layout....
       sd sort-file
           record contains 57 characters.
       01 sort-rec.
           05 sr-stock-number     pic 9(7).
           05 sr-po-number        pic x(6).
           05 sr-qty              pic 9(5).
           05 sr-due-date         pic 9(8).
           05 sr-vendor-id        pic x(6).
           05 sr-order-date       pic 9(8).
           05 sr-printed-date     pic 9(8).
           05 sr-unit-cost        pic 9(7)v99.

       fd sort-out-file
           recording mode is F
           data record is sort-out-record
           record contains 57 characters.
       01 sort-out-record.
           05 so-stock-number     pic 9(7).
           05 so-po-number        pic x(6).
           05 so-qty              pic 9(5).
           05 so-due-date         pic 9(8).
           05 so-vendor-id        pic x(6).
           05 so-order-date       pic 9(8).
           05 so-printed-date     pic 9(8).
           05 so-unit-cost        pic 9(7)v99.

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
       77 ws-ven-eof-flag         pic x value 'N'.
       77 ws-sort-eof-flag        pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Description and vendor of each stock number, loaded from
      * the stock master at startup....
       01 ws-stk-table.
           05 ws-stk-entry occurs 5000 times
               indexed by ws-stk-idx.
               10 ws-stk-stock-no   pic 9(7).
               10 ws-stk-desc       pic x(20).
               10 ws-stk-vendor     pic x(6).
       77 ws-stk-table-size       pic 9(4) comp value 0.
       77 ws-stk-table-max        pic 9(4) value 5000.
       77 ws-stk-found-flag       pic x value 'N'.
       77 ws-stk-match-idx        pic 9(4) comp value 0.
       77 ws-find-stock-no        pic 9(7) value 0.

      * Vendor master, loaded at startup....
       01 ws-ven-table.
           05 ws-ven-entry occurs 2000 times
               indexed by ws-ven-idx.
               10 ws-ven-id         pic x(6).
               10 ws-ven-name       pic x(30).
               10 ws-ven-address-1  pic x(30).
               10 ws-ven-address-2  pic x(30).
               10 ws-ven-city       pic x(20).
               10 ws-ven-province   pic x(2).
               10 ws-ven-postal     pic x(7).
               10 ws-ven-terms      pic x(10).
       77 ws-ven-table-size       pic 9(4) comp value 0.
       77 ws-ven-table-max        pic 9(4) value 2000.
       77 ws-ven-found-flag       pic x value 'N'.
       77 ws-ven-match-idx        pic 9(4) comp value 0.

      * Lines held back for want of a vendor, kept for the held
      * section of the control report....
       01 ws-held-table.
           05 ws-held-entry occurs 1000 times
               indexed by ws-held-idx.
               10 ws-held-stock-no  pic 9(7).
               10 ws-held-po-no     pic x(6).
               10 ws-held-vendor    pic x(6).
               10 ws-held-reason    pic x(20).
       77 ws-held-table-size      pic 9(4) comp value 0.
       77 ws-held-table-max       pic 9(4) value 1000.

      * Vendor resolved for the line being selected....
       77 ws-line-vendor          pic x(6) value spaces.

      * Control-break keys for the document pass....
       77 ws-cur-vendor           pic x(6) value spaces.
       77 ws-cur-po               pic x(6) value spaces.
       77 ws-po-total-qty         pic 9(7) value 0.
       77 ws-po-total-amt         pic 9(11)v99 value 0.
       77 ws-line-amt             pic 9(11)v99 value 0.
       77 ws-po-line-count        pic 9(5) value 0.
       77 ws-ven-po-count         pic 9(5) value 0.

      * Run counters, printed at the end of the control report....
       77 ws-lines-read           pic 9(5) value 0.
       77 ws-lines-printed        pic 9(5) value 0.
       77 ws-lines-held           pic 9(5) value 0.
       77 ws-lines-sent           pic 9(5) value 0.
       77 ws-lines-legacy         pic 9(5) value 0.
       77 ws-pos-printed          pic 9(5) value 0.

      * Purchase-order document layout....
       01 ws-doc-title.
           05 filler              pic x(35) value spaces.
           05 filler              pic x(30) value "PURCHASE ORDER".
           05 filler              pic x(35) value spaces.

       01 ws-doc-po-line.
           05 filler              pic x(12) value "PO Number:".
           05 doc-po-no           pic x(6).
           05 filler              pic x(20) value spaces.
           05 filler              pic x(12) value "Order Date:".
           05 doc-order-date      pic x(8).
           05 filler              pic x(42) value spaces.

       01 ws-doc-vendor-line.
           05 doc-vendor-label    pic x(12).
           05 doc-vendor-text     pic x(40).
           05 filler              pic x(48) value spaces.

       01 ws-doc-city-line.
           05 filler              pic x(12) value spaces.
           05 doc-city            pic x(20).
           05 filler              pic x(1) value spaces.
           05 doc-province        pic x(2).
           05 filler              pic x(2) value spaces.
           05 doc-postal          pic x(7).
           05 filler              pic x(56) value spaces.

       01 ws-doc-column-headings.
           05 filler pic x(11) value "Stock No.".
           05 filler pic x(22) value "Description".
           05 filler pic x(10) value "  Quantity".
           05 filler pic x(4)  value spaces.
           05 filler pic x(10) value "Due Date".
           05 filler pic x(14) value "    Unit Price".
           05 filler pic x(16) value "          Amount".
           05 filler pic x(13) value spaces.

       01 ws-doc-detail-line.
           05 doc-stock-no        pic 9(7).
           05 filler              pic x(4) value spaces.
           05 doc-desc            pic x(20).
           05 filler              pic x(2) value spaces.
           05 doc-qty             pic zzz,zz9.
           05 filler              pic x(7) value spaces.
           05 doc-due-date        pic x(8).
           05 filler              pic x(2) value spaces.
           05 doc-unit-cost       pic z,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 doc-amount          pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(12) value spaces.

       01 ws-doc-total-line.
           05 filler              pic x(33)
              value "Total quantity ordered:".
           05 doc-total-qty       pic z,zzz,zz9.
           05 filler              pic x(18) value spaces.
           05 filler              pic x(10) value "Total:".
           05 doc-total-amt       pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(13) value spaces.

      * Control report layout....
       01 ws-report-heading.
           05 filler              pic x(44)
              value "A2PODOC Purchase Order Document Control Rep".
           05 filler              pic x(56) value "ort".

       01 ws-printed-heading.
           05 filler              pic x(100)
              value "Purchase orders printed".

       01 ws-printed-columns.
           05 filler pic x(9)  value "Vendor".
           05 filler pic x(32) value "Name".
           05 filler pic x(9)  value "PO No.".
           05 filler pic x(8)  value "  Lines".
           05 filler pic x(3)  value spaces.
           05 filler pic x(11) value "Order Date".
           05 filler pic x(28) value spaces.

       01 ws-printed-line.
           05 prt-vendor          pic x(6).
           05 filler              pic x(3) value spaces.
           05 prt-name            pic x(30).
           05 filler              pic x(2) value spaces.
           05 prt-po-no           pic x(6).
           05 filler              pic x(3) value spaces.
           05 prt-lines           pic zz,zz9.
           05 filler              pic x(5) value spaces.
           05 prt-order-date      pic x(8).
           05 filler              pic x(31) value spaces.

       01 ws-vendor-total-line.
           05 filler              pic x(9) value spaces.
           05 filler              pic x(22)
              value "POs for this vendor:".
           05 vtl-pos             pic zz,zz9.
           05 filler              pic x(63) value spaces.

       01 ws-held-heading.
           05 filler              pic x(100)
              value "Held - not printed".

       01 ws-held-columns.
           05 filler pic x(9)  value "Stock".
           05 filler pic x(9)  value "PO No.".
           05 filler pic x(9)  value "Vendor".
           05 filler pic x(20) value "Reason".
           05 filler pic x(53) value spaces.

       01 ws-held-line.
           05 hld-stock-no        pic 9(7).
           05 filler              pic x(2) value spaces.
           05 hld-po-no           pic x(6).
           05 filler              pic x(3) value spaces.
           05 hld-vendor          pic x(6).
           05 filler              pic x(3) value spaces.
           05 hld-reason          pic x(20).
           05 filler              pic x(53) value spaces.

       01 ws-held-overflow-line.
           05 filler              pic x(100)
              value "Held list truncated - see held count below".

       01 ws-summary-line-1.
           05 filler              pic x(12) value "Lines read: ".
           05 sum-lines-read      pic zzzz9.
           05 filler              pic x(12) value "  Printed:  ".
           05 sum-lines-printed   pic zzzz9.
           05 filler              pic x(15) value "  POs printed: ".
           05 sum-pos-printed     pic zzzz9.
           05 filler              pic x(46) value spaces.

       01 ws-summary-line-2.
           05 filler              pic x(12) value "Held:       ".
           05 sum-lines-held      pic zzzz9.
           05 filler              pic x(12) value "  Sent:     ".
           05 sum-lines-sent      pic zzzz9.
           05 filler              pic x(15) value "  No ord date: ".
           05 sum-lines-legacy    pic zzzz9.
           05 filler              pic x(46) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.
       000-main.
           open output ponew-file podoc-file report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 100-load-stock
           perform 110-load-vendors

           write report-record from ws-report-heading
           write report-record from ws-blank-line

      * Carry every line to the new open-PO file in its original
      * order -- A2RECMAT applies receipts oldest PO first -- and
      * sort only the lines to be printed....
           sort sort-file
               on ascending key sr-vendor-id sr-po-number
                                sr-stock-number
               input procedure is 200-select-lines
               giving sort-out-file

           write report-record from ws-printed-heading
           write report-record from ws-blank-line
           write report-record from ws-printed-columns
           write report-record from ws-blank-line

           open input sort-out-file
           perform 300-read-sorted-line
           perform until ws-sort-eof-flag = 'Y'
               perform 310-start-vendor
           end-perform
           close sort-out-file

           perform 500-write-held-section

           move ws-lines-read to sum-lines-read
           move ws-lines-printed to sum-lines-printed
           move ws-pos-printed to sum-pos-printed
           move ws-lines-held to sum-lines-held
           move ws-lines-sent to sum-lines-sent
           move ws-lines-legacy to sum-lines-legacy
           write report-record from ws-blank-line
           write report-record from ws-summary-line-1
           write report-record from ws-summary-line-2

      * A non-zero return code tells purchasing some POs were held
      * and have not gone to their vendor....
           if ws-lines-held > 0
               move 4 to return-code
           end-if

           perform 920-write-runlog-end

           close ponew-file podoc-file report-file runlog-file
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

      * Load the description and vendor of each stock number....
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
                           move sm-vendor-id
                               to ws-stk-vendor(ws-stk-idx)
                       end-if
               end-read
           end-perform
           close stkmast-file.

      * Load the vendor master....
       110-load-vendors.
           open input vendmast-file
           perform until ws-ven-eof-flag = 'Y'
               read vendmast-file
                   at end
                       move 'Y' to ws-ven-eof-flag
                   not at end
                       if ws-ven-table-size < ws-ven-table-max
                           add 1 to ws-ven-table-size
                           set ws-ven-idx to ws-ven-table-size
                           move vm-vendor-id to ws-ven-id(ws-ven-idx)
                           move vm-vendor-name
                               to ws-ven-name(ws-ven-idx)
                           move vm-address-1
                               to ws-ven-address-1(ws-ven-idx)
                           move vm-address-2
                               to ws-ven-address-2(ws-ven-idx)
                           move vm-city to ws-ven-city(ws-ven-idx)
                           move vm-province
                               to ws-ven-province(ws-ven-idx)
                           move vm-postal-code
                               to ws-ven-postal(ws-ven-idx)
                           move vm-terms to ws-ven-terms(ws-ven-idx)
                       end-if
               end-read
           end-perform
           close vendmast-file.

      * Find a stock number on the stock table....
       120-find-stock.
           move 'N' to ws-stk-found-flag
           move 0 to ws-stk-match-idx
           perform varying ws-stk-idx from 1 by 1
               until ws-stk-idx > ws-stk-table-size
               or ws-stk-found-flag = 'Y'
               if ws-stk-stock-no(ws-stk-idx) = ws-find-stock-no
                   move 'Y' to ws-stk-found-flag
                   set ws-stk-match-idx to ws-stk-idx
               end-if
           end-perform.

      * Find a vendor on the vendor table....
       130-find-vendor.
           move 'N' to ws-ven-found-flag
           move 0 to ws-ven-match-idx
           perform varying ws-ven-idx from 1 by 1
               until ws-ven-idx > ws-ven-table-size
               or ws-ven-found-flag = 'Y'
               if ws-ven-id(ws-ven-idx) = ws-line-vendor
                   move 'Y' to ws-ven-found-flag
                   set ws-ven-match-idx to ws-ven-idx
               end-if
           end-perform.

      * Read every open-PO line. A line already printed goes to the
      * new file as it is. A line from before order dates were kept
      * went out by hand, so it is stamped as sent and not printed
      * again. Any other line is printed if its vendor is on the
      * master, and held otherwise....
       200-select-lines.
           open input openpo-file
           perform until ws-po-eof-flag = 'Y'
               read openpo-file
                   at end
                       move 'Y' to ws-po-eof-flag
                   not at end
                       add 1 to ws-lines-read
                       perform 210-select-one-line
               end-read
           end-perform
           close openpo-file.

       210-select-one-line.
           if op-unit-cost-x not numeric
               move 0 to op-unit-cost
           end-if
           if op-order-date-x not numeric
               add 1 to ws-lines-legacy
               move 0 to op-order-date
               move ws-business-date to op-printed-date
               write ponew-record from openpo-record
           else
           if op-printed-date-x numeric and op-printed-date > 0
               add 1 to ws-lines-sent
               write ponew-record from openpo-record
           else
               move op-vendor-id to ws-line-vendor
               if ws-line-vendor = spaces
                   move op-stock-number to ws-find-stock-no
                   perform 120-find-stock
                   if ws-stk-found-flag = 'Y'
                       set ws-stk-idx to ws-stk-match-idx
                       move ws-stk-vendor(ws-stk-idx)
                           to ws-line-vendor
                   end-if
               end-if

               if ws-line-vendor = spaces
                   move "NO VENDOR ASSIGNED" to hld-reason
                   perform 220-hold-line
               else
                   perform 130-find-vendor
                   if ws-ven-found-flag = 'N'
                       move "VENDOR NOT ON MASTER" to hld-reason
                       perform 220-hold-line
                   else
                       move ws-line-vendor to op-vendor-id
                       move ws-business-date to op-printed-date
                       write ponew-record from openpo-record
                       move openpo-record to sort-rec
                       release sort-rec
                   end-if
               end-if
           end-if
           end-if.

      * Carry a held line unchanged -- it prints on a later run --
      * and keep it for the held section of the report....
       220-hold-line.
           add 1 to ws-lines-held
           move 0 to op-printed-date
           write ponew-record from openpo-record
           if ws-held-table-size < ws-held-table-max
               add 1 to ws-held-table-size
               set ws-held-idx to ws-held-table-size
               move op-stock-number to ws-held-stock-no(ws-held-idx)
               move op-po-number to ws-held-po-no(ws-held-idx)
               move ws-line-vendor to ws-held-vendor(ws-held-idx)
               move hld-reason to ws-held-reason(ws-held-idx)
           end-if.

      * Pull the next sorted line....
       300-read-sorted-line.
           read sort-out-file
               at end
                   move 'Y' to ws-sort-eof-flag
           end-read.

      * All the POs for one vendor, then the vendor's count on the
      * control report....
       310-start-vendor.
           move so-vendor-id to ws-cur-vendor
           move ws-cur-vendor to ws-line-vendor
           perform 130-find-vendor
           set ws-ven-idx to ws-ven-match-idx
           move 0 to ws-ven-po-count

           perform until ws-sort-eof-flag = 'Y'
               or so-vendor-id not = ws-cur-vendor
               perform 320-print-purchase-order
           end-perform

           move ws-ven-po-count to vtl-pos
           write report-record from ws-vendor-total-line
           write report-record from ws-blank-line.

      * One purchase-order document, on its own page: the heading
      * block, one detail line per stock number on the PO, and the
      * total quantity ordered....
       320-print-purchase-order.
           move so-po-number to ws-cur-po
           move 0 to ws-po-total-qty
           move 0 to ws-po-total-amt
           move 0 to ws-po-line-count
           add 1 to ws-pos-printed
           add 1 to ws-ven-po-count

           if ws-pos-printed > 1
               write podoc-line from ws-blank-line
                   after advancing page
           end-if
           write podoc-line from ws-doc-title
           write podoc-line from ws-blank-line

           move so-po-number to doc-po-no
           move so-order-date to doc-order-date
           write podoc-line from ws-doc-po-line
           write podoc-line from ws-blank-line

           move "Vendor:" to doc-vendor-label
           move ws-cur-vendor to doc-vendor-text
           write podoc-line from ws-doc-vendor-line
           move spaces to doc-vendor-label
           move ws-ven-name(ws-ven-idx) to doc-vendor-text
           write podoc-line from ws-doc-vendor-line
           move ws-ven-address-1(ws-ven-idx) to doc-vendor-text
           write podoc-line from ws-doc-vendor-line
           if ws-ven-address-2(ws-ven-idx) not = spaces
               move ws-ven-address-2(ws-ven-idx) to doc-vendor-text
               write podoc-line from ws-doc-vendor-line
           end-if
           move ws-ven-city(ws-ven-idx) to doc-city
           move ws-ven-province(ws-ven-idx) to doc-province
           move ws-ven-postal(ws-ven-idx) to doc-postal
           write podoc-line from ws-doc-city-line
           write podoc-line from ws-blank-line
           move "Terms:" to doc-vendor-label
           move ws-ven-terms(ws-ven-idx) to doc-vendor-text
           write podoc-line from ws-doc-vendor-line
           write podoc-line from ws-blank-line

           write podoc-line from ws-doc-column-headings
           write podoc-line from ws-blank-line

           move so-order-date to prt-order-date
           perform until ws-sort-eof-flag = 'Y'
               or so-vendor-id not = ws-cur-vendor
               or so-po-number not = ws-cur-po
               perform 330-print-po-line
               perform 300-read-sorted-line
           end-perform

           move ws-po-total-qty to doc-total-qty
           move ws-po-total-amt to doc-total-amt
           write podoc-line from ws-blank-line
           write podoc-line from ws-doc-total-line

           move ws-cur-vendor to prt-vendor
           move ws-ven-name(ws-ven-idx) to prt-name
           move ws-cur-po to prt-po-no
           move ws-po-line-count to prt-lines
           write report-record from ws-printed-line.

      * One stock number on the document....
       330-print-po-line.
           move so-stock-number to doc-stock-no
           move so-stock-number to ws-find-stock-no
           perform 120-find-stock
           if ws-stk-found-flag = 'Y'
               set ws-stk-idx to ws-stk-match-idx
               move ws-stk-desc(ws-stk-idx) to doc-desc
           else
               move spaces to doc-desc
           end-if
           move so-qty to doc-qty
           move so-due-date to doc-due-date
           move so-unit-cost to doc-unit-cost
           compute ws-line-amt = so-qty * so-unit-cost
           move ws-line-amt to doc-amount
           write podoc-line from ws-doc-detail-line
           add so-qty to ws-po-total-qty
           add ws-line-amt to ws-po-total-amt
           add 1 to ws-po-line-count
           add 1 to ws-lines-printed.

      * List the lines held back, with the reason each was held....
       500-write-held-section.
           write report-record from ws-blank-line
           write report-record from ws-held-heading
           write report-record from ws-blank-line
           write report-record from ws-held-columns
           write report-record from ws-blank-line
           perform varying ws-held-idx from 1 by 1
               until ws-held-idx > ws-held-table-size
               move ws-held-stock-no(ws-held-idx) to hld-stock-no
               move ws-held-po-no(ws-held-idx) to hld-po-no
               move ws-held-vendor(ws-held-idx) to hld-vendor
               move ws-held-reason(ws-held-idx) to hld-reason
               write report-record from ws-held-line
           end-perform
           if ws-lines-held > ws-held-table-size
               write report-record from ws-held-overflow-line
           end-if.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A2PODOC" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the lines read and the
      * return code being handed back....
       920-write-runlog-end.
           move "A2PODOC" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-lines-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A2PODOC.
