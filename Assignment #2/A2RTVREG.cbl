       identification division.
       program-id. A2RTVREG.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A2RTVREG--> Return-to-vendor follow-through,
      * run nightly once A6INVPST has posted the day's movements.
      * Takes the returns A6INVPST actually took out of stock
      * (RTVPOST), translates each product to its stock number
      * through the cross-reference, and puts the returned
      * quantity back on order: a PO line still open is increased,
      * a line A2RECMAT already closed is reopened on the new
      * open-PO file at the vendor and unit cost it was received
      * at -- so A2STOCK counts the quantity as on order again. The
      * return is also written to the receipt history as a
      * negative receipt, so the invoice match (A2INVMAT) does not
      * pay for goods that went back. The RTV register lists the
      * returns by vendor, with quantity, reason and the credit to
      * claim at the PO's unit cost; a return that cannot be put
      * back on order (no cross-reference row, PO line on neither
      * file) is listed there too, marked, for the buyer to
      * chase....

       environment division.
       input-output section.
       file-control.

      * Returns to vendor posted by A6INVPST tonight. A run with
      * no returns writes none, so a missing file is an empty
      * register....
           select optional rtvpost-file
               assign to RTVPOST
               organization is sequential.

      * Stock number to product name cross-reference, loaded at
      * startup to translate each return's product to the stock
      * number its PO line is keyed on....
           select optional xref-file
               assign to XREFMAST
               organization is sequential.

      * Vendor master, loaded at startup for the names on the
      * register....
           select optional vendmast-file
               assign to VENDMAST
               organization is sequential.

      * Receipt history: read first for the vendor and unit cost a
      * closed PO line was received at, then appended to with the
      * returns....
           select rcvhist-file
               assign to RCVHIST
               organization is sequential.

      * Old open-PO file, in the layout A2STOCK loads....
           select openpo-file
               assign to OPENPO
               organization is sequential.

      * New open-PO file written by this run: every old line, the
      * ones with returns against them increased, plus the lines
      * reopened....
           select ponew-file
               assign to PONEW
               organization is sequential.

      * The RTV register....
           select report-file
               assign to RTVRPT
               organization is sequential.

      * Sort work files: the returns, by vendor and PO....
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

      * Posted return to vendor, as A6INVPST writes it....
       fd rtvpost-file
           recording mode is F
           data record is rtvpost-record
           record contains 40 characters.
       01 rtvpost-record.
           05 rp-product-name     pic x(15).
           05 rp-po-number        pic x(6).
           05 rp-reason-code      pic x(2).
           05 rp-qty              pic 9(9).
           05 rp-move-date        pic 9(8).

      * Cross-reference row: stock number and the product name its
      * movements post under....
       fd xref-file
           recording mode is F
           data record is xref-record
           record contains 22 characters.
       01 xref-record.
           05 xr-stock-number     pic 9(7).
           05 xr-product-name     pic x(15).

       fd vendmast-file
           recording mode is F
           data record is vendmast-record
           record contains 138 characters.
           copy VENDMAST.

       fd rcvhist-file
           recording mode is F
           data record is rcvhist-record
           record contains 41 characters.
           copy RCVHIST.

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

       fd report-file
           recording mode is F
           data record is report-record
           record contains 132 characters.
       01 report-record           pic x(132).

      * Return carried through the sort: vendor and PO lead the
      * key, so each vendor's returns print together....
       sd sort-file
           record contains 56 characters.
       01 sort-rec.
           05 sr-vendor-id        pic x(6).
           05 sr-po-number        pic x(6).
           05 sr-stock-number     pic 9(7).
           05 sr-product-name     pic x(15).
           05 sr-qty              pic 9(9).
           05 sr-reason-code      pic x(2).
           05 sr-unit-cost        pic 9(7)v99.
           05 sr-status           pic x(1).
           05 filler              pic x(1).

       fd sort-out-file
           recording mode is F
           data record is sort-out-record
           record contains 56 characters.
       01 sort-out-record.
           05 so-vendor-id        pic x(6).
           05 so-po-number        pic x(6).
           05 so-stock-number     pic 9(7).
           05 so-product-name     pic x(15).
           05 so-qty              pic 9(9).
           05 so-reason-code      pic x(2).
           05 so-unit-cost        pic 9(7)v99.
           05 so-status           pic x(1).
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

       77 ws-rtv-eof-flag         pic x value 'N'.
       77 ws-xref-eof-flag        pic x value 'N'.
       77 ws-ven-eof-flag         pic x value 'N'.
       77 ws-rcv-eof-flag         pic x value 'N'.
       77 ws-po-eof-flag          pic x value 'N'.
       77 ws-sort-eof-flag        pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Cross-reference loaded at startup....
       01 ws-xref-table.
           05 ws-xref-entry occurs 5000 times
               indexed by ws-xref-idx.
               10 ws-xref-stock     pic 9(7).
               10 ws-xref-product   pic x(15).
       77 ws-xref-table-size      pic 9(4) comp value 0.
       77 ws-xref-table-max       pic 9(4) value 5000.
       77 ws-xref-found-flag      pic x value 'N'.

      * Vendor names, loaded from the vendor master at startup....
       01 ws-ven-table.
           05 ws-ven-entry occurs 2000 times
               indexed by ws-ven-idx.
               10 ws-ven-id         pic x(6).
               10 ws-ven-name       pic x(30).
       77 ws-ven-table-size       pic 9(4) comp value 0.
       77 ws-ven-table-max        pic 9(4) value 2000.
       77 ws-ven-found-flag       pic x value 'N'.

      * Tonight's returns. The status says what became of each:
      * N not yet placed, I open line increased, O closed line
      * reopened, L no cross-reference row, P PO line on neither
      * file, Q quantity too large for a PO line....
       01 ws-rtv-table.
           05 ws-rtv-entry occurs 500 times
               indexed by ws-rtv-idx.
               10 ws-rtv-product    pic x(15).
               10 ws-rtv-stock      pic 9(7).
               10 ws-rtv-po         pic x(6).
               10 ws-rtv-reason     pic x(2).
               10 ws-rtv-qty        pic 9(9).
               10 ws-rtv-vendor     pic x(6).
               10 ws-rtv-cost       pic 9(7)v99.
               10 ws-rtv-hist-flag  pic x(1).
               10 ws-rtv-status     pic x(1).
       77 ws-rtv-table-size       pic 9(3) value 0.
       77 ws-rtv-table-max        pic 9(3) value 500.

      * The open-PO line being written back, with its quantity
      * widened so a return that would overflow the line shows
      * before it is added....
       77 ws-new-line-qty         pic 9(9) value 0.

      * A PO line reopened for a return A2RECMAT had already
      * closed, same layout as the open-PO file. It carries the
      * vendor and unit cost the line was received at, is due at
      * once, and is stamped as sent -- the vendor already holds
      * the PO, and the return travels with its own paperwork....
       01 ws-reopen-line.
           05 ws-ro-stock-number  pic 9(7).
           05 ws-ro-po-number     pic x(6).
           05 ws-ro-qty           pic 9(5).
           05 ws-ro-due-date      pic 9(8).
           05 ws-ro-vendor-id     pic x(6).
           05 ws-ro-order-date    pic 9(8).
           05 ws-ro-printed-date  pic 9(8).
           05 ws-ro-unit-cost     pic 9(7)v99.

      * Reason codes and their wording....
           copy RTVRSN.
       77 ws-reason-found-flag    pic x value 'N'.

      * Vendor break and totals for the register....
       77 ws-prev-vendor          pic x(6) value spaces.
       77 ws-first-line-flag      pic x value 'Y'.
       77 ws-credit-amount        pic 9(11)v99 value 0.
       77 ws-ven-qty              pic 9(11) value 0.
       77 ws-ven-credit           pic 9(11)v99 value 0.
       77 ws-tot-qty              pic 9(11) value 0.
       77 ws-tot-credit           pic 9(11)v99 value 0.

      * Run counters, printed at the end of the register....
       77 ws-returns-read         pic 9(5) value 0.
       77 ws-lines-increased      pic 9(5) value 0.
       77 ws-lines-reopened       pic 9(5) value 0.
       77 ws-returns-held         pic 9(5) value 0.
       77 ws-returns-overflow     pic 9(5) value 0.

       01 ws-report-heading.
           05 filler              pic x(40)
              value "A2RTVREG Return-to-Vendor Register".
           05 filler              pic x(15) value "BUSINESS DATE: ".
           05 hd-business-date    pic 9(8).
           05 filler              pic x(69) value spaces.

       01 ws-column-heading.
           05 filler              pic x(42)
              value "PO      STOCK NO  PRODUCT".
           05 filler              pic x(34) value " QTY  REASON".
           05 filler              pic x(9) value "UNIT COST".
           05 filler              pic x(14) value "        CREDIT".
           05 filler              pic x(33) value "  PO LINE".

       01 ws-vendor-line.
           05 filler              pic x(8) value "VENDOR: ".
           05 vl-vendor-id        pic x(6).
           05 filler              pic x(2) value spaces.
           05 vl-vendor-name      pic x(30).
           05 filler              pic x(86) value spaces.

       01 ws-detail-line.
           05 dl-po-number        pic x(6).
           05 filler              pic x(2) value spaces.
           05 dl-stock-number     pic 9(7).
           05 filler              pic x(3) value spaces.
           05 dl-product-name     pic x(15).
           05 filler              pic x(2) value spaces.
           05 dl-qty              pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 dl-reason-code      pic x(2).
           05 filler              pic x(1) value spaces.
           05 dl-reason-text      pic x(20).
           05 filler              pic x(2) value spaces.
           05 dl-unit-cost        pic z,zzz,zz9.99.
           05 filler              pic x(1) value spaces.
           05 dl-credit           pic zz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 dl-remark           pic x(23).
           05 filler              pic x(8) value spaces.

       01 ws-total-line.
           05 tl-label            pic x(35).
           05 tl-qty              pic zzz,zzz,zz9.
           05 filler              pic x(37) value spaces.
           05 tl-credit           pic z,zzz,zzz,zz9.99.
           05 filler              pic x(33) value spaces.

       01 ws-overflow-line.
           05 filler              pic x(44)
              value "  (RETURN TABLE FULL -- RETURNS NOT PLACED: ".
           05 ovf-count           pic zzzz9.
           05 filler              pic x(83) value ")".

       01 ws-summary-line.
           05 filler              pic x(14) value "Returns read: ".
           05 sum-returns         pic zzzz9.
           05 filler              pic x(22)
              value "  Open lines increased".
           05 filler              pic x(2) value ": ".
           05 sum-increased       pic zzzz9.
           05 filler              pic x(20)
              value "  Lines reopened:   ".
           05 sum-reopened        pic zzzz9.
           05 filler              pic x(19)
              value "  Not put on order:".
           05 sum-held            pic zzzz9.
           05 filler              pic x(35) value spaces.

       01 ws-blank-line           pic x(132) value spaces.

       procedure division.
       000-main.
           open output report-file ponew-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 100-load-xref
           perform 110-load-vendors
           perform 120-load-returns
           perform 130-scan-receipt-history

      * Every old open line is written back, increased by any
      * return against it; the returns left over are against
      * lines already closed, and are reopened after....
           open input openpo-file
           perform until ws-po-eof-flag = 'Y'
               read openpo-file
                   at end
                       move 'Y' to ws-po-eof-flag
                   not at end
                       perform 200-apply-returns
               end-read
           end-perform
           close openpo-file

           perform 250-reopen-closed-lines

      * The returns go into the receipt history as negative
      * receipts once the PO lines are settled....
           open extend rcvhist-file
           perform 270-write-return-history
               varying ws-rtv-idx from 1 by 1
               until ws-rtv-idx > ws-rtv-table-size
           close rcvhist-file

           move ws-business-date to hd-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line
           write report-record from ws-column-heading

           sort sort-file
               on ascending key sr-vendor-id sr-po-number
                                sr-stock-number
               input procedure is 300-release-returns
               giving sort-out-file

           open input sort-out-file
           perform until ws-sort-eof-flag = 'Y'
               read sort-out-file
                   at end
                       move 'Y' to ws-sort-eof-flag
                   not at end
                       perform 400-print-return
               end-read
           end-perform
           close sort-out-file

           perform 450-print-totals

      * A non-zero return code tells the operator the register
      * holds returns that could not be put back on order....
           if ws-returns-held > 0 or ws-returns-overflow > 0
               move 4 to return-code
           end-if

           perform 910-write-runlog-end

           close report-file ponew-file runlog-file
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

      * Load the stock/product cross-reference....
       100-load-xref.
           open input xref-file
           perform until ws-xref-eof-flag = 'Y'
               read xref-file
                   at end
                       move 'Y' to ws-xref-eof-flag
                   not at end
                       if ws-xref-table-size < ws-xref-table-max
                           add 1 to ws-xref-table-size
                           set ws-xref-idx to ws-xref-table-size
                           move xr-stock-number
                               to ws-xref-stock(ws-xref-idx)
                           move xr-product-name
                               to ws-xref-product(ws-xref-idx)
                       end-if
               end-read
           end-perform
           close xref-file.

      * Load the vendor names....
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
                       end-if
               end-read
           end-perform
           close vendmast-file.

      * Load tonight's posted returns, translating each product
      * to its stock number. A return the full table cannot hold
      * is counted and reported, not silently dropped....
       120-load-returns.
           open input rtvpost-file
           perform until ws-rtv-eof-flag = 'Y'
               read rtvpost-file
                   at end
                       move 'Y' to ws-rtv-eof-flag
                   not at end
                       add 1 to ws-returns-read
                       if ws-rtv-table-size < ws-rtv-table-max
                           perform 125-add-return
                       else
                           add 1 to ws-returns-overflow
                       end-if
               end-read
           end-perform
           close rtvpost-file.

       125-add-return.
           add 1 to ws-rtv-table-size
           set ws-rtv-idx to ws-rtv-table-size
           move rp-product-name to ws-rtv-product(ws-rtv-idx)
           move rp-po-number to ws-rtv-po(ws-rtv-idx)
           move rp-reason-code to ws-rtv-reason(ws-rtv-idx)
           move rp-qty to ws-rtv-qty(ws-rtv-idx)
           move spaces to ws-rtv-vendor(ws-rtv-idx)
           move 0 to ws-rtv-cost(ws-rtv-idx)
           move 0 to ws-rtv-stock(ws-rtv-idx)
           move 'N' to ws-rtv-hist-flag(ws-rtv-idx)
           move 'N' to ws-rtv-status(ws-rtv-idx)

           move 'N' to ws-xref-found-flag
           perform varying ws-xref-idx from 1 by 1
               until ws-xref-idx > ws-xref-table-size
               or ws-xref-found-flag = 'Y'
               if rp-product-name = ws-xref-product(ws-xref-idx)
                   move 'Y' to ws-xref-found-flag
                   move ws-xref-stock(ws-xref-idx)
                       to ws-rtv-stock(ws-rtv-idx)
               end-if
           end-perform
           if ws-xref-found-flag = 'N'
               move 'L' to ws-rtv-status(ws-rtv-idx)
           end-if.

      * Pick up, for each return, the vendor and unit cost its PO
      * line was received at -- the only record left of a line
      * A2RECMAT has closed. The latest receipt stands....
       130-scan-receipt-history.
           open input rcvhist-file
           perform until ws-rcv-eof-flag = 'Y'
               read rcvhist-file
                   at end
                       move 'Y' to ws-rcv-eof-flag
                   not at end
                       if rh-qty > 0
                           perform 135-match-receipt
                               varying ws-rtv-idx from 1 by 1
                               until ws-rtv-idx > ws-rtv-table-size
                       end-if
               end-read
           end-perform
           close rcvhist-file.

       135-match-receipt.
           if ws-rtv-status(ws-rtv-idx) = 'N'
           and rh-po-number = ws-rtv-po(ws-rtv-idx)
           and rh-stock-number = ws-rtv-stock(ws-rtv-idx)
               move 'Y' to ws-rtv-hist-flag(ws-rtv-idx)
               move rh-vendor-id to ws-rtv-vendor(ws-rtv-idx)
               move rh-unit-cost to ws-rtv-cost(ws-rtv-idx)
           end-if.

      * Write one old open line back, increased by every return
      * not yet placed against the same PO and stock number. A
      * return that would overflow the line's quantity is left for
      * the reopen, which gives it a line of its own....
       200-apply-returns.
           move op-qty to ws-new-line-qty
           perform varying ws-rtv-idx from 1 by 1
               until ws-rtv-idx > ws-rtv-table-size
               if ws-rtv-status(ws-rtv-idx) = 'N'
               and op-po-number = ws-rtv-po(ws-rtv-idx)
               and op-stock-number = ws-rtv-stock(ws-rtv-idx)
               and ws-new-line-qty + ws-rtv-qty(ws-rtv-idx) <= 99999
                   add ws-rtv-qty(ws-rtv-idx) to ws-new-line-qty
                   move 'I' to ws-rtv-status(ws-rtv-idx)
                   add 1 to ws-lines-increased
                   move op-vendor-id to ws-rtv-vendor(ws-rtv-idx)
                   if op-unit-cost-x numeric
                       move op-unit-cost to ws-rtv-cost(ws-rtv-idx)
                   end-if
               end-if
           end-perform
           move ws-new-line-qty to op-qty
           write ponew-record from openpo-record.

      * Reopen a line for each return still not placed: its PO
      * line is closed, and the receipt history says who it was
      * received from and at what cost. A return with no history
      * either is listed, not guessed at....
       250-reopen-closed-lines.
           perform varying ws-rtv-idx from 1 by 1
               until ws-rtv-idx > ws-rtv-table-size
               if ws-rtv-status(ws-rtv-idx) = 'N'
                   if ws-rtv-hist-flag(ws-rtv-idx) = 'N'
                       move 'P' to ws-rtv-status(ws-rtv-idx)
                   else
                       if ws-rtv-qty(ws-rtv-idx) > 99999
                           move 'Q' to ws-rtv-status(ws-rtv-idx)
                       else
                           perform 260-write-reopened-line
                       end-if
                   end-if
               end-if
               if ws-rtv-status(ws-rtv-idx) = 'L'
               or ws-rtv-status(ws-rtv-idx) = 'P'
               or ws-rtv-status(ws-rtv-idx) = 'Q'
                   add 1 to ws-returns-held
               end-if
           end-perform.

       260-write-reopened-line.
           move ws-rtv-stock(ws-rtv-idx) to ws-ro-stock-number
           move ws-rtv-po(ws-rtv-idx) to ws-ro-po-number
           move ws-rtv-qty(ws-rtv-idx) to ws-ro-qty
           move ws-business-date to ws-ro-due-date
           move ws-rtv-vendor(ws-rtv-idx) to ws-ro-vendor-id
           move ws-business-date to ws-ro-order-date
           move ws-business-date to ws-ro-printed-date
           move ws-rtv-cost(ws-rtv-idx) to ws-ro-unit-cost
           write ponew-record from ws-reopen-line
           move 'O' to ws-rtv-status(ws-rtv-idx)
           add 1 to ws-lines-reopened.

      * A return put back on order comes off what the PO line was
      * received at: a negative receipt at the line's cost....
       270-write-return-history.
           if ws-rtv-status(ws-rtv-idx) = 'I'
           or ws-rtv-status(ws-rtv-idx) = 'O'
               move ws-rtv-po(ws-rtv-idx) to rh-po-number
               move ws-rtv-stock(ws-rtv-idx) to rh-stock-number
               move ws-rtv-vendor(ws-rtv-idx) to rh-vendor-id
               compute rh-qty = 0 - ws-rtv-qty(ws-rtv-idx)
               move ws-rtv-cost(ws-rtv-idx) to rh-unit-cost
               move ws-business-date to rh-receipt-date
               write rcvhist-record
           end-if.

      * Release every return into the sort for the register....
       300-release-returns.
           perform varying ws-rtv-idx from 1 by 1
               until ws-rtv-idx > ws-rtv-table-size
               move ws-rtv-vendor(ws-rtv-idx) to sr-vendor-id
               move ws-rtv-po(ws-rtv-idx) to sr-po-number
               move ws-rtv-stock(ws-rtv-idx) to sr-stock-number
               move ws-rtv-product(ws-rtv-idx) to sr-product-name
               move ws-rtv-qty(ws-rtv-idx) to sr-qty
               move ws-rtv-reason(ws-rtv-idx) to sr-reason-code
               move ws-rtv-cost(ws-rtv-idx) to sr-unit-cost
               move ws-rtv-status(ws-rtv-idx) to sr-status
               release sort-rec
           end-perform.

      * One register line, under its vendor's heading; a change
      * of vendor closes the last vendor's total first....
       400-print-return.
           if ws-first-line-flag = 'Y'
           or so-vendor-id not = ws-prev-vendor
               if ws-first-line-flag = 'N'
                   perform 430-print-vendor-total
               end-if
               move 'N' to ws-first-line-flag
               move so-vendor-id to ws-prev-vendor
               perform 410-print-vendor-heading
           end-if

           move so-po-number to dl-po-number
           move so-stock-number to dl-stock-number
           move so-product-name to dl-product-name
           move so-qty to dl-qty
           move so-reason-code to dl-reason-code
           move spaces to dl-reason-text
           move 'N' to ws-reason-found-flag
           perform varying rtv-reason-idx from 1 by 1
               until rtv-reason-idx > 6
               or ws-reason-found-flag = 'Y'
               if so-reason-code = rtv-reason-code(rtv-reason-idx)
                   move 'Y' to ws-reason-found-flag
                   move rtv-reason-text(rtv-reason-idx)
                       to dl-reason-text
               end-if
           end-perform
           compute ws-credit-amount = so-qty * so-unit-cost
           move so-unit-cost to dl-unit-cost
           move ws-credit-amount to dl-credit
           evaluate so-status
               when 'I'
                   move "OPEN LINE INCREASED" to dl-remark
               when 'O'
                   move "CLOSED LINE REOPENED" to dl-remark
               when 'L'
                   move "** NO STOCK NUMBER LINK" to dl-remark
               when 'P'
                   move "** PO LINE NOT ON FILE" to dl-remark
               when 'Q'
                   move "** QTY TOO LARGE" to dl-remark
           end-evaluate
           write report-record from ws-detail-line

           add so-qty to ws-ven-qty
           add ws-credit-amount to ws-ven-credit
           add so-qty to ws-tot-qty
           add ws-credit-amount to ws-tot-credit.

      * Vendor heading, with the name off the vendor master. A
      * return with no vendor on file prints under a blank one....
       410-print-vendor-heading.
           move so-vendor-id to vl-vendor-id
           move spaces to vl-vendor-name
           move 'N' to ws-ven-found-flag
           perform varying ws-ven-idx from 1 by 1
               until ws-ven-idx > ws-ven-table-size
               or ws-ven-found-flag = 'Y'
               if so-vendor-id = ws-ven-id(ws-ven-idx)
                   move 'Y' to ws-ven-found-flag
                   move ws-ven-name(ws-ven-idx) to vl-vendor-name
               end-if
           end-perform
           if so-vendor-id = spaces
               move "** VENDOR UNKNOWN" to vl-vendor-name
           end-if
           write report-record from ws-blank-line
           write report-record from ws-vendor-line.

       430-print-vendor-total.
           move "  VENDOR TOTAL -- CREDIT TO CLAIM" to tl-label
           move ws-ven-qty to tl-qty
           move ws-ven-credit to tl-credit
           write report-record from ws-total-line
           move 0 to ws-ven-qty
           move 0 to ws-ven-credit.

      * The last vendor's total, the register total, and the run
      * counts....
       450-print-totals.
           if ws-first-line-flag = 'N'
               perform 430-print-vendor-total
           end-if
           write report-record from ws-blank-line
           move "REGISTER TOTAL" to tl-label
           move ws-tot-qty to tl-qty
           move ws-tot-credit to tl-credit
           write report-record from ws-total-line
           if ws-returns-overflow > 0
               move ws-returns-overflow to ovf-count
               write report-record from ws-overflow-line
           end-if
           move ws-returns-read to sum-returns
           move ws-lines-increased to sum-increased
           move ws-lines-reopened to sum-reopened
           move ws-returns-held to sum-held
           write report-record from ws-blank-line
           write report-record from ws-summary-line.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A2RTVREG" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the returns read and the
      * return code being handed back....
       910-write-runlog-end.
           move "A2RTVREG" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-returns-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A2RTVREG.
