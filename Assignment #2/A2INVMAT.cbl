       identification division.
       program-id. A2INVMAT.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A2INVMAT--> Three-way match of the vendors'
      * invoices against the purchase order and what the warehouse
      * actually received. Each invoice line names the PO and stock
      * number it bills; the line is held to the quantity received
      * against that PO line (receipt history, written by A2RECMAT)
      * less what earlier invoices already billed, and to the PO's
      * unit price, within the tolerances on the tolerance table
      * (per vendor, with a default row). A line inside tolerance
      * goes to the AP voucher interface file, closed by a
      * balancing trailer, and is added to the voucher history so
      * the same quantity is never paid twice. Anything else --
      * quantity over receipts, price outside tolerance, an
      * invoice already vouchered, a PO line not yet received -- is
      * listed on the exceptions report for AP to resolve instead
      * of being compared by hand....

       environment division.
       input-output section.
       file-control.

      * The vendors' invoice lines, as AP keys them....
           select invoice-file
               assign to VENINV
               organization is sequential.

      * Receipt history: every quantity A2RECMAT applied against a
      * PO line, at the PO's unit cost....
           select rcvhist-file
               assign to RCVHIST
               organization is sequential.

      * Open purchase orders, loaded to tell a PO line not yet
      * received from one that does not exist....
           select openpo-file
               assign to OPENPO
               organization is sequential.

      * Voucher history: every invoice line vouchered so far, read
      * at startup and appended to as lines are vouchered....
           select optional vchhist-file
               assign to VCHHIST
               organization is sequential.

      * Match tolerances by vendor, with a default row....
           select optional toltab-file
               assign to TOLTAB
               organization is sequential.

      * AP voucher interface: one detail per vouchered invoice
      * line, closed by a control trailer....
           select voucher-file
               assign to APVOUCH
               organization is sequential.

      * Exceptions listing for AP, with the run's control totals..
           select report-file
               assign to INVEXC
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

      * Invoice line: vendor, invoice number and date, the PO and
      * stock number billed, the quantity billed and the unit
      * price billed....
       fd invoice-file
           recording mode is F
           data record is invoice-record
           record contains 51 characters.
       01 invoice-record.
           05 vi-vendor-id        pic x(6).
           05 vi-invoice-no       pic x(10).
           05 vi-invoice-date-x   pic x(8).
           05 vi-invoice-date redefines vi-invoice-date-x
                                  pic 9(8).
           05 vi-po-number        pic x(6).
           05 vi-stock-no-x       pic x(7).
           05 vi-stock-no redefines vi-stock-no-x
                                  pic 9(7).
           05 vi-qty-x            pic x(5).
           05 vi-qty redefines vi-qty-x
                                  pic 9(5).
           05 vi-price-x          pic x(9).
           05 vi-price redefines vi-price-x
                                  pic 9(7)v99.

      * Receipt history record....
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

      * Voucher history: one record per invoice line vouchered....
       fd vchhist-file
           recording mode is F
           data record is vchhist-record
           record contains 53 characters.
       01 vchhist-record.
           05 vh-vendor-id        pic x(6).
           05 vh-invoice-no       pic x(10).
           05 vh-po-number        pic x(6).
           05 vh-stock-number     pic 9(7).
           05 vh-qty              pic 9(5).
           05 vh-amount           pic 9(9)v99.
           05 vh-voucher-date     pic 9(8).

      * Tolerance row: vendor (spaces for the default row), the
      * price variance allowed as a percentage of the PO price and
      * as an amount per unit -- whichever is larger applies --
      * and the units a vendor may bill over what was received....
       fd toltab-file
           recording mode is F
           data record is toltab-record
           record contains 20 characters.
       01 toltab-record.
           05 tt-vendor-id        pic x(6).
           05 tt-price-pct-x      pic x(4).
           05 tt-price-pct redefines tt-price-pct-x
                                  pic 9(2)v99.
           05 tt-price-amt-x      pic x(7).
           05 tt-price-amt redefines tt-price-amt-x
                                  pic 9(5)v99.
           05 tt-qty-units-x      pic x(3).
           05 tt-qty-units redefines tt-qty-units-x
                                  pic 9(3).

      * Voucher interface records: a D detail per invoice line
      * vouchered, and one T trailer carrying the record count,
      * quantity and amount, which must equal the report's
      * summary....
       fd voucher-file
           recording mode is F
           data record is voucher-detail-record
           record contains 80 characters.
       01 voucher-detail-record.
           05 av-type             pic x(1).
           05 av-vendor-id        pic x(6).
           05 av-invoice-no       pic x(10).
           05 av-invoice-date     pic 9(8).
           05 av-po-number        pic x(6).
           05 av-stock-number     pic 9(7).
           05 av-qty              pic 9(5).
           05 av-unit-price       pic 9(7)v99.
           05 av-amount           pic 9(9)v99.
           05 av-voucher-date     pic 9(8).
           05 filler              pic x(9).
       01 voucher-trailer-record.
           05 at-type             pic x(1).
           05 at-record-count     pic 9(7).
           05 at-total-qty        pic 9(9).
           05 at-total-amount     pic 9(11)v99.
           05 at-voucher-date     pic 9(8).
           05 filler              pic x(42).

       fd report-file
           recording mode is F
           data record is report-record
           record contains 100 characters.
       01 report-record           pic x(100).

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

       77 ws-inv-eof-flag         pic x value 'N'.
       77 ws-rcv-eof-flag         pic x value 'N'.
       77 ws-po-eof-flag          pic x value 'N'.
       77 ws-vch-eof-flag         pic x value 'N'.
       77 ws-tol-eof-flag         pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Each PO line received, with the quantity received, the
      * PO's unit cost, the vendor, and the quantity vouchered so
      * far -- by earlier runs and by this one....
       01 ws-rcv-table.
           05 ws-rcv-entry occurs 5000 times
               indexed by ws-rcv-idx.
               10 ws-rcv-po         pic x(6).
               10 ws-rcv-stock      pic 9(7).
               10 ws-rcv-vendor     pic x(6).
               10 ws-rcv-qty        pic s9(7).
               10 ws-rcv-cost       pic 9(7)v99.
               10 ws-rcv-billed     pic 9(7).
       77 ws-rcv-table-size       pic 9(4) comp value 0.
       77 ws-rcv-table-max        pic 9(4) value 5000.
       77 ws-rcv-found-flag       pic x value 'N'.
       77 ws-rcv-match-idx        pic 9(4) comp value 0.

      * Key of the PO line and invoice being looked up....
       77 ws-key-po               pic x(6) value spaces.
       77 ws-key-stock            pic 9(7) value 0.
       77 ws-key-vendor           pic x(6) value spaces.
       77 ws-key-invoice          pic x(10) value spaces.

      * PO lines still open, to tell "not yet received" from "no
      * such PO line"....
       01 ws-po-table.
           05 ws-po-entry occurs 5000 times
               indexed by ws-po-idx.
               10 ws-po-number      pic x(6).
               10 ws-po-stock       pic 9(7).
       77 ws-po-table-size        pic 9(4) comp value 0.
       77 ws-po-table-max         pic 9(4) value 5000.
       77 ws-po-found-flag        pic x value 'N'.

      * Invoice lines already vouchered, for the duplicate check..
       01 ws-vch-table.
           05 ws-vch-entry occurs 9000 times
               indexed by ws-vch-idx.
               10 ws-vch-vendor     pic x(6).
               10 ws-vch-invoice    pic x(10).
               10 ws-vch-po         pic x(6).
               10 ws-vch-stock      pic 9(7).
       77 ws-vch-table-size       pic 9(4) comp value 0.
       77 ws-vch-table-max        pic 9(4) value 9000.
       77 ws-vch-found-flag       pic x value 'N'.

      * Set when a history table could not hold every record: the
      * quantity and duplicate checks are then blind, so every
      * invoice line goes to exceptions rather than being paid....
       77 ws-table-full-flag      pic x value 'N'.

      * Tolerance rows, and the default row's values....
       01 ws-tol-table.
           05 ws-tol-entry occurs 500 times
               indexed by ws-tol-idx.
               10 ws-tol-vendor     pic x(6).
               10 ws-tol-pct        pic 9(2)v99.
               10 ws-tol-amt        pic 9(5)v99.
               10 ws-tol-units      pic 9(3).
       77 ws-tol-table-size       pic 9(3) value 0.
       77 ws-tol-table-max        pic 9(3) value 500.
       77 ws-tol-found-flag       pic x value 'N'.
       77 ws-dflt-pct             pic 9(2)v99 value 0.
       77 ws-dflt-amt             pic 9(5)v99 value 0.
       77 ws-dflt-units           pic 9(3) value 0.

      * Tolerances and arithmetic for the line being matched....
       77 ws-line-pct             pic 9(2)v99 value 0.
       77 ws-line-amt             pic 9(5)v99 value 0.
       77 ws-line-units           pic 9(3) value 0.
       77 ws-qty-available        pic s9(7) value 0.
       77 ws-price-variance       pic 9(7)v99 value 0.
       77 ws-price-allowed        pic 9(7)v99 value 0.
       77 ws-line-value           pic 9(9)v99 value 0.
       77 ws-exc-reason           pic x(24) value spaces.

      * Run counters and voucher totals, printed at the end of the
      * report and proved by the voucher trailer....
       77 ws-lines-read           pic 9(5) value 0.
       77 ws-lines-vouchered      pic 9(7) value 0.
       77 ws-lines-excepted       pic 9(5) value 0.
       77 ws-voucher-qty          pic 9(9) value 0.
       77 ws-voucher-amount       pic 9(11)v99 value 0.

       01 ws-report-heading.
           05 filler              pic x(44)
              value "A2INVMAT Invoice Three-Way Match Exceptions ".
           05 filler              pic x(15) value "Business Date: ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(33) value spaces.

       01 ws-column-headings.
           05 filler pic x(7)  value "Vendor".
           05 filler pic x(11) value "Invoice".
           05 filler pic x(7)  value "PO No.".
           05 filler pic x(8)  value "Stock".
           05 filler pic x(7)  value " Billed".
           05 filler pic x(13) value "  Price Bill".
           05 filler pic x(13) value "    PO Price".
           05 filler pic x(7)  value " Avail".
           05 filler pic x(27) value "Reason".

       01 ws-exception-line.
           05 ex-vendor           pic x(6).
           05 filler              pic x(1) value spaces.
           05 ex-invoice          pic x(10).
           05 filler              pic x(1) value spaces.
           05 ex-po-no            pic x(6).
           05 filler              pic x(1) value spaces.
           05 ex-stock-no         pic x(7).
           05 filler              pic x(1) value spaces.
           05 ex-qty              pic zz,zz9.
           05 filler              pic x(1) value spaces.
           05 ex-price            pic z,zzz,zz9.99.
           05 filler              pic x(1) value spaces.
           05 ex-po-price         pic z,zzz,zz9.99.
           05 filler              pic x(1) value spaces.
           05 ex-avail            pic --,--9.
           05 filler              pic x(1) value spaces.
           05 ex-reason           pic x(24).
           05 filler              pic x(3) value spaces.

       01 ws-summary-line-1.
           05 filler              pic x(20)
              value "Invoice lines read: ".
           05 sum-lines-read      pic zzzz9.
           05 filler              pic x(14) value "  Vouchered:  ".
           05 sum-lines-vouchered pic zzzzzz9.
           05 filler              pic x(15) value "  Exceptions:  ".
           05 sum-lines-excepted  pic zzzz9.
           05 filler              pic x(34) value spaces.

       01 ws-summary-line-2.
           05 filler              pic x(20)
              value "Voucher quantity:   ".
           05 sum-voucher-qty     pic zzz,zzz,zz9.
           05 filler              pic x(18) value "  Voucher amount: ".
           05 sum-voucher-amount  pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(34) value spaces.

       01 ws-table-full-line.
           05 filler              pic x(44)
              value "HISTORY TABLE FULL -- NO LINES VOUCHERED, RE".
           05 filler              pic x(56)
              value "RUN AFTER THE TABLE IS GROWN".

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.
       000-main.
           open input invoice-file
           open output voucher-file report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 100-load-receipts
           perform 110-load-open-pos
           perform 120-load-voucher-history
           perform 130-load-tolerances

           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line
           if ws-table-full-flag = 'Y'
               write report-record from ws-table-full-line
               write report-record from ws-blank-line
           end-if
           write report-record from ws-column-headings
           write report-record from ws-blank-line

           open extend vchhist-file
           perform until ws-inv-eof-flag = 'Y'
               read invoice-file
                   at end
                       move 'Y' to ws-inv-eof-flag
                   not at end
                       add 1 to ws-lines-read
                       perform 200-match-invoice-line
               end-read
           end-perform
           close vchhist-file

           perform 400-write-voucher-trailer

           move ws-lines-read to sum-lines-read
           move ws-lines-vouchered to sum-lines-vouchered
           move ws-lines-excepted to sum-lines-excepted
           move ws-voucher-qty to sum-voucher-qty
           move ws-voucher-amount to sum-voucher-amount
           write report-record from ws-blank-line
           write report-record from ws-summary-line-1
           write report-record from ws-summary-line-2

      * A non-zero return code tells AP the exceptions listing has
      * invoice lines waiting to be resolved....
           if ws-lines-excepted > 0
               move 4 to return-code
           end-if

           perform 920-write-runlog-end

           close invoice-file voucher-file report-file runlog-file
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

      * Roll the receipt history up per PO line, returns to vendor
      * netting off as negative receipts. The latest receipt's
      * unit cost stands for the line....
       100-load-receipts.
           open input rcvhist-file
           perform until ws-rcv-eof-flag = 'Y'
               read rcvhist-file
                   at end
                       move 'Y' to ws-rcv-eof-flag
                   not at end
                       perform 105-fold-receipt
               end-read
           end-perform
           close rcvhist-file.

       105-fold-receipt.
           move rh-po-number to ws-key-po
           move rh-stock-number to ws-key-stock
           perform 210-find-receipt
           if ws-rcv-found-flag = 'Y'
               set ws-rcv-idx to ws-rcv-match-idx
               add rh-qty to ws-rcv-qty(ws-rcv-idx)
               if rh-qty > 0
                   move rh-unit-cost to ws-rcv-cost(ws-rcv-idx)
               end-if
           else
               if ws-rcv-table-size < ws-rcv-table-max
                   add 1 to ws-rcv-table-size
                   set ws-rcv-idx to ws-rcv-table-size
                   move rh-po-number to ws-rcv-po(ws-rcv-idx)
                   move rh-stock-number to ws-rcv-stock(ws-rcv-idx)
                   move rh-vendor-id to ws-rcv-vendor(ws-rcv-idx)
                   move rh-qty to ws-rcv-qty(ws-rcv-idx)
                   move rh-unit-cost to ws-rcv-cost(ws-rcv-idx)
                   move 0 to ws-rcv-billed(ws-rcv-idx)
               else
                   move 'Y' to ws-table-full-flag
               end-if
           end-if.

      * Load the PO lines still open....
       110-load-open-pos.
           open input openpo-file
           perform until ws-po-eof-flag = 'Y'
               read openpo-file
                   at end
                       move 'Y' to ws-po-eof-flag
                   not at end
                       if ws-po-table-size < ws-po-table-max
                           add 1 to ws-po-table-size
                           set ws-po-idx to ws-po-table-size
                           move op-po-number to ws-po-number(ws-po-idx)
                           move op-stock-number
                               to ws-po-stock(ws-po-idx)
                       end-if
               end-read
           end-perform
           close openpo-file.

      * Load the lines already vouchered: each one's quantity is
      * taken off what its PO line has left to bill, and its
      * invoice key is kept for the duplicate check....
       120-load-voucher-history.
           open input vchhist-file
           perform until ws-vch-eof-flag = 'Y'
               read vchhist-file
                   at end
                       move 'Y' to ws-vch-eof-flag
                   not at end
                       move vh-po-number to ws-key-po
                       move vh-stock-number to ws-key-stock
                       perform 210-find-receipt
                       if ws-rcv-found-flag = 'Y'
                           set ws-rcv-idx to ws-rcv-match-idx
                           add vh-qty to ws-rcv-billed(ws-rcv-idx)
                       end-if
                       move vh-vendor-id to ws-key-vendor
                       move vh-invoice-no to ws-key-invoice
                       perform 250-remember-voucher
               end-read
           end-perform
           close vchhist-file.

      * Load the tolerance rows; the row with a blank vendor is
      * the default for vendors with no row of their own. A
      * non-numeric tolerance counts as none....
       130-load-tolerances.
           open input toltab-file
           perform until ws-tol-eof-flag = 'Y'
               read toltab-file
                   at end
                       move 'Y' to ws-tol-eof-flag
                   not at end
                       if tt-price-pct-x not numeric
                           move 0 to tt-price-pct
                       end-if
                       if tt-price-amt-x not numeric
                           move 0 to tt-price-amt
                       end-if
                       if tt-qty-units-x not numeric
                           move 0 to tt-qty-units
                       end-if
                       if tt-vendor-id = spaces
                           move tt-price-pct to ws-dflt-pct
                           move tt-price-amt to ws-dflt-amt
                           move tt-qty-units to ws-dflt-units
                       else
                           if ws-tol-table-size < ws-tol-table-max
                               add 1 to ws-tol-table-size
                               set ws-tol-idx to ws-tol-table-size
                               move tt-vendor-id
                                   to ws-tol-vendor(ws-tol-idx)
                               move tt-price-pct
                                   to ws-tol-pct(ws-tol-idx)
                               move tt-price-amt
                                   to ws-tol-amt(ws-tol-idx)
                               move tt-qty-units
                                   to ws-tol-units(ws-tol-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close toltab-file.

      * Hold one invoice line to the receipts and the PO price.
      * The first failed check names the exception; a line that
      * passes them all is vouchered....
       200-match-invoice-line.
           move spaces to ws-exc-reason
           move 0 to ws-qty-available
           move 'N' to ws-rcv-found-flag

           evaluate true
               when ws-table-full-flag = 'Y'
                   move "HISTORY TABLE FULL" to ws-exc-reason
               when vi-stock-no-x not numeric
               or vi-qty-x not numeric
               or vi-price-x not numeric
               or vi-invoice-date-x not numeric
                   move "INVALID INVOICE LINE" to ws-exc-reason
               when vi-qty = 0
                   move "ZERO QUANTITY BILLED" to ws-exc-reason
               when other
                   perform 220-check-line
           end-evaluate

           if ws-exc-reason = spaces
               perform 300-write-voucher
           else
               perform 310-write-exception
           end-if.

       210-find-receipt.
           move 'N' to ws-rcv-found-flag
           move 0 to ws-rcv-match-idx
           perform varying ws-rcv-idx from 1 by 1
               until ws-rcv-idx > ws-rcv-table-size
               or ws-rcv-found-flag = 'Y'
               if ws-rcv-po(ws-rcv-idx) = ws-key-po
               and ws-rcv-stock(ws-rcv-idx) = ws-key-stock
                   move 'Y' to ws-rcv-found-flag
                   set ws-rcv-match-idx to ws-rcv-idx
               end-if
           end-perform.

      * Duplicate, receipt, vendor, quantity and price checks....
       220-check-line.
           move vi-vendor-id to ws-key-vendor
           move vi-invoice-no to ws-key-invoice
           move vi-po-number to ws-key-po
           move vi-stock-no to ws-key-stock

           move 'N' to ws-vch-found-flag
           perform varying ws-vch-idx from 1 by 1
               until ws-vch-idx > ws-vch-table-size
               or ws-vch-found-flag = 'Y'
               if ws-vch-vendor(ws-vch-idx) = vi-vendor-id
               and ws-vch-invoice(ws-vch-idx) = vi-invoice-no
               and ws-vch-po(ws-vch-idx) = vi-po-number
               and ws-vch-stock(ws-vch-idx) = vi-stock-no
                   move 'Y' to ws-vch-found-flag
               end-if
           end-perform

           perform 210-find-receipt
           if ws-rcv-found-flag = 'Y'
               set ws-rcv-idx to ws-rcv-match-idx
               compute ws-qty-available
                   = ws-rcv-qty(ws-rcv-idx) - ws-rcv-billed(ws-rcv-idx)
               perform 230-find-tolerance
           end-if

           evaluate true
               when ws-vch-found-flag = 'Y'
                   move "INVOICE ALREADY VOUCHERED" to ws-exc-reason
               when ws-rcv-found-flag = 'N'
                   perform 240-check-open-po
               when ws-rcv-vendor(ws-rcv-idx) not = spaces
               and ws-rcv-vendor(ws-rcv-idx) not = vi-vendor-id
                   move "VENDOR NOT ON PO" to ws-exc-reason
               when vi-qty > ws-qty-available + ws-line-units
                   move "QTY BILLED OVER RECEIVED" to ws-exc-reason
               when ws-rcv-cost(ws-rcv-idx) = 0
                   move "NO UNIT PRICE ON PO" to ws-exc-reason
               when other
                   if vi-price > ws-rcv-cost(ws-rcv-idx)
                       compute ws-price-variance
                           = vi-price - ws-rcv-cost(ws-rcv-idx)
                   else
                       compute ws-price-variance
                           = ws-rcv-cost(ws-rcv-idx) - vi-price
                   end-if
                   compute ws-price-allowed rounded
                       = ws-rcv-cost(ws-rcv-idx) * ws-line-pct / 100
                   if ws-line-amt > ws-price-allowed
                       move ws-line-amt to ws-price-allowed
                   end-if
                   if ws-price-variance > ws-price-allowed
                       move "PRICE OVER TOLERANCE" to ws-exc-reason
                   end-if
           end-evaluate.

      * The vendor's own tolerance row, else the default....
       230-find-tolerance.
           move ws-dflt-pct to ws-line-pct
           move ws-dflt-amt to ws-line-amt
           move ws-dflt-units to ws-line-units
           move 'N' to ws-tol-found-flag
           perform varying ws-tol-idx from 1 by 1
               until ws-tol-idx > ws-tol-table-size
               or ws-tol-found-flag = 'Y'
               if ws-tol-vendor(ws-tol-idx) = vi-vendor-id
                   move 'Y' to ws-tol-found-flag
                   move ws-tol-pct(ws-tol-idx) to ws-line-pct
                   move ws-tol-amt(ws-tol-idx) to ws-line-amt
                   move ws-tol-units(ws-tol-idx) to ws-line-units
               end-if
           end-perform.

      * Nothing received against the PO line: still open means the
      * goods have not arrived yet; otherwise there is no such
      * line to bill....
       240-check-open-po.
           move 'N' to ws-po-found-flag
           perform varying ws-po-idx from 1 by 1
               until ws-po-idx > ws-po-table-size
               or ws-po-found-flag = 'Y'
               if ws-po-number(ws-po-idx) = vi-po-number
               and ws-po-stock(ws-po-idx) = vi-stock-no
                   move 'Y' to ws-po-found-flag
               end-if
           end-perform
           if ws-po-found-flag = 'Y'
               move "NOTHING RECEIVED YET" to ws-exc-reason
           else
               move "PO LINE NOT FOUND" to ws-exc-reason
           end-if.

      * Keep an invoice line's key for the duplicate check....
       250-remember-voucher.
           if ws-vch-table-size < ws-vch-table-max
               add 1 to ws-vch-table-size
               set ws-vch-idx to ws-vch-table-size
               move ws-key-vendor to ws-vch-vendor(ws-vch-idx)
               move ws-key-invoice to ws-vch-invoice(ws-vch-idx)
               move ws-key-po to ws-vch-po(ws-vch-idx)
               move ws-key-stock to ws-vch-stock(ws-vch-idx)
           else
               move 'Y' to ws-table-full-flag
           end-if.

      * Voucher the line at the price billed, record it in the
      * voucher history, and take its quantity off what the PO
      * line has left to bill....
       300-write-voucher.
           compute ws-line-value = vi-qty * vi-price

           move 'D' to av-type
           move vi-vendor-id to av-vendor-id
           move vi-invoice-no to av-invoice-no
           move vi-invoice-date to av-invoice-date
           move vi-po-number to av-po-number
           move vi-stock-no to av-stock-number
           move vi-qty to av-qty
           move vi-price to av-unit-price
           move ws-line-value to av-amount
           move ws-business-date to av-voucher-date
           write voucher-detail-record

           move vi-vendor-id to vh-vendor-id
           move vi-invoice-no to vh-invoice-no
           move vi-po-number to vh-po-number
           move vi-stock-no to vh-stock-number
           move vi-qty to vh-qty
           move ws-line-value to vh-amount
           move ws-business-date to vh-voucher-date
           write vchhist-record

           add vi-qty to ws-rcv-billed(ws-rcv-idx)
           perform 250-remember-voucher

           add 1 to ws-lines-vouchered
           add vi-qty to ws-voucher-qty
           add ws-line-value to ws-voucher-amount.

      * List the line and why it was not vouchered....
       310-write-exception.
           move vi-vendor-id to ex-vendor
           move vi-invoice-no to ex-invoice
           move vi-po-number to ex-po-no
           move vi-stock-no-x to ex-stock-no
           if vi-qty-x numeric
               move vi-qty to ex-qty
           else
               move 0 to ex-qty
           end-if
           if vi-price-x numeric
               move vi-price to ex-price
           else
               move 0 to ex-price
           end-if
           if ws-rcv-found-flag = 'Y'
               set ws-rcv-idx to ws-rcv-match-idx
               move ws-rcv-cost(ws-rcv-idx) to ex-po-price
           else
               move 0 to ex-po-price
           end-if
           move ws-qty-available to ex-avail
           move ws-exc-reason to ex-reason
           write report-record from ws-exception-line
           add 1 to ws-lines-excepted.

      * Close the voucher file with its control trailer....
       400-write-voucher-trailer.
           move 'T' to at-type
           move ws-lines-vouchered to at-record-count
           move ws-voucher-qty to at-total-qty
           move ws-voucher-amount to at-total-amount
           move ws-business-date to at-voucher-date
           write voucher-trailer-record.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A2INVMAT" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the invoice lines read and
      * the return code being handed back....
       920-write-runlog-end.
           move "A2INVMAT" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-lines-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A2INVMAT.
