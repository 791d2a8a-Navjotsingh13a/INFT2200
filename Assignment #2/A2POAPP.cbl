      * the approved orders to the open-PO file in the same layout
      * A2STOCK reads back for its on-order lines -- so an approved
      * suggestion becomes an open PO without anyone re-keying a
      * stock number. Each approved order carries the vendor the
      * stock master assigns the item to, so A2PODOC can print
      * the purchase-order document for it, and the unit price
      * agreed with the vendor -- the buyer's, else the product's
      * unit cost off the product master -- so A2INVMAT can hold
      * the invoice to it. The approval register shows every
      * suggested line and what became of it. Each approval
      * carries the buyer who keyed it and the approver, held to
      * the authority table: an order worth more than the
      * approver may sign for is held, not opened, until a second,
      * higher approver who covers it is on the decision, and a
      * buyer approving their own decision, or one person in both
      * approver places, is refused. The register closes with the
      * orders held for authority....

       environment division.
       input-output section.
               assign to PONUMS
               organization is sequential.

      * Stock master, loaded at startup for the vendor each
      * approved order is placed with....
           select stkmast-file
               assign to STKMAST
               organization is sequential.

      * Stock number to product name cross-reference and the
      * product master, loaded at startup for the unit cost an
      * order falls back to when the buyer keys no price....
           select xref-file
               assign to XREFMAST
               organization is sequential.
           select prodmast-file
               assign to PRODMAST
               organization is sequential.

      * Open purchase orders, appended to -- the same file A2STOCK
      * loads for its on-order lines....
           select openpo-file
               assign to DATECARD
               organization is sequential.

      * Approval authority table: who may approve, and how large
      * an order on their own....
           select authtab-file
               assign to AUTHTAB
               organization is sequential.

       data division.
       file section.

           05 sp-description      pic x(20).

      * Buyer decision: action A (approve as suggested), Q (approve
      * with the adjusted quantity), or R (reject), the due date
      * and the unit price the buyer negotiated. A zero due date
      * falls back to the business date; a zero or blank price
      * falls back to the product's unit cost. The buyer who keyed
      * it, the approver, and a second approver for an order past
      * the first one's limit follow....
       fd buydec-file
           recording mode is F
           data record is buydec-record
           record contains 54 characters.
       01 buydec-record.
           05 bd-stock-no-x       pic x(7).
           05 bd-stock-no redefines bd-stock-no-x
           05 bd-due-date-x       pic x(8).
           05 bd-due-date redefines bd-due-date-x
                                  pic 9(8).
           05 bd-unit-cost-x      pic x(9).
           05 bd-unit-cost redefines bd-unit-cost-x
                                  pic 9(7)v99.
           05 bd-buyer-id         pic x(8).
           05 bd-approver-id      pic x(8).
           05 bd-second-approver  pic x(8).

      * PO number seed record....
       fd ponum-file
       01 ponum-record.
           05 pn-next-po          pic 9(6).

      * Stock master: stock number, description, vendor....
       fd stkmast-file
           recording mode is F
           data record is stkmast-record
           record contains 40 characters.
           copy STKMAST.

      * Cross-reference: stock number to product name....
       fd xref-file
           recording mode is F
           data record is xref-record
           record contains 22 characters.
       01 xref-record.
           05 xr-stock-number     pic 9(7).
           05 xr-product-name     pic x(15).

      * Product master: only the unit cost matters here....
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

      * Open purchase order, same layout A2STOCK loads....
       fd openpo-file
           recording mode is F
           data record is openpo-record
           record contains 57 characters.
           copy OPENPO.

       fd register-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

      * Approval authority card....
       fd authtab-file
           recording mode is F
           record contains 80 characters.
           copy AUTHTAB.

       working-storage section.

       77 ws-sugpo-eof-flag       pic x value 'N'.
       77 ws-dec-eof-flag         pic x value 'N'.
       77 ws-ponum-eof-flag       pic x value 'N'.
       77 ws-stk-eof-flag         pic x value 'N'.
       77 ws-xref-eof-flag        pic x value 'N'.
       77 ws-prod-eof-flag        pic x value 'N'.
       77 ws-auth-eof-flag        pic x value 'N'.

      * Buyer decisions loaded into a table at startup, matched to
      * each suggested line by stock number....
               10 ws-dec-action     pic x(1).
               10 ws-dec-qty        pic 9(5).
               10 ws-dec-due        pic 9(8).
               10 ws-dec-cost       pic 9(7)v99.
               10 ws-dec-buyer      pic x(8).
               10 ws-dec-approver   pic x(8).
               10 ws-dec-second     pic x(8).
       77 ws-dec-table-size       pic 9(3) value 0.
       77 ws-dec-table-max        pic 9(3) value 500.
       77 ws-dec-found-flag       pic x value 'N'.
       77 ws-dec-match-idx        pic 9(3) value 0.

      * Vendor assigned to each stock number, loaded from the
      * stock master at startup....
       01 ws-stk-table.
           05 ws-stk-entry occurs 5000 times
               indexed by ws-stk-idx.
               10 ws-stk-stock-no   pic 9(7).
               10 ws-stk-vendor     pic x(6).
               10 ws-stk-cost       pic 9(7)v99.
       77 ws-stk-table-size       pic 9(4) comp value 0.
       77 ws-stk-table-max        pic 9(4) value 5000.
       77 ws-stk-found-flag       pic x value 'N'.

      * Product name each stock number links to, loaded from the
      * cross-reference and priced from the product master....
       01 ws-xref-table.
           05 ws-xref-entry occurs 5000 times
               indexed by ws-xref-idx.
               10 ws-xref-stock     pic 9(7).
               10 ws-xref-product   pic x(15).
               10 ws-xref-cost      pic 9(7)v99.
       77 ws-xref-table-size      pic 9(4) comp value 0.
       77 ws-xref-table-max       pic 9(4) value 5000.

      * Unit price the line being opened is ordered at, the
      * vendor it is placed with, and what the order is worth....
       77 ws-order-cost           pic 9(7)v99 value 0.
       77 ws-order-vendor         pic x(6) value spaces.
       77 ws-order-value          pic 9(11)v99 value 0.

      * Approval authority: each approver's PO value limit,
      * loaded from the authority table at startup....
       01 ws-auth-table.
           05 ws-auth-entry occurs 200 times
               indexed by ws-auth-idx.
               10 ws-auth-id          pic x(8).
               10 ws-auth-max-po      pic 9(9)v99.
       77 ws-auth-table-size      pic 9(3) value 0.
       77 ws-auth-table-max       pic 9(3) value 200.

      * Authority check of one approved line: each approver's
      * limit, and the result -- 'P' within authority, 'H' held
      * for a higher approver, 'R' refused -- with the reason....
       77 ws-auth-find-id         pic x(8) value spaces.
       77 ws-auth-find-flag       pic x value 'N'.
       77 ws-auth-find-max        pic 9(9)v99 value 0.
       77 ws-auth-limit-1         pic 9(9)v99 value 0.
       77 ws-auth-limit-2         pic 9(9)v99 value 0.
       77 ws-auth-result          pic x value 'P'.
       77 ws-auth-remark          pic x(25) value spaces.

      * Orders held for authority, listed after the summary....
       01 ws-ah-table.
           05 ws-ah-entry occurs 500 times
               indexed by ws-ah-idx.
               10 ws-ah-stock-no      pic 9(7).
               10 ws-ah-qty           pic 9(5).
               10 ws-ah-value         pic 9(11)v99.
               10 ws-ah-approver      pic x(8).
               10 ws-ah-limit         pic 9(9)v99.
               10 ws-ah-second        pic x(8).
               10 ws-ah-remark        pic x(25).
       77 ws-ah-table-size        pic 9(3) value 0.
       77 ws-ah-table-max         pic 9(3) value 500.
       77 ws-pos-auth-held        pic 9(5) value 0.

      * Next PO number to assign, from the seed file....
       77 ws-next-po              pic 9(6) value 1.

       77 ws-sug-rejected         pic 9(5) value 0.
       77 ws-sug-no-decision      pic 9(5) value 0.
       77 ws-dec-invalid          pic 9(5) value 0.
       77 ws-pos-no-vendor        pic 9(5) value 0.
       77 ws-pos-no-price         pic 9(5) value 0.

       01 ws-register-heading.
           05 filler              pic x(44)
           05 filler pic x(9)  value "  PO No.".
           05 filler pic x(10) value "Due Date".
           05 filler pic x(10) value "Status".
           05 filler pic x(25) value spaces.
           05 filler pic x(8)  value "Vendor".

       01 ws-register-line.
           05 reg-stock-no        pic x(7).
           05 reg-status          pic x(9).
           05 filler              pic x(2) value spaces.
           05 reg-remark          pic x(25).
           05 reg-vendor          pic x(6).
           05 filler              pic x(2) value spaces.

       01 ws-summary-line.
           05 filler              pic x(11) value "Sugg read: ".
           05 sum-no-decision     pic zzzz9.
           05 filler              pic x(30) value spaces.

       01 ws-no-vendor-line.
           05 filler              pic x(34)
              value "POs opened with no vendor (held): ".
           05 sum-no-vendor       pic zzzz9.
           05 filler              pic x(61) value spaces.

       01 ws-no-price-line.
           05 filler              pic x(34)
              value "POs opened with no unit price:    ".
           05 sum-no-price        pic zzzz9.
           05 filler              pic x(61) value spaces.

       01 ws-auth-heading.
           05 filler              pic x(44)
              value "Held for authority -- no PO opened; key a se".
           05 filler              pic x(56)
              value "cond, higher approver on BUYDEC and rerun".

       01 ws-auth-columns.
           05 filler pic x(9)  value "Stock".
           05 filler pic x(6)  value "   Qty".
           05 filler pic x(16) value "     Order Value".
           05 filler pic x(4)  value spaces.
           05 filler pic x(10) value "Approver".
           05 filler pic x(14) value "         Limit".
           05 filler pic x(4)  value spaces.
           05 filler pic x(10) value "2nd Appr".
           05 filler pic x(27) value "Reason".

       01 ws-auth-line.
           05 ah-stock-no         pic 9(7).
           05 filler              pic x(2) value spaces.
           05 ah-qty              pic zz,zz9.
           05 filler              pic x(2) value spaces.
           05 ah-value            pic zzz,zzz,zz9.99.
           05 filler              pic x(4) value spaces.
           05 ah-approver         pic x(8).
           05 filler              pic x(2) value spaces.
           05 ah-limit            pic zzz,zzz,zz9.99.
           05 filler              pic x(4) value spaces.
           05 ah-second           pic x(8).
           05 filler              pic x(2) value spaces.
           05 ah-remark           pic x(25).
           05 filler              pic x(2) value spaces.

       01 ws-auth-count-line.
           05 filler              pic x(34)
              value "Orders held for authority:        ".
           05 acl-count           pic zzzz9.
           05 filler              pic x(61) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.

           perform 100-load-decisions
           perform 110-read-po-seed
           perform 120-load-stock-vendors
           perform 130-load-product-costs
           perform 140-load-authority

           perform until ws-sugpo-eof-flag = 'Y'
               read sugpo-file
           move ws-sug-no-decision to sum-no-decision
           write register-record from ws-blank-line
           write register-record from ws-summary-line
           if ws-pos-no-vendor > 0
               move ws-pos-no-vendor to sum-no-vendor
               write register-record from ws-no-vendor-line
           end-if
           if ws-pos-no-price > 0
               move ws-pos-no-price to sum-no-price
               write register-record from ws-no-price-line
           end-if
           perform 820-write-authority-section

      * A non-zero return code tells purchasing the register holds
      * suggested lines still waiting for a decision or for a
      * higher approver, or decisions that could not be applied....
           if ws-sug-no-decision > 0 or ws-dec-invalid > 0
           or ws-pos-auth-held > 0
               move 4 to return-code
           end-if

                               else
                                   move 0 to ws-dec-due(ws-dec-idx)
                               end-if
                               if bd-unit-cost-x numeric
                                   move bd-unit-cost
                                       to ws-dec-cost(ws-dec-idx)
                               else
                                   move 0 to ws-dec-cost(ws-dec-idx)
                               end-if
                               move bd-buyer-id
                                   to ws-dec-buyer(ws-dec-idx)
                               move bd-approver-id
                                   to ws-dec-approver(ws-dec-idx)
                               move bd-second-approver
                                   to ws-dec-second(ws-dec-idx)
                           end-if
                       end-if
               end-read
           end-read
           close ponum-file.

      * Load the vendor assigned to each stock number....
       120-load-stock-vendors.
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
                           move sm-vendor-id
                               to ws-stk-vendor(ws-stk-idx)
                           move 0 to ws-stk-cost(ws-stk-idx)
                       end-if
               end-read
           end-perform
           close stkmast-file.

      * Price each stock number at its product's unit cost: load
      * the cross-reference, price each row off the product master,
      * then carry the price onto the stock table. A stock number
      * with no link, or a product with no cost on record, stays
      * at zero....
       130-load-product-costs.
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
                           move 0 to ws-xref-cost(ws-xref-idx)
                       end-if
               end-read
           end-perform
           close xref-file

           open input prodmast-file
           perform until ws-prod-eof-flag = 'Y'
               read prodmast-file
                   at end
                       move 'Y' to ws-prod-eof-flag
                   not at end
                       if pm-unit-cost numeric
                           perform varying ws-xref-idx from 1 by 1
                               until ws-xref-idx > ws-xref-table-size
                               if ws-xref-product(ws-xref-idx)
                                   = pm-product-name
                                   move pm-unit-cost
                                       to ws-xref-cost(ws-xref-idx)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close prodmast-file

           perform varying ws-xref-idx from 1 by 1
               until ws-xref-idx > ws-xref-table-size
               perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stk-table-size
                   if ws-stk-stock-no(ws-stk-idx)
                       = ws-xref-stock(ws-xref-idx)
                       move ws-xref-cost(ws-xref-idx)
                           to ws-stk-cost(ws-stk-idx)
                   end-if
               end-perform
           end-perform.

      * Load each approver's PO value limit from the authority
      * table....
       140-load-authority.
           open input authtab-file
           perform until ws-auth-eof-flag = 'Y'
               read authtab-file
                   at end
                       move 'Y' to ws-auth-eof-flag
                   not at end
                       if au-approver-id not = spaces
                       and ws-auth-table-size < ws-auth-table-max
                           add 1 to ws-auth-table-size
                           set ws-auth-idx to ws-auth-table-size
                           move au-approver-id
                               to ws-auth-id(ws-auth-idx)
                           if au-max-po-value numeric
                               move au-max-po-value
                                   to ws-auth-max-po(ws-auth-idx)
                           else
                               move 0 to ws-auth-max-po(ws-auth-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close authtab-file.

      * Write the next PO number back for the next run....
       910-write-po-seed.
           move ws-next-po to pn-next-po
           move spaces to reg-po-no
           move spaces to reg-due-date
           move spaces to reg-remark
           move spaces to reg-vendor

           move 'N' to ws-dec-found-flag
           move 0 to ws-dec-match-idx
               evaluate ws-dec-action(ws-dec-idx)
                   when 'A'
                       move sp-shortfall to ws-order-qty
                       perform 250-authorize-order
                   when 'Q'
                       perform 210-approve-adjusted
                   when 'R'
               write register-record from ws-register-line
           else
               move ws-dec-qty(ws-dec-idx) to ws-order-qty
               perform 250-authorize-order
           end-if.

      * Price the approved line and hold it to the authority
      * table before a PO number is spent on it: opened when the
      * approvers' authority covers it, else held or refused....
       250-authorize-order.
           perform 240-price-order
           compute ws-order-value = ws-order-qty * ws-order-cost
           perform 260-check-authority
           evaluate ws-auth-result
               when 'P'
                   perform 300-open-purchase-order
               when 'H'
                   perform 280-hold-for-authority
               when other
                   add 1 to ws-dec-invalid
                   move ws-order-qty to reg-ordered
                   move "REFUSED" to reg-status
                   move ws-auth-remark to reg-remark
                   write register-record from ws-register-line
           end-evaluate.

      * The vendor comes off the stock master. The buyer's price
      * stands; without one the product's unit cost is used....
       240-price-order.
           move ws-dec-cost(ws-dec-idx) to ws-order-cost
           move spaces to ws-order-vendor
           move 'N' to ws-stk-found-flag
           perform varying ws-stk-idx from 1 by 1
               until ws-stk-idx > ws-stk-table-size
               or ws-stk-found-flag = 'Y'
               if sp-stock-number = ws-stk-stock-no(ws-stk-idx)
                   move 'Y' to ws-stk-found-flag
                   move ws-stk-vendor(ws-stk-idx) to ws-order-vendor
                   if ws-order-cost = 0
                       move ws-stk-cost(ws-stk-idx) to ws-order-cost
                   end-if
               end-if
           end-perform.

      * The buyer keys the decision and someone else approves it.
      * The approver must be on the authority table; an order
      * worth more than their limit needs a second approver, on
      * the table, whose limit is higher and covers it -- without
      * one it is held. The buyer in either approver place, or one
      * ID in both, is refused....
       260-check-authority.
           move 'P' to ws-auth-result
           move spaces to ws-auth-remark
           move 0 to ws-auth-limit-1
           move 0 to ws-auth-limit-2
           move ws-dec-approver(ws-dec-idx) to ws-auth-find-id
           perform 270-find-approver
           move ws-auth-find-max to ws-auth-limit-1
           evaluate true
               when ws-dec-buyer(ws-dec-idx) = spaces
                   move 'R' to ws-auth-result
                   move "NO BUYER ID ON DECISION" to ws-auth-remark
               when ws-dec-approver(ws-dec-idx) = spaces
                   move 'R' to ws-auth-result
                   move "NO APPROVER ID" to ws-auth-remark
               when ws-dec-approver(ws-dec-idx)
                   = ws-dec-buyer(ws-dec-idx)
               when ws-dec-second(ws-dec-idx)
                   = ws-dec-buyer(ws-dec-idx)
                   move 'R' to ws-auth-result
                   move "BUYER APPROVED OWN ORDER" to ws-auth-remark
               when ws-dec-second(ws-dec-idx)
                   = ws-dec-approver(ws-dec-idx)
                   move 'R' to ws-auth-result
                   move "SAME APPROVER TWICE" to ws-auth-remark
               when ws-auth-find-flag = 'N'
                   move 'R' to ws-auth-result
                   move "APPROVER NOT ON AUTH TAB" to ws-auth-remark
               when ws-order-value > ws-auth-limit-1
                   perform 265-check-second-approver
           end-evaluate.

      * Over the first approver's limit: it stands only on a
      * second approver whose limit is higher and covers it....
       265-check-second-approver.
           if ws-dec-second(ws-dec-idx) = spaces
               move 'H' to ws-auth-result
               move "OVER APPROVER'S LIMIT" to ws-auth-remark
           else
               move ws-dec-second(ws-dec-idx) to ws-auth-find-id
               perform 270-find-approver
               move ws-auth-find-max to ws-auth-limit-2
               if ws-auth-find-flag = 'N'
                   move 'R' to ws-auth-result
                   move "2ND APPR NOT ON AUTH TAB" to ws-auth-remark
               else
                   if ws-auth-limit-2 not > ws-auth-limit-1
                       move 'H' to ws-auth-result
                       move "2ND APPROVER NOT HIGHER"
                           to ws-auth-remark
                   else
                       if ws-order-value > ws-auth-limit-2
                           move 'H' to ws-auth-result
                           move "OVER 2ND APPROVER'S LIMIT"
                               to ws-auth-remark
                       end-if
                   end-if
               end-if
           end-if.

      * Look up ws-auth-find-id on the authority table....
       270-find-approver.
           move 'N' to ws-auth-find-flag
           move 0 to ws-auth-find-max
           perform varying ws-auth-idx from 1 by 1
               until ws-auth-idx > ws-auth-table-size
               or ws-auth-find-flag = 'Y'
               if ws-auth-id(ws-auth-idx) = ws-auth-find-id
                   move 'Y' to ws-auth-find-flag
                   move ws-auth-max-po(ws-auth-idx)
                       to ws-auth-find-max
               end-if
           end-perform.

      * An order past its approvers' authority: no PO number is
      * spent on it; it is listed in the held-for-authority
      * section for a higher approver....
       280-hold-for-authority.
           add 1 to ws-pos-auth-held
           move ws-order-qty to reg-ordered
           move ws-order-vendor to reg-vendor
           move "HELD" to reg-status
           move ws-auth-remark to reg-remark
           write register-record from ws-register-line
           if ws-ah-table-size < ws-ah-table-max
               add 1 to ws-ah-table-size
               set ws-ah-idx to ws-ah-table-size
               move sp-stock-number to ws-ah-stock-no(ws-ah-idx)
               move ws-order-qty to ws-ah-qty(ws-ah-idx)
               move ws-order-value to ws-ah-value(ws-ah-idx)
               move ws-dec-approver(ws-dec-idx)
                   to ws-ah-approver(ws-ah-idx)
               move ws-auth-limit-1 to ws-ah-limit(ws-ah-idx)
               move ws-dec-second(ws-dec-idx)
                   to ws-ah-second(ws-ah-idx)
               move ws-auth-remark to ws-ah-remark(ws-ah-idx)
           end-if.

      * Assign the next PO number and append the approved order to
      * the open-PO file in the layout A2STOCK reads back. A due
      * date the buyer left at zero falls back to the business
      * date. The vendor and price are as 240-price-order found
      * them; an item with no vendor assigned still opens its PO,
      * but A2PODOC will hold the document until the stock master
      * names a vendor, and a line with no price is counted on
      * the register so purchasing can price it before the
      * invoice arrives....
       300-open-purchase-order.
           if ws-dec-due(ws-dec-idx) > 0
               move ws-dec-due(ws-dec-idx) to ws-order-due
           move ws-next-po to op-po-number
           move ws-order-qty to op-qty
           move ws-order-due to op-due-date
           move ws-business-date to op-order-date
           move 0 to op-printed-date
           move ws-order-vendor to op-vendor-id
           move ws-order-cost to op-unit-cost
           write openpo-record
           if ws-order-cost = 0
               add 1 to ws-pos-no-price
               move "NO UNIT PRICE ON PO" to reg-remark
           end-if
           move op-vendor-id to reg-vendor
           if op-vendor-id = spaces
               add 1 to ws-pos-no-vendor
               move "NO VENDOR - PO WILL HOLD" to reg-remark
           end-if

           move ws-order-qty to reg-ordered
           move op-po-number to reg-po-no
           add 1 to ws-pos-written
           add 1 to ws-next-po.

      * The orders held for a higher approver, each with its
      * value, the first approver's limit and why it is held....
       820-write-authority-section.
           write register-record from ws-blank-line
           write register-record from ws-auth-heading
           write register-record from ws-blank-line
           if ws-ah-table-size > 0
               write register-record from ws-auth-columns
               perform varying ws-ah-idx from 1 by 1
                   until ws-ah-idx > ws-ah-table-size
                   move ws-ah-stock-no(ws-ah-idx) to ah-stock-no
                   move ws-ah-qty(ws-ah-idx) to ah-qty
                   move ws-ah-value(ws-ah-idx) to ah-value
                   move ws-ah-approver(ws-ah-idx) to ah-approver
                   move ws-ah-limit(ws-ah-idx) to ah-limit
                   move ws-ah-second(ws-ah-idx) to ah-second
                   move ws-ah-remark(ws-ah-idx) to ah-remark
                   write register-record from ws-auth-line
               end-perform
           end-if
           move ws-pos-auth-held to acl-count
           write register-record from ws-auth-count-line.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A2POAPP" to rl-program
