       identification division.
       program-id. A6PRDENT.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A6PRDENT--> Console entry of product master
      * maintenance transactions, launched from A0MENU, in the same
      * mold as A6EMPENT. Prompts for one field at a time and checks
      * each as it is keyed -- the action code, a product already on
      * PRODMAST for a change, delete or location and not on it for
      * an add, whole-number quantities and reorder points, a unit
      * cost in dollars and cents -- shows the product's current
      * values, and appends the finished transaction to PRDTRAN in
      * the exact layout A6PRDUPD reads. A6PRDUPD takes one
      * transaction per product per run, so a product that already
      * has one waiting on PRDTRAN is refused here; the maintenance
      * job sorts PRDTRAN into product-name order ahead of the run.
      * A delete is refused while the product still has stock,
      * which the batch would only hold. Nothing reaches PRDTRAN
      * until the operator confirms it....

       environment division.
       input-output section.
       file-control.

      * Maintenance transactions for the next A6PRDUPD run, read
      * for the products already waiting and then appended to....
           select optional prdtran-file
               assign to PRDTRAN
               organization is sequential.

      * Product master, searched for the on-file checks and the
      * current values....
           select prodmast-file
               assign to PRODMAST
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

      * Transaction, the layout A6PRDUPD reads: action A (add), C
      * (change), D (delete), L (location reorder point), the
      * product name, then the fields, spaces for a field a change
      * leaves alone....
       fd prdtran-file
           recording mode is F
           data record is prdtran-record
           record contains 77 characters.
       01 prdtran-record.
           05 pt-action           pic x(1).
           05 pt-product-name     pic x(15).
           05 pt-descr            pic x(30).
           05 pt-qty-x            pic x(9).
           05 pt-qty redefines pt-qty-x
                                  pic 9(9).
           05 pt-reorder-x        pic x(9).
           05 pt-reorder redefines pt-reorder-x
                                  pic 9(9).
           05 pt-cost-x           pic x(9).
           05 pt-cost redefines pt-cost-x
                                  pic 9(7)v99.
           05 pt-location         pic x(4).

      * Product master record layout....
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

       working-storage section.

       77 ws-done-flag            pic x value 'N'.
       77 ws-cancel-flag          pic x value 'N'.
       77 ws-field-ok-flag        pic x value 'N'.
       77 ws-on-file-flag         pic x value 'N'.
       77 ws-mast-eof-flag        pic x value 'N'.
       77 ws-tran-eof-flag        pic x value 'N'.
       77 ws-answer               pic x value space.

       77 ws-action               pic x value space.
       77 ws-product-name         pic x(15) value spaces.

      * Transactions written this session....
       77 ws-trans-written        pic 9(5) value 0.

      * Products with a transaction already waiting on PRDTRAN....
       01 ws-pend-table.
           05 ws-pend-entry occurs 1000 times
               indexed by ws-pend-idx.
               10 ws-pend-product   pic x(15).
       77 ws-pend-table-size      pic 9(4) value 0.
       77 ws-pend-table-max       pic 9(4) value 1000.
       77 ws-pend-found-flag      pic x value 'N'.

      * What the operator keyed, and the numeric edit of it: the
      * length keyed, where the decimal point fell, the whole and
      * cents parts, and the value they make....
       01 ws-entry                pic x(30) value spaces.
       77 ws-entry-len            pic 9(2) value 0.
       77 ws-point-pos            pic 9(2) value 0.
       77 ws-cents-len            pic 9(2) value 0.
       77 ws-max-digits           pic 9(2) value 0.
       77 ws-entry-number         pic 9(9) value 0.
       77 ws-entry-cents          pic 9(2) value 0.
       77 ws-entry-amount         pic 9(7)v99 value 0.

      * Current values shown on a change, delete or location....
       77 ws-qty-edit             pic zzz,zzz,zz9.
       77 ws-reorder-edit         pic zzz,zzz,zz9.
       77 ws-cost-edit            pic z,zzz,zz9.99.

       01 ws-blank-tran           pic x(77) value spaces.

       procedure division.
       000-main.
           move 'N' to ws-done-flag
           move 0 to ws-trans-written
           perform 050-load-pending

           open extend prdtran-file runlog-file

           perform 900-write-runlog-start

           display space
           display "A6PRDENT Product Maintenance Transaction Entry"
           display "  A add   C change   D delete   L location "
               "reorder point   X finish"

           perform 100-enter-transaction until ws-done-flag = 'Y'

           display "Transactions written to PRDTRAN: " ws-trans-written

           perform 910-write-runlog-end

           close prdtran-file runlog-file
           goback.

      * Note the products already waiting on PRDTRAN....
       050-load-pending.
           move 0 to ws-pend-table-size
           move 'N' to ws-tran-eof-flag
           open input prdtran-file
           perform until ws-tran-eof-flag = 'Y'
               read prdtran-file
                   at end
                       move 'Y' to ws-tran-eof-flag
                   not at end
                       move pt-product-name to ws-product-name
                       perform 060-hold-pending
               end-read
           end-perform
           close prdtran-file.

       060-hold-pending.
           if ws-pend-table-size < ws-pend-table-max
               add 1 to ws-pend-table-size
               set ws-pend-idx to ws-pend-table-size
               move ws-product-name to ws-pend-product(ws-pend-idx)
           end-if.

      * One transaction from action code to confirmation. A blank
      * product name abandons it....
       100-enter-transaction.
           move 'N' to ws-cancel-flag
           move ws-blank-tran to prdtran-record
           display space
           move 'N' to ws-field-ok-flag
           perform 200-accept-action until ws-field-ok-flag = 'Y'
           if ws-action = 'X'
               move 'Y' to ws-done-flag
           else
               move ws-action to pt-action
               move 'N' to ws-field-ok-flag
               perform 210-accept-product
                   until ws-field-ok-flag = 'Y'
                   or ws-cancel-flag = 'Y'
               if ws-cancel-flag = 'N'
                   move ws-product-name to pt-product-name
                   evaluate ws-action
                       when 'A'
                           perform 300-enter-add
                       when 'C'
                           perform 400-enter-change
                       when 'D'
                           perform 500-enter-delete
                       when 'L'
                           perform 550-enter-location
                   end-evaluate
               end-if
               if ws-cancel-flag = 'N'
                   perform 600-confirm-and-write
               else
                   display "Transaction abandoned - nothing written."
               end-if
           end-if.

       200-accept-action.
           display "Action (A/C/D/L, X to finish): " with no advancing
           move space to ws-action
           accept ws-action from console
           evaluate ws-action
               when 'a'
                   move 'A' to ws-action
               when 'c'
                   move 'C' to ws-action
               when 'd'
                   move 'D' to ws-action
               when 'l'
                   move 'L' to ws-action
               when 'x'
                   move 'X' to ws-action
           end-evaluate
           if ws-action = 'A' or ws-action = 'C' or ws-action = 'D'
           or ws-action = 'L' or ws-action = 'X'
               move 'Y' to ws-field-ok-flag
           else
               display "  Action must be A, C, D, L or X."
           end-if.

      * Product name: on file for a change, delete or location and
      * not on file for an add, and not already waiting....
       210-accept-product.
           display "Product name (blank to abandon): "
               with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               move 'Y' to ws-cancel-flag
           else
               if ws-entry(16:15) not = spaces
                   display "  Product name is 15 characters at most."
               else
                   move ws-entry to ws-product-name
                   move 'Y' to ws-field-ok-flag
                   perform 700-find-product
                   perform 710-check-pending
                   if ws-pend-found-flag = 'Y'
                       display "  " ws-product-name
                           " already has a transaction waiting."
                       move 'N' to ws-field-ok-flag
                   end-if
                   if ws-action = 'A' and ws-on-file-flag = 'Y'
                       display "  " ws-product-name
                           " is already on the product master."
                       move 'N' to ws-field-ok-flag
                   end-if
                   if ws-action not = 'A' and ws-on-file-flag = 'N'
                       display "  " ws-product-name
                           " is not on the product master."
                       move 'N' to ws-field-ok-flag
                   end-if
               end-if
           end-if.

      * An add: description, opening quantity, reorder point and
      * cost are required; the location may be left unassigned...
       300-enter-add.
           move 'N' to ws-field-ok-flag
           perform 310-accept-descr until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 320-accept-qty until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 330-accept-reorder until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 340-accept-cost until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 350-accept-location until ws-field-ok-flag = 'Y'.

      * Each accept paragraph below takes a blank entry as "keep
      * the master's value" on a change and refuses it where the
      * field is required....
       310-accept-descr.
           display "Description: " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               move ws-entry to pt-descr
               move 'Y' to ws-field-ok-flag
           end-if.

       320-accept-qty.
           display "Opening quantity on hand: " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               move 9 to ws-max-digits
               perform 800-edit-number
               if ws-field-ok-flag = 'Y'
                   move ws-entry-number to pt-qty
               else
                   display "  Quantity must be a whole number."
               end-if
           end-if.

       330-accept-reorder.
           display "Reorder point: " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               move 9 to ws-max-digits
               perform 800-edit-number
               if ws-field-ok-flag = 'Y'
                   move ws-entry-number to pt-reorder
               else
                   display "  Reorder point must be a whole number."
               end-if
           end-if.

       340-accept-cost.
           display "Unit cost (e.g. 12.50): " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               move 7 to ws-max-digits
               perform 810-edit-amount
               if ws-field-ok-flag = 'Y'
                   move ws-entry-amount to pt-cost
               else
                   display "  Cost must be dollars up to 9999999 "
                       "with up to two decimal places."
               end-if
           end-if.

       350-accept-location.
           if ws-action = 'L'
               display "Location code: " with no advancing
           else
               display "Location code (blank for unassigned): "
                   with no advancing
           end-if
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry(5:26) not = spaces
               display "  Location code is 4 characters at most."
           else
               if ws-entry = spaces and ws-action = 'L'
                   display "  Required for a location."
               else
                   move ws-entry to pt-location
                   move 'Y' to ws-field-ok-flag
               end-if
           end-if.

      * A blank answer: fine on a change, refused elsewhere....
       390-blank-entry.
           if ws-action = 'C'
               move 'Y' to ws-field-ok-flag
           else
               display "  Required."
           end-if.

      * A change: show what is on the master, then take only the
      * fields keyed. Quantity on hand is not changed here -- it
      * belongs to the posting run and the cycle counts. A change
      * that keys nothing is not written....
       400-enter-change.
           perform 720-show-current
           display "Key the new value, or leave blank to keep it."
           move 'N' to ws-field-ok-flag
           perform 310-accept-descr until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 330-accept-reorder until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 340-accept-cost until ws-field-ok-flag = 'Y'
           if pt-descr = spaces and pt-reorder-x = spaces
           and pt-cost-x = spaces
               display "  No field keyed."
               move 'Y' to ws-cancel-flag
           end-if.

      * A delete: show the product; one with stock on hand is
      * refused, as A6PRDUPD would....
       500-enter-delete.
           perform 720-show-current
           if pm-qty-on-hand numeric and pm-qty-on-hand > 0
               display "  Quantity on hand is not zero - "
                   "issue or count it away first."
               move 'Y' to ws-cancel-flag
           end-if.

      * A location reorder point: show the product's locations,
      * then the location and its reorder point....
       550-enter-location.
           perform 720-show-current
           move 'N' to ws-field-ok-flag
           perform 350-accept-location until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 330-accept-reorder until ws-field-ok-flag = 'Y'.

      * Show the finished transaction and write it on a Y....
       600-confirm-and-write.
           display "Transaction: " prdtran-record
           display "Write this transaction (Y/N): " with no advancing
           move space to ws-answer
           accept ws-answer from console
           if ws-answer = 'Y' or ws-answer = 'y'
               write prdtran-record
               add 1 to ws-trans-written
               perform 060-hold-pending
               display "  Written."
           else
               display "  Not written."
           end-if.

      * Search the product master for the name keyed, leaving the
      * record in hand when it is found....
       700-find-product.
           move 'N' to ws-on-file-flag
           move 'N' to ws-mast-eof-flag
           open input prodmast-file
           perform until ws-mast-eof-flag = 'Y'
               or ws-on-file-flag = 'Y'
               read prodmast-file
                   at end
                       move 'Y' to ws-mast-eof-flag
                   not at end
                       if pm-product-name = ws-product-name
                           move 'Y' to ws-on-file-flag
                       end-if
               end-read
           end-perform
           close prodmast-file.

       710-check-pending.
           move 'N' to ws-pend-found-flag
           perform varying ws-pend-idx from 1 by 1
               until ws-pend-idx > ws-pend-table-size
               or ws-pend-found-flag = 'Y'
               if ws-pend-product(ws-pend-idx) = ws-product-name
                   move 'Y' to ws-pend-found-flag
               end-if
           end-perform.

       720-show-current.
           move pm-qty-on-hand to ws-qty-edit
           move pm-reorder-point to ws-reorder-edit
           if pm-unit-cost numeric
               move pm-unit-cost to ws-cost-edit
           else
               move 0 to ws-cost-edit
           end-if
           display "  On file: " pm-product-descr
           display "  Qty " ws-qty-edit
               "  Reorder " ws-reorder-edit
               "  Cost " ws-cost-edit
           if pm-loc-count numeric and pm-loc-count > 0
               perform varying pm-loc-idx from 1 by 1
                   until pm-loc-idx > pm-loc-count
                   or pm-loc-idx > 5
                   move pm-loc-qty(pm-loc-idx) to ws-qty-edit
                   move pm-loc-reorder(pm-loc-idx) to ws-reorder-edit
                   display "  Location " pm-loc-code(pm-loc-idx)
                       "  Qty " ws-qty-edit
                       "  Reorder " ws-reorder-edit
               end-perform
           end-if.

      * Whole number of at most ws-max-digits digits, left in
      * ws-entry-number; ws-field-ok-flag says whether it was....
       800-edit-number.
           move 'N' to ws-field-ok-flag
           move 0 to ws-entry-len
           inspect ws-entry tallying ws-entry-len
               for characters before initial space
           if ws-entry-len > 0 and ws-entry-len <= ws-max-digits
               if ws-entry(1:ws-entry-len) numeric
               and ws-entry(ws-entry-len + 1:) = spaces
                   move ws-entry(1:ws-entry-len) to ws-entry-number
                   move 'Y' to ws-field-ok-flag
               end-if
           end-if.

      * Dollars with an optional point and one or two cents
      * digits, left in ws-entry-amount....
       810-edit-amount.
           move 'N' to ws-field-ok-flag
           move 0 to ws-entry-len
           inspect ws-entry tallying ws-entry-len
               for characters before initial space
           move 0 to ws-point-pos
           inspect ws-entry tallying ws-point-pos
               for characters before initial "."
           move 0 to ws-entry-number
           move 0 to ws-entry-cents
      * Anything keyed after an embedded space spoils the entry...
           if ws-entry-len > 0 and ws-entry-len < 13
               if ws-entry(ws-entry-len + 1:) not = spaces
                   move 0 to ws-entry-len
               end-if
           end-if
           if ws-entry-len > 0 and ws-entry-len < 13
               if ws-point-pos >= ws-entry-len
                   perform 800-edit-number
               else
                   compute ws-cents-len
                       = ws-entry-len - ws-point-pos - 1
                   move 'Y' to ws-field-ok-flag
                   if ws-point-pos > ws-max-digits
                       move 'N' to ws-field-ok-flag
                   end-if
                   if ws-point-pos > 0
                       if ws-entry(1:ws-point-pos) numeric
                           move ws-entry(1:ws-point-pos)
                               to ws-entry-number
                       else
                           move 'N' to ws-field-ok-flag
                       end-if
                   end-if
                   if ws-cents-len < 1 or ws-cents-len > 2
                       move 'N' to ws-field-ok-flag
                   else
                       if ws-entry(ws-point-pos + 2:ws-cents-len)
                           numeric
                           move ws-entry(ws-point-pos + 2:ws-cents-len)
                               to ws-entry-cents
                           if ws-cents-len = 1
                               multiply 10 by ws-entry-cents
                           end-if
                       else
                           move 'N' to ws-field-ok-flag
                       end-if
                   end-if
               end-if
           end-if
           if ws-field-ok-flag = 'Y'
               compute ws-entry-amount
                   = ws-entry-number + ws-entry-cents / 100
           end-if.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6PRDENT" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the transactions written..
       910-write-runlog-end.
           move "A6PRDENT" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-trans-written to rl-records
           move 0 to rl-return-code
           write runlog-record.

       end program A6PRDENT.
