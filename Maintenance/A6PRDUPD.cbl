      * add/change/delete transactions sorted by product name and
      * applies them against the old master to write a new one.
      * Every field the run touches gets a before/after audit
      * record; a delete is held while the product's quantity
      * on hand is non-zero or the product still appears on the
      * day's INVTRAN movements; and reorder-point changes flow
      * only through here, since they drive the REORDER flag and
      * the purchasing cycle behind it. Action L sets the reorder
      * point of one warehouse location, adding the location to
      * the product when it is not yet held there -- the figure
      * the product listing's by-location breakdown checks each
      * site's stock against. A delete held that way is written
      * to PRDHELD, which the job puts back as the next run's
      * PRDTRAN. One wrong as keyed is refused and dropped,
      * to be keyed again. Every transaction, applied, held or
      * refused, is printed on the change register....

       environment division.
       input-output section.
               organization is sequential.

      * Current day's movements, loaded at startup so a delete
      * for a product still moving is held....
           select invtran-file
               assign to INVTRAN
               organization is sequential.
               assign to CHGRPT
               organization is sequential.

      * Held transactions, carried forward to the next run....
           select held-file
               assign to PRDHELD
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
      * as spaces (or non-numeric, for the numeric fields) means
      * leave the master's value alone; quantity on hand is set
      * only on an add -- afterwards it belongs to the posting
      * run and the cycle counts, not to this pass. On an add the
      * location is where the opening quantity sits (spaces for
      * not yet assigned); action L (location) carries the
      * location and its reorder point in the reorder field....
       fd prdtran-file
           recording mode is F
           data record is prdtran-record
           record contains 77 characters.
       01 prdtran-record.
           05 pt-action           pic x(1).
           05 pt-product-name     pic x(15).
           05 pt-cost-x           pic x(9).
           05 pt-cost redefines pt-cost-x
                                  pic 9(7)v99.
           05 pt-location         pic x(4).

      * Held transaction, as keyed....
       fd held-file
           recording mode is F
           data record is held-record
           record contains 77 characters.
       01 held-record             pic x(77).

      * Product master: name, description, quantity, reorder
      * point, the movement dates A6INVPST stamps, and the stock
      * by location....
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd prdnew-file
           recording mode is F
           data record is prdnew-record
           record contains 209 characters.
       01 prdnew-record           pic x(209).

      * Movement record, same layout A6INVPST reads -- only the
      * product name matters here....
       fd invtran-file
           recording mode is F
           data record is invtran-record
           record contains 49 characters.
       01 invtran-record.
           05 it-product-name     pic x(15).
           05 it-move-type        pic x(1).
           05 it-qty-x            pic x(9).
           05 it-move-date        pic 9(8).
           05 it-po-number        pic x(6).
           05 it-reason-code      pic x(2).
           05 it-location         pic x(4).
           05 it-to-location      pic x(4).

      * One audit record per field touched: which product, what
      * field, the value before and the value after....
       77 ws-trans-read           pic 9(5) value 0.
       77 ws-trans-applied        pic 9(5) value 0.
       77 ws-trans-refused        pic 9(5) value 0.
       77 ws-trans-held           pic 9(5) value 0.

      * Products on the day's movement file, loaded at startup
      * for the delete guard....

      * Set when the movement table could not hold every distinct
      * product -- the delete guard is then blind, so deletes are
      * held rather than waved through....
       77 ws-mov-overflow-flag    pic x value 'N'.

      * Held master record being matched against the transactions..
           05 wk-last-receipt     pic 9(8).
           05 wk-last-issue       pic 9(8).
           05 wk-unit-cost        pic 9(7)v99.
           05 wk-loc-count        pic 9(2).
           05 wk-location occurs 5 times
               indexed by wk-loc-idx.
               10 wk-loc-code     pic x(4).
               10 wk-loc-qty      pic 9(9).
               10 wk-loc-reorder  pic 9(9).
           05 wk-abc-class        pic x(1).
           05 wk-last-count       pic 9(8).

      * Set when the location a transaction names is found on the
      * held master....
       77 ws-loc-found-flag       pic x value 'N'.
      * Edited quantities for the audit trail's before/after
      * columns....
       77 ws-aud-qty-edit         pic zzz,zzz,zz9.
           05 sum-trans-applied   pic zzzz9.
           05 filler              pic x(10) value "  Refused:".
           05 sum-trans-refused   pic zzzz9.
           05 filler              pic x(10) value "  Held:   ".
           05 sum-trans-held      pic zzzz9.
           05 filler              pic x(38) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

       000-main.
           open input prdtran-file prodmast-file invtran-file
           open output prdnew-file audit-file register-file
                       held-file
           open extend runlog-file

           perform 900-write-runlog-start
           move ws-trans-read to sum-trans-read
           move ws-trans-applied to sum-trans-applied
           move ws-trans-refused to sum-trans-refused
           move ws-trans-held to sum-trans-held
           write register-record from ws-blank-line
           write register-record from ws-summary-line

      * A non-zero return code tells the operator one or more
      * transactions were refused on the register this run and
      * have to be keyed again; held ones wait on their own....
           if ws-trans-refused > 0
               move 4 to return-code
           end-if

           close prdtran-file prodmast-file invtran-file
                 prdnew-file audit-file register-file runlog-file
                 held-file
           goback.

      * Load the products on the day's movement file so deletes
      * for products still moving can be held. Duplicate
      * product names fold into one entry, so the table is
      * bounded by distinct products, not movement volume; if it
      * still overflows, the guard can no longer be trusted and
      * every delete this run is held instead of waved
      * through....
       100-load-movements.
           perform until ws-mov-eof-flag = 'Y'
               end-read
           end-perform.

      * Read the next old-master record into the hold area. A
      * master written before stock was kept by location carries
      * its whole quantity at one unassigned location, the same
      * way A6INVPST converts it....
       160-read-master.
           move 'N' to ws-del-flag
           read prodmast-file
                   move 'Y' to ws-mast-eof-flag
               not at end
                   move prodmast-record to ws-work-prd
                   if wk-loc-count not numeric
                   or wk-loc-count = 0
                       perform varying wk-loc-idx from 1 by 1
                           until wk-loc-idx > 5
                           move spaces to wk-loc-code(wk-loc-idx)
                           move 0 to wk-loc-qty(wk-loc-idx)
                           move 0 to wk-loc-reorder(wk-loc-idx)
                       end-perform
                       move 1 to wk-loc-count
                       if wk-qty-on-hand numeric
                           move wk-qty-on-hand to wk-loc-qty(1)
                       end-if
                       if wk-reorder-point numeric
                           move wk-reorder-point to wk-loc-reorder(1)
                       end-if
                   end-if
           end-read.

      * One step of the balanced match between the sorted
               when 'D'
                   move "NOT ON PRODUCT MASTER" to reg-remark
                   perform 810-write-refused
               when 'L'
                   move "NOT ON PRODUCT MASTER" to reg-remark
                   perform 810-write-refused
               when other
                   move "INVALID ACTION CODE" to reg-remark
                   perform 810-write-refused

      * Build the new product and write it, movement dates at
      * zero until the first posting stamps them, with an audit
      * record for every field set. The opening quantity and the
      * reorder point go to the one location keyed....
       410-apply-add.
           if pt-qty-x not numeric or pt-reorder-x not numeric
           or pt-cost-x not numeric
               move 0 to pm-last-receipt-date
               move 0 to pm-last-issue-date
               move pt-cost to pm-unit-cost
               perform varying pm-loc-idx from 1 by 1
                   until pm-loc-idx > 5
                   move spaces to pm-loc-code(pm-loc-idx)
                   move 0 to pm-loc-qty(pm-loc-idx)
                   move 0 to pm-loc-reorder(pm-loc-idx)
               end-perform
               move 1 to pm-loc-count
               move pt-location to pm-loc-code(1)
               move pt-qty to pm-loc-qty(1)
               move pt-reorder to pm-loc-reorder(1)
               move space to pm-abc-class
               move 0 to pm-last-count-date
               write prdnew-record from prodmast-record
               perform 420-audit-add
               move pt-descr to reg-remark
           move spaces to aud-before
           move pt-cost to ws-aud-cost-edit
           move ws-aud-cost-edit to aud-after
           write audit-record

           move "LOCATION" to aud-field
           move spaces to aud-before
           move pt-location to aud-after
           write audit-record.

      * Transaction key matches the held master....
                   perform 510-apply-change
               when 'D'
                   perform 520-apply-delete
               when 'L'
                   perform 530-apply-location
               when other
                   move "INVALID ACTION CODE" to reg-remark
                   perform 810-write-refused
       520-apply-delete.
           if wk-qty-on-hand numeric and wk-qty-on-hand > 0
               move "QTY ON HAND NOT ZERO" to reg-remark
               perform 820-write-held
           else
      * With the movement table overflowed, "not in the table"
      * proves nothing -- hold the delete rather than risk
      * dropping a product that is still moving....
           if ws-mov-overflow-flag = 'Y'
               move "MOVEMENT TABLE FULL" to reg-remark
               perform 820-write-held
           else
               move 'N' to ws-mov-found-flag
               perform varying ws-mov-idx from 1 by 1
               end-perform
               if ws-mov-found-flag = 'Y'
                   move "STILL ON DAYS MOVEMENTS" to reg-remark
                   perform 820-write-held
               else
                   move 'Y' to ws-del-flag
                   move pt-product-name to aud-product
           end-if
           end-if.

      * Set one location's reorder point on the held master. A
      * location the product is not yet held at is added with no
      * stock, while there is room for it....
       530-apply-location.
           if pt-reorder-x not numeric
               move "INVALID LOCATION REORDER POINT" to reg-remark
               perform 810-write-refused
           else
               move 'N' to ws-loc-found-flag
               perform varying wk-loc-idx from 1 by 1
                   until wk-loc-idx > wk-loc-count
                   or ws-loc-found-flag = 'Y'
                   if wk-loc-code(wk-loc-idx) = pt-location
                       move 'Y' to ws-loc-found-flag
                   end-if
               end-perform
               if ws-loc-found-flag = 'Y'
                   set wk-loc-idx down by 1
               end-if
               move pt-product-name to aud-product
               move "CHANGE" to aud-action
               move ws-run-date to aud-date
               if ws-loc-found-flag = 'N'
               and wk-loc-count not < 5
                   move "NO ROOM FOR NEW LOCATION" to reg-remark
                   perform 810-write-refused
               else
                   if ws-loc-found-flag = 'N'
                       add 1 to wk-loc-count
                       set wk-loc-idx to wk-loc-count
                       move pt-location to wk-loc-code(wk-loc-idx)
                       move 0 to wk-loc-qty(wk-loc-idx)
                       move 0 to wk-loc-reorder(wk-loc-idx)
                       move "LOCATION" to aud-field
                       move spaces to aud-before
                       move pt-location to aud-after
                       write audit-record
                   end-if
                   move "LOC-REORDER" to aud-field
                   move wk-loc-reorder(wk-loc-idx) to ws-aud-qty-edit
                   move ws-aud-qty-edit to aud-before
                   move pt-reorder to ws-aud-qty-edit
                   move ws-aud-qty-edit to aud-after
                   write audit-record
                   move pt-reorder to wk-loc-reorder(wk-loc-idx)
                   move pt-location to reg-remark
                   perform 800-write-applied
               end-if
           end-if.

      * Write one change-register line for an applied transaction..
       800-write-applied.
           move pt-product-name to reg-product
           write register-record from ws-register-line
           add 1 to ws-trans-refused.

      * Write one change-register line for a held transaction and
      * carry the transaction forward as keyed...
       820-write-held.
           move pt-product-name to reg-product
           move pt-action to reg-action
           move "HELD" to reg-status
           write register-record from ws-register-line
           write held-record from prdtran-record
           add 1 to ws-trans-held.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6PRDUPD" to rl-program
