       author. Navjot Singh
      * Description: A6STKUPD--> Maintenance pass for the stock
      * master (STKMAST) that A2STKVAL validates every extract
      * against. Reads add/change/delete transactions with an
      * effective date, sorted by stock number, and applies them
      * against the old master to write a new one -- so
      * merchandising can set up next week's stock numbers today
      * instead of letting them surface as "Unknown stock number"
      * failures for days. A change re-describes the item, moves
      * its department or assigns the vendor it is bought from;
      * the vendor must be on the vendor master, since purchasing
      * prints its purchase orders from it. A transaction that
      * waits on something other than its own keying -- an
      * effective date not yet reached, a delete for a stock
      * number still on the current STOCKTRN extract, a vendor not
      * yet on the vendor master -- is held: written to STKHELD,
      * which the job puts back as the next run's STKTRAN. One
      * wrong as keyed is refused and dropped, to be keyed again.
      * Every transaction, applied, held or refused, is printed
      * on the change register....

       environment division.
       input-output section.
               organization is sequential.

      * Current stock extract, loaded at startup so a delete for a
      * stock number still moving is held....
           select stocktrn-file
               assign to STOCKTRN
               organization is sequential.

      * Vendor master, loaded at startup so a stock number can only
      * be assigned to a vendor that exists....
           select vendmast-file
               assign to VENDMAST
               organization is sequential.

      * Change register: one line per transaction and what became
      * of it....
           select register-file
               assign to CHGRPT
               organization is sequential.

      * Held transactions, carried forward to the next run....
           select held-file
               assign to STKHELD
               organization is sequential.

       data division.
       file section.

      * Transaction: action A (add), C (change) or D (delete),
      * the stock number, the description, the date the change
      * takes effect, the vendor and the product department. On a
      * change, a description, vendor or department left as spaces
      * leaves the master's value alone....
       fd stktran-file
           recording mode is F
           data record is stktran-record
           record contains 49 characters.
       01 stktran-record.
           05 st-action           pic x(1).
           05 st-stock-no-x       pic x(7).
                                  pic 9(7).
           05 st-description      pic x(20).
           05 st-eff-date         pic 9(8).
           05 st-vendor-id        pic x(6).
           05 st-product-dept     pic x(7).

      * Stock master: one record per valid stock number....
       fd stkmast-file
           recording mode is F
           data record is stkmast-record
           record contains 40 characters.
           copy STKMAST.

       fd stknew-file
           recording mode is F
           data record is stknew-record
           record contains 40 characters.
       01 stknew-record           pic x(40).

      * Vendor master: only the vendor ID matters here....
       fd vendmast-file
           recording mode is F
           data record is vendmast-record
           record contains 138 characters.
           copy VENDMAST.

      * Stock extract record, same layout A2STOCK reads -- only the
      * stock number matters here....
           record contains 80 characters.
       01 register-record         pic x(80).

       fd held-file
           recording mode is F
           data record is held-record
           record contains 49 characters.
       01 held-record             pic x(49).

       working-storage section.

       77 ws-tran-eof-flag        pic x value 'N'.
       77 ws-mast-eof-flag        pic x value 'N'.
       77 ws-ext-eof-flag         pic x value 'N'.
       77 ws-ven-eof-flag         pic x value 'N'.
       77 ws-tran-ok-flag         pic x value 'N'.

      * Set when a delete hits the held master, so the release step
       77 ws-trans-read           pic 9(5) value 0.
       77 ws-trans-applied        pic 9(5) value 0.
       77 ws-trans-refused        pic 9(5) value 0.
       77 ws-trans-held           pic 9(5) value 0.

      * Stock numbers on the current extract, loaded at startup for
      * the delete guard....
       77 ws-ext-table-max        pic 9(4) value 5000.
       77 ws-ext-found-flag       pic x value 'N'.

      * Vendor IDs on the vendor master, loaded at startup for the
      * vendor check....
       01 ws-ven-table.
           05 ws-ven-entry occurs 2000 times
               indexed by ws-ven-idx.
               10 ws-ven-id         pic x(6).
       77 ws-ven-table-size       pic 9(4) comp value 0.
       77 ws-ven-table-max        pic 9(4) value 2000.
       77 ws-ven-found-flag       pic x value 'N'.

      * Held master record being matched against the transactions...
       01 ws-work-stk.
           05 wk-stock-number     pic 9(7).
           05 wk-description      pic x(20).
           05 wk-vendor-id        pic x(6).
           05 wk-product-dept     pic x(7).

       01 ws-register-heading.
           05 filler              pic x(33)
           05 sum-trans-applied   pic zzzz9.
           05 filler              pic x(10) value "  Refused:".
           05 sum-trans-refused   pic zzzz9.
           05 filler              pic x(10) value "  Held:   ".
           05 sum-trans-held      pic zzzz9.
           05 filler              pic x(18) value spaces.

       01 ws-blank-line           pic x(80) value spaces.

       procedure division.
       000-main.
           open input stktran-file stkmast-file stocktrn-file
                      vendmast-file
           open output stknew-file register-file held-file

           accept ws-run-date from date yyyymmdd

           write register-record from ws-blank-line

           perform 100-load-extract
           perform 110-load-vendors

           perform 150-read-transaction
           perform 160-read-master
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

           close stktran-file stkmast-file stocktrn-file
                 vendmast-file stknew-file register-file
                 held-file
           goback.

      * Load the stock numbers on the current extract so deletes
      * for stock still moving can be held....
       100-load-extract.
           perform until ws-ext-eof-flag = 'Y'
               read stocktrn-file
               end-read
           end-perform.

      * Load the vendor IDs on the vendor master for the vendor
      * check on adds and changes....
       110-load-vendors.
           perform until ws-ven-eof-flag = 'Y'
               read vendmast-file
                   at end
                       move 'Y' to ws-ven-eof-flag
                   not at end
                       if ws-ven-table-size < ws-ven-table-max
                           add 1 to ws-ven-table-size
                           set ws-ven-idx to ws-ven-table-size
                           move vm-vendor-id to ws-ven-id(ws-ven-idx)
                       end-if
               end-read
           end-perform.

      * Is the transaction's vendor on the vendor master?...
       120-check-vendor.
           move 'N' to ws-ven-found-flag
           perform varying ws-ven-idx from 1 by 1
               until ws-ven-idx > ws-ven-table-size
               or ws-ven-found-flag = 'Y'
               if st-vendor-id = ws-ven-id(ws-ven-idx)
                   move 'Y' to ws-ven-found-flag
               end-if
           end-perform.

      * Read the next transaction, refusing any whose stock number
      * is not numeric or out of sequence before it can reach the
      * match....
           end-if
           perform 160-read-master.

      * Transaction key is not on the master: only an add is valid.
      * A vendor keyed on the add must be on the vendor master; one
      * left blank is assigned later by a change....
       400-unmatched-transaction.
           evaluate st-action
               when 'A'
                   move 'Y' to ws-ven-found-flag
                   if st-vendor-id not = spaces
                       perform 120-check-vendor
                   end-if
                   if ws-ven-found-flag = 'N'
                       move "VENDOR NOT ON VENDOR MASTER"
                           to reg-remark
                       perform 820-write-held
                   else
                       move st-stock-no to sm-stock-number
                       move st-description to sm-description
                       move st-vendor-id to sm-vendor-id
                       move st-product-dept to sm-product-dept
                       write stknew-record from stkmast-record
                       move st-description to reg-remark
                       perform 800-write-applied
                   end-if
               when 'C'
                   move "NOT ON STOCK MASTER" to reg-remark
                   perform 810-write-refused
               when 'D'
                   move "NOT ON STOCK MASTER" to reg-remark
                   perform 810-write-refused
               when 'A'
                   move "ALREADY ON STOCK MASTER" to reg-remark
                   perform 810-write-refused
               when 'C'
                   perform 520-apply-change
               when 'D'
                   perform 510-apply-delete
               when other
       510-apply-delete.
           if st-eff-date > ws-run-date
               move "DELETE NOT YET EFFECTIVE" to reg-remark
               perform 820-write-held
           else
               move 'N' to ws-ext-found-flag
               perform varying ws-ext-idx from 1 by 1
               end-perform
               if ws-ext-found-flag = 'Y'
                   move "STILL ON CURRENT EXTRACT" to reg-remark
                   perform 820-write-held
               else
                   move 'Y' to ws-del-flag
                   move wk-description to reg-remark
               end-if
           end-if.

      * Re-describe the held master, assign its vendor or move it
      * to another department. Like a delete, a change dated in
      * the future is held for a rerun on or after its date....
       520-apply-change.
           if st-eff-date > ws-run-date
               move "CHANGE NOT YET EFFECTIVE" to reg-remark
               perform 820-write-held
           else
               move 'Y' to ws-ven-found-flag
               if st-vendor-id not = spaces
                   perform 120-check-vendor
               end-if
               if ws-ven-found-flag = 'N'
                   move "VENDOR NOT ON VENDOR MASTER" to reg-remark
                   perform 820-write-held
               else
                   if st-description not = spaces
                       move st-description to wk-description
                   end-if
                   if st-vendor-id not = spaces
                       move st-vendor-id to wk-vendor-id
                   end-if
                   if st-product-dept not = spaces
                       move st-product-dept to wk-product-dept
                   end-if
                   move wk-description to reg-remark
                   perform 800-write-applied
               end-if
           end-if.

      * Write one change-register line for an applied transaction...
       800-write-applied.
           move st-stock-no-x to reg-stock-no
           write register-record from ws-register-line
           add 1 to ws-trans-refused.

      * Write one change-register line for a held transaction and
      * carry the transaction forward as keyed....
       820-write-held.
           move st-stock-no-x to reg-stock-no
           move st-action to reg-action
           move st-eff-date to reg-eff-date
           move "HELD" to reg-status
           write register-record from ws-register-line
           write held-record from stktran-record
           add 1 to ws-trans-held.

       end program A6STKUPD.
