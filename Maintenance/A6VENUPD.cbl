       identification division.
       program-id. A6VENUPD.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A6VENUPD--> Maintenance pass for the vendor
      * master (VENDMAST), in the same mold as A6PRDUPD -- so a new
      * supplier, a changed address or new payment terms flow
      * through a controlled batch instead of being keyed straight
      * into the dataset the purchase-order documents are printed
      * from. Reads add/change/delete transactions sorted by
      * vendor ID and applies them against the old master to write
      * a new one. Every field the run touches gets a before/after
      * audit record; a delete is refused while a stock number on
      * the stock master is still assigned to the vendor or an open
      * purchase order is still placed with it. Every transaction,
      * applied or refused, is printed on the change register....

       environment division.
       input-output section.
       file-control.

      * Maintenance transactions, sorted by vendor ID....
           select ventran-file
               assign to VENTRAN
               organization is sequential.

      * Old vendor master, in vendor-ID order....
           select vendmast-file
               assign to VENDMAST
               organization is sequential.

      * New vendor master written by this run....
           select vennew-file
               assign to VENNEW
               organization is sequential.

      * Stock master, loaded at startup so a delete for a vendor
      * items are still bought from is refused....
           select stkmast-file
               assign to STKMAST
               organization is sequential.

      * Open purchase orders, loaded at startup so a delete for a
      * vendor with orders still outstanding is refused....
           select optional openpo-file
               assign to OPENPO
               organization is sequential.

      * Before/after audit trail, one record per field touched....
           select audit-file
               assign to AUDFILE
               organization is sequential.

      * Change register: one line per transaction and what became
      * of it....
           select register-file
               assign to CHGRPT
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

      * Transaction: action A (add), C (change), D (delete), the
      * vendor ID, then the fields. On a change, a field left as
      * spaces (or non-numeric, for lead days) means leave the
      * master's value alone....
       fd ventran-file
           recording mode is F
           data record is ventran-record
           record contains 139 characters.
       01 ventran-record.
           05 vt-action           pic x(1).
           05 vt-vendor-id        pic x(6).
           05 vt-vendor-name      pic x(30).
           05 vt-address-1        pic x(30).
           05 vt-address-2        pic x(30).
           05 vt-city             pic x(20).
           05 vt-province         pic x(2).
           05 vt-postal-code      pic x(7).
           05 vt-terms            pic x(10).
           05 vt-lead-days-x      pic x(3).
           05 vt-lead-days redefines vt-lead-days-x
                                  pic 9(3).

      * Vendor master: ID, name, address, terms, lead days....
       fd vendmast-file
           recording mode is F
           data record is vendmast-record
           record contains 138 characters.
           copy VENDMAST.

       fd vennew-file
           recording mode is F
           data record is vennew-record
           record contains 138 characters.
       01 vennew-record           pic x(138).

      * Stock master: only the vendor assignment matters here....
       fd stkmast-file
           recording mode is F
           data record is stkmast-record
           record contains 40 characters.
           copy STKMAST.

      * Open purchase order: only the vendor matters here....
       fd openpo-file
           recording mode is F
           data record is openpo-record
           record contains 57 characters.
           copy OPENPO.

      * One audit record per field touched: which vendor, what
      * field, the value before and the value after....
       fd audit-file
           recording mode is F
           data record is audit-record
           record contains 75 characters.
       01 audit-record.
           05 aud-vendor          pic x(6).
           05 filler              pic x(2) value spaces.
           05 aud-action          pic x(6).
           05 filler              pic x(2) value spaces.
           05 aud-field           pic x(13).
           05 filler              pic x(2) value spaces.
           05 aud-before          pic x(16).
           05 filler              pic x(2) value spaces.
           05 aud-after           pic x(16).
           05 filler              pic x(2) value spaces.
           05 aud-date            pic 9(8).

       fd register-file
           recording mode is F
           data record is register-record
           record contains 100 characters.
       01 register-record         pic x(100).

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

       working-storage section.

       77 ws-tran-eof-flag        pic x value 'N'.
       77 ws-mast-eof-flag        pic x value 'N'.
       77 ws-stk-eof-flag         pic x value 'N'.
       77 ws-po-eof-flag          pic x value 'N'.
       77 ws-tran-ok-flag         pic x value 'N'.

      * Set when a delete hits the held master, so the release
      * step drops the record instead of writing it....
       77 ws-del-flag             pic x value 'N'.

       77 ws-run-date             pic 9(8) value 0.

      * Last transaction key accepted, for the out-of-sequence
      * check -- an unsorted batch would otherwise misapply
      * silently against the one-pass match....
       77 ws-prev-tran-key        pic x(6) value low-values.

      * Run counters, printed at the end of the change register...
       77 ws-trans-read           pic 9(5) value 0.
       77 ws-trans-applied        pic 9(5) value 0.
       77 ws-trans-refused        pic 9(5) value 0.

      * Vendors still in use -- assigned to a stock number or
      * named on an open purchase order -- loaded at startup for
      * the delete guard. The reason is kept with the vendor so
      * the refusal says which....
       01 ws-use-table.
           05 ws-use-entry occurs 2000 times
               indexed by ws-use-idx.
               10 ws-use-vendor     pic x(6).
               10 ws-use-reason     pic x(30).
       77 ws-use-table-size       pic 9(4) comp value 0.
       77 ws-use-table-max        pic 9(4) value 2000.
       77 ws-use-found-flag       pic x value 'N'.
       77 ws-use-vendor-in        pic x(6) value spaces.
       77 ws-use-reason-in        pic x(30) value spaces.

      * Set when the in-use table could not hold every vendor --
      * the delete guard is then blind, so deletes are refused
      * rather than waved through....
       77 ws-use-overflow-flag    pic x value 'N'.

      * Held master record being matched against the transactions..
       01 ws-work-ven.
           05 wk-vendor-id        pic x(6).
           05 wk-vendor-name      pic x(30).
           05 wk-address-1        pic x(30).
           05 wk-address-2        pic x(30).
           05 wk-city             pic x(20).
           05 wk-province         pic x(2).
           05 wk-postal-code      pic x(7).
           05 wk-terms            pic x(10).
           05 wk-lead-days        pic 9(3).

      * Edited lead days for the audit trail's before/after
      * columns....
       77 ws-aud-days-edit        pic zz9.

       01 ws-register-heading.
           05 filler              pic x(40)
              value "A6VENUPD Vendor Master Change Register  ".
           05 filler              pic x(60) value spaces.

       01 ws-register-line.
           05 reg-vendor          pic x(6).
           05 filler              pic x(2) value spaces.
           05 reg-action          pic x(1).
           05 filler              pic x(2) value spaces.
           05 reg-status          pic x(8).
           05 filler              pic x(2) value spaces.
           05 reg-remark          pic x(30).
           05 filler              pic x(49) value spaces.

       01 ws-summary-line.
           05 filler              pic x(12) value "Trans read: ".
           05 sum-trans-read      pic zzzz9.
           05 filler              pic x(10) value "  Applied:".
           05 sum-trans-applied   pic zzzz9.
           05 filler              pic x(10) value "  Refused:".
           05 sum-trans-refused   pic zzzz9.
           05 filler              pic x(53) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.
       000-main.
           open input ventran-file vendmast-file
           open output vennew-file audit-file register-file
           open extend runlog-file

           perform 900-write-runlog-start

           accept ws-run-date from date yyyymmdd

           write register-record from ws-register-heading
           write register-record from ws-blank-line

           perform 100-load-vendors-in-use

           perform 150-read-transaction
           perform 160-read-master

           perform 200-match-pass
               until ws-tran-eof-flag = 'Y'
               and ws-mast-eof-flag = 'Y'

           move ws-trans-read to sum-trans-read
           move ws-trans-applied to sum-trans-applied
           move ws-trans-refused to sum-trans-refused
           write register-record from ws-blank-line
           write register-record from ws-summary-line

      * A non-zero return code tells the operator one or more
      * transactions were refused on the register this run....
           if ws-trans-refused > 0
               move 4 to return-code
           end-if

           perform 910-write-runlog-end

           close ventran-file vendmast-file vennew-file
                 audit-file register-file runlog-file
           goback.

      * Load every vendor still in use: first the stock master's
      * vendor assignments, then the vendors on open purchase
      * orders. Each vendor is held once, so the table is bounded
      * by distinct vendors, not by stock numbers or orders....
       100-load-vendors-in-use.
           open input stkmast-file
           perform until ws-stk-eof-flag = 'Y'
               read stkmast-file
                   at end
                       move 'Y' to ws-stk-eof-flag
                   not at end
                       if sm-vendor-id not = spaces
                           move sm-vendor-id to ws-use-vendor-in
                           move "STILL ASSIGNED TO STOCK ITEMS"
                               to ws-use-reason-in
                           perform 110-fold-vendor-in-use
                       end-if
               end-read
           end-perform
           close stkmast-file

           open input openpo-file
           perform until ws-po-eof-flag = 'Y'
               read openpo-file
                   at end
                       move 'Y' to ws-po-eof-flag
                   not at end
                       if op-vendor-id not = spaces
                           move op-vendor-id to ws-use-vendor-in
                           move "OPEN PURCHASE ORDERS REMAIN"
                               to ws-use-reason-in
                           perform 110-fold-vendor-in-use
                       end-if
               end-read
           end-perform
           close openpo-file.

       110-fold-vendor-in-use.
           move 'N' to ws-use-found-flag
           perform varying ws-use-idx from 1 by 1
               until ws-use-idx > ws-use-table-size
               or ws-use-found-flag = 'Y'
               if ws-use-vendor-in = ws-use-vendor(ws-use-idx)
                   move 'Y' to ws-use-found-flag
               end-if
           end-perform
           if ws-use-found-flag = 'N'
               if ws-use-table-size < ws-use-table-max
                   add 1 to ws-use-table-size
                   set ws-use-idx to ws-use-table-size
                   move ws-use-vendor-in to ws-use-vendor(ws-use-idx)
                   move ws-use-reason-in to ws-use-reason(ws-use-idx)
               else
                   move 'Y' to ws-use-overflow-flag
               end-if
           end-if.

      * Read the next transaction, refusing any with a blank
      * vendor ID or out of sequence before it can reach the
      * match....
       150-read-transaction.
           move 'N' to ws-tran-ok-flag
           perform until ws-tran-ok-flag = 'Y'
               or ws-tran-eof-flag = 'Y'
               read ventran-file
                   at end
                       move 'Y' to ws-tran-eof-flag
                   not at end
                       add 1 to ws-trans-read
                       if vt-vendor-id = spaces
                           move "BLANK VENDOR ID" to reg-remark
                           perform 810-write-refused
                       else
      * A key equal to the previous accepted transaction's is
      * refused too -- two adds for one vendor in a batch would
      * otherwise both flow through unmatched and land on the new
      * master twice....
                           if vt-vendor-id <= ws-prev-tran-key
                               move "TRANSACTION OUT OF SEQUENCE"
                                   to reg-remark
                               perform 810-write-refused
                           else
                               move vt-vendor-id to ws-prev-tran-key
                               move 'Y' to ws-tran-ok-flag
                           end-if
                       end-if
               end-read
           end-perform.

      * Read the next old-master record into the hold area....
       160-read-master.
           move 'N' to ws-del-flag
           read vendmast-file
               at end
                   move 'Y' to ws-mast-eof-flag
               not at end
                   move vendmast-record to ws-work-ven
                   if wk-lead-days not numeric
                       move 0 to wk-lead-days
                   end-if
           end-read.

      * One step of the balanced match between the sorted
      * transaction file and the sorted old master....
       200-match-pass.
           if ws-tran-eof-flag = 'Y'
           or (ws-mast-eof-flag = 'N'
               and wk-vendor-id < vt-vendor-id)
               perform 300-release-master
           else
               if ws-mast-eof-flag = 'Y'
               or vt-vendor-id < wk-vendor-id
                   perform 400-unmatched-transaction
                   perform 150-read-transaction
               else
                   perform 500-matched-transaction
                   perform 150-read-transaction
               end-if
           end-if.

      * Write the held master to the new file -- unless a delete
      * dropped it -- and pull the next one....
       300-release-master.
           if ws-del-flag = 'N'
               write vennew-record from ws-work-ven
           end-if
           perform 160-read-master.

      * Transaction key is not on the master: only an add is
      * valid....
       400-unmatched-transaction.
           evaluate vt-action
               when 'A'
                   perform 410-apply-add
               when 'C'
                   move "NOT ON VENDOR MASTER" to reg-remark
                   perform 810-write-refused
               when 'D'
                   move "NOT ON VENDOR MASTER" to reg-remark
                   perform 810-write-refused
               when other
                   move "INVALID ACTION CODE" to reg-remark
                   perform 810-write-refused
           end-evaluate.

      * Build the new vendor and write it, with an audit record
      * for every field set. A vendor needs a name to print on a
      * purchase order and a numeric lead time....
       410-apply-add.
           if vt-vendor-name = spaces
               move "VENDOR NAME REQUIRED ON ADD" to reg-remark
               perform 810-write-refused
           else
           if vt-lead-days-x not numeric
               move "INVALID LEAD DAYS ON ADD" to reg-remark
               perform 810-write-refused
           else
               move vt-vendor-id to vm-vendor-id
               move vt-vendor-name to vm-vendor-name
               move vt-address-1 to vm-address-1
               move vt-address-2 to vm-address-2
               move vt-city to vm-city
               move vt-province to vm-province
               move vt-postal-code to vm-postal-code
               move vt-terms to vm-terms
               move vt-lead-days to vm-lead-days
               write vennew-record from vendmast-record
               perform 420-audit-add
               move vt-vendor-name to reg-remark
               perform 800-write-applied
           end-if
           end-if.

       420-audit-add.
           move vt-vendor-id to aud-vendor
           move "ADD" to aud-action
           move ws-run-date to aud-date
           move spaces to aud-before

           move "VENDOR-NAME" to aud-field
           move vt-vendor-name(1:16) to aud-after
           write audit-record

           move "ADDRESS-1" to aud-field
           move vt-address-1(1:16) to aud-after
           write audit-record

           move "ADDRESS-2" to aud-field
           move vt-address-2(1:16) to aud-after
           write audit-record

           move "CITY" to aud-field
           move vt-city(1:16) to aud-after
           write audit-record

           move "PROVINCE" to aud-field
           move vt-province to aud-after
           write audit-record

           move "POSTAL-CODE" to aud-field
           move vt-postal-code to aud-after
           write audit-record

           move "TERMS" to aud-field
           move vt-terms to aud-after
           write audit-record

           move "LEAD-DAYS" to aud-field
           move vt-lead-days to ws-aud-days-edit
           move ws-aud-days-edit to aud-after
           write audit-record.

      * Transaction key matches the held master....
       500-matched-transaction.
           evaluate vt-action
               when 'A'
                   move "ALREADY ON VENDOR MASTER" to reg-remark
                   perform 810-write-refused
               when 'C'
                   perform 510-apply-change
               when 'D'
                   perform 520-apply-delete
               when other
                   move "INVALID ACTION CODE" to reg-remark
                   perform 810-write-refused
           end-evaluate.

      * Apply each change field that was keyed to the held
      * master, with a before/after audit record per field
      * touched....
       510-apply-change.
           move vt-vendor-id to aud-vendor
           move "CHANGE" to aud-action
           move ws-run-date to aud-date

           if vt-vendor-name not = spaces
           and vt-vendor-name not = wk-vendor-name
               move "VENDOR-NAME" to aud-field
               move wk-vendor-name(1:16) to aud-before
               move vt-vendor-name(1:16) to aud-after
               write audit-record
               move vt-vendor-name to wk-vendor-name
           end-if

           if vt-address-1 not = spaces
           and vt-address-1 not = wk-address-1
               move "ADDRESS-1" to aud-field
               move wk-address-1(1:16) to aud-before
               move vt-address-1(1:16) to aud-after
               write audit-record
               move vt-address-1 to wk-address-1
           end-if

           if vt-address-2 not = spaces
           and vt-address-2 not = wk-address-2
               move "ADDRESS-2" to aud-field
               move wk-address-2(1:16) to aud-before
               move vt-address-2(1:16) to aud-after
               write audit-record
               move vt-address-2 to wk-address-2
           end-if

           if vt-city not = spaces
           and vt-city not = wk-city
               move "CITY" to aud-field
               move wk-city(1:16) to aud-before
               move vt-city(1:16) to aud-after
               write audit-record
               move vt-city to wk-city
           end-if

           if vt-province not = spaces
           and vt-province not = wk-province
               move "PROVINCE" to aud-field
               move wk-province to aud-before
               move vt-province to aud-after
               write audit-record
               move vt-province to wk-province
           end-if

           if vt-postal-code not = spaces
           and vt-postal-code not = wk-postal-code
               move "POSTAL-CODE" to aud-field
               move wk-postal-code to aud-before
               move vt-postal-code to aud-after
               write audit-record
               move vt-postal-code to wk-postal-code
           end-if

           if vt-terms not = spaces
           and vt-terms not = wk-terms
               move "TERMS" to aud-field
               move wk-terms to aud-before
               move vt-terms to aud-after
               write audit-record
               move vt-terms to wk-terms
           end-if

           if vt-lead-days-x numeric
           and vt-lead-days not = wk-lead-days
               move "LEAD-DAYS" to aud-field
               move wk-lead-days to ws-aud-days-edit
               move ws-aud-days-edit to aud-before
               move vt-lead-days to ws-aud-days-edit
               move ws-aud-days-edit to aud-after
               write audit-record
               move vt-lead-days to wk-lead-days
           end-if

           move spaces to reg-remark
           perform 800-write-applied.

      * Drop the held master -- unless a stock number is still
      * assigned to the vendor or an open purchase order is still
      * placed with it....
       520-apply-delete.
           if ws-use-overflow-flag = 'Y'
               move "IN-USE TABLE FULL" to reg-remark
               perform 810-write-refused
           else
               move 'N' to ws-use-found-flag
               perform varying ws-use-idx from 1 by 1
                   until ws-use-idx > ws-use-table-size
                   or ws-use-found-flag = 'Y'
                   if vt-vendor-id = ws-use-vendor(ws-use-idx)
                       move 'Y' to ws-use-found-flag
                       move ws-use-reason(ws-use-idx) to reg-remark
                   end-if
               end-perform
               if ws-use-found-flag = 'Y'
                   perform 810-write-refused
               else
                   move 'Y' to ws-del-flag
                   move vt-vendor-id to aud-vendor
                   move "DELETE" to aud-action
                   move "RECORD" to aud-field
                   move wk-vendor-name(1:16) to aud-before
                   move spaces to aud-after
                   move ws-run-date to aud-date
                   write audit-record
                   move wk-vendor-name to reg-remark
                   perform 800-write-applied
               end-if
           end-if.

      * Write one change-register line for an applied transaction..
       800-write-applied.
           move vt-vendor-id to reg-vendor
           move vt-action to reg-action
           move "APPLIED" to reg-status
           write register-record from ws-register-line
           add 1 to ws-trans-applied.

      * Write one change-register line for a refused transaction..
       810-write-refused.
           move vt-vendor-id to reg-vendor
           move vt-action to reg-action
           move "REFUSED" to reg-status
           write register-record from ws-register-line
           add 1 to ws-trans-refused.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6VENUPD" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the transactions read and
      * the return code being handed back....
       910-write-runlog-end.
           move "A6VENUPD" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-trans-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A6VENUPD.
