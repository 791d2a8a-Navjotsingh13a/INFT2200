       identification division.
       program-id. A6STKENT.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A6STKENT--> Console entry of stock master
      * maintenance transactions, launched from A0MENU, in the same
      * mold as A6EMPENT. Prompts for one field at a time and checks
      * each as it is keyed -- the action code, a numeric stock
      * number already on STKMAST for a change or delete and not on
      * it for an add, a real effective date (today when left
      * blank), a vendor that is on the vendor master -- shows the
      * item's current values, and appends the finished transaction
      * to STKTRAN in the exact layout A6STKUPD reads. A6STKUPD
      * takes one transaction per stock number per run, so a stock
      * number that already has one waiting on STKTRAN is refused
      * here; the maintenance job sorts STKTRAN into stock-number
      * order ahead of the run. Nothing reaches STKTRAN until the
      * operator confirms it....

       environment division.
       input-output section.
       file-control.

      * Maintenance transactions for the next A6STKUPD run, read
      * for the stock numbers already waiting and then appended
      * to....
           select optional stktran-file
               assign to STKTRAN
               organization is sequential.

      * Stock master, searched for the on-file checks and the
      * current values....
           select stkmast-file
               assign to STKMAST
               organization is sequential.

      * Vendor master, searched for the vendor check....
           select vendmast-file
               assign to VENDMAST
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

      * Transaction, the layout A6STKUPD reads: action A (add), C
      * (change) or D (delete), the stock number, the description,
      * the date the change takes effect, the vendor and the
      * product department, spaces for a field a change leaves
      * alone....
       fd stktran-file
           recording mode is F
           data record is stktran-record
           record contains 49 characters.
       01 stktran-record.
           05 st-action           pic x(1).
           05 st-stock-no         pic 9(7).
           05 st-description      pic x(20).
           05 st-eff-date         pic 9(8).
           05 st-vendor-id        pic x(6).
           05 st-product-dept     pic x(7).

      * Stock master record layout....
       fd stkmast-file
           recording mode is F
           data record is stkmast-record
           record contains 40 characters.
           copy STKMAST.

      * Vendor master record layout....
       fd vendmast-file
           recording mode is F
           data record is vendmast-record
           record contains 138 characters.
           copy VENDMAST.

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
       77 ws-ven-eof-flag         pic x value 'N'.
       77 ws-ven-found-flag       pic x value 'N'.
       77 ws-answer               pic x value space.

       77 ws-action               pic x value space.
       77 ws-stock-no             pic 9(7) value 0.
       77 ws-vendor-id            pic x(6) value spaces.
       77 ws-run-date             pic 9(8) value 0.

      * Transactions written this session....
       77 ws-trans-written        pic 9(5) value 0.

      * Stock numbers with a transaction already waiting on
      * STKTRAN....
       01 ws-pend-table.
           05 ws-pend-entry occurs 1000 times
               indexed by ws-pend-idx.
               10 ws-pend-stock-no  pic 9(7).
       77 ws-pend-table-size      pic 9(4) value 0.
       77 ws-pend-table-max       pic 9(4) value 1000.
       77 ws-pend-found-flag      pic x value 'N'.

      * What the operator keyed, and the numeric edit of it....
       01 ws-entry                pic x(30) value spaces.
       77 ws-entry-len            pic 9(2) value 0.
       77 ws-max-digits           pic 9(2) value 0.
       77 ws-entry-number         pic 9(9) value 0.

      * Effective-date check: month and day in range....
       01 ws-date-work            pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-work.
           05 ws-date-yyyy        pic 9(4).
           05 ws-date-mm          pic 9(2).
           05 ws-date-dd          pic 9(2).
       01 ws-month-days-x         pic x(24) value
           "312931303130313130313031".
       01 ws-month-days-tab redefines ws-month-days-x.
           05 ws-month-days       pic 9(2) occurs 12 times.

       01 ws-blank-tran           pic x(49) value spaces.

       procedure division.
       000-main.
           move 'N' to ws-done-flag
           move 0 to ws-trans-written
           accept ws-run-date from date yyyymmdd
           perform 050-load-pending

           open extend stktran-file runlog-file

           perform 900-write-runlog-start

           display space
           display "A6STKENT Stock Maintenance Transaction Entry"
           display "  A add   C change   D delete   X finish"

           perform 100-enter-transaction until ws-done-flag = 'Y'

           display "Transactions written to STKTRAN: " ws-trans-written

           perform 910-write-runlog-end

           close stktran-file runlog-file
           goback.

      * Note the stock numbers already waiting on STKTRAN....
       050-load-pending.
           move 0 to ws-pend-table-size
           move 'N' to ws-tran-eof-flag
           open input stktran-file
           perform until ws-tran-eof-flag = 'Y'
               read stktran-file
                   at end
                       move 'Y' to ws-tran-eof-flag
                   not at end
                       if st-stock-no numeric
                           move st-stock-no to ws-stock-no
                           perform 060-hold-pending
                       end-if
               end-read
           end-perform
           close stktran-file.

       060-hold-pending.
           if ws-pend-table-size < ws-pend-table-max
               add 1 to ws-pend-table-size
               set ws-pend-idx to ws-pend-table-size
               move ws-stock-no to ws-pend-stock-no(ws-pend-idx)
           end-if.

      * One transaction from action code to confirmation. A blank
      * stock number abandons it....
       100-enter-transaction.
           move 'N' to ws-cancel-flag
           move ws-blank-tran to stktran-record
           display space
           move 'N' to ws-field-ok-flag
           perform 200-accept-action until ws-field-ok-flag = 'Y'
           if ws-action = 'X'
               move 'Y' to ws-done-flag
           else
               move ws-action to st-action
               move 'N' to ws-field-ok-flag
               perform 210-accept-stock-no
                   until ws-field-ok-flag = 'Y'
                   or ws-cancel-flag = 'Y'
               if ws-cancel-flag = 'N'
                   move ws-stock-no to st-stock-no
                   evaluate ws-action
                       when 'A'
                           perform 300-enter-add
                       when 'C'
                           perform 400-enter-change
                       when 'D'
                           perform 500-enter-delete
                   end-evaluate
               end-if
               if ws-cancel-flag = 'N'
                   perform 600-confirm-and-write
               else
                   display "Transaction abandoned - nothing written."
               end-if
           end-if.

       200-accept-action.
           display "Action (A/C/D, X to finish): " with no advancing
           move space to ws-action
           accept ws-action from console
           evaluate ws-action
               when 'a'
                   move 'A' to ws-action
               when 'c'
                   move 'C' to ws-action
               when 'd'
                   move 'D' to ws-action
               when 'x'
                   move 'X' to ws-action
           end-evaluate
           if ws-action = 'A' or ws-action = 'C' or ws-action = 'D'
           or ws-action = 'X'
               move 'Y' to ws-field-ok-flag
           else
               display "  Action must be A, C, D or X."
           end-if.

      * Stock number: seven digits at most, on file for a change
      * or delete and not on file for an add, and not already
      * waiting....
       210-accept-stock-no.
           display "Stock number (blank to abandon): "
               with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               move 'Y' to ws-cancel-flag
           else
               move 7 to ws-max-digits
               perform 800-edit-number
               if ws-field-ok-flag = 'Y'
                   move ws-entry-number to ws-stock-no
                   perform 700-find-stock
                   perform 710-check-pending
                   if ws-pend-found-flag = 'Y'
                       display "  Stock number " ws-stock-no
                           " already has a transaction waiting."
                       move 'N' to ws-field-ok-flag
                   end-if
                   if ws-action = 'A' and ws-on-file-flag = 'Y'
                       display "  Stock number " ws-stock-no
                           " is already on the stock master: "
                           sm-description
                       move 'N' to ws-field-ok-flag
                   end-if
                   if ws-action not = 'A' and ws-on-file-flag = 'N'
                       display "  Stock number " ws-stock-no
                           " is not on the stock master."
                       move 'N' to ws-field-ok-flag
                   end-if
               else
                   display "  Stock number must be 1 to 7 digits."
               end-if
           end-if.

      * An add: description and effective date; vendor and
      * department may follow later by a change....
       300-enter-add.
           move 'N' to ws-field-ok-flag
           perform 310-accept-descr until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 320-accept-eff-date until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 330-accept-vendor until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 340-accept-dept until ws-field-ok-flag = 'Y'.

       310-accept-descr.
           display "Description: " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               if ws-action = 'C'
                   move 'Y' to ws-field-ok-flag
               else
                   display "  Required on an add."
               end-if
           else
               if ws-entry(21:10) not = spaces
                   display "  Description is 20 characters at most."
               else
                   move ws-entry to st-description
                   move 'Y' to ws-field-ok-flag
               end-if
           end-if.

      * Effective date: blank means today....
       320-accept-eff-date.
           display "Effective date (yyyymmdd, blank for today): "
               with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               move ws-run-date to st-eff-date
               move 'Y' to ws-field-ok-flag
           else
               move 8 to ws-max-digits
               perform 800-edit-number
               if ws-field-ok-flag = 'Y' and ws-entry-len = 8
                   move ws-entry-number to ws-date-work
                   perform 820-check-date
               else
                   move 'N' to ws-field-ok-flag
               end-if
               if ws-field-ok-flag = 'Y'
                   move ws-date-work to st-eff-date
               else
                   display "  Effective date must be a real "
                       "yyyymmdd date."
               end-if
           end-if.

      * Vendor: blank leaves it unassigned (or unchanged);
      * otherwise it must be on the vendor master....
       330-accept-vendor.
           display "Vendor ID (blank for none/no change): "
               with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               move 'Y' to ws-field-ok-flag
           else
               if ws-entry(7:24) not = spaces
                   display "  Vendor ID is 6 characters at most."
               else
                   move ws-entry to ws-vendor-id
                   perform 720-find-vendor
                   if ws-ven-found-flag = 'Y'
                       move ws-vendor-id to st-vendor-id
                       display "  " vm-vendor-name
                       move 'Y' to ws-field-ok-flag
                   else
                       display "  Vendor " ws-vendor-id
                           " is not on the vendor master."
                   end-if
               end-if
           end-if.

       340-accept-dept.
           display "Product department (blank for none/no change): "
               with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry(8:23) not = spaces
               display "  Department is 7 characters at most."
           else
               move ws-entry to st-product-dept
               move 'Y' to ws-field-ok-flag
           end-if.

      * A change: show what is on the master, then take only the
      * fields keyed. A change that keys nothing is not written...
       400-enter-change.
           perform 730-show-current
           display "Key the new value, or leave blank to keep it."
           move 'N' to ws-field-ok-flag
           perform 310-accept-descr until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 330-accept-vendor until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 340-accept-dept until ws-field-ok-flag = 'Y'
           if st-description = spaces and st-vendor-id = spaces
           and st-product-dept = spaces
               display "  No field keyed."
               move 'Y' to ws-cancel-flag
           else
               move 'N' to ws-field-ok-flag
               perform 320-accept-eff-date
                   until ws-field-ok-flag = 'Y'
           end-if.

      * A delete: show the item and when it goes....
       500-enter-delete.
           perform 730-show-current
           move 'N' to ws-field-ok-flag
           perform 320-accept-eff-date until ws-field-ok-flag = 'Y'.

      * Show the finished transaction and write it on a Y....
       600-confirm-and-write.
           display "Transaction: " stktran-record
           display "Write this transaction (Y/N): " with no advancing
           move space to ws-answer
           accept ws-answer from console
           if ws-answer = 'Y' or ws-answer = 'y'
               write stktran-record
               add 1 to ws-trans-written
               perform 060-hold-pending
               display "  Written."
           else
               display "  Not written."
           end-if.

      * Search the stock master for the number keyed, leaving the
      * record in hand when it is found....
       700-find-stock.
           move 'N' to ws-on-file-flag
           move 'N' to ws-mast-eof-flag
           open input stkmast-file
           perform until ws-mast-eof-flag = 'Y'
               or ws-on-file-flag = 'Y'
               read stkmast-file
                   at end
                       move 'Y' to ws-mast-eof-flag
                   not at end
                       if sm-stock-number = ws-stock-no
                           move 'Y' to ws-on-file-flag
                       end-if
               end-read
           end-perform
           close stkmast-file.

       710-check-pending.
           move 'N' to ws-pend-found-flag
           perform varying ws-pend-idx from 1 by 1
               until ws-pend-idx > ws-pend-table-size
               or ws-pend-found-flag = 'Y'
               if ws-pend-stock-no(ws-pend-idx) = ws-stock-no
                   move 'Y' to ws-pend-found-flag
               end-if
           end-perform.

      * Search the vendor master for the vendor keyed....
       720-find-vendor.
           move 'N' to ws-ven-found-flag
           move 'N' to ws-ven-eof-flag
           open input vendmast-file
           perform until ws-ven-eof-flag = 'Y'
               or ws-ven-found-flag = 'Y'
               read vendmast-file
                   at end
                       move 'Y' to ws-ven-eof-flag
                   not at end
                       if vm-vendor-id = ws-vendor-id
                           move 'Y' to ws-ven-found-flag
                       end-if
               end-read
           end-perform
           close vendmast-file.

       730-show-current.
           display "  On file: " sm-description
               "  Vendor " sm-vendor-id
               "  Dept " sm-product-dept.

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

      * Month 01-12 and a day that month can have (29 February is
      * let through every year)....
       820-check-date.
           move 'Y' to ws-field-ok-flag
           if ws-date-yyyy < 1900
           or ws-date-mm < 1 or ws-date-mm > 12
               move 'N' to ws-field-ok-flag
           else
               if ws-date-dd < 1
               or ws-date-dd > ws-month-days(ws-date-mm)
                   move 'N' to ws-field-ok-flag
               end-if
           end-if.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6STKENT" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the transactions written..
       910-write-runlog-end.
           move "A6STKENT" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-trans-written to rl-records
           move 0 to rl-return-code
           write runlog-record.

       end program A6STKENT.
