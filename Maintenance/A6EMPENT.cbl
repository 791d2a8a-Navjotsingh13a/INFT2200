       identification division.
       program-id. A6EMPENT.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A6EMPENT--> Console entry of employee master
      * maintenance transactions, launched from A0MENU. Prompts for
      * one field at a time and checks each as it is keyed -- the
      * action code, a numeric employee number that is already on
      * EMPMAST for a change or terminate and not on it for an
      * add, a salary in dollars and cents, years of service, a
      * real hire date, a cost center -- shows the employee's
      * current values on a change or terminate, and appends the
      * finished transaction to EMPTRAN in the exact layout
      * A6EMPUPD reads. A field left blank on a change keeps the
      * master's value, as in the batch. Nothing reaches EMPTRAN
      * until the operator confirms it....

       environment division.
       input-output section.
       file-control.

      * Maintenance transactions for the next A6EMPUPD run,
      * appended to....
           select optional emptran-file
               assign to EMPTRAN
               organization is sequential.

      * Shared employee master, read by employee number for the
      * on-file checks and the current values....
           select empmast-file
               assign to EMPMAST
               organization is indexed
               access is random
               record key is em-emp-no.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

      * Transaction, the layout A6EMPUPD reads: action A (add), C
      * (change), T (terminate), then the employee fields, spaces
      * for a field a change leaves alone....
       fd emptran-file
           recording mode is F
           data record is emptran-record
           record contains 47 characters.
       01 emptran-record.
           05 et-action           pic x(1).
           05 et-emp-no           pic 9(5).
           05 et-emp-name         pic x(16).
           05 et-salary-x         pic x(9).
           05 et-salary redefines et-salary-x
                                  pic 9(7)v99.
           05 et-educ-code        pic x(1).
           05 et-years-x          pic x(2).
           05 et-years redefines et-years-x
                                  pic 9(2).
           05 et-hire-x           pic x(8).
           05 et-hire redefines et-hire-x
                                  pic 9(8).
           05 et-cost-center      pic x(5).

      * Shared employee master record layout....
       fd empmast-file
           recording mode is F.
           copy EMPMAST.

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

       working-storage section.

       77 ws-done-flag            pic x value 'N'.
       77 ws-cancel-flag          pic x value 'N'.
       77 ws-field-ok-flag        pic x value 'N'.
       77 ws-on-file-flag         pic x value 'N'.
       77 ws-changed-flag         pic x value 'N'.
       77 ws-answer               pic x value space.

       77 ws-action               pic x value space.
       77 ws-emp-no               pic 9(5) value 0.

      * Transactions written this session....
       77 ws-trans-written        pic 9(5) value 0.

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

      * Hire-date check: month and day in range....
       01 ws-date-work            pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-work.
           05 ws-date-yyyy        pic 9(4).
           05 ws-date-mm          pic 9(2).
           05 ws-date-dd          pic 9(2).
       01 ws-month-days-x         pic x(24) value
           "312931303130313130313031".
       01 ws-month-days-tab redefines ws-month-days-x.
           05 ws-month-days       pic 9(2) occurs 12 times.

      * Current values shown on a change or terminate....
       77 ws-salary-edit          pic z,zzz,zz9.99.

       01 ws-blank-tran           pic x(47) value spaces.

       procedure division.
       000-main.
           move 'N' to ws-done-flag
           move 0 to ws-trans-written
           open input empmast-file
           open extend emptran-file runlog-file

           perform 900-write-runlog-start

           display space
           display "A6EMPENT Employee Maintenance Transaction Entry"
           display "  A add   C change   T terminate   X finish"

           perform 100-enter-transaction until ws-done-flag = 'Y'

           display "Transactions written to EMPTRAN: " ws-trans-written

           perform 910-write-runlog-end

           close empmast-file emptran-file runlog-file
           goback.

      * One transaction from action code to confirmation. A blank
      * employee number abandons it....
       100-enter-transaction.
           move 'N' to ws-cancel-flag
           move ws-blank-tran to emptran-record
           display space
           move 'N' to ws-field-ok-flag
           perform 200-accept-action until ws-field-ok-flag = 'Y'
           if ws-action = 'X'
               move 'Y' to ws-done-flag
           else
               move ws-action to et-action
               move 'N' to ws-field-ok-flag
               perform 210-accept-emp-no
                   until ws-field-ok-flag = 'Y'
                   or ws-cancel-flag = 'Y'
               if ws-cancel-flag = 'N'
                   move ws-emp-no to et-emp-no
                   evaluate ws-action
                       when 'A'
                           perform 300-enter-add
                       when 'C'
                           perform 400-enter-change
                       when 'T'
                           perform 500-enter-termination
                   end-evaluate
               end-if
               if ws-cancel-flag = 'N'
                   perform 600-confirm-and-write
               else
                   display "Transaction abandoned - nothing written."
               end-if
           end-if.

       200-accept-action.
           display "Action (A/C/T, X to finish): " with no advancing
           move space to ws-action
           accept ws-action from console
           evaluate ws-action
               when 'a'
                   move 'A' to ws-action
               when 'c'
                   move 'C' to ws-action
               when 't'
                   move 'T' to ws-action
               when 'x'
                   move 'X' to ws-action
           end-evaluate
           if ws-action = 'A' or ws-action = 'C' or ws-action = 'T'
           or ws-action = 'X'
               move 'Y' to ws-field-ok-flag
           else
               display "  Action must be A, C, T or X."
           end-if.

      * Employee number: five digits at most, on file for a change
      * or terminate and not on file for an add....
       210-accept-emp-no.
           display "Employee number (blank to abandon): "
               with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               move 'Y' to ws-cancel-flag
           else
               move 5 to ws-max-digits
               perform 800-edit-number
               if ws-field-ok-flag = 'Y'
                   move ws-entry-number to ws-emp-no
                   move ws-emp-no to em-emp-no
                   read empmast-file
                       invalid key
                           move 'N' to ws-on-file-flag
                       not invalid key
                           move 'Y' to ws-on-file-flag
                   end-read
                   if ws-action = 'A' and ws-on-file-flag = 'Y'
                       display "  Employee " ws-emp-no
                           " is already on the master: " em-emp-name
                       move 'N' to ws-field-ok-flag
                   end-if
                   if ws-action not = 'A' and ws-on-file-flag = 'N'
                       display "  Employee " ws-emp-no
                           " is not on the master."
                       move 'N' to ws-field-ok-flag
                   end-if
               else
                   display "  Employee number must be 1 to 5 digits."
               end-if
           end-if.

      * An add: every field is required....
       300-enter-add.
           move 'N' to ws-field-ok-flag
           perform 310-accept-name until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 320-accept-salary until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 330-accept-educ until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 340-accept-years until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 350-accept-hire until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 360-accept-cost-center until ws-field-ok-flag = 'Y'.

      * Each accept paragraph below takes a blank entry as "keep
      * the master's value" on a change and refuses it on an
      * add....
       310-accept-name.
           display "Employee name: " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               if ws-entry(17:14) not = spaces
                   display "  Name is 16 characters at most."
               else
                   move ws-entry to et-emp-name
                   move 'Y' to ws-field-ok-flag
               end-if
           end-if.

       320-accept-salary.
           display "Annual salary (e.g. 55000.00): " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               move 7 to ws-max-digits
               perform 810-edit-amount
               if ws-field-ok-flag = 'Y'
                   move ws-entry-amount to et-salary
               else
                   display "  Salary must be dollars up to 9999999 "
                       "with up to two decimal places."
               end-if
           end-if.

       330-accept-educ.
           display "Education code (one letter): " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               if ws-entry(2:29) not = spaces
               or ws-entry(1:1) not alphabetic
                   display "  Education code is a single letter."
               else
                   move ws-entry(1:1) to et-educ-code
                   move 'Y' to ws-field-ok-flag
               end-if
           end-if.

       340-accept-years.
           display "Years of service: " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               move 2 to ws-max-digits
               perform 800-edit-number
               if ws-field-ok-flag = 'Y'
                   move ws-entry-number to et-years
               else
                   display "  Years of service must be 0 to 99."
               end-if
           end-if.

       350-accept-hire.
           display "Hire date (yyyymmdd): " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
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
                   move ws-date-work to et-hire
               else
                   display "  Hire date must be a real yyyymmdd date."
               end-if
           end-if.

       360-accept-cost-center.
           display "Cost center (department code): " with no advancing
           move spaces to ws-entry
           accept ws-entry from console
           if ws-entry = spaces
               perform 390-blank-entry
           else
               if ws-entry(6:25) not = spaces
                   display "  Cost center is 5 characters at most."
               else
                   move ws-entry to et-cost-center
                   move 'Y' to ws-field-ok-flag
               end-if
           end-if.

      * A blank answer: fine on a change, refused on an add....
       390-blank-entry.
           if ws-action = 'C'
               move 'Y' to ws-field-ok-flag
           else
               display "  Required on an add."
           end-if.

      * A change: show what is on the master, then take only the
      * fields keyed. A change that keys nothing is not written...
       400-enter-change.
           perform 700-show-current
           display "Key the new value, or leave blank to keep it."
           move 'N' to ws-field-ok-flag
           perform 310-accept-name until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 320-accept-salary until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 330-accept-educ until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 340-accept-years until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 350-accept-hire until ws-field-ok-flag = 'Y'
           move 'N' to ws-field-ok-flag
           perform 360-accept-cost-center until ws-field-ok-flag = 'Y'
           move 'N' to ws-changed-flag
           if et-emp-name not = spaces or et-salary-x not = spaces
           or et-educ-code not = spaces or et-years-x not = spaces
           or et-hire-x not = spaces or et-cost-center not = spaces
               move 'Y' to ws-changed-flag
           end-if
           if ws-changed-flag = 'N'
               display "  No field keyed."
               move 'Y' to ws-cancel-flag
           end-if.

      * A terminate: show who is going....
       500-enter-termination.
           perform 700-show-current.

      * Show the finished transaction and write it on a Y....
       600-confirm-and-write.
           display "Transaction: " emptran-record
           display "Write this transaction (Y/N): " with no advancing
           move space to ws-answer
           accept ws-answer from console
           if ws-answer = 'Y' or ws-answer = 'y'
               write emptran-record
               add 1 to ws-trans-written
               display "  Written."
           else
               display "  Not written."
           end-if.

       700-show-current.
           move em-salary to ws-salary-edit
           display "  On file: " em-emp-name
               "  Salary " ws-salary-edit
               "  Educ " em-educ-code
               "  Years " em-years-service
               "  Hired " em-hire-date
               "  Cost center " em-cost-center.

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
           move "A6EMPENT" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the transactions written..
       910-write-runlog-end.
           move "A6EMPENT" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-trans-written to rl-records
           move 0 to rl-return-code
           write runlog-record.

       end program A6EMPENT.
