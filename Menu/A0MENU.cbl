      * needs its DISCTAB discount-rate table, so the menu prompts
      * for the DDNAMEs each choice actually opens rather than a
      * fixed INFILE/OUTFILE pair -- no change to the called programs
      * themselves is needed either way. The operator signs on
      * against the user table (USERTAB) first and is offered only
      * the options their entry permits; three wrong passwords in
      * a row lock the ID until the security administrator resets
      * it. Each launch is journaled with the operator ID so
      * A7RUNRPT can show who ran each daytime report. Options E,
      * P and K open the console entry programs that key employee,
      * product and stock maintenance transactions field by field
      * onto EMPTRAN, PRDTRAN and STKTRAN for the next maintenance
      * run....

      *
       environment division.
               assign to RUNLOG
               organization is sequential.

      * Operator user table: ID, password, permitted options,
      * failed-attempt count and lock flag. Read at sign-on and
      * written back whenever an attempt changes an entry....
           select optional usertab-file
               assign to USERTAB
               organization is sequential.

       data division.
       file section.

           recording mode is F.
           copy RUNLOG.

      * One operator: ID, password, the menu options they may use
      * (the option characters, in any order, e.g. "1234RS"), the
      * run of failed sign-on attempts, and the lock flag....
       fd usertab-file
           recording mode is F
           data record is usertab-record
           record contains 80 characters.
       01 usertab-record.
           05 ut-oper-id                    pic x(8).
           05 ut-password                   pic x(8).
           05 ut-options                    pic x(10).
           05 ut-fail-count                 pic 9(1).
           05 ut-locked                     pic x(1).
           05 ut-oper-name                  pic x(20).
           05 filler                        pic x(32).

       working-storage section.

       01 ws-choice                         pic x value space.
           88 ws-choice-valid                value '1' '2' '3' '4'
                                                    '5' 'R' 'r'
                                                    'S' 's'
                                                    'E' 'e'
                                                    'P' 'p'
                                                    'K' 'k'
                                                    'X' 'x'.
           88 ws-choice-exit                 value 'X' 'x'.
           88 ws-choice-reprint              value 'R' 'r'.
           88 ws-choice-status               value 'S' 's'.
           88 ws-choice-emp-entry            value 'E' 'e'.
           88 ws-choice-prd-entry            value 'P' 'p'.
           88 ws-choice-stk-entry            value 'K' 'k'.
           88 ws-choice-entry                value 'E' 'e'
                                                    'P' 'p'
                                                    'K' 'k'.

       01 ws-in-path                        pic x(40) value spaces.
       01 ws-out-path                       pic x(40) value spaces.
       01 ws-ctlin-path                     pic x(40) value spaces.
       01 ws-alertin-path                   pic x(40) value spaces.

      * The transaction entry programs append to the chosen
      * transaction file and check keys against its master (and
      * the stock entry against the vendor master); the master
      * names reuse the report fields above....
       01 ws-tran-path                      pic x(40) value spaces.
       01 ws-vendmast-path                  pic x(40) value spaces.

      * Set to 'Y' once the operator chooses to exit the menu....
       01 ws-done-flag                      pic x value 'N'.
           88 ws-done                       value 'Y'.
      * session's END record....
       01 ws-launch-count                   pic 9(4) value 0.

      * The program a choice launches, journaled with the operator
      * ID just before the call....
       01 ws-launch-program                 pic x(8) value spaces.

      * The user table, held for the sign-on....
       01 ws-user-table.
           05 ws-user-entry occurs 50 times indexed by ws-user-idx.
               10 ws-user-image             pic x(80).
       01 ws-user-table-size                pic 9(2) value 0.
       01 ws-user-table-max                 pic 9(2) value 50.
       01 ws-user-match-idx                 pic 9(2) value 0.
       01 ws-user-eof-flag                  pic x value 'N'.

      * Sign-on: what was keyed, the attempts this session, and
      * the signed-on operator and their permitted options....
       01 ws-signon-id                      pic x(8) value spaces.
       01 ws-signon-password                pic x(8) value spaces.
       01 ws-signon-tries                   pic 9(1) value 0.
       01 ws-signon-max-tries               pic 9(1) value 3.
       01 ws-lock-after                     pic 9(1) value 3.
       01 ws-signed-on-flag                 pic x value 'N'.
           88 ws-signed-on                  value 'Y'.
       01 ws-oper-id                        pic x(8) value spaces.
       01 ws-oper-options                   pic x(10) value spaces.

      * Option check work fields: the option character asked
      * about and whether the operator may use it....
       01 ws-opt-char                       pic x value space.
       01 ws-opt-tally                      pic 9(2) value 0.
       01 ws-opt-flag                       pic x value 'N'.
           88 ws-opt-permitted              value 'Y'.

       01 ws-menu-title.
           05 filler               pic x(10) value spaces.
           05 filler               pic x(30)
       procedure division.
       000-main.
           perform 400-write-runlog-start
           perform 050-sign-on
           if ws-signed-on
               perform 100-show-menu-loop until ws-done
           end-if
           perform 410-write-runlog-end
           goback.

      * Sign the operator on: up to three tries this session....
       050-sign-on.
           perform 060-load-user-table
           perform 070-attempt-sign-on
               until ws-signed-on
               or ws-signon-tries >= ws-signon-max-tries
           if not ws-signed-on
               display "Sign-on refused - menu ended."
           end-if.

      * Load the operator user table....
       060-load-user-table.
           open input usertab-file
           perform until ws-user-eof-flag = 'Y'
               read usertab-file
                   at end
                       move 'Y' to ws-user-eof-flag
                   not at end
                       if ws-user-table-size < ws-user-table-max
                           add 1 to ws-user-table-size
                           set ws-user-idx to ws-user-table-size
                           move usertab-record
                               to ws-user-image(ws-user-idx)
                       end-if
               end-read
           end-perform
           close usertab-file.

      * One sign-on attempt. An unknown ID and a wrong password
      * get the same message; a wrong password counts against the
      * ID, and the third in a row locks it. A good sign-on clears
      * the count....
       070-attempt-sign-on.
           add 1 to ws-signon-tries
           move spaces to ws-signon-id
           move spaces to ws-signon-password
           display "Operator ID: " with no advancing
           accept ws-signon-id from console
           display "Password: " with no advancing
           accept ws-signon-password from console

           move 0 to ws-user-match-idx
           perform varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-table-size
               move ws-user-image(ws-user-idx) to usertab-record
               if ut-oper-id = ws-signon-id
                   set ws-user-match-idx to ws-user-idx
               end-if
           end-perform

           if ws-user-match-idx = 0 or ws-signon-id = spaces
               display "Sign-on failed."
           else
               set ws-user-idx to ws-user-match-idx
               move ws-user-image(ws-user-idx) to usertab-record
               if ut-locked = 'Y'
                   display "Operator ID is locked - "
                       "see the security administrator."
               else
                   if ut-password = ws-signon-password
                       move 0 to ut-fail-count
                       move 'Y' to ws-signed-on-flag
                       move ut-oper-id to ws-oper-id
                       move ut-options to ws-oper-options
                       display "Signed on: " ut-oper-name
                   else
                       perform 075-count-failed-attempt
                   end-if
                   move usertab-record to ws-user-image(ws-user-idx)
                   perform 080-save-user-table
               end-if
           end-if.

      * A wrong password for a known ID: count it, and lock the ID
      * (journaled) once the run of failures reaches the limit....
       075-count-failed-attempt.
           if ut-fail-count not numeric
               move 0 to ut-fail-count
           end-if
           add 1 to ut-fail-count
           if ut-fail-count >= ws-lock-after
               move 'Y' to ut-locked
               perform 430-write-runlog-lock
               display "Operator ID is now locked - "
                   "see the security administrator."
           else
               display "Sign-on failed."
           end-if.

      * Write the user table back with the attempt recorded....
       080-save-user-table.
           open output usertab-file
           perform varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-table-size
               write usertab-record from ws-user-image(ws-user-idx)
           end-perform
           close usertab-file.

       100-show-menu-loop.
           perform 200-display-menu
           perform 210-accept-choice
               perform 300-run-selected-report
           end-if.

      * Only the options the operator's entry permits are shown...
       200-display-menu.
           display space
           display ws-menu-title
           move '1' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  1  A1PLIST  - Product listing"
           end-if
           move '2' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  2  A2STOCK  - Stock profit/loss report"
           end-if
           move '3' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  3  A3SCOMM  - Sales commission report"
           end-if
           move '4' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  4  A4SALRPT - Salary review report"
           end-if
           move '5' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  5  A5DEPINC - Department income report"
           end-if
           move 'R' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  R  Reprint an archived report"
           end-if
           move 'S' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  S  Night status (one page)"
           end-if
           move 'E' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  E  Employee transaction entry"
           end-if
           move 'P' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  P  Product transaction entry"
           end-if
           move 'K' to ws-opt-char
           perform 220-check-option
           if ws-opt-permitted
               display "  K  Stock transaction entry"
           end-if
           display "  X  Exit"
           display space.

      * A selection the operator is not permitted is refused like
      * an invalid one, and cleared so nothing is launched....
       210-accept-choice.
           move space to ws-choice
           display "Enter selection: " with no advancing
           accept ws-choice from console
           if not ws-choice-valid
               display "Invalid selection - please try again."
           else
               if not ws-choice-exit
                   move ws-choice to ws-opt-char
                   if ws-choice-reprint
                       move 'R' to ws-opt-char
                   end-if
                   if ws-choice-status
                       move 'S' to ws-opt-char
                   end-if
                   if ws-choice-emp-entry
                       move 'E' to ws-opt-char
                   end-if
                   if ws-choice-prd-entry
                       move 'P' to ws-opt-char
                   end-if
                   if ws-choice-stk-entry
                       move 'K' to ws-opt-char
                   end-if
                   perform 220-check-option
                   if not ws-opt-permitted
                       display "Option not authorized for "
                           ws-oper-id " - please try again."
                       move space to ws-choice
                   end-if
               end-if
           end-if.

      * Is ws-opt-char among the signed-on operator's options?...
       220-check-option.
           move 0 to ws-opt-tally
           inspect ws-oper-options tallying ws-opt-tally
               for all ws-opt-char
           if ws-opt-tally > 0
               move 'Y' to ws-opt-flag
           else
               move 'N' to ws-opt-flag
           end-if.

       300-run-selected-report.
           move spaces to ws-runlog-path
           move spaces to ws-ctlin-path
           move spaces to ws-alertin-path
           move spaces to ws-tran-path
           move spaces to ws-vendmast-path
           if ws-choice-reprint
               display "Report archive file name: " with no advancing
               accept ws-archive-path from console
                       with no advancing
                   accept ws-out-path from console
               else
                   if ws-choice-entry
                       perform 317-accept-entry-files
                   else
                       perform 315-accept-report-files
                   end-if
               end-if
           end-if.

               accept ws-locref-path from console
           end-if.

      * File names for the three transaction entry choices....
       317-accept-entry-files.
           display "Transaction file name: " with no advancing
           accept ws-tran-path from console
           if ws-choice-emp-entry
               display "Employee master file name: " with no advancing
               accept ws-empmast-path from console
           end-if
           if ws-choice-prd-entry
               display "Product master file name: " with no advancing
               accept ws-prodmast-path from console
           end-if
           if ws-choice-stk-entry
               display "Stock master file name: " with no advancing
               accept ws-stkmast-path from console
               display "Vendor master file name: " with no advancing
               accept ws-vendmast-path from console
           end-if.

       320-set-file-environment.
           if ws-choice-reprint
               display "ARCHIVE" upon environment-name
                   display "STATRPT" upon environment-name
                   display ws-out-path upon environment-value
               else
                   if ws-choice-entry
                       perform 327-set-entry-environment
                   else
                       perform 325-set-report-environment
                   end-if
               end-if
           end-if.

               display ws-locref-path upon environment-value
           end-if.

      * DDNAMEs for the three transaction entry choices....
       327-set-entry-environment.
           if ws-choice-emp-entry
               display "EMPTRAN" upon environment-name
               display ws-tran-path upon environment-value
               display "EMPMAST" upon environment-name
               display ws-empmast-path upon environment-value
           end-if
           if ws-choice-prd-entry
               display "PRDTRAN" upon environment-name
               display ws-tran-path upon environment-value
               display "PRODMAST" upon environment-name
               display ws-prodmast-path upon environment-value
           end-if
           if ws-choice-stk-entry
               display "STKTRAN" upon environment-name
               display ws-tran-path upon environment-value
               display "STKMAST" upon environment-name
               display ws-stkmast-path upon environment-value
               display "VENDMAST" upon environment-name
               display ws-vendmast-path upon environment-value
           end-if.

       330-call-report.
           add 1 to ws-launch-count
           evaluate ws-choice
               when '1'
                   move "A1PLIST" to ws-launch-program
               when '2'
                   move "A2STOCK" to ws-launch-program
               when '3'
                   move "A3SCOMM" to ws-launch-program
               when '4'
                   move "A4SALRPT" to ws-launch-program
               when '5'
                   move "A5DEPINC" to ws-launch-program
               when 'R'
               when 'r'
                   move "A7RPTPRT" to ws-launch-program
               when 'S'
               when 's'
                   move "A7STATUS" to ws-launch-program
               when 'E'
               when 'e'
                   move "A6EMPENT" to ws-launch-program
               when 'P'
               when 'p'
                   move "A6PRDENT" to ws-launch-program
               when 'K'
               when 'k'
                   move "A6STKENT" to ws-launch-program
           end-evaluate
           perform 420-write-runlog-launch
           evaluate ws-choice
               when '1'
                   call "A1PLIST"
                   call "A7STATUS"
               when 's'
                   call "A7STATUS"
               when 'E'
                   call "A6EMPENT"
               when 'e'
                   call "A6EMPENT"
               when 'P'
                   call "A6PRDENT"
               when 'p'
                   call "A6PRDENT"
               when 'K'
                   call "A6STKENT"
               when 'k'
                   call "A6STKENT"
           end-evaluate.

      * Journal the start of the menu session....
           move 0 to rl-return-code
           write runlog-record
           close runlog-file.

      * Journal who is launching which program, just ahead of the
      * program's own START record....
       420-write-runlog-launch.
           open extend runlog-file
           move ws-launch-program to rl-program
           move "RUNBY" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move spaces to rl-operator-data
           move ws-oper-id to rl-operator
           write runlog-record
           close runlog-file.

      * Journal an operator ID locked out at sign-on....
       430-write-runlog-lock.
           open extend runlog-file
           move "A0MENU" to rl-program
           move "LOCK" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move spaces to rl-operator-data
           move ut-oper-id to rl-operator
           write runlog-record
           close runlog-file.
