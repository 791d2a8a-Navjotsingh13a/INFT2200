      * salary no longer matches the old salary the review was
      * computed from is refused, and anything HR did not approve
      * is held. The register shows APPLIED, PENDING, RETRO,
      * HELD, and REFUSED outcomes. Tonight's approvals are also
      * held to the merit budget pool: if their annual dollars
      * on top of what the year has already committed would pass
      * the pool on MERITBUD, the whole approved batch is refused
      * unless an override card is present, and the register
      * closes with the remaining budget or the shortfall. Every
      * approval must carry the approver's ID, held to the
      * authority table: an increase over the approver's limit is
      * held, not posted, until a second, higher approver who
      * covers it is keyed beside the first, and one person in
      * both places is refused. The register closes with the
      * increases held for authority....

       environment division.
       input-output section.
               assign to RETRO
               organization is sequential.

      * The same retro-pay records, added to run after run until
      * the nightly A6LABPST step has charged them to the ledger
      * and the dataset is emptied....
           select optional retlab-file
               assign to RETROLAB
               organization is sequential.

      * Shared employee master, indexed on employee number,
      * updated in place....
           select empmast-file
               assign to DATECARD
               organization is sequential.

      * Merit budget cards for the review year. With none, the
      * pool is not checked....
           select optional meritbud-file
               assign to MERITBUD
               organization is sequential.

      * Merit spending committed so far this year, read at the
      * start and written back at the end of the run....
           select optional merityt-file
               assign to MERITYTD
               organization is sequential.

      * Override card: present, it lets a batch post past the
      * pool, naming who authorized it....
           select optional meritovr-file
               assign to MERITOVR
               organization is sequential.

      * Approval authority table: who may approve, and how large
      * an increase on their own....
           select authtab-file
               assign to AUTHTAB
               organization is sequential.

       data division.
       file section.

      * Increase transaction, as A4SALRPT wrote it, with the
      * approval byte HR marks 'A' and the approver IDs....
       fd inctran-file
           recording mode is F
           data record is inctran-record
           record contains 51 characters.
       01 inctran-record            pic x(51).

      * Pending transactions carry the same 51-byte layout....
       fd pendin-file
           recording mode is F
           data record is pendin-record
           record contains 51 characters.
       01 pendin-record             pic x(51).

       fd pendout-file
           recording mode is F
           data record is pendout-record
           record contains 51 characters.
       01 pendout-record            pic x(51).

      * Retro-pay record: who, the effective and posted dates,
      * how late the approval came, the monthly pay difference,
           05 rt-per-pay-diff           pic 9(5)v99.
           05 rt-amount-owed            pic 9(7)v99.

      * Labor-ledger copy of the retro-pay record....
       fd retlab-file
           recording mode is F
           data record is retlab-record
           record contains 42 characters.
       01 retlab-record             pic x(42).

      * Shared employee master record layout....
       fd empmast-file
           recording mode is F.
       fd journal-file
           recording mode is F
           data record is journal-record
           record contains 63 characters.
       01 journal-record.
           05 jr-action             pic x(1).
           05 jr-date               pic 9(8).
           05 jr-time               pic 9(8).
           05 jr-empmast-image      pic x(46).

      * Business-date card....
       fd datecard-file
           record contains 80 characters.
           copy DATECARD.

      * Merit budget card....
       fd meritbud-file
           recording mode is F
           record contains 80 characters.
           copy MERITBUD.

      * Merit spending to date....
       fd merityt-file
           recording mode is F
           record contains 30 characters.
           copy MERITYTD.

      * Merit pool override card: who authorized going past the
      * pool, and when....
       fd meritovr-file
           recording mode is F
           data record is meritovr-record
           record contains 80 characters.
       01 meritovr-record.
           05 mo-authorized-by          pic x(20).
           05 mo-auth-date              pic 9(8).
           05 filler                    pic x(52).

      * Approval authority card....
       fd authtab-file
           recording mode is F
           record contains 80 characters.
           copy AUTHTAB.

       working-storage section.

       77 ws-tran-eof-flag          pic x value 'N'.
       77 ws-pend-eof-flag          pic x value 'N'.
       77 ws-mb-eof-flag            pic x value 'N'.
       77 ws-auth-eof-flag          pic x value 'N'.

      * Where the transaction being applied came from: 'P' the
      * pending file (already counted against the pool when it
      * was approved), 'I' tonight's batch....
       77 ws-tran-source            pic x value 'I'.

      * The transaction being applied, whichever file it came
      * from -- tonight's batch or the pending file....
           05 wt-new-salary             pic 9(7)v99.
           05 wt-eff-date               pic 9(8).
           05 wt-approved               pic x(1).
           05 wt-approver-id            pic x(8).
           05 wt-second-approver        pic x(8).

      * The business date this run posts as, from the DATECARD
      * control card (calendar date when no card). The effective-
       01 ws-cum-days-tab redefines ws-cum-days-x.
           05 ws-cum-days           pic 9(3) occurs 12 times.

      * Merit budget pool check. The pool is the blank-position
      * card's, or the sum of the position cards when there is no
      * blank one. The batch is the annual dollars of tonight's
      * approved increases; spent is what earlier runs committed
      * this year. Committed is what this run actually posts or
      * carries pending -- a pending increase refused when it
      * comes due gives its dollars back....
       77 ws-mb-found-flag          pic x value 'N'.
       77 ws-mb-total-found-flag    pic x value 'N'.
       77 ws-mb-year                pic 9(4) value 0.
       77 ws-mb-pool                pic 9(9)v99 value 0.
       77 ws-mb-position-sum        pic 9(9)v99 value 0.
       77 ws-merit-spent            pic 9(9)v99 value 0.
       77 ws-merit-batch            pic 9(9)v99 value 0.
       77 ws-merit-committed        pic s9(9)v99 value 0.
       77 ws-merit-balance          pic s9(9)v99 value 0.
       77 ws-merit-increase         pic s9(7)v99 value 0.
       77 ws-merit-override-flag    pic x value 'N'.
       77 ws-merit-refuse-flag      pic x value 'N'.
       77 ws-merit-authorized-by    pic x(20) value spaces.

      * Approval authority: each approver's increase limit,
      * loaded from the authority table at startup....
       01 ws-auth-table.
           05 ws-auth-entry occurs 200 times
               indexed by ws-auth-idx.
               10 ws-auth-id            pic x(8).
               10 ws-auth-max-pct       pic 9(2)v9.
       77 ws-auth-table-size        pic 9(3) value 0.
       77 ws-auth-table-max         pic 9(3) value 200.

      * Authority check of one approved increase: its actual
      * percentage, each approver's limit, and the result -- 'P'
      * within authority, 'H' held for a higher approver, 'R'
      * refused -- with the reason....
       77 ws-auth-pct               pic 9(3)v99 value 0.
       77 ws-auth-find-id           pic x(8) value spaces.
       77 ws-auth-find-flag         pic x value 'N'.
       77 ws-auth-find-pct          pic 9(2)v9 value 0.
       77 ws-auth-limit-1           pic 9(2)v9 value 0.
       77 ws-auth-limit-2           pic 9(2)v9 value 0.
       77 ws-auth-result            pic x value 'P'.
       77 ws-auth-remark            pic x(30) value spaces.

      * Increases held for authority, listed after the summary....
       01 ws-ah-table.
           05 ws-ah-entry occurs 500 times
               indexed by ws-ah-idx.
               10 ws-ah-emp-no          pic 9(5).
               10 ws-ah-pct             pic 9(3)v99.
               10 ws-ah-approver        pic x(8).
               10 ws-ah-limit           pic 9(2)v9.
               10 ws-ah-second          pic x(8).
               10 ws-ah-remark          pic x(30).
       77 ws-ah-table-size          pic 9(3) value 0.
       77 ws-ah-table-max           pic 9(3) value 500.
       77 ws-trans-auth-held        pic 9(5) value 0.

      * Retro computation work fields: the annual difference the
      * late approval owes, spread per day and per monthly pay....
       77 ws-annual-diff            pic 9(7)v99 value 0.
           05 sum-trans-retro       pic zzzz9.
           05 filler                pic x(3) value spaces.

       01 ws-merit-line-1.
           05 filler                pic x(20)
              value "Merit budget pool:  ".
           05 ml-pool               pic zzz,zzz,zz9.99.
           05 filler                pic x(20)
              value "  Spent before run: ".
           05 ml-spent              pic zzz,zzz,zz9.99.
           05 filler                pic x(16)
              value "  This batch:   ".
           05 ml-batch              pic zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.

       01 ws-merit-line-2.
           05 ml-result-label       pic x(28).
           05 ml-result             pic zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 ml-remark             pic x(56).

       01 ws-auth-heading.
           05 filler                pic x(44)
              value "Held for authority -- not posted; key a seco".
           05 filler                pic x(56)
              value "nd, higher approver on INCTRAN and rerun".

       01 ws-auth-columns.
           05 filler pic x(7)  value "Emp No".
           05 filler pic x(10) value "Increase".
           05 filler pic x(10) value "Approver".
           05 filler pic x(9)  value "  Limit".
           05 filler pic x(10) value "2nd Appr".
           05 filler pic x(54) value "Reason".

       01 ws-auth-line.
           05 ah-emp-no             pic 9(5).
           05 filler                pic x(2) value spaces.
           05 ah-pct                pic zz9.99.
           05 filler                pic x(2) value " %".
           05 filler                pic x(2) value spaces.
           05 ah-approver           pic x(8).
           05 filler                pic x(2) value spaces.
           05 ah-limit              pic zz9.9.
           05 filler                pic x(2) value " %".
           05 filler                pic x(2) value spaces.
           05 ah-second             pic x(8).
           05 filler                pic x(2) value spaces.
           05 ah-remark             pic x(30).
           05 filler                pic x(24) value spaces.

       01 ws-auth-count-line.
           05 filler                pic x(28)
              value "Increases held for authority".
           05 filler                pic x(2) value ": ".
           05 acl-count             pic zzzz9.
           05 filler                pic x(65) value spaces.

       01 ws-blank-line             pic x(100) value spaces.

       procedure division.
           open input inctran-file
           open i-o empmast-file
           open output register-file pendout-file retro-file
           open extend journal-file retlab-file

           perform 050-get-business-date
           perform 055-load-authority
           perform 060-load-merit-budget
           if ws-mb-found-flag = 'Y'
               perform 070-check-merit-pool
           end-if

           write register-record from ws-register-heading
           write register-record from ws-blank-line
                   not at end
                       add 1 to ws-pend-read
                       move pendin-record to ws-work-tran
                       move 'P' to ws-tran-source
                       perform 200-apply-transaction
               end-read
           end-perform
                   not at end
                       add 1 to ws-trans-read
                       move inctran-record to ws-work-tran
                       move 'I' to ws-tran-source
                       perform 200-apply-transaction
               end-read
           end-perform
           write register-record from ws-blank-line
           write register-record from ws-summary-line

           perform 820-write-authority-section

           if ws-mb-found-flag = 'Y'
               perform 800-write-merit-lines
               perform 810-save-merit-spent
           end-if

      * A non-zero return code tells the operator one or more
      * approved increases could not be posted this run....
           if ws-trans-refused > 0

           close inctran-file empmast-file register-file
                 pendout-file retro-file journal-file
                 retlab-file
           goback.

      * Read the business date the run posts as from the control
               accept ws-business-date from date yyyymmdd
           end-if.

      * Load each approver's increase limit from the authority
      * table....
       055-load-authority.
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
                           if au-max-inc-pct numeric
                               move au-max-inc-pct
                                   to ws-auth-max-pct(ws-auth-idx)
                           else
                               move 0 to ws-auth-max-pct(ws-auth-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close authtab-file.

      * Load the merit budget cards and the spending carried from
      * earlier runs. Spending from another year does not count
      * against this year's pool....
       060-load-merit-budget.
           open input meritbud-file
           perform until ws-mb-eof-flag = 'Y'
               read meritbud-file
                   at end
                       move 'Y' to ws-mb-eof-flag
                   not at end
                       move 'Y' to ws-mb-found-flag
                       if ws-mb-year = 0
                           move mb-year to ws-mb-year
                       end-if
                       if mb-position = spaces
                           move 'Y' to ws-mb-total-found-flag
                           move mb-pool to ws-mb-pool
                           move mb-year to ws-mb-year
                       else
                           add mb-pool to ws-mb-position-sum
                       end-if
               end-read
           end-perform
           close meritbud-file
           if ws-mb-total-found-flag = 'N'
               move ws-mb-position-sum to ws-mb-pool
           end-if

           open input merityt-file
           read merityt-file
               at end
                   continue
               not at end
                   if my-year = ws-mb-year
                       move my-spent to ws-merit-spent
                   end-if
           end-read
           close merityt-file.

      * Hold one approved increase to the authority table. The
      * approver must be on it; an increase past their limit
      * needs a second approver, on the table, whose limit is
      * higher and covers it -- without one it is held. The same
      * ID as both approvers is refused, as is an approval with no
      * approver or one the table does not know....
       150-check-authority.
           move 'P' to ws-auth-result
           move spaces to ws-auth-remark
           move 0 to ws-auth-limit-1
           move 0 to ws-auth-limit-2
           if wt-new-salary not > wt-old-salary
               move 0 to ws-auth-pct
           else
               if wt-old-salary = 0
                   move 999.99 to ws-auth-pct
               else
                   compute ws-auth-pct rounded
                       = (wt-new-salary - wt-old-salary) * 100
                       / wt-old-salary
                       on size error
                           move 999.99 to ws-auth-pct
                   end-compute
               end-if
           end-if

           move wt-approver-id to ws-auth-find-id
           perform 160-find-approver
           move ws-auth-find-pct to ws-auth-limit-1
           if wt-approver-id = spaces
               move 'R' to ws-auth-result
               move "NO APPROVER ID ON APPROVAL" to ws-auth-remark
           else
               if ws-auth-find-flag = 'N'
                   move 'R' to ws-auth-result
                   move "APPROVER NOT ON AUTHORITY TAB"
                       to ws-auth-remark
               else
                   if wt-second-approver = wt-approver-id
                       move 'R' to ws-auth-result
                       move "SAME PERSON AS BOTH APPROVERS"
                           to ws-auth-remark
                   else
                       if ws-auth-pct > ws-auth-limit-1
                           perform 170-check-second-approver
                       end-if
                   end-if
               end-if
           end-if.

      * Over the first approver's limit: it stands only on a
      * second approver whose limit is higher and covers it....
       170-check-second-approver.
           if wt-second-approver = spaces
               move 'H' to ws-auth-result
               move "OVER APPROVER'S LIMIT" to ws-auth-remark
           else
               move wt-second-approver to ws-auth-find-id
               perform 160-find-approver
               move ws-auth-find-pct to ws-auth-limit-2
               if ws-auth-find-flag = 'N'
                   move 'R' to ws-auth-result
                   move "2ND APPROVER NOT ON AUTH TAB"
                       to ws-auth-remark
               else
                   if ws-auth-limit-2 not > ws-auth-limit-1
                       move 'H' to ws-auth-result
                       move "2ND APPROVER NOT HIGHER"
                           to ws-auth-remark
                   else
                       if ws-auth-pct > ws-auth-limit-2
                           move 'H' to ws-auth-result
                           move "OVER 2ND APPROVER'S LIMIT"
                               to ws-auth-remark
                       end-if
                   end-if
               end-if
           end-if.

      * Look up ws-auth-find-id on the authority table....
       160-find-approver.
           move 'N' to ws-auth-find-flag
           move 0 to ws-auth-find-pct
           perform varying ws-auth-idx from 1 by 1
               until ws-auth-idx > ws-auth-table-size
               or ws-auth-find-flag = 'Y'
               if ws-auth-id(ws-auth-idx) = ws-auth-find-id
                   move 'Y' to ws-auth-find-flag
                   move ws-auth-max-pct(ws-auth-idx)
                       to ws-auth-find-pct
               end-if
           end-perform.

      * Total tonight's approved increases in annual dollars and
      * hold them against what is left of the pool. Past it, the
      * approved batch is refused -- unless the override card is
      * present, in which case it posts and the register says
      * whose authority it went over on....
       070-check-merit-pool.
           perform until ws-tran-eof-flag = 'Y'
               read inctran-file
                   at end
                       move 'Y' to ws-tran-eof-flag
                   not at end
                       move inctran-record to ws-work-tran
                       if wt-approved = 'A'
                           perform 150-check-authority
                       end-if
                       if wt-approved = 'A'
                       and ws-auth-result = 'P'
                       and wt-new-salary > wt-old-salary
                           perform 075-count-if-unposted
                       end-if
               end-read
           end-perform
           close inctran-file
           open input inctran-file
           move 'N' to ws-tran-eof-flag

           open input meritovr-file
           read meritovr-file
               at end
                   continue
               not at end
                   move 'Y' to ws-merit-override-flag
                   move mo-authorized-by to ws-merit-authorized-by
           end-read
           close meritovr-file

           if ws-merit-spent + ws-merit-batch > ws-mb-pool
           and ws-merit-override-flag = 'N'
               move 'Y' to ws-merit-refuse-flag
           end-if.

      * A row whose master no longer carries the old salary was
      * posted by an earlier run of this batch, or changed since;
      * either way the posting pass refuses it, so it costs the
      * pool nothing tonight....
       075-count-if-unposted.
           move wt-emp-no to em-emp-no
           read empmast-file
               invalid key
                   continue
               not invalid key
                   if em-salary = wt-old-salary
                       compute ws-merit-batch = ws-merit-batch
                           + wt-new-salary - wt-old-salary
                   end-if
           end-read.

      * Post one approved increase, hold an unapproved one, carry
      * a future-dated approval on the pending file, and refuse
      * one whose master no longer matches the review. Tonight's
      * approvals answer to the authority table first; one off the
      * pending file passed it the night it was approved....
       200-apply-transaction.
           move wt-emp-no to reg-emp-no
           move wt-old-salary to reg-old-salary
           move wt-increase-pct to reg-pct
           move wt-new-salary to reg-new-salary

           move 'P' to ws-auth-result
           if wt-approved = 'A'
           and ws-tran-source = 'I'
               perform 150-check-authority
           end-if

           if wt-approved not = 'A'
               move "HELD" to reg-status
               move "NOT APPROVED BY HR" to reg-remark
               add 1 to ws-trans-held
               write register-record from ws-register-line
           else
               if ws-auth-result not = 'P'
                   perform 220-authority-exception
               else
                   perform 205-check-merit-refusal
               end-if
           end-if.

      * Inside authority: refused with the batch when it is over
      * the merit pool, else routed....
       205-check-merit-refusal.
           if ws-merit-refuse-flag = 'Y'
           and ws-tran-source = 'I'
               move "REFUSED" to reg-status
               move "BATCH OVER MERIT BUDGET POOL" to reg-remark
               add 1 to ws-trans-refused
               write register-record from ws-register-line
           else
               perform 210-route-approved
           end-if.

      * An approval the authority table does not support: refused
      * outright, or held for a higher approver and listed in the
      * held-for-authority section....
       220-authority-exception.
           move ws-auth-remark to reg-remark
           if ws-auth-result = 'R'
               move "REFUSED" to reg-status
               add 1 to ws-trans-refused
           else
               move "HELD" to reg-status
               add 1 to ws-trans-held
               add 1 to ws-trans-auth-held
               if ws-ah-table-size < ws-ah-table-max
                   add 1 to ws-ah-table-size
                   set ws-ah-idx to ws-ah-table-size
                   move wt-emp-no to ws-ah-emp-no(ws-ah-idx)
                   move ws-auth-pct to ws-ah-pct(ws-ah-idx)
                   move wt-approver-id to ws-ah-approver(ws-ah-idx)
                   move ws-auth-limit-1 to ws-ah-limit(ws-ah-idx)
                   move wt-second-approver
                       to ws-ah-second(ws-ah-idx)
                   move ws-auth-remark to ws-ah-remark(ws-ah-idx)
               end-if
           end-if
           write register-record from ws-register-line.

      * An approved increase inside the pool: carry it pending
      * while its effective date is still ahead, else post it....
       210-route-approved.
           if wt-eff-date > ws-business-date
               write pendout-record from ws-work-tran
               move "PENDING" to reg-status
               move "EFFECTIVE DATE STILL AHEAD" to reg-remark
               add 1 to ws-trans-pending
               write register-record from ws-register-line
               perform 330-commit-merit
           else
               perform 300-post-approved
           end-if.

       300-post-approved.
           move "REFUSED" to reg-status
           move "EMPLOYEE NOT ON MASTER FILE" to reg-remark
           add 1 to ws-trans-refused
           write register-record from ws-register-line
           perform 340-release-merit.

      * The master must still carry the salary the review was
      * computed from -- anything else changed it since, and the
               move "SALARY CHANGED SINCE REVIEW" to reg-remark
               add 1 to ws-trans-refused
               write register-record from ws-register-line
               perform 340-release-merit
           else
               move wt-new-salary to em-salary
               rewrite empmast-record
                   write register-record from ws-register-line
               end-if
               add 1 to ws-trans-applied
               perform 330-commit-merit
           end-if.

      * Count a posted or pending increase from tonight's batch
      * against the pool. One coming off the pending file was
      * counted the night it was approved....
       330-commit-merit.
           if ws-tran-source = 'I'
           and wt-new-salary > wt-old-salary
               compute ws-merit-committed = ws-merit-committed
                   + wt-new-salary - wt-old-salary
           end-if.

      * A pending increase refused when it came due never cost
      * anything, so its dollars go back to the pool....
       340-release-merit.
           if ws-tran-source = 'P'
           and wt-new-salary > wt-old-salary
               compute ws-merit-committed = ws-merit-committed
                   - wt-new-salary + wt-old-salary
           end-if.

      * Back pay for a late approval: the annual difference
           move ws-per-pay-diff to rt-per-pay-diff
           move ws-retro-owed to rt-amount-owed
           write retro-record
           write retlab-record from retro-record

           add 1 to ws-trans-retro
           move "RETRO" to reg-status
               = (ws-cd-yyyy * 365) + ws-cd-leap
               + ws-cum-days(ws-cd-mm) + ws-cd-dd.

      * Close the register with the pool, what was spent before
      * tonight, tonight's approved batch, and either the budget
      * left or how far past the pool the batch went....
       800-write-merit-lines.
           move ws-mb-pool to ml-pool
           move ws-merit-spent to ml-spent
           move ws-merit-batch to ml-batch
           write register-record from ws-blank-line
           write register-record from ws-merit-line-1

           move spaces to ml-remark
           if ws-merit-refuse-flag = 'Y'
               compute ws-merit-balance
                   = ws-mb-pool - ws-merit-spent - ws-merit-batch
               move "APPROVED BATCH REFUSED -- NO OVERRIDE CARD"
                   to ml-remark
           else
               compute ws-merit-balance
                   = ws-mb-pool - ws-merit-spent - ws-merit-committed
               if ws-merit-balance < 0
               and ws-merit-override-flag = 'Y'
                   string "POSTED OVER POOL ON OVERRIDE BY "
                              delimited by size
                          ws-merit-authorized-by
                              delimited by size
                       into ml-remark
                   end-string
               end-if
           end-if

           if ws-merit-balance < 0
               move "Shortfall over merit pool:" to ml-result-label
               compute ml-result = 0 - ws-merit-balance
           else
               move "Remaining merit budget:" to ml-result-label
               move ws-merit-balance to ml-result
           end-if
           write register-record from ws-merit-line-2.

      * The increases held for a higher approver, each with the
      * percentage, the first approver's limit and why it is
      * held....
       820-write-authority-section.
           write register-record from ws-blank-line
           write register-record from ws-auth-heading
           write register-record from ws-blank-line
           if ws-ah-table-size > 0
               write register-record from ws-auth-columns
               perform varying ws-ah-idx from 1 by 1
                   until ws-ah-idx > ws-ah-table-size
                   move ws-ah-emp-no(ws-ah-idx) to ah-emp-no
                   move ws-ah-pct(ws-ah-idx) to ah-pct
                   move ws-ah-approver(ws-ah-idx) to ah-approver
                   move ws-ah-limit(ws-ah-idx) to ah-limit
                   move ws-ah-second(ws-ah-idx) to ah-second
                   move ws-ah-remark(ws-ah-idx) to ah-remark
                   write register-record from ws-auth-line
               end-perform
           end-if
           move ws-trans-auth-held to acl-count
           write register-record from ws-auth-count-line.

      * Carry this year's spending forward for the next run....
       810-save-merit-spent.
           compute ws-merit-balance
               = ws-merit-spent + ws-merit-committed
           if ws-merit-balance < 0
               move 0 to ws-merit-spent
           else
               move ws-merit-balance to ws-merit-spent
           end-if
           open output merityt-file
           move spaces to merityt-record
           move ws-mb-year to my-year
           move ws-merit-spent to my-spent
           move ws-business-date to my-last-date
           write merityt-record
           close merityt-file.

      * Journal one posted increase with the master image so a
      * rebuild can roll it forward....
       600-write-journal.
