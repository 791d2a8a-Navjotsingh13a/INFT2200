       identification division.
       program-id. A6LABPST.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A6LABPST--> Nightly labor expense posting by
      * cost center. Charges the night's commission disbursements
      * (A3SCOMM's PAYFILE details, the paid figure net of any
      * chargeback) and the retro pay A6SALAPP has posted since the
      * last run (its RETROLAB file) to the cost center on each
      * employee's master record, and writes balanced GL entries
      * for them under this program's GLACCTS rows: each cost
      * center's row names the labor expense account it debits,
      * the COMMPAY and RETROPAY rows the accounts the commission
      * and the retro pay are credited to. An UNASSIGNED row, when
      * present, takes the labor of employees with no cost center
      * (or no longer on the master); each of those is listed. As
      * with A5DEPINC, the entries go to the GL interface only when
      * every charge is mapped, the PAYFILE details agree with its
      * trailer and the debits equal the credits -- otherwise none
      * are written, the refusal is listed and the run ends RC=4.
      * Every record on RETROLAB is charged; the job empties the
      * dataset once the night has posted cleanly, and a refused
      * night leaves it whole for the rerun. A control record
      * (LABCTL) keeps the last business date posted, and a
      * business date already posted is refused (RC=8), so a
      * rerun posts nothing twice. A summary record per cost center
      * (commission, retro, total) goes to LABSUM for the
      * department recap....

       environment division.
       input-output section.
       file-control.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

      * Posting control: the last business date posted....
           select optional labctl-file
               assign to LABCTL
               organization is sequential.

      * A3SCOMM's disbursement interface: a D detail per employee
      * paid and one T trailer....
           select payfile-file
               assign to PAYFILE
               organization is sequential.

      * A6SALAPP's retro-pay records, every run of it since the
      * dataset was last emptied....
           select optional retro-file
               assign to RETROLAB
               organization is sequential.

      * Shared employee master, read by employee number for the
      * cost center....
           select empmast-file
               assign to EMPMAST
               organization is indexed
               access is random
               record key is em-emp-no.

      * GL account mapping: this program's rows....
           select optional glaccts-file
               assign to GLACCTS
               organization is sequential.

      * GL entries for the shared interface file....
           select optional glfile-file
               assign to GLFILE
               organization is sequential.

      * Posting listing: exceptions, cost centers, GL proof....
           select report-file
               assign to LABRPT
               organization is sequential.

      * Labor expense per cost center, for A7DEPRCP....
           select labsum-file
               assign to LABSUM
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

      * Posting control record: the last business date whose
      * labor reached the GL....
       fd labctl-file
           recording mode is F
           data record is labctl-record
           record contains 80 characters.
       01 labctl-record.
           05 lc-last-date-x      pic x(8).
           05 lc-last-date redefines lc-last-date-x
                                  pic 9(8).
           05 filler              pic x(72).

      * Disbursement detail and trailer, as A3SCOMM writes them...
       fd payfile-file
           recording mode is F
           data record is pay-detail-record
           record contains 59 characters.
       01 pay-detail-record.
           05 pd-type              pic x(1).
           05 pd-emp-no            pic 9(5).
           05 pd-business-date     pic 9(8).
           05 pd-sales             pic 9(9).
           05 pd-commission        pic 9(9).
           05 pd-bonus             pic 9(9).
           05 pd-paid              pic 9(9).
           05 pd-chargeback        pic 9(9).
       01 pay-trailer-record.
           05 pt-type              pic x(1).
           05 pt-record-count      pic 9(7).
           05 pt-total-paid        pic 9(11).
           05 filler               pic x(40).

      * Retro-pay record, as A6SALAPP writes it....
       fd retro-file
           recording mode is F
           data record is retro-record
           record contains 42 characters.
       01 retro-record.
           05 rt-emp-no                 pic 9(5).
           05 rt-eff-date               pic 9(8).
           05 rt-posted-date            pic 9(8).
           05 rt-days-late              pic 9(5).
           05 rt-per-pay-diff           pic 9(5)v99.
           05 rt-amount-owed            pic 9(7)v99.

      * Shared employee master record layout....
       fd empmast-file
           recording mode is F.
           copy EMPMAST.

      * GL account mapping row: program, figure element, and the
      * debit and credit accounts it posts to....
       fd glaccts-file
           recording mode is F.
       01 glaccts-record.
           05 ga-program            pic x(8).
           05 ga-element            pic x(10).
           05 ga-dr-account         pic 9(6).
           05 ga-cr-account         pic 9(6).

      * Standardized GL journal-entry record....
       fd glfile-file
           recording mode is F.
           copy GLREC.

       fd report-file
           recording mode is F
           data record is report-record
           record contains 100 characters.
       01 report-record           pic x(100).

      * Cost-center summary: the cost center (spaces for the
      * unassigned), the business date, and the night's commission,
      * retro pay and total labor charged to it....
       fd labsum-file
           recording mode is F
           data record is labsum-record
           record contains 46 characters.
       01 labsum-record.
           05 ls-cost-center      pic x(5).
           05 ls-business-date    pic 9(8).
           05 ls-commission       pic 9(9)v99.
           05 ls-retro            pic 9(9)v99.
           05 ls-total            pic 9(9)v99.

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

       working-storage section.

       77 ws-pay-eof-flag         pic x value 'N'.
       77 ws-retro-eof-flag       pic x value 'N'.
       77 glaccts-eof-flag        pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card), and
      * the last one posted, from LABCTL....
       77 ws-business-date        pic 9(8) value 0.
       77 ws-last-date            pic 9(8) value 0.

      * Cost centers: one entry per GLACCTS row, and one more for
      * any cost center charged tonight that has no row -- its
      * debit account stays zero and the run is refused. The
      * unassigned entry is kept under spaces....
       01 ws-cc-table.
           05 ws-cc-entry occurs 100 times
               indexed by ws-cc-idx.
               10 ws-cc-code          pic x(5).
               10 ws-cc-dr-account    pic 9(6).
               10 ws-cc-have-row      pic x(1).
               10 ws-cc-commission    pic 9(9)v99.
               10 ws-cc-retro         pic 9(9)v99.
       77 ws-cc-table-size        pic 9(3) value 0.
       77 ws-cc-table-max         pic 9(3) value 100.
       77 ws-cc-found-flag        pic x value 'N'.
       77 ws-cc-match-idx         pic 9(3) value 0.
       77 ws-cc-want              pic x(5) value spaces.
       77 ws-cc-total             pic 9(9)v99 value 0.

      * Credit accounts from the COMMPAY and RETROPAY rows....
       77 ws-comm-cr-account      pic 9(6) value 0.
       77 ws-retro-cr-account     pic 9(6) value 0.

      * The charge in hand: where it came from (C commission, R
      * retro), whose it is and how much....
       77 ws-chg-source           pic x(1) value space.
       77 ws-chg-emp-no           pic 9(5) value 0.
       77 ws-chg-amount           pic 9(9)v99 value 0.

      * Run counters and control totals....
       77 ws-pay-read             pic 9(7) value 0.
       77 ws-pay-details          pic 9(7) value 0.
       77 ws-pay-total-paid       pic 9(11) value 0.
       77 ws-trailer-flag         pic x value 'N'.
       77 ws-trailer-count        pic 9(7) value 0.
       77 ws-trailer-paid         pic 9(11) value 0.
       77 ws-retro-read           pic 9(7) value 0.
       77 ws-retro-posted         pic 9(7) value 0.
       77 ws-unassigned-count     pic 9(5) value 0.
       77 ws-unmapped-count       pic 9(5) value 0.
       77 ws-total-commission     pic 9(11)v99 value 0.
       77 ws-total-retro          pic 9(11)v99 value 0.

      * GL proof....
       77 ws-gl-refuse-flag       pic x value 'N'.
       77 ws-gl-debits            pic 9(11)v99 value 0.
       77 ws-gl-credits           pic 9(11)v99 value 0.
       77 ws-gl-balance           pic s9(11)v99 value 0.

       01 ws-report-heading.
           05 filler              pic x(45)
              value "A6LABPST Labor Expense Posting by Cost Center".
           05 filler              pic x(17)
              value "  Business Date: ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(30) value spaces.

       01 ws-exception-heading.
           05 filler              pic x(30)
              value "Charges Listed for Attention:".
           05 filler              pic x(70) value spaces.

       01 ws-exception-line.
           05 exc-source          pic x(10).
           05 filler              pic x(2) value spaces.
           05 exc-emp-no          pic 9(5).
           05 filler              pic x(2) value spaces.
           05 exc-amount          pic z,zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 exc-reason          pic x(40).
           05 filler              pic x(23) value spaces.

       01 ws-no-exception-line.
           05 filler              pic x(30)
              value "  None.".
           05 filler              pic x(70) value spaces.

       01 ws-cc-heading.
           05 filler              pic x(30)
              value "Labor Expense by Cost Center:".
           05 filler              pic x(70) value spaces.

       01 ws-cc-cols.
           05 filler              pic x(12) value "Cost Center".
           05 filler              pic x(9) value "Account".
           05 filler              pic x(18)
              value "      Commission".
           05 filler              pic x(18)
              value "       Retro Pay".
           05 filler              pic x(18)
              value "           Total".
           05 filler              pic x(25) value spaces.

       01 ws-cc-line.
           05 ccl-code            pic x(10).
           05 filler              pic x(2) value spaces.
           05 ccl-account         pic 9(6).
           05 ccl-account-x redefines ccl-account
                                  pic x(6).
           05 filler              pic x(1) value spaces.
           05 ccl-commission      pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(1) value spaces.
           05 ccl-retro           pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(1) value spaces.
           05 ccl-total           pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 ccl-remark          pic x(26).

       01 gl-proof-heading.
           05 filler pic x(30) value 'GL Journal Entries Generated:'.
           05 filler pic x(70) value spaces.

       01 gl-proof-line.
           05 filler                pic x(9) value 'Account  '.
           05 glp-account           pic 9(6).
           05 filler                pic x(2) value spaces.
           05 glp-dr-cr             pic x(2).
           05 filler                pic x(2) value spaces.
           05 glp-amount            pic zz,zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 glp-element           pic x(10).
           05 filler                pic x(50) value spaces.

       01 gl-refused-line.
           05 filler pic x(26) value
              'GL ENTRIES NOT WRITTEN -- '.
           05 glr-reason            pic x(40).
           05 filler                pic x(34) value spaces.

       01 ws-already-line.
           05 filler              pic x(40)
              value "BUSINESS DATE ALREADY POSTED -- LABCTL: ".
           05 al-last-date        pic 9(8).
           05 filler              pic x(52) value spaces.

       01 ws-summary-line.
           05 filler              pic x(14) value "Pay records: ".
           05 sum-pay-details     pic zzzzzz9.
           05 filler              pic x(16) value "  Retro posted: ".
           05 sum-retro-posted    pic zzzzzz9.
           05 filler              pic x(6) value " of  ".
           05 sum-retro-read      pic zzzzzz9.
           05 filler              pic x(15) value "  Unassigned: ".
           05 sum-unassigned      pic zzzz9.
           05 filler              pic x(13) value "  Unmapped: ".
           05 sum-unmapped        pic zzzz9.
           05 filler              pic x(9) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.
       000-main.
           open output report-file labsum-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 050-read-control

           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line

      * A business date already posted is not posted again....
           if ws-business-date not > ws-last-date
               move ws-last-date to al-last-date
               write report-record from ws-already-line
               move 8 to return-code
           else
               perform 060-load-gl-accounts
               perform 100-charge-labor
               perform 400-write-cost-centers
               perform 600-write-gl-entries
               move ws-pay-details to sum-pay-details
               move ws-retro-posted to sum-retro-posted
               move ws-retro-read to sum-retro-read
               move ws-unassigned-count to sum-unassigned
               move ws-unmapped-count to sum-unmapped
               write report-record from ws-blank-line
               write report-record from ws-summary-line
           end-if

           perform 910-write-runlog-end

           close report-file labsum-file runlog-file
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

      * The last business date posted; none on file means nothing
      * has been posted yet....
       050-read-control.
           open input labctl-file
           read labctl-file
               at end
                   continue
               not at end
                   if lc-last-date-x numeric
                       move lc-last-date to ws-last-date
                   end-if
           end-read
           close labctl-file.

      * Load this program's GLACCTS rows: COMMPAY and RETROPAY for
      * the credit side, UNASSIGNED and one per cost center for
      * the debit side....
       060-load-gl-accounts.
           open input glaccts-file
           perform until glaccts-eof-flag = 'Y'
               read glaccts-file
                   at end
                       move 'Y' to glaccts-eof-flag
                   not at end
                       if ga-program = "A6LABPST"
                           perform 065-load-one-gl-row
                       end-if
               end-read
           end-perform
           close glaccts-file.

       065-load-one-gl-row.
           evaluate ga-element
               when "COMMPAY"
                   move ga-cr-account to ws-comm-cr-account
               when "RETROPAY"
                   move ga-cr-account to ws-retro-cr-account
               when other
                   if ga-element = "UNASSIGNED"
                       move spaces to ws-cc-want
                   else
                       move ga-element(1:5) to ws-cc-want
                   end-if
                   perform 310-find-cost-center
                   if ws-cc-match-idx > 0
                       set ws-cc-idx to ws-cc-match-idx
                       move ga-dr-account to ws-cc-dr-account(ws-cc-idx)
                       move 'Y' to ws-cc-have-row(ws-cc-idx)
                   end-if
           end-evaluate.

      * Charge the night's commission and retro pay, listing what
      * needs attention as it goes....
       100-charge-labor.
           open input empmast-file
           write report-record from ws-exception-heading
           perform 110-charge-payfile
           perform 200-charge-retro
           close empmast-file
           if ws-unassigned-count = 0 and ws-unmapped-count = 0
               write report-record from ws-no-exception-line
           end-if.

      * Charge each PAYFILE detail's paid figure as commission, and
      * hold its trailer for the control check....
       110-charge-payfile.
           open input payfile-file
           perform until ws-pay-eof-flag = 'Y'
               read payfile-file
                   at end
                       move 'Y' to ws-pay-eof-flag
                   not at end
                       add 1 to ws-pay-read
                       evaluate pd-type
                           when 'D'
                               add 1 to ws-pay-details
                               add pd-paid to ws-pay-total-paid
                               if pd-paid > 0
                                   move 'C' to ws-chg-source
                                   move pd-emp-no to ws-chg-emp-no
                                   move pd-paid to ws-chg-amount
                                   perform 300-charge-labor
                               end-if
                           when 'T'
                               move 'Y' to ws-trailer-flag
                               move pt-record-count to ws-trailer-count
                               move pt-total-paid to ws-trailer-paid
                       end-evaluate
               end-read
           end-perform
           close payfile-file.

      * Charge all the retro pay A6SALAPP has posted since the
      * dataset was last emptied....
       200-charge-retro.
           open input retro-file
           perform until ws-retro-eof-flag = 'Y'
               read retro-file
                   at end
                       move 'Y' to ws-retro-eof-flag
                   not at end
                       add 1 to ws-retro-read
                       if rt-amount-owed > 0
                           add 1 to ws-retro-posted
                           move 'R' to ws-chg-source
                           move rt-emp-no to ws-chg-emp-no
                           move rt-amount-owed to ws-chg-amount
                           perform 300-charge-labor
                       end-if
               end-read
           end-perform
           close retro-file.

      * Find the employee's cost center and add the charge to it.
      * No cost center, or no longer on the master, goes to the
      * unassigned entry and is listed; a cost center with no
      * GLACCTS row is listed the first time it is charged....
       300-charge-labor.
           move ws-chg-emp-no to em-emp-no
           read empmast-file
               invalid key
                   move spaces to ws-cc-want
                   move "NOT ON EMPMAST -- UNASSIGNED" to exc-reason
                   perform 800-write-exception
                   add 1 to ws-unassigned-count
               not invalid key
                   move em-cost-center to ws-cc-want
                   if em-cost-center = spaces
                       move "NO COST CENTER -- UNASSIGNED" to exc-reason
                       perform 800-write-exception
                       add 1 to ws-unassigned-count
                   end-if
           end-read
           perform 310-find-cost-center
           if ws-cc-match-idx = 0
               move "COST CENTER TABLE FULL" to exc-reason
               perform 800-write-exception
               move 'Y' to ws-gl-refuse-flag
           else
               set ws-cc-idx to ws-cc-match-idx
               if ws-cc-have-row(ws-cc-idx) = 'N'
               and ws-cc-commission(ws-cc-idx) = 0
               and ws-cc-retro(ws-cc-idx) = 0
               and ws-cc-want not = spaces
                   move "COST CENTER HAS NO GLACCTS ROW" to exc-reason
                   perform 800-write-exception
                   add 1 to ws-unmapped-count
               end-if
               if ws-chg-source = 'C'
                   add ws-chg-amount to ws-cc-commission(ws-cc-idx)
                   add ws-chg-amount to ws-total-commission
               else
                   add ws-chg-amount to ws-cc-retro(ws-cc-idx)
                   add ws-chg-amount to ws-total-retro
               end-if
           end-if.

      * Find ws-cc-want on the cost-center table, adding it
      * (without a row) when it is not there; ws-cc-match-idx is
      * zero only when the table is full....
       310-find-cost-center.
           move 'N' to ws-cc-found-flag
           move 0 to ws-cc-match-idx
           perform varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-table-size
               or ws-cc-found-flag = 'Y'
               if ws-cc-code(ws-cc-idx) = ws-cc-want
                   move 'Y' to ws-cc-found-flag
                   set ws-cc-match-idx to ws-cc-idx
               end-if
           end-perform
           if ws-cc-found-flag = 'N'
           and ws-cc-table-size < ws-cc-table-max
               add 1 to ws-cc-table-size
               set ws-cc-idx to ws-cc-table-size
               move ws-cc-want to ws-cc-code(ws-cc-idx)
               move 0 to ws-cc-dr-account(ws-cc-idx)
               move 'N' to ws-cc-have-row(ws-cc-idx)
               move 0 to ws-cc-commission(ws-cc-idx)
               move 0 to ws-cc-retro(ws-cc-idx)
               move ws-cc-table-size to ws-cc-match-idx
           end-if.

      * One listing line and one LABSUM record per cost center
      * charged tonight....
       400-write-cost-centers.
           write report-record from ws-blank-line
           write report-record from ws-cc-heading
           write report-record from ws-cc-cols
           perform varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-table-size
               compute ws-cc-total = ws-cc-commission(ws-cc-idx)
                                   + ws-cc-retro(ws-cc-idx)
               if ws-cc-total > 0
                   if ws-cc-code(ws-cc-idx) = spaces
                       move "UNASSIGNED" to ccl-code
                   else
                       move ws-cc-code(ws-cc-idx) to ccl-code
                   end-if
                   if ws-cc-have-row(ws-cc-idx) = 'Y'
                       move ws-cc-dr-account(ws-cc-idx) to ccl-account
                       move spaces to ccl-remark
                   else
                       move spaces to ccl-account-x
                       move "** NO GLACCTS ROW" to ccl-remark
                       move 'Y' to ws-gl-refuse-flag
                   end-if
                   move ws-cc-commission(ws-cc-idx) to ccl-commission
                   move ws-cc-retro(ws-cc-idx) to ccl-retro
                   move ws-cc-total to ccl-total
                   write report-record from ws-cc-line

                   move ws-cc-code(ws-cc-idx) to ls-cost-center
                   move ws-business-date to ls-business-date
                   move ws-cc-commission(ws-cc-idx) to ls-commission
                   move ws-cc-retro(ws-cc-idx) to ls-retro
                   move ws-cc-total to ls-total
                   write labsum-record
               end-if
           end-perform
           move "TOTAL" to ccl-code
           move spaces to ccl-account-x
           move ws-total-commission to ccl-commission
           move ws-total-retro to ccl-retro
           compute ws-cc-total = ws-total-commission + ws-total-retro
           move ws-cc-total to ccl-total
           move spaces to ccl-remark
           write report-record from ws-blank-line
           write report-record from ws-cc-line.

      * Write the night's entries -- a debit per cost center, the
      * COMMPAY and RETROPAY credits -- with a proof listing, only
      * when every charge is mapped, PAYFILE agrees with its
      * trailer and the debits equal the credits. A refusal leaves
      * LABCTL as it was, so the corrected rerun posts the night...
       600-write-gl-entries.
           move spaces to glr-reason
           if ws-trailer-flag = 'N'
           or ws-trailer-count not = ws-pay-details
           or ws-trailer-paid not = ws-pay-total-paid
               move "PAYFILE DOES NOT AGREE WITH ITS TRAILER"
                   to glr-reason
               move 'Y' to ws-gl-refuse-flag
           end-if
           if ws-total-commission > 0 and ws-comm-cr-account = 0
               move "NO COMMPAY ROW ON GLACCTS" to glr-reason
               move 'Y' to ws-gl-refuse-flag
           end-if
           if ws-total-retro > 0 and ws-retro-cr-account = 0
               move "NO RETROPAY ROW ON GLACCTS" to glr-reason
               move 'Y' to ws-gl-refuse-flag
           end-if
           if ws-gl-refuse-flag = 'Y' and glr-reason = spaces
               move "COST CENTER WITHOUT A GLACCTS ROW" to glr-reason
           end-if

           move 0 to ws-gl-debits
           perform varying ws-cc-idx from 1 by 1
               until ws-cc-idx > ws-cc-table-size
               add ws-cc-commission(ws-cc-idx) to ws-gl-debits
               add ws-cc-retro(ws-cc-idx) to ws-gl-debits
           end-perform
           compute ws-gl-credits = ws-total-commission + ws-total-retro
           compute ws-gl-balance = ws-gl-debits - ws-gl-credits
           if ws-gl-balance not = 0
               move "DEBITS DO NOT EQUAL CREDITS" to glr-reason
               move 'Y' to ws-gl-refuse-flag
           end-if

           write report-record from ws-blank-line
           if ws-gl-refuse-flag = 'Y'
               write report-record from gl-refused-line
               move 4 to return-code
           else
               if ws-gl-credits > 0
                   open extend glfile-file
                   write report-record from gl-proof-heading
                   perform 610-write-gl-debit
                       varying ws-cc-idx from 1 by 1
                       until ws-cc-idx > ws-cc-table-size
                   if ws-total-commission > 0
                       move ws-comm-cr-account to gl-account
                       move ws-total-commission to gl-amount
                       move "COMMPAY" to glp-element
                       perform 620-write-gl-credit
                   end-if
                   if ws-total-retro > 0
                       move ws-retro-cr-account to gl-account
                       move ws-total-retro to gl-amount
                       move "RETROPAY" to glp-element
                       perform 620-write-gl-credit
                   end-if
                   close glfile-file
               end-if
               perform 700-write-control
           end-if.

       610-write-gl-debit.
           compute ws-cc-total = ws-cc-commission(ws-cc-idx)
                               + ws-cc-retro(ws-cc-idx)
           if ws-cc-total > 0
               move "A6LABPST" to gl-source-program
               move ws-business-date to gl-run-date
               move ws-cc-dr-account(ws-cc-idx) to gl-account
               move 'D' to gl-dr-cr
               move ws-cc-total to gl-amount
               write gl-record
               move gl-account to glp-account
               move 'DR' to glp-dr-cr
               move ws-cc-total to glp-amount
               if ws-cc-code(ws-cc-idx) = spaces
                   move "UNASSIGNED" to glp-element
               else
                   move ws-cc-code(ws-cc-idx) to glp-element
               end-if
               write report-record from gl-proof-line
           end-if.

       620-write-gl-credit.
           move "A6LABPST" to gl-source-program
           move ws-business-date to gl-run-date
           move 'C' to gl-dr-cr
           write gl-record
           move gl-account to glp-account
           move 'CR' to glp-dr-cr
           move gl-amount to glp-amount
           write report-record from gl-proof-line.

      * Record tonight as posted....
       700-write-control.
           open output labctl-file
           move spaces to labctl-record
           move ws-business-date to lc-last-date
           write labctl-record
           close labctl-file.

      * One listed charge: its source, employee, amount and why...
       800-write-exception.
           if ws-chg-source = 'C'
               move "COMMISSION" to exc-source
           else
               move "RETRO PAY" to exc-source
           end-if
           move ws-chg-emp-no to exc-emp-no
           move ws-chg-amount to exc-amount
           write report-record from ws-exception-line.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6LABPST" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the pay and retro records
      * read and the return code being handed back....
       910-write-runlog-end.
           move "A6LABPST" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           compute rl-records = ws-pay-read + ws-retro-read
           move return-code to rl-return-code
           write runlog-record.

       end program A6LABPST.
