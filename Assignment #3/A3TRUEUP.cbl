       identification division.
       program-id. A3TRUEUP.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A3TRUEUP--> Year-end commission bonus true-up,
      * run once before the year-end YTDCLOSE. A3SCOMM pays each
      * period's BONUSTAB bonus on that period's sales alone, so a
      * rep with one big month out-earns a rep with the same year
      * spread evenly. This run settles the bonus on the annual
      * figure instead: each rep's cr-ytd-sales on COMMREG is
      * priced against the annual tier table (ANNTIER), and the
      * difference from cr-ytd-bonus already paid is paid or
      * recovered through a disbursement file in A3SCOMM's PAYFILE
      * layout. Each rep gets a true-up statement, the register
      * report foots to the disbursement trailer, and the register
      * row's YTD bonus is set to the annual bonus, so a rerun
      * finds nothing left to true up. Reps A3CRECON has already
      * settled are left out....

       environment division.
       input-output section.
       file-control.

      * The register A3SCOMM updates each run, read here in
      * employee-number order and rewritten in place....
           select commreg-file
               assign to 'COMMREG'
               organization is indexed
               access is sequential
               record key is cr-emp-no.

      * Annual bonus tiers: threshold, amount and label, highest
      * threshold first, laid out like BONUSTAB but priced on a
      * year's sales....
           select anntier-file
               assign to 'ANNTIER'
               organization is sequential.

      * Reps A3CRECON has already handed to payroll for a final
      * settlement....
           select optional settled-file
               assign to 'SETTLED'
               organization is sequential.

      * True-up disbursement interface, in A3SCOMM's PAYFILE
      * layout: a D detail per rep with a true-up, and a T trailer
      * whose count and totals foot to the register report....
           select pay-file
               assign to 'PAYFILE'
               organization is sequential.

      * One true-up statement page per rep....
           select stmt-file
               assign to 'STMTFILE'
               organization is sequential.

      * True-up register report....
           select report-file
               assign to 'TRUERPT'
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
               assign to 'RUNLOG'
               organization is sequential.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to 'DATECARD'
               organization is sequential.

       data division.
       file section.

      * Year-to-date commission register record, one per employee..
       fd commreg-file
           recording mode is F
           data record is commreg-record
           record contains 52 characters.
       01 commreg-record.
           05 cr-emp-no            pic 9(5).
           05 cr-emp-name          pic x(9).
           05 cr-ytd-sales         pic 9(9).
           05 cr-ytd-commission    pic 9(9).
           05 cr-ytd-bonus         pic 9(9).
           05 cr-periods-paid      pic 9(3).
           05 cr-posted-date       pic 9(8).

      * Annual tier row: year's sales threshold, bonus amount,
      * and label....
       fd anntier-file
           recording mode is F
           data record is anntier-record
           record contains 32 characters.
       01 anntier-record.
           05 at-threshold         pic 9(9).
           05 at-amount            pic 9(7).
           05 at-label             pic x(16).

      * Settlement record, as A3CRECON writes it....
       fd settled-file
           recording mode is F
           data record is settled-record
           record contains 49 characters.
       01 settled-record.
           05 se-emp-no           pic 9(5).
           05 se-emp-name         pic x(9).
           05 se-ytd-sales        pic 9(9).
           05 se-ytd-commission   pic 9(9).
           05 se-ytd-bonus        pic 9(9).
           05 se-settled-date     pic 9(8).

      * Disbursement records: a D detail per rep trued up -- the
      * annual sales and bonus, the amount to pay, or the amount
      * to recover in the chargeback field -- and one T trailer
      * carrying the record count and both totals....
       fd pay-file
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
           05 pt-total-recovered   pic 9(11).
           05 filler               pic x(29).

       fd stmt-file
           recording mode is F
           data record is stmt-line.
       01 stmt-line                pic x(100).

       fd report-file
           recording mode is F
           data record is report-record
           record contains 100 characters.
       01 report-record           pic x(100).

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

       working-storage section.

       77 ws-reg-eof-flag         pic x value 'N'.
       77 ws-set-eof-flag         pic x value 'N'.
       77 ws-tier-eof-flag        pic x value 'N'.

      * Annual tiers, loaded at startup, checked highest threshold
      * first....
       01 ws-tier-table.
           05 ws-tier-entry occurs 20 times
               indexed by ws-tier-idx.
               10 ws-tier-threshold pic 9(9).
               10 ws-tier-amount    pic 9(7).
               10 ws-tier-label     pic x(16).
       77 ws-tier-table-size      pic 99 value 0.
       77 ws-tier-table-max       pic 99 value 20.
       77 ws-tier-found-flag      pic x value 'N'.

      * Employees already on the settlement file....
       01 ws-set-table.
           05 ws-set-entry occurs 500 times
               indexed by ws-set-idx.
               10 ws-set-emp-no     pic 9(5).
       77 ws-set-table-size       pic 9(3) value 0.
       77 ws-set-table-max        pic 9(3) value 500.
       77 ws-set-found-flag       pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * This rep's true-up arithmetic....
       77 ws-annual-bonus         pic 9(9) value 0.
       77 ws-annual-threshold     pic 9(9) value 0.
       77 ws-annual-label         pic x(16) value spaces.
       77 ws-trueup-pay           pic 9(9) value 0.
       77 ws-trueup-recover       pic 9(9) value 0.

      * Run counters and totals, printed at the end of the report
      * and carried on the disbursement trailer....
       77 ws-reg-rows-read        pic 9(5) value 0.
       77 ws-reps-trued-up        pic 9(5) value 0.
       77 ws-reps-no-change       pic 9(5) value 0.
       77 ws-reps-settled         pic 9(5) value 0.
       77 ws-stmt-count           pic 9(5) value 0.
       77 ws-pay-count            pic 9(7) value 0.
       77 ws-total-paid           pic 9(11) value 0.
       77 ws-total-recovered      pic 9(11) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A3TRUEUP Year-End Commission Bonus True-Up  ".
           05 filler pic x(15) value "Business Date: ".
           05 rh-business-date pic 9(8).
           05 filler pic x(33) value spaces.

       01 ws-column-headings.
           05 filler pic x(7) value "No.".
           05 filler pic x(11) value "Name".
           05 filler pic x(13) value "  YTD Sales".
           05 filler pic x(18) value "Annual Tier".
           05 filler pic x(13) value " Ann. Bonus".
           05 filler pic x(13) value " Bonus Paid".
           05 filler pic x(13) value "True-Up Pay".
           05 filler pic x(12) value "  Recovered".

       01 ws-detail-line.
           05 dl-emp-no           pic 9(5).
           05 filler              pic x(2) value spaces.
           05 dl-emp-name         pic x(9).
           05 filler              pic x(2) value spaces.
           05 dl-ytd-sales        pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 dl-tier             pic x(16).
           05 filler              pic x(2) value spaces.
           05 dl-annual-bonus     pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 dl-bonus-paid       pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 dl-pay              pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 dl-recover          pic zzz,zzz,zz9.
           05 filler              pic x(1) value spaces.

       01 ws-error-line.
           05 filler pic x(44)
              value "ANNUAL TIER TABLE IS EMPTY -- NOTHING TRUED ".
           05 filler pic x(56) value "UP".

       01 ws-summary-count-line.
           05 sc-label            pic x(30).
           05 sc-count            pic zzzz9.
           05 filler              pic x(65) value spaces.

       01 ws-summary-amount-line.
           05 sa-label            pic x(30).
           05 sa-amount           pic zz,zzz,zzz,zz9.
           05 filler              pic x(56) value spaces.

       01 ws-blank-line           pic x(100) value spaces.

      * Statement page layout....
       01 ws-stmt-heading.
           05 filler pic x(30) value spaces.
           05 filler pic x(25) value "BONUS TRUE-UP STATEMENT".
           05 filler pic x(45) value spaces.

       01 ws-stmt-emp-line.
           05 filler pic x(22) value "Employee:".
           05 stmt-emp-no pic 9(5).
           05 filler pic x(2) value spaces.
           05 stmt-emp-name pic x(9).
           05 filler pic x(62) value spaces.

       01 ws-stmt-sales-line.
           05 filler pic x(22) value "Sales This Year:".
           05 stmt-sales pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

       01 ws-stmt-tier-line.
           05 filler pic x(22) value "Annual Bonus Tier:".
           05 stmt-tier pic x(16).
           05 filler pic x(12) value " (Threshold ".
           05 stmt-threshold pic zzz,zzz,zz9.
           05 filler pic x(1) value ")".
           05 filler pic x(38) value spaces.

       01 ws-stmt-annual-line.
           05 filler pic x(22) value "Annual Bonus:".
           05 stmt-annual pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

       01 ws-stmt-paid-line.
           05 filler pic x(22) value "Bonus Paid This Year:".
           05 stmt-paid pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

       01 ws-stmt-trueup-line.
           05 stmt-trueup-label pic x(22).
           05 stmt-trueup pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

       procedure division.
       000-main.
           open i-o commreg-file
           open output report-file
           open output pay-file
           open output stmt-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           move ws-business-date to rh-business-date
           perform 100-load-settled
           perform 110-load-annual-tiers

           write report-record from ws-report-heading
           write report-record from ws-blank-line

      * With no annual tiers every rep would price at zero and have
      * their whole year's bonus recovered -- stop instead....
           if ws-tier-table-size = 0
               write report-record from ws-error-line
               move 8 to return-code
           else
               write report-record from ws-column-headings
               write report-record from ws-blank-line
               perform until ws-reg-eof-flag = 'Y'
                   read commreg-file
                       at end
                           move 'Y' to ws-reg-eof-flag
                       not at end
                           add 1 to ws-reg-rows-read
                           perform 200-true-up-register-row
                   end-read
               end-perform
               perform 400-write-summary
           end-if

           perform 430-write-pay-trailer
           perform 910-write-runlog-end

           close commreg-file report-file pay-file stmt-file
                 runlog-file
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

      * Load the employees already settled by A3CRECON....
       100-load-settled.
           open input settled-file
           perform until ws-set-eof-flag = 'Y'
               read settled-file
                   at end
                       move 'Y' to ws-set-eof-flag
                   not at end
                       if ws-set-table-size < ws-set-table-max
                           add 1 to ws-set-table-size
                           set ws-set-idx to ws-set-table-size
                           move se-emp-no
                               to ws-set-emp-no(ws-set-idx)
                       end-if
               end-read
           end-perform
           close settled-file.

      * Load the annual tiers, highest threshold first....
       110-load-annual-tiers.
           open input anntier-file
           perform until ws-tier-eof-flag = 'Y'
               read anntier-file
                   at end
                       move 'Y' to ws-tier-eof-flag
                   not at end
                       if ws-tier-table-size < ws-tier-table-max
                           add 1 to ws-tier-table-size
                           set ws-tier-idx to ws-tier-table-size
                           move at-threshold
                               to ws-tier-threshold(ws-tier-idx)
                           move at-amount
                               to ws-tier-amount(ws-tier-idx)
                           move at-label
                               to ws-tier-label(ws-tier-idx)
                       end-if
               end-read
           end-perform
           close anntier-file.

      * One register row: a settled rep is left out; anyone else
      * has their year's sales priced on the annual tiers and the
      * difference from the bonus already paid settled....
       200-true-up-register-row.
           move 'N' to ws-set-found-flag
           perform varying ws-set-idx from 1 by 1
               until ws-set-idx > ws-set-table-size
               or ws-set-found-flag = 'Y'
               if cr-emp-no = ws-set-emp-no(ws-set-idx)
                   move 'Y' to ws-set-found-flag
               end-if
           end-perform

           if ws-set-found-flag = 'Y'
               add 1 to ws-reps-settled
           else
               perform 210-price-annual-sales
               move 0 to ws-trueup-pay
               move 0 to ws-trueup-recover
               if ws-annual-bonus > cr-ytd-bonus
                   compute ws-trueup-pay
                       = ws-annual-bonus - cr-ytd-bonus
               else
                   compute ws-trueup-recover
                       = cr-ytd-bonus - ws-annual-bonus
               end-if

               perform 220-write-register-line
               perform 230-write-statement

               if ws-trueup-pay = 0 and ws-trueup-recover = 0
                   add 1 to ws-reps-no-change
               else
                   add 1 to ws-reps-trued-up
                   perform 240-write-pay-detail
                   move ws-annual-bonus to cr-ytd-bonus
                   rewrite commreg-record
               end-if
           end-if.

      * The annual tier this rep's year of sales reaches....
       210-price-annual-sales.
           move 0 to ws-annual-bonus
           move 0 to ws-annual-threshold
           move "NO BONUS" to ws-annual-label
           move 'N' to ws-tier-found-flag
           perform varying ws-tier-idx from 1 by 1
               until ws-tier-idx > ws-tier-table-size
               or ws-tier-found-flag = 'Y'
               if cr-ytd-sales >= ws-tier-threshold(ws-tier-idx)
                   move ws-tier-amount(ws-tier-idx)
                       to ws-annual-bonus
                   move ws-tier-threshold(ws-tier-idx)
                       to ws-annual-threshold
                   move ws-tier-label(ws-tier-idx)
                       to ws-annual-label
                   move 'Y' to ws-tier-found-flag
               end-if
           end-perform.

       220-write-register-line.
           move cr-emp-no to dl-emp-no
           move cr-emp-name to dl-emp-name
           move cr-ytd-sales to dl-ytd-sales
           move ws-annual-label to dl-tier
           move ws-annual-bonus to dl-annual-bonus
           move cr-ytd-bonus to dl-bonus-paid
           move ws-trueup-pay to dl-pay
           move ws-trueup-recover to dl-recover
           write report-record from ws-detail-line.

      * This rep's statement page: the year's sales, the annual
      * tier reached, the bonus it pays, what was paid through the
      * year, and the true-up either way....
       230-write-statement.
           add 1 to ws-stmt-count
           if ws-stmt-count > 1
               write stmt-line from ws-blank-line after advancing page
           end-if
           write stmt-line from ws-stmt-heading
           write stmt-line from ws-blank-line

           move cr-emp-no to stmt-emp-no
           move cr-emp-name to stmt-emp-name
           write stmt-line from ws-stmt-emp-line

           move cr-ytd-sales to stmt-sales
           write stmt-line from ws-stmt-sales-line

           move ws-annual-label to stmt-tier
           move ws-annual-threshold to stmt-threshold
           write stmt-line from ws-stmt-tier-line

           move ws-annual-bonus to stmt-annual
           write stmt-line from ws-stmt-annual-line

           move cr-ytd-bonus to stmt-paid
           write stmt-line from ws-stmt-paid-line

           if ws-trueup-recover > 0
               move "True-Up Recovered:" to stmt-trueup-label
               move ws-trueup-recover to stmt-trueup
           else
               move "True-Up Paid:" to stmt-trueup-label
               move ws-trueup-pay to stmt-trueup
           end-if
           write stmt-line from ws-stmt-trueup-line.

      * The rep's true-up disbursement: an amount to pay, or an
      * amount for payroll to recover in the chargeback field....
       240-write-pay-detail.
           move 'D' to pd-type
           move cr-emp-no to pd-emp-no
           move ws-business-date to pd-business-date
           move cr-ytd-sales to pd-sales
           move 0 to pd-commission
           move ws-annual-bonus to pd-bonus
           move ws-trueup-pay to pd-paid
           move ws-trueup-recover to pd-chargeback
           write pay-detail-record
           add 1 to ws-pay-count
           add ws-trueup-pay to ws-total-paid
           add ws-trueup-recover to ws-total-recovered.

      * The register's totals, the same figures the disbursement
      * trailer carries, so payroll's load foots to this page....
       400-write-summary.
           write report-record from ws-blank-line

           move "Register rows read" to sc-label
           move ws-reg-rows-read to sc-count
           write report-record from ws-summary-count-line

           move "Reps trued up" to sc-label
           move ws-reps-trued-up to sc-count
           write report-record from ws-summary-count-line

           move "Reps with no change" to sc-label
           move ws-reps-no-change to sc-count
           write report-record from ws-summary-count-line

           move "Settled reps left out" to sc-label
           move ws-reps-settled to sc-count
           write report-record from ws-summary-count-line

           move "Disbursement records" to sc-label
           move ws-pay-count to sc-count
           write report-record from ws-summary-count-line

           move "Total true-up paid" to sa-label
           move ws-total-paid to sa-amount
           write report-record from ws-summary-amount-line

           move "Total true-up recovered" to sa-label
           move ws-total-recovered to sa-amount
           write report-record from ws-summary-amount-line.

      * Close the disbursement file with its control trailer....
       430-write-pay-trailer.
           move spaces to pay-trailer-record
           move 'T' to pt-type
           move ws-pay-count to pt-record-count
           move ws-total-paid to pt-total-paid
           move ws-total-recovered to pt-total-recovered
           write pay-trailer-record.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A3TRUEUP" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the register rows read
      * and the return code being handed back....
       910-write-runlog-end.
           move "A3TRUEUP" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-reg-rows-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A3TRUEUP.
