               assign to 'DRAWFILE'
               organization is sequential.

      * Sales hierarchy file: each rep's manager, the override
      * percentage the manager earns on that rep's credited sales,
      * and an effective date -- maintained like RATETAB, so a rep
      * moving teams next month stays with this month's manager
      * until then....
           select optional mgrtab-file
               assign to 'MGRTAB'
               organization is sequential.

      * Returns file: one row per customer return, naming the rep
      * whose commission comes back, the business date of the
      * original sale, and the sales amount returned. Each return
      * is charged back at the rate in force on that original
      * date, taken off the rep's YTD register figures, and netted
      * against this period's pay....
           select optional return-file
               assign to 'RETTRAN'
               organization is sequential.

      * Chargeback balance file: what each rep still owes back when
      * a period's chargebacks came to more than the period's
      * earnings, read at startup and written back at end of run
      * the way DRAWFILE is, with the same business-date rerun
      * guard on each row....
           select optional chgbk-file
               assign to 'CBKFILE'
               organization is sequential.

      * Payroll disbursement interface: one fixed-layout record
      * per employee paid this run, closed by a control trailer
      * whose count and total must equal the report's summary --
           05 dw-balance           pic 9(9).
           05 dw-posted-date       pic 9(8).

      * Hierarchy row: rep, manager, override rate (two implied
      * decimals, as on RATETAB), effective date....
       fd mgrtab-file
           recording mode is F
           data record is mgrtab-record
           record contains 22 characters.
       01 mgrtab-record.
           05 mg-rep               pic 9(5).
           05 mg-manager           pic 9(5).
           05 mg-ovr-rate          pic 9(4).
           05 mg-eff-date          pic 9(8).

      * Return row: the rep charged back, the business date of the
      * original sale, the sales amount returned, and the invoice
      * it came back against....
       fd return-file
           recording mode is F
           data record is return-record
           record contains 29 characters.
       01 return-record.
           05 rn-emp-no            pic 9(5).
           05 rn-orig-date         pic 9(8).
           05 rn-amount            pic 9(6).
           05 rn-invoice           pic x(10).

      * Chargeback row: employee, the balance still owed back, and
      * the business date last netted....
       fd chgbk-file
           recording mode is F
           data record is chgbk-record
           record contains 22 characters.
       01 chgbk-record.
           05 cb-emp-no            pic 9(5).
           05 cb-balance           pic 9(9).
           05 cb-posted-date       pic 9(8).

      * Disbursement interface records: a D detail per employee
      * paid, its paid figure net of any chargeback recovered from
      * it, and one T trailer carrying the record count and the
      * total amount, which must equal the report's summary....
       fd pay-file
           recording mode is F
           data record is pay-detail-record
           record contains 59 characters.
       01 pay-detail-record.
           05 pd-type              pic x(1).
           05 pd-emp-no            pic 9(5).
           05 pd-commission        pic 9(9).
           05 pd-bonus             pic 9(9).
           05 pd-paid              pic 9(9).
           05 pd-chargeback        pic 9(9).
       01 pay-trailer-record.
           05 pt-type              pic x(1).
           05 pt-record-count      pic 9(7).
           05 pt-total-paid        pic 9(11).
           05 filler               pic x(40).

      * Shared run-journal record....
       fd runlog-file
       77 ws-total-net-due      pic 9(11) value 0.
       77 ws-net-edit           pic zzz,zzz,zz9.

      * Rep-to-manager rows in force, collapsed at load to the row
      * with the latest effective date on or before the run date,
      * one entry per rep....
       01 ws-mgr-table.
           05 ws-mgr-entry occurs 2000 times
               indexed by ws-mgr-idx.
               10 ws-mgr-rep        pic 9(5).
               10 ws-mgr-manager    pic 9(5).
               10 ws-mgr-rate       pic 9(4).
               10 ws-mgr-eff        pic 9(8).
       77 ws-mgr-table-size     pic 9(4) value 0.
       77 ws-mgr-table-max      pic 9(4) value 2000.
       77 ws-mgr-found-flag     pic x value 'N'.
       77 ws-mgrtab-eof-flag    pic x value 'N'.
       77 ws-mgr-cur-manager    pic 9(5) value 0.
       77 ws-mgr-cur-rate       pic 9(4) value 0.

      * Each manager's override, built up as their team is paid
      * and paid out once the last sales record is in. Status P is
      * paid, R rejected because the manager is not on the
      * employee master....
       01 ws-ovr-table.
           05 ws-ovr-entry occurs 500 times
               indexed by ws-ovr-idx.
               10 ws-ovr-manager    pic 9(5).
               10 ws-ovr-name       pic x(9).
               10 ws-ovr-credits    pic 9(4).
               10 ws-ovr-sales      pic 9(9).
               10 ws-ovr-amount     pic 9(9).
               10 ws-ovr-status     pic x.
       77 ws-ovr-table-size     pic 9(3) value 0.
       77 ws-ovr-table-max      pic 9(3) value 500.
       77 ws-ovr-found-flag     pic x value 'N'.
       77 ws-ovr-match-idx      pic 9(3) value 0.
       77 ws-ovr-calc           pic 9(9) value 0.
       77 ws-ovr-rejected       pic 9(5) value 0.
       77 ws-total-ovr          pic 9(11) value 0.
       77 ws-total-ovr-sales    pic 9(11) value 0.

      * Reps paid tonight with no manager on the hierarchy file,
      * listed under the override section....
       01 ws-nomgr-table.
           05 ws-nomgr-entry occurs 500 times
               indexed by ws-nomgr-idx.
               10 ws-nomgr-emp-no   pic 9(5).
               10 ws-nomgr-name     pic x(9).
       77 ws-nomgr-table-size   pic 9(3) value 0.
       77 ws-nomgr-table-max    pic 9(3) value 500.
       77 ws-nomgr-found-flag   pic x value 'N'.

      * Manager override section of the report....
       01 ws-override-heading.
           05 filler pic x(17) value "MANAGER OVERRIDES".
           05 filler pic x(83) value spaces.

       01 ws-override-cols.
           05 filler pic x(8) value "Mgr No.".
           05 filler pic x(12) value "Name".
           05 filler pic x(8) value "Credits".
           05 filler pic x(14) value "   Team Sales".
           05 filler pic x(14) value "     Override".
           05 filler pic x(44) value spaces.

       01 ws-override-line.
           05 ov-manager pic 9(5).
           05 filler pic x(3) value spaces.
           05 ov-name pic x(9).
           05 filler pic x(3) value spaces.
           05 filler pic x(3) value spaces.
           05 ov-credits pic zzz9.
           05 filler pic x(3) value spaces.
           05 ov-sales pic zzz,zzz,zz9.
           05 filler pic x(3) value spaces.
           05 ov-amount pic zzz,zzz,zz9.
           05 filler pic x(3) value spaces.
           05 ov-remark pic x(22).
           05 filler pic x(20) value spaces.

       01 ws-override-total.
           05 filler pic x(28) value "Total Overrides Paid".
           05 filler pic x(2) value spaces.
           05 ovt-sales pic zzz,zzz,zz9.
           05 filler pic x(3) value spaces.
           05 ovt-amount pic zzz,zzz,zz9.
           05 filler pic x(45) value spaces.

       01 ws-nomgr-heading.
           05 filler pic x(28) value "REPS WITH NO MANAGER ON FILE".
           05 filler pic x(72) value spaces.

       01 ws-nomgr-line.
           05 nm-emp-no pic 9(5).
           05 filler pic x(3) value spaces.
           05 nm-name pic x(9).
           05 filler pic x(83) value spaces.

      * Every RATETAB row, whatever its effective date, so a return
      * is charged back at the rate that applied on the original
      * sale's business date rather than tonight's....
       01 ws-rhist-table.
           05 ws-rhist-entry occurs 4000 times
               indexed by ws-rhist-idx.
               10 ws-rhist-emp-no   pic 9(5).
               10 ws-rhist-rate     pic 9(4).
               10 ws-rhist-eff      pic 9(8).
       77 ws-rhist-table-size   pic 9(4) value 0.
       77 ws-rhist-table-max    pic 9(4) value 4000.
       77 ws-rhist-best-eff     pic 9(8) value 0.
       77 ws-ret-rate           pic 9(4) value 0.
       77 ws-ret-rate-found-flag pic x value 'N'.
       77 ws-ret-rate1          pic 99 value 0.
       77 ws-ret-rate2          pic 99 value 0.

      * Tonight's returns, loaded from RETTRAN at startup. Status
      * N is not yet charged, C charged back for the rep being
      * paid now, A charged and printed, S passed over because an
      * earlier run of this business date already charged the
      * rep, R rejected to the exception file....
       01 ws-ret-table.
           05 ws-ret-entry occurs 2000 times
               indexed by ws-ret-idx ws-ret-scan-idx.
               10 ws-ret-emp-no     pic 9(5).
               10 ws-ret-orig-date  pic 9(8).
               10 ws-ret-amount     pic 9(6).
               10 ws-ret-chg-rate   pic 9(4).
               10 ws-ret-chg-amt    pic 9(9).
               10 ws-ret-status     pic x.
       77 ws-ret-table-size     pic 9(4) value 0.
       77 ws-ret-table-max      pic 9(4) value 2000.
       77 ws-ret-rejected       pic 9(5) value 0.
       77 ws-rettran-eof-flag   pic x value 'N'.

      * Chargeback balances loaded from CBKFILE at startup, netted
      * as each rep is paid, and written back at end of run....
       01 ws-cbk-table.
           05 ws-cbk-entry occurs 2000 times
               indexed by ws-cbk-idx.
               10 ws-cbk-emp-no     pic 9(5).
               10 ws-cbk-balance    pic 9(9).
               10 ws-cbk-posted     pic 9(8).
       77 ws-cbk-table-size     pic 9(4) value 0.
       77 ws-cbk-table-max      pic 9(4) value 2000.
       77 ws-cbk-found-flag     pic x value 'N'.
       77 ws-cbk-match-idx      pic 9(4) value 0.
       77 ws-cbkfile-eof-flag   pic x value 'N'.

      * This rep's chargeback arithmetic for the statement page,
      * the report's net column, and the disbursement record....
       77 ws-cb-has-flag        pic x value 'N'.
       77 ws-cb-posted          pic 9(8) value 0.
       77 ws-cb-prior           pic 9(9) value 0.
       77 ws-cb-charged         pic 9(9) value 0.
       77 ws-cb-sales           pic 9(9) value 0.
       77 ws-cb-outstanding     pic 9(9) value 0.
       77 ws-cb-available       pic 9(9) value 0.
       77 ws-cb-recovered       pic 9(9) value 0.
       77 ws-cb-carried         pic 9(9) value 0.
       77 ws-pay-paid           pic 9(9) value 0.
       77 ws-total-cb-charged   pic 9(11) value 0.
       77 ws-total-cb-recovered pic 9(11) value 0.
       77 ws-pay-total-paid     pic 9(11) value 0.

      * Splits in force, collapsed at load to the rows with the
      * latest effective date on or before the run date, one
      * entry per primary/participant pair....
           05 stmt-net-due pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

      * Statement lines for the chargebacks: one per return charged
      * back, then the balance owed from before, what this
      * period's earnings recovered, and what carries forward....
       01 ws-stmt-return-line.
           05 filler pic x(22) value "Return Charged Back:".
           05 stmt-ret-date pic 9(8).
           05 filler pic x(8) value "  Sales ".
           05 stmt-ret-sales pic zzz,zz9.
           05 filler pic x(4) value " at ".
           05 stmt-ret-rate1 pic z9.
           05 filler pic x(1) value '.'.
           05 stmt-ret-rate2 pic 99.
           05 filler pic x(4) value " %  ".
           05 stmt-ret-amt pic zzz,zzz,zz9.
           05 filler pic x(31) value spaces.

       01 ws-stmt-cbprior-line.
           05 filler pic x(22) value "Chargeback Prior Bal:".
           05 stmt-cb-prior pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

       01 ws-stmt-cbrecov-line.
           05 filler pic x(22) value "Chargeback Recovered:".
           05 stmt-cb-recov pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

       01 ws-stmt-cbcarry-line.
           05 filler pic x(22) value "Chargeback Carried:".
           05 stmt-cb-carry pic zzz,zzz,zz9.
           05 filler pic x(67) value spaces.

      * Statement run mode: PARM='STMT' also writes one statement
      * page per employee alongside the consolidated report....
       77 ws-run-stmt pic x value 'N'.
           perform 157-load-quota-table
           perform 158-load-draw-table
           perform 159-load-split-table
           perform 151-load-mgr-table
           perform 152-load-chgbk-table
           perform 153-load-returns
           if run-sorted
               perform 700-build-sorted-input
           end-if
           perform 200-initialize-output
           perform 300-paging-process
               until ws-eof-flag = ws-const-y
           perform 450-charge-unpaid-returns
           perform 460-pay-overrides
           perform 390-calc-percentages
           perform 400-summary
           perform 420-shortfall-page
           perform 425-override-page
           perform 430-write-pay-trailer
           perform 440-write-draw-balances
           perform 445-write-chgbk-balances
           perform 600-write-control-total
           perform 630-write-summary-record
           perform 620-write-runlog-end
                   at end
                       move 'Y' to ws-ratetab-eof-flag
                   not at end
                       perform 154-keep-rate-history
                       if rt-eff-date <= ws-rate-run-date
                           perform 156-keep-best-rate
                       end-if
           end-perform
           close ratetab-file.

      * Keep every rate row for pricing a return at the rate in
      * force when its original sale was paid....
       154-keep-rate-history.
           if ws-rhist-table-size < ws-rhist-table-max
               add 1 to ws-rhist-table-size
               set ws-rhist-idx to ws-rhist-table-size
               move rt-emp-no to ws-rhist-emp-no(ws-rhist-idx)
               move rt-rate to ws-rhist-rate(ws-rhist-idx)
               move rt-eff-date to ws-rhist-eff(ws-rhist-idx)
           end-if.

       156-keep-best-rate.
           move 'N' to ws-rate-found-flag
           perform varying ws-rate-idx from 1 by 1
           end-perform
           close draw-file.

      * Load the hierarchy in force, keeping for each rep the row
      * with the latest effective date on or before the run
      * date....
       151-load-mgr-table.
           open input mgrtab-file
           perform until ws-mgrtab-eof-flag = 'Y'
               read mgrtab-file
                   at end
                       move 'Y' to ws-mgrtab-eof-flag
                   not at end
                       if mg-eff-date <= ws-business-date
                           perform 151-keep-best-mgr
                       end-if
               end-read
           end-perform
           close mgrtab-file.

       151-keep-best-mgr.
           move 'N' to ws-mgr-found-flag
           perform varying ws-mgr-idx from 1 by 1
               until ws-mgr-idx > ws-mgr-table-size
               or ws-mgr-found-flag = 'Y'
               if mg-rep = ws-mgr-rep(ws-mgr-idx)
                   move 'Y' to ws-mgr-found-flag
                   if mg-eff-date >= ws-mgr-eff(ws-mgr-idx)
                       move mg-manager to ws-mgr-manager(ws-mgr-idx)
                       move mg-ovr-rate to ws-mgr-rate(ws-mgr-idx)
                       move mg-eff-date to ws-mgr-eff(ws-mgr-idx)
                   end-if
               end-if
           end-perform
           if ws-mgr-found-flag = 'N'
           and ws-mgr-table-size < ws-mgr-table-max
               add 1 to ws-mgr-table-size
               set ws-mgr-idx to ws-mgr-table-size
               move mg-rep to ws-mgr-rep(ws-mgr-idx)
               move mg-manager to ws-mgr-manager(ws-mgr-idx)
               move mg-ovr-rate to ws-mgr-rate(ws-mgr-idx)
               move mg-eff-date to ws-mgr-eff(ws-mgr-idx)
           end-if.

      * Load each rep's chargeback balance still owed back....
       152-load-chgbk-table.
           open input chgbk-file
           perform until ws-cbkfile-eof-flag = 'Y'
               read chgbk-file
                   at end
                       move 'Y' to ws-cbkfile-eof-flag
                   not at end
                       if ws-cbk-table-size < ws-cbk-table-max
                           add 1 to ws-cbk-table-size
                           set ws-cbk-idx to ws-cbk-table-size
                           move cb-emp-no
                               to ws-cbk-emp-no(ws-cbk-idx)
                           move cb-balance
                               to ws-cbk-balance(ws-cbk-idx)
                           move cb-posted-date
                               to ws-cbk-posted(ws-cbk-idx)
                       end-if
               end-read
           end-perform
           close chgbk-file.

      * Load tonight's returns. A row with a non-numeric or zero
      * amount, or an original date that is not a date on or
      * before tonight's business date, cannot be charged back and
      * is reported on the exception file instead....
       153-load-returns.
           open input return-file
           perform until ws-rettran-eof-flag = 'Y'
               read return-file
                   at end
                       move 'Y' to ws-rettran-eof-flag
                   not at end
                       if rn-emp-no not numeric
                       or rn-amount not numeric
                       or rn-orig-date not numeric
                       or rn-amount = 0
                       or rn-orig-date > ws-business-date
                           move rn-emp-no to exc-emp-no
                           move "RETURN AMOUNT OR DATE INVALID"
                               to exc-reason
                           write exception-record
                           add 1 to ws-ret-rejected
                       else
                           if ws-ret-table-size < ws-ret-table-max
                               add 1 to ws-ret-table-size
                               set ws-ret-idx to ws-ret-table-size
                               move rn-emp-no
                                   to ws-ret-emp-no(ws-ret-idx)
                               move rn-orig-date
                                   to ws-ret-orig-date(ws-ret-idx)
                               move rn-amount
                                   to ws-ret-amount(ws-ret-idx)
                               move 0 to ws-ret-chg-rate(ws-ret-idx)
                               move 0 to ws-ret-chg-amt(ws-ret-idx)
                               move 'N' to ws-ret-status(ws-ret-idx)
                           else
                               move rn-emp-no to exc-emp-no
                               move "RETURNS TABLE FULL" to exc-reason
                               write exception-record
                               add 1 to ws-ret-rejected
                           end-if
                       end-if
               end-read
           end-perform
           close return-file.

      * Write the netted balances back for the next run....
       440-write-draw-balances.
           if ws-draw-table-size > 0

           perform 335-quota-attainment
           perform 336-process-draw
           perform 337-process-chargebacks

           write output-line from ws-detail-line
           add 1 to ws-line-count

           perform 340-update-register
           perform 350-write-pay-detail
           perform 333-close-charged-returns
           perform 360-credit-manager

           add 1 to ws-ctl-records-written
           add ws-cur-emp-no to ws-ctl-hash-total.
           move ws-cur-sales to pd-sales
           move ws-earned-calc to pd-commission
           move ws-bonus-amt to pd-bonus
           compute ws-pay-paid = ws-paid-calc - ws-cb-recovered
           move ws-pay-paid to pd-paid
           move ws-cb-recovered to pd-chargeback
           write pay-detail-record
           add ws-pay-paid to ws-pay-total-paid
           add 1 to ws-pay-count.

      * Credit the share just paid to the rep's manager: the
      * override at the hierarchy row's rate joins the manager's
      * total, worked out the same way commission is. A split
      * participant is credited to their own manager. A rep with
      * no row in force goes on the no-manager list instead....
       360-credit-manager.
           move 'N' to ws-mgr-found-flag
           perform varying ws-mgr-idx from 1 by 1
               until ws-mgr-idx > ws-mgr-table-size
               or ws-mgr-found-flag = 'Y'
               if ws-cur-emp-no = ws-mgr-rep(ws-mgr-idx)
                   move 'Y' to ws-mgr-found-flag
                   move ws-mgr-manager(ws-mgr-idx)
                       to ws-mgr-cur-manager
                   move ws-mgr-rate(ws-mgr-idx) to ws-mgr-cur-rate
               end-if
           end-perform

           if ws-mgr-found-flag = 'N'
               perform 365-list-no-manager
           else
               compute ws-ovr-calc rounded
                   = (ws-cur-sales * ws-mgr-cur-rate) / 100
               move 'N' to ws-ovr-found-flag
               perform varying ws-ovr-idx from 1 by 1
                   until ws-ovr-idx > ws-ovr-table-size
                   or ws-ovr-found-flag = 'Y'
                   if ws-mgr-cur-manager = ws-ovr-manager(ws-ovr-idx)
                       move 'Y' to ws-ovr-found-flag
                       set ws-ovr-match-idx to ws-ovr-idx
                   end-if
               end-perform
               if ws-ovr-found-flag = 'Y'
                   set ws-ovr-idx to ws-ovr-match-idx
               else
                   if ws-ovr-table-size < ws-ovr-table-max
                       add 1 to ws-ovr-table-size
                       set ws-ovr-idx to ws-ovr-table-size
                       move ws-mgr-cur-manager
                           to ws-ovr-manager(ws-ovr-idx)
                       move spaces to ws-ovr-name(ws-ovr-idx)
                       move 0 to ws-ovr-credits(ws-ovr-idx)
                       move 0 to ws-ovr-sales(ws-ovr-idx)
                       move 0 to ws-ovr-amount(ws-ovr-idx)
                       move 'P' to ws-ovr-status(ws-ovr-idx)
                       move 'Y' to ws-ovr-found-flag
                   else
                       move ws-mgr-cur-manager to exc-emp-no
                       move "OVERRIDE TABLE FULL" to exc-reason
                       write exception-record
                       add 1 to ws-ovr-rejected
                   end-if
               end-if
               if ws-ovr-found-flag = 'Y'
                   add 1 to ws-ovr-credits(ws-ovr-idx)
                   add ws-cur-sales to ws-ovr-sales(ws-ovr-idx)
                   add ws-ovr-calc to ws-ovr-amount(ws-ovr-idx)
               end-if
           end-if.

      * List a rep with no manager on file, once....
       365-list-no-manager.
           move 'N' to ws-nomgr-found-flag
           perform varying ws-nomgr-idx from 1 by 1
               until ws-nomgr-idx > ws-nomgr-table-size
               or ws-nomgr-found-flag = 'Y'
               if ws-cur-emp-no = ws-nomgr-emp-no(ws-nomgr-idx)
                   move 'Y' to ws-nomgr-found-flag
               end-if
           end-perform
           if ws-nomgr-found-flag = 'N'
           and ws-nomgr-table-size < ws-nomgr-table-max
               add 1 to ws-nomgr-table-size
               set ws-nomgr-idx to ws-nomgr-table-size
               move ws-cur-emp-no to ws-nomgr-emp-no(ws-nomgr-idx)
               move ws-cur-emp-name to ws-nomgr-name(ws-nomgr-idx)
           end-if.

      * Fold this employee's period figures into their
      * year-to-date register record, starting one at zero the
      * first time the employee is paid this year. An employee
                   add ws-cur-sales to cr-ytd-sales
                   add ws-earned-calc to cr-ytd-commission
                   add ws-bonus-amt to cr-ytd-bonus
                   perform 348-take-off-returns
                   add 1 to cr-periods-paid
                   move ws-business-date to cr-posted-date
                   write commreg-record
                       add ws-cur-sales to cr-ytd-sales
                       add ws-earned-calc to cr-ytd-commission
                       add ws-bonus-amt to cr-ytd-bonus
                       perform 348-take-off-returns
                       add 1 to cr-periods-paid
                       move ws-business-date to cr-posted-date
                       rewrite commreg-record
               move ws-cur-emp-no to ws-posted-emp-no(ws-posted-idx)
           end-if.

      * Take the returns charged back for this rep off their YTD
      * sales and commission, never below zero....
       348-take-off-returns.
           if ws-cb-sales > cr-ytd-sales
               move 0 to cr-ytd-sales
           else
               subtract ws-cb-sales from cr-ytd-sales
           end-if
           if ws-cb-charged > cr-ytd-commission
               move 0 to cr-ytd-commission
           else
               subtract ws-cb-charged from cr-ytd-commission
           end-if.

      * Take a returns-only rep's chargebacks off their register
      * record. No record means nothing was posted for them this
      * year for the returns to come off....
       347-post-return-only.
           move ws-cur-emp-no to cr-emp-no
           read commreg-file
               invalid key
                   continue
               not invalid key
                   perform 348-take-off-returns
                   rewrite commreg-record
           end-read.

      * Was this employee already posted by an earlier record of
      * this same run?...
       345-find-posted-this-run.
               write stmt-line from ws-stmt-split-line
           end-if

      * The draw netting, for reps on a draw: the advance taken and
      * what this period's earnings recovered; then any
      * chargebacks; then what is actually owed....
           if ws-draw-has-flag = 'Y'
               move ws-draw-taken to stmt-draw-taken
               write stmt-line from ws-stmt-draw-line
               move ws-draw-recovered to stmt-draw-recov
               write stmt-line from ws-stmt-recov-line
           end-if
           if ws-cb-has-flag = 'Y'
               perform 332-write-chargeback-lines
           end-if
           if ws-draw-has-flag = 'Y' or ws-cb-has-flag = 'Y'
               move ws-net-due to stmt-net-due
               write stmt-line from ws-stmt-netdue-line
           end-if.

      * The chargebacks against this rep: each return charged back
      * with its original date and rate, then what was owed from
      * before, what this period's earnings recovered, and what
      * carries forward....
       332-write-chargeback-lines.
           perform varying ws-ret-idx from 1 by 1
               until ws-ret-idx > ws-ret-table-size
               if ws-ret-emp-no(ws-ret-idx) = ws-cur-emp-no
               and ws-ret-status(ws-ret-idx) = 'C'
                   move ws-ret-orig-date(ws-ret-idx) to stmt-ret-date
                   move ws-ret-amount(ws-ret-idx) to stmt-ret-sales
                   divide ws-ret-chg-rate(ws-ret-idx) by 100
                       giving ws-ret-rate1 remainder ws-ret-rate2
                   move ws-ret-rate1 to stmt-ret-rate1
                   move ws-ret-rate2 to stmt-ret-rate2
                   move ws-ret-chg-amt(ws-ret-idx) to stmt-ret-amt
                   write stmt-line from ws-stmt-return-line
               end-if
           end-perform
           move ws-cb-prior to stmt-cb-prior
           write stmt-line from ws-stmt-cbprior-line
           move ws-cb-recovered to stmt-cb-recov
           write stmt-line from ws-stmt-cbrecov-line
           move ws-cb-carried to stmt-cb-carry
           write stmt-line from ws-stmt-cbcarry-line.

      * This rep's charged returns are on the register, the pay
      * record and the statement now....
       333-close-charged-returns.
           perform varying ws-ret-idx from 1 by 1
               until ws-ret-idx > ws-ret-table-size
               if ws-ret-emp-no(ws-ret-idx) = ws-cur-emp-no
               and ws-ret-status(ws-ret-idx) = 'C'
                   move 'A' to ws-ret-status(ws-ret-idx)
               end-if
           end-perform.

      * Net this rep's earned commission and bonus against their
      * outstanding draw: the period's advance joins the carried
      * balance, earnings recover what they can, and the report's
           end-if
           add ws-net-due to ws-total-net-due.

      * Charge back this rep's returns and net what they owe back
      * against this period's earnings. Each return comes back at
      * the rate in force on its original business date; whatever
      * the commission and bonus left after the draw cannot cover
      * carries forward on the chargeback file the way a draw
      * balance does, salary untouched. A row already stamped with
      * tonight's business date was netted by an earlier run, or
      * an earlier record of this one, and the rep's returns are
      * passed over rather than charged twice....
       337-process-chargebacks.
           move 'N' to ws-cb-has-flag
           move 0 to ws-cb-prior
           move 0 to ws-cb-charged
           move 0 to ws-cb-sales
           move 0 to ws-cb-recovered
           move 0 to ws-cb-carried
           move 0 to ws-cb-posted

           move 'N' to ws-cbk-found-flag
           move 0 to ws-cbk-match-idx
           perform varying ws-cbk-idx from 1 by 1
               until ws-cbk-idx > ws-cbk-table-size
               or ws-cbk-found-flag = 'Y'
               if ws-cur-emp-no = ws-cbk-emp-no(ws-cbk-idx)
                   move 'Y' to ws-cbk-found-flag
                   set ws-cbk-match-idx to ws-cbk-idx
               end-if
           end-perform
           if ws-cbk-found-flag = 'Y'
               set ws-cbk-idx to ws-cbk-match-idx
               move ws-cbk-posted(ws-cbk-idx) to ws-cb-posted
           end-if

           if ws-cb-posted = ws-business-date
               perform varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-ret-table-size
                   if ws-ret-emp-no(ws-ret-idx) = ws-cur-emp-no
                   and ws-ret-status(ws-ret-idx) = 'N'
                       move 'S' to ws-ret-status(ws-ret-idx)
                   end-if
               end-perform
           else
               perform varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-ret-table-size
                   if ws-ret-emp-no(ws-ret-idx) = ws-cur-emp-no
                   and ws-ret-status(ws-ret-idx) = 'N'
                       perform 338-charge-one-return
                   end-if
               end-perform
               if ws-cbk-found-flag = 'Y'
                   set ws-cbk-idx to ws-cbk-match-idx
                   move ws-cbk-balance(ws-cbk-idx) to ws-cb-prior
               end-if
               compute ws-cb-outstanding
                   = ws-cb-prior + ws-cb-charged
               if ws-cb-outstanding > 0
                   move 'Y' to ws-cb-has-flag
                   compute ws-cb-available
                       = ws-earned-calc + ws-bonus-amt
                       - ws-draw-recovered
                   if ws-cb-available >= ws-cb-outstanding
                       move ws-cb-outstanding to ws-cb-recovered
                   else
                       move ws-cb-available to ws-cb-recovered
                   end-if
                   compute ws-cb-carried
                       = ws-cb-outstanding - ws-cb-recovered
                   subtract ws-cb-recovered from ws-net-due
                   subtract ws-cb-recovered from ws-total-net-due
                   add ws-cb-charged to ws-total-cb-charged
                   add ws-cb-recovered to ws-total-cb-recovered
                   perform 339-save-chgbk-balance
                   move ws-net-due to ws-net-edit
                   move ws-net-edit to ws-net-x
               end-if
           end-if.

      * Charge back one return at the rate in force on its original
      * business date -- the rate row with the latest effective
      * date on or before it. No such row means the return cannot
      * be priced, and it goes to the exception file....
       338-charge-one-return.
           move 'N' to ws-ret-rate-found-flag
           move 0 to ws-rhist-best-eff
           move 0 to ws-ret-rate
           perform varying ws-rhist-idx from 1 by 1
               until ws-rhist-idx > ws-rhist-table-size
               if ws-rhist-emp-no(ws-rhist-idx) = ws-cur-emp-no
               and ws-rhist-eff(ws-rhist-idx)
                   <= ws-ret-orig-date(ws-ret-idx)
               and (ws-ret-rate-found-flag = 'N'
                   or ws-rhist-eff(ws-rhist-idx) >= ws-rhist-best-eff)
                   move 'Y' to ws-ret-rate-found-flag
                   move ws-rhist-rate(ws-rhist-idx) to ws-ret-rate
                   move ws-rhist-eff(ws-rhist-idx)
                       to ws-rhist-best-eff
               end-if
           end-perform

           if ws-ret-rate-found-flag = 'N'
               move ws-cur-emp-no to exc-emp-no
               move "NO RATE ON RETURN DATE" to exc-reason
               write exception-record
               add 1 to ws-ret-rejected
               move 'R' to ws-ret-status(ws-ret-idx)
           else
               move ws-ret-rate to ws-ret-chg-rate(ws-ret-idx)
               compute ws-ret-chg-amt(ws-ret-idx) rounded
                   = (ws-ret-amount(ws-ret-idx) * ws-ret-rate) / 100
               add ws-ret-chg-amt(ws-ret-idx) to ws-cb-charged
               add ws-ret-amount(ws-ret-idx) to ws-cb-sales
               move 'C' to ws-ret-status(ws-ret-idx)
           end-if.

      * Stamp the rep's chargeback row with what carries forward
      * and tonight's business date, adding a row the first time a
      * rep is charged back....
       339-save-chgbk-balance.
           if ws-cbk-found-flag = 'Y'
               set ws-cbk-idx to ws-cbk-match-idx
               move ws-cb-carried to ws-cbk-balance(ws-cbk-idx)
               move ws-business-date to ws-cbk-posted(ws-cbk-idx)
           else
               if ws-cbk-table-size < ws-cbk-table-max
                   add 1 to ws-cbk-table-size
                   set ws-cbk-idx to ws-cbk-table-size
                   move ws-cur-emp-no to ws-cbk-emp-no(ws-cbk-idx)
                   move ws-cb-carried to ws-cbk-balance(ws-cbk-idx)
                   move ws-business-date to ws-cbk-posted(ws-cbk-idx)
               else
                   move ws-cur-emp-no to exc-emp-no
                   move "CHARGEBACK TABLE FULL" to exc-reason
                   write exception-record
                   add 1 to ws-ret-rejected
               end-if
           end-if.

      * This rep's attainment against their assigned quota, shown
      * on the detail line; reps under the floor are collected for
      * the shortfall page, and quotas of processed reps feed the

      * What is actually owed across the run once the draw
      * netting is in -- the figure the old report overstated....
           move "Net Paid After Draw and Chargebacks" to output-line
           write output-line
           move ws-total-net-due to ws-paid-edited
           move ws-paid-edited to output-line
           write output-line

      * Manager overrides paid tonight, already inside the paid
      * totals above....
           move "Overrides Paid" to output-line
           write output-line
           move ws-total-ovr to ws-paid-edited
           move ws-paid-edited to output-line
           write output-line

      * Chargebacks on returned sales: charged back tonight at the
      * original rates, recovered from tonight's pay, and the paid
      * total once they are recovered -- the figure the
      * disbursement trailer carries....
           move "Chargebacks Charged" to output-line
           write output-line
           move ws-total-cb-charged to ws-paid-edited
           move ws-paid-edited to output-line
           write output-line

           move "Chargebacks Recovered" to output-line
           write output-line
           move ws-total-cb-recovered to ws-paid-edited
           move ws-paid-edited to output-line
           write output-line

           move "Paid After Chargebacks" to output-line
           write output-line
           move ws-pay-total-paid to ws-paid-edited
           move ws-paid-edited to output-line
           write output-line

      * Team attainment: the sales of the reps carrying a quota
      * against the total of those quotas -- a rep missing from
      * the quota file stays out of both sides instead of
               end-perform
           end-if.

      * Manager overrides on their own page: each manager's
      * credited team sales and override, then the reps paid
      * tonight who have no manager on file....
       425-override-page.
           if ws-ovr-table-size > 0 or ws-nomgr-table-size > 0
               write output-line from ws-spaceline
                   after advancing page
               write output-line from ws-override-heading
               write output-line from ws-spaceline
               write output-line from ws-override-cols
               perform varying ws-ovr-idx from 1 by 1
                   until ws-ovr-idx > ws-ovr-table-size
                   move ws-ovr-manager(ws-ovr-idx) to ov-manager
                   move ws-ovr-name(ws-ovr-idx) to ov-name
                   move ws-ovr-credits(ws-ovr-idx) to ov-credits
                   move ws-ovr-sales(ws-ovr-idx) to ov-sales
                   move ws-ovr-amount(ws-ovr-idx) to ov-amount
                   if ws-ovr-status(ws-ovr-idx) = 'R'
                       move "NOT ON MASTER - UNPAID" to ov-remark
                   else
                       move spaces to ov-remark
                   end-if
                   write output-line from ws-override-line
               end-perform
               move ws-total-ovr-sales to ovt-sales
               move ws-total-ovr to ovt-amount
               write output-line from ws-override-total
               if ws-nomgr-table-size > 0
                   write output-line from ws-spaceline
                   write output-line from ws-nomgr-heading
                   perform varying ws-nomgr-idx from 1 by 1
                       until ws-nomgr-idx > ws-nomgr-table-size
                       move ws-nomgr-emp-no(ws-nomgr-idx) to nm-emp-no
                       move ws-nomgr-name(ws-nomgr-idx) to nm-name
                       write output-line from ws-nomgr-line
                   end-perform
               end-if
           end-if.

      * Close the disbursement file with its control trailer: the
      * record count and total paid that must equal the report's
      * Paid After Chargebacks summary line, so payroll's load can
      * prove nothing was dropped between this run and theirs....
       430-write-pay-trailer.
           move 'T' to pt-type
           move ws-pay-count to pt-record-count
           move ws-pay-total-paid to pt-total-paid
           write pay-trailer-record.

      * Returns for reps with no sale paid tonight: there is no pay
      * to net them against, so the whole chargeback comes off the
      * register and carries forward on the chargeback file, and
      * the rep still gets a statement page showing it....
       450-charge-unpaid-returns.
           perform varying ws-ret-scan-idx from 1 by 1
               until ws-ret-scan-idx > ws-ret-table-size
               if ws-ret-status(ws-ret-scan-idx) = 'N'
                   move ws-ret-emp-no(ws-ret-scan-idx)
                       to ws-cur-emp-no
                   perform 455-charge-unpaid-rep
               end-if
           end-perform.

       455-charge-unpaid-rep.
           move 'N' to ws-cur-found-flag
           move ws-cur-emp-no to em-emp-no
           read empmast-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-cur-found-flag
           end-read

           if ws-cur-found-flag = 'N'
               perform varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-ret-table-size
                   if ws-ret-emp-no(ws-ret-idx) = ws-cur-emp-no
                   and ws-ret-status(ws-ret-idx) = 'N'
                       move ws-cur-emp-no to exc-emp-no
                       move "RETURN EMPLOYEE NOT ON MASTER"
                           to exc-reason
                       write exception-record
                       add 1 to ws-ret-rejected
                       move 'R' to ws-ret-status(ws-ret-idx)
                   end-if
               end-perform
           else
               move em-emp-name to ws-cur-emp-name
               move 0 to ws-earned-calc
               move 0 to ws-bonus-amt
               move 0 to ws-draw-recovered
               move 0 to ws-paid-calc
               move 0 to ws-net-due
               perform 337-process-chargebacks
               if ws-cb-charged > 0
                   perform 347-post-return-only
               end-if
               if run-stmt and ws-cb-has-flag = 'Y'
                   perform 456-write-return-statement
               end-if
               perform 333-close-charged-returns
           end-if.

      * Pay each manager's override once the whole team is in: it
      * posts to the manager's register commission and goes out
      * as its own disbursement record alongside the manager's
      * other pay. A manager missing from the employee master is
      * reported and left unpaid....
       460-pay-overrides.
           perform varying ws-ovr-idx from 1 by 1
               until ws-ovr-idx > ws-ovr-table-size
               move ws-ovr-manager(ws-ovr-idx) to em-emp-no
               read empmast-file
                   invalid key
                       move 'R' to ws-ovr-status(ws-ovr-idx)
                   not invalid key
                       move em-emp-name to ws-ovr-name(ws-ovr-idx)
               end-read
               if ws-ovr-status(ws-ovr-idx) = 'R'
                   move ws-ovr-manager(ws-ovr-idx) to exc-emp-no
                   move "OVERRIDE MANAGER NOT ON MASTER"
                       to exc-reason
                   write exception-record
                   add 1 to ws-ovr-rejected
               else
                   move ws-ovr-manager(ws-ovr-idx) to ws-cur-emp-no
                   move ws-ovr-name(ws-ovr-idx) to ws-cur-emp-name
                   perform 466-post-override
                   perform 465-write-override-pay
                   add ws-ovr-amount(ws-ovr-idx) to ws-total-ovr
                   add ws-ovr-sales(ws-ovr-idx) to ws-total-ovr-sales
                   add ws-ovr-amount(ws-ovr-idx) to ws-total-paid
                   add ws-ovr-amount(ws-ovr-idx) to ws-total-net-due
               end-if
           end-perform.

      * The override's disbursement record....
       465-write-override-pay.
           move 'D' to pd-type
           move ws-ovr-manager(ws-ovr-idx) to pd-emp-no
           move ws-business-date to pd-business-date
           move 0 to pd-sales
           move ws-ovr-amount(ws-ovr-idx) to pd-commission
           move 0 to pd-bonus
           move ws-ovr-amount(ws-ovr-idx) to pd-paid
           move 0 to pd-chargeback
           write pay-detail-record
           add ws-ovr-amount(ws-ovr-idx) to ws-pay-total-paid
           add 1 to ws-pay-count.

      * Fold the override into the manager's register commission,
      * under the same business-date rerun guard as a rep's
      * posting. A manager already paid on a sale of their own
      * tonight is not counted as a second period....
       466-post-override.
           perform 345-find-posted-this-run
           move 'N' to ws-reg-did-post-flag
           move ws-cur-emp-no to cr-emp-no
           read commreg-file
               invalid key
                   move ws-cur-emp-no to cr-emp-no
                   move ws-cur-emp-name to cr-emp-name
                   move 0 to cr-ytd-sales
                   move 0 to cr-ytd-bonus
                   move ws-ovr-amount(ws-ovr-idx)
                       to cr-ytd-commission
                   move 1 to cr-periods-paid
                   move ws-business-date to cr-posted-date
                   write commreg-record
                   move 'Y' to ws-reg-did-post-flag
               not invalid key
                   if ws-posted-found-flag = 'Y'
                   or cr-posted-date not = ws-business-date
                       add ws-ovr-amount(ws-ovr-idx)
                           to cr-ytd-commission
                       if ws-posted-found-flag = 'N'
                           add 1 to cr-periods-paid
                       end-if
                       move ws-business-date to cr-posted-date
                       rewrite commreg-record
                       move 'Y' to ws-reg-did-post-flag
                   end-if
           end-read
           if ws-reg-did-post-flag = 'Y'
           and ws-posted-found-flag = 'N'
           and ws-posted-table-size < ws-posted-table-max
               add 1 to ws-posted-table-size
               set ws-posted-idx to ws-posted-table-size
               move ws-cur-emp-no to ws-posted-emp-no(ws-posted-idx)
           end-if.

      * A returns-only statement page: the rep, and the
      * chargebacks carried forward against their next pay....
       456-write-return-statement.
           add 1 to ws-stmt-count
           if ws-stmt-count > 1
               write stmt-line from ws-spaceline after advancing page
           end-if
           write stmt-line from ws-stmt-heading
           write stmt-line from ws-spaceline
           move ws-cur-emp-no to stmt-emp-no
           move ws-cur-emp-name to stmt-emp-name
           write stmt-line from ws-stmt-emp-line
           perform 332-write-chargeback-lines.

      * Write the chargeback balances back for the next run. A row
      * paid off before tonight is dropped; one netted tonight
      * stays, even at zero, so a rerun of this business date
      * still finds its guard....
       445-write-chgbk-balances.
           if ws-cbk-table-size > 0
               open output chgbk-file
               perform varying ws-cbk-idx from 1 by 1
                   until ws-cbk-idx > ws-cbk-table-size
                   if ws-cbk-balance(ws-cbk-idx) > 0
                   or ws-cbk-posted(ws-cbk-idx) = ws-business-date
                       move ws-cbk-emp-no(ws-cbk-idx) to cb-emp-no
                       move ws-cbk-balance(ws-cbk-idx) to cb-balance
                       move ws-cbk-posted(ws-cbk-idx)
                           to cb-posted-date
                       write chgbk-record
                   end-if
               end-perform
               close chgbk-file
           end-if.

      * Write the control-total/balancing record for this run....
       600-write-control-total.
           move "A3SCOMM" to ctl-program-id
      * file this run....
           if ws-ctl-records-written < ws-ctl-records-read
               move 4 to return-code
           end-if
      * ...and likewise when a return could not be charged back or
      * an override could not be paid....
           if ws-ret-rejected > 0 or ws-ovr-rejected > 0
               move 4 to return-code
           end-if.

      * Write this run's headline figures -- the paid total and
