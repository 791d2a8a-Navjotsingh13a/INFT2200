       date-written. 02 Sep 2026.
       author. Navjot Singh
      * Description: A7GLSUM--> Trial balance and account summary
      * over the shared GL interface file that A2STOCK, A5DEPINC,
      * A6INVPST (inventory movements, added by the posting swap
      * step) and A6LABPST (labor expense by cost center) append
      * their balanced entries to. Proves total debits equal total
      * credits for each business date and source program, sets
      * each business date's labor expense beside the income
      * A5DEPINC posted for it, prints an account-by-account
      * summary (account, debits, credits, net) for the period on
      * the file, and writes a period summary record per account
      * for accounting to reconcile their import against -- so an
      * out-of-balance interface stops the morning here instead of
      * surfacing in accounting's trial balance a week later. Any
      * date/source out of balance ends the run with a non-zero
       77 ws-acct-table-max       pic 9(3) value 500.
       77 ws-acct-found-flag      pic x value 'N'.

      * Income (A5DEPINC's credits) and labor expense (A6LABPST's
      * debits) per business date, from the trial balance rows...
       01 ws-il-table.
           05 ws-il-entry occurs 200 times
               indexed by ws-il-idx.
               10 ws-il-date        pic 9(8).
               10 ws-il-income      pic 9(13)v99.
               10 ws-il-labor       pic 9(13)v99.
       77 ws-il-table-size        pic 9(3) value 0.
       77 ws-il-found-flag        pic x value 'N'.
       77 ws-il-net               pic s9(13)v99 value 0.

       77 ws-entries-read         pic 9(7) value 0.
       77 ws-out-of-balance       pic 9(3) value 0.
       77 ws-balance              pic s9(13)v99 value 0.
           05 bat-status          pic x(14).
           05 filler              pic x(28) value spaces.

       01 ws-il-heading.
           05 filler pic x(44)
              value "Income and Labor Expense by Business Date".
           05 filler pic x(56) value spaces.

       01 ws-il-cols.
           05 filler pic x(10) value "Date".
           05 filler pic x(18) value "          Income".
           05 filler pic x(18) value "   Labor Expense".
           05 filler pic x(19) value "  Income Less Labor".
           05 filler pic x(35) value spaces.

       01 ws-il-line.
           05 ill-date            pic 9(8).
           05 filler              pic x(2) value spaces.
           05 ill-income          pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 ill-labor           pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 ill-net             pic -zz,zzz,zzz,zz9.99.
           05 filler              pic x(34) value spaces.

       01 ws-acct-heading.
           05 filler pic x(30)
              value "Account Summary for the Period".
           end-perform

           perform 200-print-trial-balance
           perform 250-print-income-labor
           perform 300-print-account-summary

           move ws-entries-read to sum-entries
           end-perform
           write report-record from ws-blank-line.

      * One line per business date with income or labor posted:
      * the income, the labor expense and what is left....
       250-print-income-labor.
           perform varying ws-bat-idx from 1 by 1
               until ws-bat-idx > ws-bat-table-size
               if ws-bat-program(ws-bat-idx) = "A5DEPINC"
               or ws-bat-program(ws-bat-idx) = "A6LABPST"
                   perform 260-fold-income-labor
               end-if
           end-perform
           if ws-il-table-size > 0
               write report-record from ws-il-heading
               write report-record from ws-blank-line
               write report-record from ws-il-cols
               perform varying ws-il-idx from 1 by 1
                   until ws-il-idx > ws-il-table-size
                   compute ws-il-net = ws-il-income(ws-il-idx)
                                     - ws-il-labor(ws-il-idx)
                   move ws-il-date(ws-il-idx) to ill-date
                   move ws-il-income(ws-il-idx) to ill-income
                   move ws-il-labor(ws-il-idx) to ill-labor
                   move ws-il-net to ill-net
                   write report-record from ws-il-line
               end-perform
               write report-record from ws-blank-line
           end-if.

       260-fold-income-labor.
           move 'N' to ws-il-found-flag
           perform varying ws-il-idx from 1 by 1
               until ws-il-idx > ws-il-table-size
               or ws-il-found-flag = 'Y'
               if ws-il-date(ws-il-idx) = ws-bat-date(ws-bat-idx)
                   move 'Y' to ws-il-found-flag
               end-if
           end-perform
           if ws-il-found-flag = 'Y'
               set ws-il-idx down by 1
           else
               add 1 to ws-il-table-size
               set ws-il-idx to ws-il-table-size
               move ws-bat-date(ws-bat-idx) to ws-il-date(ws-il-idx)
               move 0 to ws-il-income(ws-il-idx)
               move 0 to ws-il-labor(ws-il-idx)
           end-if
           if ws-bat-program(ws-bat-idx) = "A5DEPINC"
               add ws-bat-credits(ws-bat-idx) to ws-il-income(ws-il-idx)
           else
               add ws-bat-debits(ws-bat-idx) to ws-il-labor(ws-il-idx)
           end-if.

      * One line and one period summary record per account....
       300-print-account-summary.
           write report-record from ws-acct-heading
