      * and prints one page per department: income, profit,
      * profit as a percentage of income, and the department's
      * SHORT/OVERSTOCK activity. Merchandising's Monday stapling
      * retires. When A6LABPST's cost-center summary (LABSUM) is
      * present, each page also carries the department's labor
      * expense -- commission and retro pay charged to the cost
      * center of the same code -- and the income left after it...

       environment division.
       input-output section.
               assign to DEPSUMA5
               organization is sequential.

      * A6LABPST's labor expense per cost center, when run....
           select optional labsum-file
               assign to LABSUM
               organization is sequential.

      * Crosswalk between the two department code sets....
           select deptmap-file
               assign to DEPTMAP
           05 ds5-dept-name       pic x(10).
           05 ds5-income          pic 9(9)v99.

      * A6LABPST's cost-center summary record; the cost center is
      * the DEPTREF code, spaces for labor no cost center took...
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

      * Crosswalk row: the DEPTREF code and the stock extract's
      * department code for the same department....
       fd deptmap-file
       77 ws-stk-eof-flag         pic x value 'N'.
       77 ws-inc-eof-flag         pic x value 'N'.
       77 ws-map-eof-flag         pic x value 'N'.
       77 ws-lab-eof-flag         pic x value 'N'.

      * The stock side loaded whole, matched per income row....
       01 ws-stk-table.
       77 ws-map-found-flag       pic x value 'N'.
       77 ws-map-a2-found         pic x(7) value spaces.

      * The labor side loaded whole, matched per income row....
       01 ws-lab-table.
           05 ws-lab-entry occurs 100 times
               indexed by ws-lab-idx.
               10 ws-lab-cost-center pic x(5).
               10 ws-lab-total       pic 9(9)v99.
               10 ws-lab-used        pic x(1).
       77 ws-lab-table-size       pic 9(3) value 0.
       77 ws-lab-table-max        pic 9(3) value 100.
       77 ws-lab-found-flag       pic x value 'N'.
       77 ws-income-less-labor    pic s9(9)v99 value 0.

      * Profit as a percentage of income....
       77 ws-profit-pct           pic s9(4)v9 value 0.

              value "STOCK-SIDE DEPARTMENT MATCHED NO INCOME DEPA".
           05 filler              pic x(47) value "RTMENT".

       01 ws-lab-leftover-line.
           05 lbo-cost-center     pic x(10).
           05 filler              pic x(2) value spaces.
           05 lbo-total           pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 filler              pic x(45)
              value "LABOR CHARGED TO NO INCOME DEPARTMENT".
           05 filler              pic x(24) value spaces.

       01 ws-lab-full-line.
           05 lbf-cost-center     pic x(10).
           05 filler              pic x(2) value spaces.
           05 lbf-total           pic zz,zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 filler              pic x(45)
              value "LABOR NOT IN THE RECAP -- COST CENTER TABLE F".
           05 filler              pic x(24) value "ULL".

       01 ws-blank-line           pic x(100) value spaces.

       procedure division.

           perform 100-load-stock-side
           perform 110-load-crosswalk
           perform 120-load-labor-side

           perform until ws-inc-eof-flag = 'Y'
               read incsum-file
           end-perform

           perform 300-report-leftovers
           perform 310-report-labor-leftovers

           perform 910-write-runlog-end

               end-read
           end-perform.

      * Load A6LABPST's cost-center records; none when the
      * posting did not run. A record the table has no room for is
      * listed straight away so its labor is not lost from sight....
       120-load-labor-side.
           open input labsum-file
           perform until ws-lab-eof-flag = 'Y'
               read labsum-file
                   at end
                       move 'Y' to ws-lab-eof-flag
                   not at end
                       if ws-lab-table-size < ws-lab-table-max
                           add 1 to ws-lab-table-size
                           set ws-lab-idx to ws-lab-table-size
                           move ls-cost-center
                               to ws-lab-cost-center(ws-lab-idx)
                           move ls-total
                               to ws-lab-total(ws-lab-idx)
                           move 'N' to ws-lab-used(ws-lab-idx)
                       else
                           if ls-cost-center = spaces
                               move "UNASSIGNED" to lbf-cost-center
                           else
                               move ls-cost-center to lbf-cost-center
                           end-if
                           move ls-total to lbf-total
                           write report-record from ws-lab-full-line
                       end-if
               end-read
           end-perform
           close labsum-file.

      * One page per income department: its income, and -- when
      * the crosswalk and the stock side both know it -- the
      * profit, the profit percentage, and the activity counts...
           move ds5-income to fig-amount
           write report-record from ws-figure-line

           perform 220-join-labor-side

           if ws-map-found-flag = 'N'
               add 1 to ws-unmapped-count
               write report-record from ws-nomap-line
               write report-record from ws-count-line
           end-if.

      * The department's labor expense and the income left after
      * it, when A6LABPST charged labor to its cost center....
       220-join-labor-side.
           move 'N' to ws-lab-found-flag
           perform varying ws-lab-idx from 1 by 1
               until ws-lab-idx > ws-lab-table-size
               or ws-lab-found-flag = 'Y'
               if ds5-dept-code = ws-lab-cost-center(ws-lab-idx)
                   move 'Y' to ws-lab-found-flag
                   move 'Y' to ws-lab-used(ws-lab-idx)
                   move "Labor Expense:" to fig-label
                   move ws-lab-total(ws-lab-idx) to fig-amount
                   write report-record from ws-figure-line
                   compute ws-income-less-labor
                       = ds5-income - ws-lab-total(ws-lab-idx)
                   move "Income Less Labor:" to fig-label
                   move ws-income-less-labor to fig-amount
                   write report-record from ws-figure-line
               end-if
           end-perform.

      * Stock-side departments no income department claimed --
      * the crosswalk has a hole....
       300-report-leftovers.
               end-if
           end-perform.

      * Labor charged to a cost center no income department
      * claimed, or to no cost center at all....
       310-report-labor-leftovers.
           perform varying ws-lab-idx from 1 by 1
               until ws-lab-idx > ws-lab-table-size
               if ws-lab-used(ws-lab-idx) = 'N'
                   if ws-lab-cost-center(ws-lab-idx) = spaces
                       move "UNASSIGNED" to lbo-cost-center
                   else
                       move ws-lab-cost-center(ws-lab-idx)
                           to lbo-cost-center
                   end-if
                   move ws-lab-total(ws-lab-idx) to lbo-total
                   write report-record from ws-lab-leftover-line
               end-if
           end-perform.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A7DEPRCP" to rl-program
