       author. Navjot Singh.
      * Description: This COBOL program creates a salary report,
      * calculating pay, increases, and averages based on employee
      * service years and education. PARM='SIMULATE' prices the
      * same employees under a proposed job-class table (JOBPROP)
      * as well, prints the two side by side on SIMRPT, and writes
      * none of CSVFILE, INCTRAN, CTLRPT, SUMFILE or RUNLOG -- a
      * what-if run feeds neither A6SALAPP nor the night....

       environment division.
       configuration section.
               assign to 'JOBCLASS'
               organization is sequential.

      * Proposed job-class table, same layout as JOBCLASS, read
      * only in a simulation run....
           select jobprop-file
               assign to 'JOBPROP'
               organization is sequential.

      * Side-by-side comparison report of a simulation run....
           select sim-file
               assign to 'SIMRPT'
               organization is sequential.

      * Pay-grade ranges by position: a proposed new salary is held
      * to its position's range maximum. Absent, nothing is capped.
           select optional paygrade-file
               assign to 'PAYGRADE'
               organization is sequential.

      * Shared employee master, also used by A3SCOMM, so a salary
      * change or new hire is entered once. Indexed on employee
      * number, so each input record's employee is read directly
           05 jc-position              pic x(8).
           05 jc-increase-pct          pic 9(2)v9.

      * Proposed job-class row, laid out as jobclass-record....
       fd jobprop-file
           recording mode is F
           data record is jobprop-record
           record contains 16 characters.
       01 jobprop-record.
           05 jp-educ-code             pic x(1).
           05 jp-min-years             pic 9(2).
           05 jp-max-years             pic 9(2).
           05 jp-position              pic x(8).
           05 jp-increase-pct          pic 9(2)v9.

      * Simulation comparison report line....
       fd sim-file
           recording mode is F
           data record is sim-line
           record contains 120 characters.
       01 sim-line                          pic x(120).

      * Pay-grade range row: minimum, midpoint, maximum salary for
      * one position....
       fd paygrade-file
           recording mode is F
           record contains 35 characters.
           copy PAYGRADE.

      * Employee master, read directly by employee number....
       fd empmast-file
           recording mode is F.

      * Increase transaction: the review's inputs and result for
      * one employee, with the approval byte HR marks 'A' before
      * A6SALAPP posts it and the approver IDs HR keys with it....
       fd inctran-file
           recording mode is F
           data record is inctran-record
           record contains 51 characters.
       01 inctran-record.
           05 ia-emp-no                 pic 9(5).
           05 ia-old-salary             pic 9(7)v99.
           05 ia-new-salary             pic 9(7)v99.
           05 ia-eff-date               pic 9(8).
           05 ia-approved               pic x(1).
           05 ia-approver-id            pic x(8).
           05 ia-second-approver        pic x(8).

      * Shared run-journal record....
       fd runlog-file
            05 filler                       pic X(3)
                value spaces.
            05 ws-Prorate-Disp              pic 9.99.
            05 filler                       pic X(2)
                value spaces.
            05 ws-Cap-Flag                  pic X(6)
                value spaces.
      * Average...
         01 ws-Average1.
           05 filler                        pic x(05)
       77 ws-jc-eof-flag                    pic x value 'N'.
       77 ws-jc-found-flag                  pic x value 'N'.

      * Simulation run mode, from PARM='SIMULATE'....
       77 ws-run-arg                        pic x(10) value spaces.
       77 ws-run-simulate                   pic x value 'N'.

      * Proposed job-class table loaded from JOBPROP in a
      * simulation run, and this employee's figures under it....
       01 ws-jobprop-table.
           05 ws-jp-entry occurs 10 times
               indexed by ws-jp-idx.
               10 ws-jp-educ-code          pic x(1).
               10 ws-jp-min-years          pic 9(2).
               10 ws-jp-max-years          pic 9(2).
               10 ws-jp-position           pic x(8).
               10 ws-jp-increase-pct       pic 9(2)v9.
       77 ws-jp-table-size                  pic 99 value 0.
       77 ws-jp-table-max                   pic 99 value 10.
       77 ws-jp-eof-flag                    pic x value 'N'.
       77 ws-jp-found-flag                  pic x value 'N'.
       77 ws-Prop-Position                  pic x(8) value spaces.
       77 ws-Prop-Percent-Calc              pic 9(2)v9 value 0.
       77 ws-Prop-Increase-Calc             pic 9(7)v99 value 0.
       77 ws-Prop-New-Salary-Calc           pic 9(7)v99 value 0.
       77 ws-Sim-Difference                 pic s9(9)v99 value 0.

      * Simulation totals by position: current-table figures
      * under the employee's current position, proposed-table
      * figures under their proposed one....
       01 ws-sim-pos-table.
           05 ws-sp-entry occurs 20 times
               indexed by ws-sp-idx.
               10 ws-sp-position           pic x(8).
               10 ws-sp-cur-count          pic 9(5).
               10 ws-sp-cur-total          pic 9(9)v99.
               10 ws-sp-prop-count         pic 9(5).
               10 ws-sp-prop-total         pic 9(9)v99.
       77 ws-sp-table-size                  pic 99 value 0.
       77 ws-sp-table-max                   pic 99 value 20.
       77 ws-sp-match-idx                   pic 99 value 0.
       77 ws-sp-position-key                pic x(8) value spaces.
       77 ws-Sim-Cur-Payroll                pic 9(11)v99 value 0.
       77 ws-Sim-Prop-Payroll               pic 9(11)v99 value 0.
       77 ws-Sim-Cur-Incr                   pic 9(11)v99 value 0.
       77 ws-Sim-Prop-Incr                  pic 9(11)v99 value 0.
       77 ws-Sim-Line-Count                 pic 99 value 0.

       01 ws-Sim-Heading.
           05 filler                        pic x(44)
               value "A4SALRPT SALARY REVIEW SIMULATION -- CURRENT".
           05 filler                        pic x(30)
               value " VS PROPOSED JOB-CLASS TABLE  ".
           05 ws-Sim-Date                   pic 9(8).
           05 filler                        pic x(38)
               value spaces.
       01 ws-Sim-Columns.
           05 filler                        pic x(07)
               value "EMP NO".
           05 filler                        pic x(18)
               value "NAME".
           05 filler                        pic x(10)
               value "CURRENT".
           05 filler                        pic x(16)
               value "   CUR INCREASE".
           05 filler                        pic x(10)
               value "PROPOSED".
           05 filler                        pic x(16)
               value "  PROP INCREASE".
           05 filler                        pic x(17)
               value "      DIFFERENCE".
           05 filler                        pic x(26)
               value spaces.
       01 ws-Sim-Detail.
           05 ws-Sim-Emp-No                 pic 9(5).
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Name                   pic x(16).
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Cur-Position           pic x(8).
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Cur-Incr-Disp          pic zzz,zzz,zz9.99.
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Prop-Position          pic x(8).
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Prop-Incr-Disp         pic zzz,zzz,zz9.99.
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Diff-Disp              pic zzz,zzz,zz9.99-.
           05 filler                        pic x(28)
               value spaces.
       01 ws-Sim-Pos-Heading.
           05 filler                        pic x(44)
               value "INCREASE TOTALS BY POSITION -- CURRENT VS PR".
           05 filler                        pic x(76)
               value "OPOSED".
       01 ws-Sim-Pos-Columns.
           05 filler                        pic x(10)
               value "POSITION".
           05 filler                        pic x(07)
               value "  CUR".
           05 filler                        pic x(16)
               value "  CURRENT TOTAL".
           05 filler                        pic x(07)
               value "  PROP".
           05 filler                        pic x(16)
               value " PROPOSED TOTAL".
           05 filler                        pic x(17)
               value "      DIFFERENCE".
           05 filler                        pic x(47)
               value spaces.
       01 ws-Sim-Pos-Line.
           05 ws-Sim-Pos-Name               pic x(8).
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Pos-Cur-Count          pic zzzz9.
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Pos-Cur-Total          pic zzz,zzz,zz9.99.
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Pos-Prop-Count         pic zzzz9.
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Pos-Prop-Total         pic zzz,zzz,zz9.99.
           05 filler                        pic x(02)
               value spaces.
           05 ws-Sim-Pos-Diff               pic zzz,zzz,zz9.99-.
           05 filler                        pic x(49)
               value spaces.
       01 ws-Sim-Company-Line.
           05 ws-Sim-Company-Label          pic x(44).
           05 ws-Sim-Company-Amount         pic zz,zzz,zzz,zz9.99-.
           05 filler                        pic x(58)
               value spaces.

      * Pay-grade ranges loaded from PAYGRADE at startup. A new
      * salary above its position's maximum is cut back to the
      * maximum, and the excess held in ws-Lump-Table so HR can
      * consider paying it as a one-time lump sum instead....
       01 ws-paygrade-table.
           05 ws-pg-entry occurs 20 times
               indexed by ws-pg-idx.
               10 ws-pg-position           pic x(8).
               10 ws-pg-max-salary         pic 9(7)v99.
       77 ws-pg-table-size                  pic 99 value 0.
       77 ws-pg-table-max                   pic 99 value 20.
       77 ws-pg-eof-flag                    pic x value 'N'.
       77 ws-pg-found-flag                  pic x value 'N'.
       77 ws-Range-Max                      pic 9(7)v99 value 0.
       77 ws-Capped-Excess                  pic 9(7)v99 value 0.

       01 ws-Lump-Table.
           05 ws-Lump-Entry occurs 500 times
               indexed by ws-Lump-idx.
               10 ws-Lump-Emp-No            pic 9(5).
               10 ws-Lump-Name              pic x(16).
               10 ws-Lump-Position          pic x(8).
               10 ws-Lump-Range-Max         pic 9(7)v99.
               10 ws-Lump-Excess            pic 9(7)v99.
       77 ws-Lump-Table-Size                pic 9(3) value 0.
       77 ws-Lump-Table-Max                 pic 9(3) value 500.
       77 ws-Lump-Total                     pic 9(9)v99 value 0.

       01 ws-Lump-Heading.
           05 filler                        pic x(05)
               value spaces.
           05 filler                        pic x(49)
               value "INCREASES CAPPED AT PAY-GRADE MAXIMUM - LUMP-SUM".
           05 filler                        pic x(11)
               value " CANDIDATES".
       01 ws-Lump-Columns.
           05 filler                        pic x(05)
               value spaces.
           05 filler                        pic x(08)
               value "EMP NO".
           05 filler                        pic x(18)
               value "NAME".
           05 filler                        pic x(10)
               value "POSITION".
           05 filler                        pic x(15)
               value "  RANGE MAXIMUM".
           05 filler                        pic x(15)
               value "  CAPPED EXCESS".
       01 ws-Lump-Line.
           05 filler                        pic x(05)
               value spaces.
           05 ws-Lump-Emp-Disp              pic 9(5).
           05 filler                        pic x(03)
               value spaces.
           05 ws-Lump-Name-Disp             pic x(16).
           05 filler                        pic x(02)
               value spaces.
           05 ws-Lump-Pos-Disp              pic x(8).
           05 filler                        pic x(03)
               value spaces.
           05 ws-Lump-Max-Disp              pic z,zzz,zz9.99.
           05 filler                        pic x(03)
               value spaces.
           05 ws-Lump-Excess-Disp           pic z,zzz,zz9.99.
       01 ws-Lump-Total-Line.
           05 filler                        pic x(05)
               value spaces.
           05 filler                        pic x(35)
               value "TOTAL CAPPED EXCESS FOR LUMP SUM:".
           05 filler                        pic x(11)
               value spaces.
           05 ws-Lump-Total-Disp            pic zzz,zzz,zz9.99.

      * Set by the keyed employee-master read for each input record,
      * so a salary change on the master is picked up here without
      * also having to edit INFILE....
      * printing and totalling it....
       77 ws-valid-flag                     pic x value 'Y'.

      * PARM received from EXEC PGM=A4SALRPT,PARM='SIMULATE' the
      * same way A3SCOMM takes PARM='SORTED'. OPTIONAL so a plain
      * CALL "A4SALRPT" from A0MENU still runs the normal report....
       linkage section.
       01 lk-run-parm                       pic x(10).

       procedure division using optional lk-run-parm.
       000-main.
           if lk-run-parm is not omitted
               move lk-run-parm to ws-run-arg
           else
               accept ws-run-arg from command-line
           end-if
           if ws-run-arg(1:8) = "SIMULATE"
               move 'Y' to ws-run-simulate
           end-if

      * Open files. A simulation run opens the proposed table and
      * the comparison report in place of the files that feed
      * A6SALAPP and the night...
           open input input-file.
           open input empmast-file.
           open output output-file.
           open output exception-file.
           if ws-run-simulate = 'Y'
               open output sim-file
           else
               open output csv-file
               open output ctl-file
               open output inctran-file
               open extend runlog-file
               perform 910-write-runlog-start
               move ws-csv-header to csv-record
               write csv-record
           end-if.

      * Date and Time: the heading and review date carry the
      * business date from the control card...
                display ws-time.
           move 0 to ws-Page-Number.
           perform 110-load-job-class-table.
           perform 115-load-pay-ranges.
           if ws-run-simulate = 'Y'
               perform 116-load-proposed-table
               move ws-business-date to ws-Sim-Date
               write sim-line from ws-Sim-Heading
               write sim-line from ws-spaceline
               write sim-line from ws-Sim-Columns
               write sim-line from ws-spaceline
               move 4 to ws-Sim-Line-Count
           end-if.
           perform 100-read-files.
           perform 150-paging-process
               until ws-eof-flag = ws-const-y.
           perform 300-print-last-page.
           if ws-run-simulate = 'Y'
               perform 500-write-simulation-totals
           else
               perform 900-write-control-total
               perform 930-write-summary-record
               perform 920-write-runlog-end
           end-if.

      * Close the input and output files...
           close input-file empmast-file output-file exception-file.
           if ws-run-simulate = 'Y'
               close sim-file
           else
               close csv-file ctl-file inctran-file runlog-file
           end-if.
           goback.
       100-read-files.

           end-perform
           close jobclass-file.

      * Load each position's range maximum from PAYGRADE. With no
      * PAYGRADE file the table stays empty and no increase is
      * capped....
       115-load-pay-ranges.
           open input paygrade-file
           perform until ws-pg-eof-flag = 'Y'
               read paygrade-file
                   at end
                       move 'Y' to ws-pg-eof-flag
                   not at end
                       if ws-pg-table-size < ws-pg-table-max
                           add 1 to ws-pg-table-size
                           move pg-position
                               to ws-pg-position(ws-pg-table-size)
                           move pg-max-salary
                               to ws-pg-max-salary(ws-pg-table-size)
                       end-if
               end-read
           end-perform
           close paygrade-file.

      * Load the proposed job-class table for a simulation run....
       116-load-proposed-table.
           open input jobprop-file
           perform until ws-jp-eof-flag = 'Y'
               read jobprop-file
                   at end
                       move 'Y' to ws-jp-eof-flag
                   not at end
                       if ws-jp-table-size < ws-jp-table-max
                           add 1 to ws-jp-table-size
                           move jp-educ-code
                               to ws-jp-educ-code(ws-jp-table-size)
                           move jp-min-years
                               to ws-jp-min-years(ws-jp-table-size)
                           move jp-max-years
                               to ws-jp-max-years(ws-jp-table-size)
                           move jp-position
                               to ws-jp-position(ws-jp-table-size)
                           move jp-increase-pct
                               to ws-jp-increase-pct(ws-jp-table-size)
                       end-if
               end-read
           end-perform
           close jobprop-file.

      * Start new page, count jobs, calculate, and print averages...
       150-paging-process.
           move 0 to ws-line-count.
                   * ws-Prorate-Factor) / 100.
           compute ws-New-Salary-Calc rounded
                = (ws-Present-Salary-Calc + ws-Pay-Increase-Calc).
           perform 257-apply-range-cap.
      * Add employee data to correct totals based on job position...
           if ws-Position = ws-Analyst-const then
                 add 1 to  ws-Count-Analyst
           move ws-Pay-Increase-Calc to ws-Pay-Increase
           move ws-New-Salary-Calc to ws-New-Salary
           move ws-Prorate-Factor to ws-Prorate-Disp
           if ws-Capped-Excess > 0
               move "CAPPED" to ws-Cap-Flag
           else
               move spaces to ws-Cap-Flag
           end-if
           write output-line                from ws-spaceline .
           write output-line                from ws-detail-line .
           add 1 to ws-line-count.
           if ws-run-simulate = 'Y'
               perform 280-simulate-proposed
           else
               perform 260-write-csv-detail
               perform 270-write-increase-tran
           end-if.
           add 1 to ws-ctl-records-written.
           add il-Employee-Number to ws-ctl-hash-total.

                   = ws-Service-Months / 12
           end-if.

      * Hold the new salary to the position's range maximum. The
      * part of the increase above the maximum (all of it, for
      * someone already over the maximum) is taken off the
      * increase and kept for the lump-sum list. The increase
      * left is what the totals, CSV, and INCTRAN carry....
       257-apply-range-cap.
           move 0 to ws-Capped-Excess
           move 'N' to ws-pg-found-flag
           perform varying ws-pg-idx from 1 by 1
               until ws-pg-idx > ws-pg-table-size
               or ws-pg-found-flag = 'Y'
               if ws-Position = ws-pg-position(ws-pg-idx)
                   move ws-pg-max-salary(ws-pg-idx) to ws-Range-Max
                   move 'Y' to ws-pg-found-flag
               end-if
           end-perform

           if ws-pg-found-flag = 'Y'
           and ws-Range-Max > 0
           and ws-Pay-Increase-Calc > 0
           and ws-New-Salary-Calc > ws-Range-Max
               if ws-Present-Salary-Calc >= ws-Range-Max
                   move ws-Pay-Increase-Calc to ws-Capped-Excess
                   move ws-Present-Salary-Calc to ws-New-Salary-Calc
               else
                   compute ws-Capped-Excess
                       = ws-New-Salary-Calc - ws-Range-Max
                   move ws-Range-Max to ws-New-Salary-Calc
               end-if
               compute ws-Pay-Increase-Calc
                   = ws-New-Salary-Calc - ws-Present-Salary-Calc
               add ws-Capped-Excess to ws-Lump-Total
               if ws-Lump-Table-Size < ws-Lump-Table-Max
                   add 1 to ws-Lump-Table-Size
                   set ws-Lump-idx to ws-Lump-Table-Size
                   move il-Employee-Number
                       to ws-Lump-Emp-No(ws-Lump-idx)
                   move il-Employee-Name to ws-Lump-Name(ws-Lump-idx)
                   move ws-Position to ws-Lump-Position(ws-Lump-idx)
                   move ws-Range-Max to ws-Lump-Range-Max(ws-Lump-idx)
                   move ws-Capped-Excess
                       to ws-Lump-Excess(ws-Lump-idx)
               end-if
           end-if.

      * Write the current employee's data as a CSV line, matching the
      * printed detail line, for payroll to load into a spreadsheet...
       260-write-csv-detail.
           move ws-New-Salary-Calc to ia-new-salary
           move ws-date to ia-eff-date
           move space to ia-approved
           move spaces to ia-approver-id
           move spaces to ia-second-approver
           write inctran-record.

      * Price this employee under the proposed table the way
      * 255-process-valid-employee priced them under the current
      * one -- same proration, same pay-grade cap -- and print the
      * two increases side by side....
       280-simulate-proposed.
           move spaces to ws-Prop-Position
           move 0 to ws-Prop-Percent-Calc
           move 'N' to ws-jp-found-flag
           perform varying ws-jp-idx from 1 by 1
               until ws-jp-idx > ws-jp-table-size
               or ws-jp-found-flag = 'Y'
               if ws-Effective-Educ-Code = ws-jp-educ-code(ws-jp-idx)
               and ws-Effective-Years >= ws-jp-min-years(ws-jp-idx)
               and ws-Effective-Years <= ws-jp-max-years(ws-jp-idx)
                   move ws-jp-position(ws-jp-idx) to ws-Prop-Position
                   move ws-jp-increase-pct(ws-jp-idx)
                       to ws-Prop-Percent-Calc
                   move 'Y' to ws-jp-found-flag
               end-if
           end-perform

           compute ws-Prop-Increase-Calc rounded
                = (ws-Present-Salary-Calc * ws-Prop-Percent-Calc
                   * ws-Prorate-Factor) / 100
           compute ws-Prop-New-Salary-Calc rounded
                = ws-Present-Salary-Calc + ws-Prop-Increase-Calc

           move 'N' to ws-pg-found-flag
           perform varying ws-pg-idx from 1 by 1
               until ws-pg-idx > ws-pg-table-size
               or ws-pg-found-flag = 'Y'
               if ws-Prop-Position = ws-pg-position(ws-pg-idx)
                   move ws-pg-max-salary(ws-pg-idx) to ws-Range-Max
                   move 'Y' to ws-pg-found-flag
               end-if
           end-perform
           if ws-pg-found-flag = 'Y'
           and ws-Range-Max > 0
           and ws-Prop-Increase-Calc > 0
           and ws-Prop-New-Salary-Calc > ws-Range-Max
               if ws-Present-Salary-Calc >= ws-Range-Max
                   move ws-Present-Salary-Calc
                       to ws-Prop-New-Salary-Calc
               else
                   move ws-Range-Max to ws-Prop-New-Salary-Calc
               end-if
               compute ws-Prop-Increase-Calc
                   = ws-Prop-New-Salary-Calc - ws-Present-Salary-Calc
           end-if

           compute ws-Sim-Difference
               = ws-Prop-Increase-Calc - ws-Pay-Increase-Calc
           add ws-New-Salary-Calc to ws-Sim-Cur-Payroll
           add ws-Prop-New-Salary-Calc to ws-Sim-Prop-Payroll
           add ws-Pay-Increase-Calc to ws-Sim-Cur-Incr
           add ws-Prop-Increase-Calc to ws-Sim-Prop-Incr

           move ws-Position to ws-sp-position-key
           perform 285-find-sim-position
           if ws-sp-match-idx > 0
               set ws-sp-idx to ws-sp-match-idx
               add 1 to ws-sp-cur-count(ws-sp-idx)
               add ws-Pay-Increase-Calc to ws-sp-cur-total(ws-sp-idx)
           end-if
           move ws-Prop-Position to ws-sp-position-key
           perform 285-find-sim-position
           if ws-sp-match-idx > 0
               set ws-sp-idx to ws-sp-match-idx
               add 1 to ws-sp-prop-count(ws-sp-idx)
               add ws-Prop-Increase-Calc
                   to ws-sp-prop-total(ws-sp-idx)
           end-if

           if ws-Sim-Line-Count >= 50
               write sim-line from ws-Sim-Heading
                   after advancing page
               write sim-line from ws-spaceline
               write sim-line from ws-Sim-Columns
               write sim-line from ws-spaceline
               move 4 to ws-Sim-Line-Count
           end-if
           move il-Employee-Number to ws-Sim-Emp-No
           move il-Employee-Name to ws-Sim-Name
           move ws-Position to ws-Sim-Cur-Position
           move ws-Pay-Increase-Calc to ws-Sim-Cur-Incr-Disp
           move ws-Prop-Position to ws-Sim-Prop-Position
           move ws-Prop-Increase-Calc to ws-Sim-Prop-Incr-Disp
           move ws-Sim-Difference to ws-Sim-Diff-Disp
           write sim-line from ws-Sim-Detail
           add 1 to ws-Sim-Line-Count.

      * Find ws-sp-position-key's row in the simulation totals,
      * adding it when it is not there yet....
       285-find-sim-position.
           move 0 to ws-sp-match-idx
           perform varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-table-size
               or ws-sp-match-idx > 0
               if ws-sp-position(ws-sp-idx) = ws-sp-position-key
                   set ws-sp-match-idx to ws-sp-idx
               end-if
           end-perform
           if ws-sp-match-idx = 0
           and ws-sp-table-size < ws-sp-table-max
               add 1 to ws-sp-table-size
               set ws-sp-idx to ws-sp-table-size
               move ws-sp-position-key to ws-sp-position(ws-sp-idx)
               move 0 to ws-sp-cur-count(ws-sp-idx)
               move 0 to ws-sp-cur-total(ws-sp-idx)
               move 0 to ws-sp-prop-count(ws-sp-idx)
               move 0 to ws-sp-prop-total(ws-sp-idx)
               move ws-sp-table-size to ws-sp-match-idx
           end-if.

      * Prints the final page with averages if it is the last page...
       300-print-last-page.
           if ws-Last-Page-flag = 'Y'
               write output-line            from ws-spaceline
               write output-line            from ws-Average-Variable1
               write output-line            from ws-Average-Variable2
               if ws-Lump-Table-Size > 0
                   perform 310-print-lump-sum-list
               end-if
           end-if.

      * List every employee whose increase was cut back to the
      * range maximum, with the excess HR may pay as a lump sum....
       310-print-lump-sum-list.
           write output-line                from ws-spaceline
           write output-line                from ws-Lump-Heading
           write output-line                from ws-spaceline
           write output-line                from ws-Lump-Columns
           perform varying ws-Lump-idx from 1 by 1
               until ws-Lump-idx > ws-Lump-Table-Size
               move ws-Lump-Emp-No(ws-Lump-idx) to ws-Lump-Emp-Disp
               move ws-Lump-Name(ws-Lump-idx) to ws-Lump-Name-Disp
               move ws-Lump-Position(ws-Lump-idx) to ws-Lump-Pos-Disp
               move ws-Lump-Range-Max(ws-Lump-idx) to ws-Lump-Max-Disp
               move ws-Lump-Excess(ws-Lump-idx)
                   to ws-Lump-Excess-Disp
               write output-line            from ws-Lump-Line
           end-perform
           move ws-Lump-Total to ws-Lump-Total-Disp
           write output-line                from ws-spaceline
           write output-line                from ws-Lump-Total-Line.

      * Calculate the average pay increase for each job position
      * across every employee in the whole run (every page, not just
      * the current one) -- ws-Totals is accumulated per record in
            move zero to ws-JrProg-Avg-Display of ws-Average-Variable2
           end-if.

      * Close the simulation with the increase totals by position
      * under each table, then the company-wide annual payroll
      * after increases under each and the difference....
       500-write-simulation-totals.
           write sim-line from ws-spaceline
               after advancing page
           write sim-line from ws-Sim-Pos-Heading
           write sim-line from ws-spaceline
           write sim-line from ws-Sim-Pos-Columns
           perform varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-table-size
               move ws-sp-position(ws-sp-idx) to ws-Sim-Pos-Name
               move ws-sp-cur-count(ws-sp-idx) to ws-Sim-Pos-Cur-Count
               move ws-sp-cur-total(ws-sp-idx) to ws-Sim-Pos-Cur-Total
               move ws-sp-prop-count(ws-sp-idx)
                   to ws-Sim-Pos-Prop-Count
               move ws-sp-prop-total(ws-sp-idx)
                   to ws-Sim-Pos-Prop-Total
               compute ws-Sim-Difference
                   = ws-sp-prop-total(ws-sp-idx)
                   - ws-sp-cur-total(ws-sp-idx)
               move ws-Sim-Difference to ws-Sim-Pos-Diff
               write sim-line from ws-Sim-Pos-Line
           end-perform

           write sim-line from ws-spaceline
           move "TOTAL INCREASES, CURRENT TABLE:"
               to ws-Sim-Company-Label
           move ws-Sim-Cur-Incr to ws-Sim-Company-Amount
           write sim-line from ws-Sim-Company-Line
           move "TOTAL INCREASES, PROPOSED TABLE:"
               to ws-Sim-Company-Label
           move ws-Sim-Prop-Incr to ws-Sim-Company-Amount
           write sim-line from ws-Sim-Company-Line
           move "ANNUAL PAYROLL AFTER INCREASES, CURRENT:"
               to ws-Sim-Company-Label
           move ws-Sim-Cur-Payroll to ws-Sim-Company-Amount
           write sim-line from ws-Sim-Company-Line
           move "ANNUAL PAYROLL AFTER INCREASES, PROPOSED:"
               to ws-Sim-Company-Label
           move ws-Sim-Prop-Payroll to ws-Sim-Company-Amount
           write sim-line from ws-Sim-Company-Line
           compute ws-Sim-Difference
               = ws-Sim-Prop-Payroll - ws-Sim-Cur-Payroll
           move "COMPANY-WIDE ANNUAL PAYROLL COST DIFFERENCE:"
               to ws-Sim-Company-Label
           move ws-Sim-Difference to ws-Sim-Company-Amount
           write sim-line from ws-Sim-Company-Line.

      * Write the control-total/balancing record for this run....
       900-write-control-total.
           move "A4SALRPT" to ctl-program-id
