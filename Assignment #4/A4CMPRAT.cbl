       identification division.
       program-id. A4CMPRAT.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A4CMPRAT--> Compa-ratio report for the salary
      * review. Every employee on the shared master is placed in
      * their job-class position the way A4SALRPT places them
      * (education code and years of service looked up on
      * JOBCLASS), and their salary is measured against that
      * position's pay-grade range on PAYGRADE: the compa-ratio is
      * salary over the range midpoint, as a percentage. Anyone
      * below the range minimum or above the maximum is listed
      * again on an out-of-range page with the gap, so HR sees who
      * is underpaid for the position and who an increase would
      * push further past it....

       environment division.
       input-output section.
       file-control.

      * Shared employee master, read in employee-number order....
           select empmast-file
               assign to 'EMPMAST'
               organization is indexed
               access is sequential
               record key is em-emp-no.

      * Job-class table, as A4SALRPT reads it....
           select jobclass-file
               assign to 'JOBCLASS'
               organization is sequential.

      * Pay-grade ranges, one row per position....
           select paygrade-file
               assign to 'PAYGRADE'
               organization is sequential.

      * Compa-ratio report....
           select report-file
               assign to 'CMPRPT'
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

      * Shared employee master record layout....
       fd empmast-file
           recording mode is F.
           copy EMPMAST.

      * Job-class row: education code, years-of-service band,
      * position label, increase percentage....
       fd jobclass-file
           recording mode is F
           data record is jobclass-record
           record contains 16 characters.
       01 jobclass-record.
           05 jc-educ-code             pic x(1).
           05 jc-min-years             pic 9(2).
           05 jc-max-years             pic 9(2).
           05 jc-position              pic x(8).
           05 jc-increase-pct          pic 9(2)v9.

      * Pay-grade range row....
       fd paygrade-file
           recording mode is F
           record contains 35 characters.
           copy PAYGRADE.

       fd report-file
           recording mode is F
           data record is report-record
           record contains 120 characters.
       01 report-record           pic x(120).

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

       77 ws-emp-eof-flag         pic x value 'N'.
       77 ws-jc-eof-flag          pic x value 'N'.
       77 ws-pg-eof-flag          pic x value 'N'.

      * Job-class bands loaded from JOBCLASS....
       01 ws-jobclass-table.
           05 ws-jc-entry occurs 10 times
               indexed by ws-jc-idx.
               10 ws-jc-educ-code          pic x(1).
               10 ws-jc-min-years          pic 9(2).
               10 ws-jc-max-years          pic 9(2).
               10 ws-jc-position           pic x(8).
       77 ws-jc-table-size        pic 99 value 0.
       77 ws-jc-table-max         pic 99 value 10.
       77 ws-jc-found-flag        pic x value 'N'.

      * Pay-grade ranges loaded from PAYGRADE....
       01 ws-pg-table.
           05 ws-pg-entry occurs 20 times
               indexed by ws-pg-idx.
               10 ws-pg-position           pic x(8).
               10 ws-pg-min                pic 9(7)v99.
               10 ws-pg-mid                pic 9(7)v99.
               10 ws-pg-max                pic 9(7)v99.
       77 ws-pg-table-size        pic 99 value 0.
       77 ws-pg-table-max         pic 99 value 20.
       77 ws-pg-found-flag        pic x value 'N'.

      * Employees outside their range, held for the out-of-range
      * page....
       01 ws-out-table.
           05 ws-out-entry occurs 500 times
               indexed by ws-out-idx.
               10 ws-out-emp-no            pic 9(5).
               10 ws-out-name              pic x(16).
               10 ws-out-position          pic x(8).
               10 ws-out-salary            pic 9(7)v99.
               10 ws-out-limit             pic 9(7)v99.
               10 ws-out-gap               pic 9(7)v99.
               10 ws-out-status            pic x(12).
       77 ws-out-table-size       pic 9(3) value 0.
       77 ws-out-table-max        pic 9(3) value 500.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * This employee's placement and measure....
       77 ws-position             pic x(8) value spaces.
       77 ws-range-min            pic 9(7)v99 value 0.
       77 ws-range-mid            pic 9(7)v99 value 0.
       77 ws-range-max            pic 9(7)v99 value 0.
       77 ws-compa-ratio          pic 999v9 value 0.
       77 ws-range-status         pic x(12) value spaces.

      * Run counters, printed at the end of the report....
       77 ws-emp-read             pic 9(5) value 0.
       77 ws-emp-in-range         pic 9(5) value 0.
       77 ws-emp-below            pic 9(5) value 0.
       77 ws-emp-above            pic 9(5) value 0.
       77 ws-emp-no-range         pic 9(5) value 0.
       77 ws-line-count           pic 99 value 0.
       77 ws-lines-per-page       pic 99 value 50.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A4CMPRAT Salary Range Compa-Ratio Report    ".
           05 filler pic x(15) value "Business Date: ".
           05 rh-business-date pic 9(8).
           05 filler pic x(53) value spaces.

       01 ws-column-headings.
           05 filler pic x(7) value "EMP NO".
           05 filler pic x(18) value "NAME".
           05 filler pic x(10) value "POSITION".
           05 filler pic x(14) value "      SALARY".
           05 filler pic x(14) value "     MINIMUM".
           05 filler pic x(14) value "    MIDPOINT".
           05 filler pic x(14) value "     MAXIMUM".
           05 filler pic x(9) value " COMPA %".
           05 filler pic x(20) value "RANGE".

       01 ws-detail-line.
           05 dl-emp-no           pic 9(5).
           05 filler              pic x(2) value spaces.
           05 dl-name             pic x(16).
           05 filler              pic x(2) value spaces.
           05 dl-position         pic x(8).
           05 filler              pic x(2) value spaces.
           05 dl-salary           pic z,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 dl-min              pic z,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 dl-mid              pic z,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 dl-max              pic z,zzz,zz9.99.
           05 filler              pic x(3) value spaces.
           05 dl-compa            pic zz9.9.
           05 filler              pic x(1) value spaces.
           05 dl-status           pic x(12).
           05 filler              pic x(8) value spaces.

       01 ws-out-heading.
           05 filler pic x(44)
              value "EMPLOYEES OUTSIDE THEIR POSITION'S PAY RANGE".
           05 filler pic x(76) value spaces.

       01 ws-out-columns.
           05 filler pic x(7) value "EMP NO".
           05 filler pic x(18) value "NAME".
           05 filler pic x(10) value "POSITION".
           05 filler pic x(14) value "      SALARY".
           05 filler pic x(14) value "   RANGE END".
           05 filler pic x(14) value "         GAP".
           05 filler pic x(43) value "STATUS".

       01 ws-out-line.
           05 ol-emp-no           pic 9(5).
           05 filler              pic x(2) value spaces.
           05 ol-name             pic x(16).
           05 filler              pic x(2) value spaces.
           05 ol-position         pic x(8).
           05 filler              pic x(2) value spaces.
           05 ol-salary           pic z,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 ol-limit            pic z,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 ol-gap              pic z,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 ol-status           pic x(12).
           05 filler              pic x(31) value spaces.

       01 ws-summary-line.
           05 filler              pic x(11) value "Employees: ".
           05 sum-read            pic zzzz9.
           05 filler              pic x(12) value "  In range: ".
           05 sum-in-range        pic zzzz9.
           05 filler              pic x(11) value "  Below min".
           05 filler              pic x(2) value ": ".
           05 sum-below           pic zzzz9.
           05 filler              pic x(13) value "  Above max: ".
           05 sum-above           pic zzzz9.
           05 filler              pic x(12) value "  No range: ".
           05 sum-no-range        pic zzzz9.
           05 filler              pic x(34) value spaces.

       01 ws-blank-line           pic x(120) value spaces.

       procedure division.
       000-main.
           open input empmast-file
           open output report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           move ws-business-date to rh-business-date
           perform 100-load-job-classes
           perform 110-load-pay-grades

           perform 200-page-headings
           perform until ws-emp-eof-flag = 'Y'
               read empmast-file
                   at end
                       move 'Y' to ws-emp-eof-flag
                   not at end
                       add 1 to ws-emp-read
                       perform 300-measure-employee
               end-read
           end-perform

           perform 400-out-of-range-page

           move ws-emp-read to sum-read
           move ws-emp-in-range to sum-in-range
           move ws-emp-below to sum-below
           move ws-emp-above to sum-above
           move ws-emp-no-range to sum-no-range
           write report-record from ws-blank-line
           write report-record from ws-summary-line

      * A non-zero return code tells HR the report has employees
      * outside their range, or positions with no range on file..
           if ws-emp-below > 0 or ws-emp-above > 0
           or ws-emp-no-range > 0
               move 4 to return-code
           end-if

           perform 910-write-runlog-end

           close empmast-file report-file runlog-file
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

      * Load the job-class bands....
       100-load-job-classes.
           open input jobclass-file
           perform until ws-jc-eof-flag = 'Y'
               read jobclass-file
                   at end
                       move 'Y' to ws-jc-eof-flag
                   not at end
                       if ws-jc-table-size < ws-jc-table-max
                           add 1 to ws-jc-table-size
                           set ws-jc-idx to ws-jc-table-size
                           move jc-educ-code
                               to ws-jc-educ-code(ws-jc-idx)
                           move jc-min-years
                               to ws-jc-min-years(ws-jc-idx)
                           move jc-max-years
                               to ws-jc-max-years(ws-jc-idx)
                           move jc-position
                               to ws-jc-position(ws-jc-idx)
                       end-if
               end-read
           end-perform
           close jobclass-file.

      * Load the pay-grade ranges....
       110-load-pay-grades.
           open input paygrade-file
           perform until ws-pg-eof-flag = 'Y'
               read paygrade-file
                   at end
                       move 'Y' to ws-pg-eof-flag
                   not at end
                       if ws-pg-table-size < ws-pg-table-max
                           add 1 to ws-pg-table-size
                           set ws-pg-idx to ws-pg-table-size
                           move pg-position
                               to ws-pg-position(ws-pg-idx)
                           move pg-min-salary
                               to ws-pg-min(ws-pg-idx)
                           move pg-mid-salary
                               to ws-pg-mid(ws-pg-idx)
                           move pg-max-salary
                               to ws-pg-max(ws-pg-idx)
                       end-if
               end-read
           end-perform
           close paygrade-file.

      * Report heading and column titles, on a new page after the
      * first....
       200-page-headings.
           if ws-line-count > 0
               write report-record from ws-blank-line
                   after advancing page
           end-if
           write report-record from ws-report-heading
           write report-record from ws-blank-line
           write report-record from ws-column-headings
           write report-record from ws-blank-line
           move 4 to ws-line-count.

      * Place one employee in their position, find its range, and
      * measure the salary against it....
       300-measure-employee.
           move "UN-CLAS." to ws-position
           move 'N' to ws-jc-found-flag
           perform varying ws-jc-idx from 1 by 1
               until ws-jc-idx > ws-jc-table-size
               or ws-jc-found-flag = 'Y'
               if em-educ-code = ws-jc-educ-code(ws-jc-idx)
               and em-years-service >= ws-jc-min-years(ws-jc-idx)
               and em-years-service <= ws-jc-max-years(ws-jc-idx)
                   move ws-jc-position(ws-jc-idx) to ws-position
                   move 'Y' to ws-jc-found-flag
               end-if
           end-perform

           move 0 to ws-range-min
           move 0 to ws-range-mid
           move 0 to ws-range-max
           move 0 to ws-compa-ratio
           move 'N' to ws-pg-found-flag
           perform varying ws-pg-idx from 1 by 1
               until ws-pg-idx > ws-pg-table-size
               or ws-pg-found-flag = 'Y'
               if ws-position = ws-pg-position(ws-pg-idx)
                   move ws-pg-min(ws-pg-idx) to ws-range-min
                   move ws-pg-mid(ws-pg-idx) to ws-range-mid
                   move ws-pg-max(ws-pg-idx) to ws-range-max
                   move 'Y' to ws-pg-found-flag
               end-if
           end-perform

           if ws-pg-found-flag = 'N' or ws-range-mid = 0
               move "NO RANGE" to ws-range-status
               add 1 to ws-emp-no-range
           else
               compute ws-compa-ratio rounded
                   = (em-salary * 100) / ws-range-mid
               if em-salary < ws-range-min
                   move "BELOW MIN" to ws-range-status
                   add 1 to ws-emp-below
                   perform 310-hold-out-of-range
               else
                   if em-salary > ws-range-max
                       move "ABOVE MAX" to ws-range-status
                       add 1 to ws-emp-above
                       perform 310-hold-out-of-range
                   else
                       move spaces to ws-range-status
                       add 1 to ws-emp-in-range
                   end-if
               end-if
           end-if

           if ws-line-count >= ws-lines-per-page
               perform 200-page-headings
           end-if
           move em-emp-no to dl-emp-no
           move em-emp-name to dl-name
           move ws-position to dl-position
           move em-salary to dl-salary
           move ws-range-min to dl-min
           move ws-range-mid to dl-mid
           move ws-range-max to dl-max
           move ws-compa-ratio to dl-compa
           move ws-range-status to dl-status
           write report-record from ws-detail-line
           add 1 to ws-line-count.

      * Keep an out-of-range employee for the second page, with the
      * range end they are past and by how much....
       310-hold-out-of-range.
           if ws-out-table-size < ws-out-table-max
               add 1 to ws-out-table-size
               set ws-out-idx to ws-out-table-size
               move em-emp-no to ws-out-emp-no(ws-out-idx)
               move em-emp-name to ws-out-name(ws-out-idx)
               move ws-position to ws-out-position(ws-out-idx)
               move em-salary to ws-out-salary(ws-out-idx)
               move ws-range-status to ws-out-status(ws-out-idx)
               if em-salary < ws-range-min
                   move ws-range-min to ws-out-limit(ws-out-idx)
                   compute ws-out-gap(ws-out-idx)
                       = ws-range-min - em-salary
               else
                   move ws-range-max to ws-out-limit(ws-out-idx)
                   compute ws-out-gap(ws-out-idx)
                       = em-salary - ws-range-max
               end-if
           end-if.

      * Everyone below minimum or above maximum, on their own
      * page....
       400-out-of-range-page.
           if ws-out-table-size > 0
               write report-record from ws-blank-line
                   after advancing page
               write report-record from ws-out-heading
               write report-record from ws-blank-line
               write report-record from ws-out-columns
               perform varying ws-out-idx from 1 by 1
                   until ws-out-idx > ws-out-table-size
                   move ws-out-emp-no(ws-out-idx) to ol-emp-no
                   move ws-out-name(ws-out-idx) to ol-name
                   move ws-out-position(ws-out-idx) to ol-position
                   move ws-out-salary(ws-out-idx) to ol-salary
                   move ws-out-limit(ws-out-idx) to ol-limit
                   move ws-out-gap(ws-out-idx) to ol-gap
                   move ws-out-status(ws-out-idx) to ol-status
                   write report-record from ws-out-line
               end-perform
           end-if.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A4CMPRAT" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the employees measured
      * and the return code being handed back....
       910-write-runlog-end.
           move "A4CMPRAT" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-emp-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A4CMPRAT.
