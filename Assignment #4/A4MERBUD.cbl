       identification division.
       program-id. A4MERBUD.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A4MERBUD--> Merit budget pre-approval report.
      * Run on A4SALRPT's INCTRAN before HR marks approvals: every
      * proposed increase is totalled in annual dollars (new
      * salary less old) by the employee's job-class position and
      * overall, alongside the part already marked 'A', and held
      * against the merit budget pool on MERITBUD -- overall
      * after what A6SALAPP has already committed this year
      * (MERITYTD), and by position where MERITBUD splits the pool.
      * Anything over its pool is flagged, so HR trims the batch
      * before A6SALAPP refuses it....

       environment division.
       input-output section.
       file-control.

      * Increase transactions as A4SALRPT wrote them....
           select inctran-file
               assign to 'INCTRAN'
               organization is sequential.

      * Shared employee master, read by employee number to place
      * each employee in their position....
           select empmast-file
               assign to 'EMPMAST'
               organization is indexed
               access is random
               record key is em-emp-no.

      * Job-class table, as A4SALRPT reads it....
           select jobclass-file
               assign to 'JOBCLASS'
               organization is sequential.

      * Merit budget cards for the review year....
           select meritbud-file
               assign to 'MERITBUD'
               organization is sequential.

      * Merit spending A6SALAPP has committed so far this year....
           select optional merityt-file
               assign to 'MERITYTD'
               organization is sequential.

      * Pre-approval report....
           select report-file
               assign to 'MERITRPT'
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

      * Increase transaction, as A4SALRPT wrote it....
       fd inctran-file
           recording mode is F
           data record is inctran-record
           record contains 51 characters.
       01 inctran-record.
           05 ia-emp-no                 pic 9(5).
           05 ia-old-salary             pic 9(7)v99.
           05 ia-increase-pct           pic 9(2)v9.
           05 ia-new-salary             pic 9(7)v99.
           05 ia-eff-date               pic 9(8).
           05 ia-approved               pic x(1).
           05 ia-approver-id            pic x(8).
           05 ia-second-approver        pic x(8).

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

       77 ws-tran-eof-flag        pic x value 'N'.
       77 ws-jc-eof-flag          pic x value 'N'.
       77 ws-mb-eof-flag          pic x value 'N'.

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

      * One row per position: its pool when MERITBUD splits one
      * out for it, and the proposed and approved annual dollars
      * of tonight's INCTRAN....
       01 ws-pos-table.
           05 ws-pos-entry occurs 20 times
               indexed by ws-pos-idx.
               10 ws-pos-position          pic x(8).
               10 ws-pos-pool-flag         pic x(1).
               10 ws-pos-pool              pic 9(9)v99.
               10 ws-pos-count             pic 9(5).
               10 ws-pos-proposed          pic 9(9)v99.
               10 ws-pos-approved          pic 9(9)v99.
       77 ws-pos-table-size       pic 99 value 0.
       77 ws-pos-table-max        pic 99 value 20.
       77 ws-pos-match-idx        pic 99 value 0.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * The company-wide pool: the blank-position card's, or the
      * sum of the position cards when there is no blank one....
       77 ws-mb-year              pic 9(4) value 0.
       77 ws-mb-pool              pic 9(9)v99 value 0.
       77 ws-mb-position-sum      pic 9(9)v99 value 0.
       77 ws-mb-total-found-flag  pic x value 'N'.
       77 ws-merit-spent          pic 9(9)v99 value 0.

      * This transaction's position and annual increase....
       77 ws-position             pic x(8) value spaces.
       77 ws-annual-increase      pic 9(7)v99 value 0.

      * Run totals....
       77 ws-trans-read           pic 9(5) value 0.
       77 ws-total-proposed       pic 9(9)v99 value 0.
       77 ws-total-approved       pic 9(9)v99 value 0.
       77 ws-merit-balance        pic s9(9)v99 value 0.
       77 ws-over-pool-count      pic 9(3) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A4MERBUD Merit Budget Pre-Approval Report   ".
           05 filler pic x(15) value "Business Date: ".
           05 rh-business-date pic 9(8).
           05 filler pic x(15) value "  Budget Year: ".
           05 rh-year          pic 9(4).
           05 filler pic x(34) value spaces.

       01 ws-column-headings.
           05 filler pic x(10) value "POSITION".
           05 filler pic x(8) value "  COUNT".
           05 filler pic x(16) value "  PROPOSED INCR".
           05 filler pic x(16) value "  APPROVED INCR".
           05 filler pic x(16) value "   POSITION POOL".
           05 filler pic x(16) value "   LEFT/OVER(-)".
           05 filler pic x(38) value spaces.

       01 ws-position-line.
           05 pl-position         pic x(8).
           05 filler              pic x(2) value spaces.
           05 pl-count            pic zzzz9.
           05 filler              pic x(3) value spaces.
           05 pl-proposed         pic zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 pl-approved         pic zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 pl-pool             pic zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 pl-balance          pic zzz,zzz,zz9.99.
           05 pl-over             pic x(1).
           05 filler              pic x(2) value spaces.
           05 pl-remark           pic x(35).

       01 ws-total-line.
           05 filler              pic x(10) value "TOTAL".
           05 tl-count            pic zzzz9.
           05 filler              pic x(3) value spaces.
           05 tl-proposed         pic zzz,zzz,zz9.99.
           05 filler              pic x(2) value spaces.
           05 tl-approved         pic zzz,zzz,zz9.99.
           05 filler              pic x(70) value spaces.

       01 ws-pool-line-1.
           05 filler pic x(28) value "Company merit budget pool:  ".
           05 pool-amount         pic zzz,zzz,zz9.99.
           05 filler pic x(24) value "   Committed this year: ".
           05 pool-spent          pic zzz,zzz,zz9.99.
           05 filler              pic x(40) value spaces.

       01 ws-pool-line-2.
           05 pool-label          pic x(28).
           05 pool-balance        pic zzz,zzz,zz9.99.
           05 filler              pic x(3) value spaces.
           05 pool-remark         pic x(75).

       01 ws-blank-line           pic x(120) value spaces.

       procedure division.
       000-main.
           open input inctran-file
           open input empmast-file
           open output report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 100-load-job-classes
           perform 110-load-merit-budget
           move ws-business-date to rh-business-date
           move ws-mb-year to rh-year

           perform until ws-tran-eof-flag = 'Y'
               read inctran-file
                   at end
                       move 'Y' to ws-tran-eof-flag
                   not at end
                       add 1 to ws-trans-read
                       perform 200-total-transaction
               end-read
           end-perform

           perform 300-write-report

      * A non-zero return code tells HR the proposed increases
      * run past the pool, overall or for a position....
           if ws-over-pool-count > 0
               move 4 to return-code
           end-if

           perform 910-write-runlog-end

           close inctran-file empmast-file report-file runlog-file
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

      * Load the merit budget cards: the blank-position card is
      * the company-wide pool, the rest are position pools. Then
      * pick up what this year has already committed....
       110-load-merit-budget.
           open input meritbud-file
           perform until ws-mb-eof-flag = 'Y'
               read meritbud-file
                   at end
                       move 'Y' to ws-mb-eof-flag
                   not at end
                       if ws-mb-year = 0
                           move mb-year to ws-mb-year
                       end-if
                       if mb-position = spaces
                           move 'Y' to ws-mb-total-found-flag
                           move mb-pool to ws-mb-pool
                           move mb-year to ws-mb-year
                       else
                           add mb-pool to ws-mb-position-sum
                           move mb-position to ws-position
                           perform 210-find-position
                           if ws-pos-match-idx > 0
                               set ws-pos-idx to ws-pos-match-idx
                               move 'Y'
                                   to ws-pos-pool-flag(ws-pos-idx)
                               move mb-pool to ws-pos-pool(ws-pos-idx)
                           end-if
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

      * Place one proposed increase in its employee's position and
      * add its annual dollars to that position's totals....
       200-total-transaction.
           move "UN-CLAS." to ws-position
           move ia-emp-no to em-emp-no
           read empmast-file
               invalid key
                   continue
               not invalid key
                   move 'N' to ws-jc-found-flag
                   perform varying ws-jc-idx from 1 by 1
                       until ws-jc-idx > ws-jc-table-size
                       or ws-jc-found-flag = 'Y'
                       if em-educ-code = ws-jc-educ-code(ws-jc-idx)
                       and em-years-service
                           >= ws-jc-min-years(ws-jc-idx)
                       and em-years-service
                           <= ws-jc-max-years(ws-jc-idx)
                           move ws-jc-position(ws-jc-idx)
                               to ws-position
                           move 'Y' to ws-jc-found-flag
                       end-if
                   end-perform
           end-read

           move 0 to ws-annual-increase
           if ia-new-salary > ia-old-salary
               compute ws-annual-increase
                   = ia-new-salary - ia-old-salary
           end-if

           perform 210-find-position
           if ws-pos-match-idx > 0
               set ws-pos-idx to ws-pos-match-idx
               add 1 to ws-pos-count(ws-pos-idx)
               add ws-annual-increase to ws-pos-proposed(ws-pos-idx)
               if ia-approved = 'A'
                   add ws-annual-increase
                       to ws-pos-approved(ws-pos-idx)
               end-if
           end-if

           add ws-annual-increase to ws-total-proposed
           if ia-approved = 'A'
               add ws-annual-increase to ws-total-approved
           end-if.

      * Find ws-position's row in the position table, adding it
      * when it is not there yet....
       210-find-position.
           move 0 to ws-pos-match-idx
           perform varying ws-pos-idx from 1 by 1
               until ws-pos-idx > ws-pos-table-size
               or ws-pos-match-idx > 0
               if ws-pos-position(ws-pos-idx) = ws-position
                   set ws-pos-match-idx to ws-pos-idx
               end-if
           end-perform
           if ws-pos-match-idx = 0
           and ws-pos-table-size < ws-pos-table-max
               add 1 to ws-pos-table-size
               set ws-pos-idx to ws-pos-table-size
               move ws-position to ws-pos-position(ws-pos-idx)
               move 'N' to ws-pos-pool-flag(ws-pos-idx)
               move 0 to ws-pos-pool(ws-pos-idx)
               move 0 to ws-pos-count(ws-pos-idx)
               move 0 to ws-pos-proposed(ws-pos-idx)
               move 0 to ws-pos-approved(ws-pos-idx)
               move ws-pos-table-size to ws-pos-match-idx
           end-if.

      * One line per position, the totals, then the company pool
      * with what the proposed increases would leave of it....
       300-write-report.
           write report-record from ws-report-heading
           write report-record from ws-blank-line
           write report-record from ws-column-headings
           write report-record from ws-blank-line

           perform varying ws-pos-idx from 1 by 1
               until ws-pos-idx > ws-pos-table-size
               move ws-pos-position(ws-pos-idx) to pl-position
               move ws-pos-count(ws-pos-idx) to pl-count
               move ws-pos-proposed(ws-pos-idx) to pl-proposed
               move ws-pos-approved(ws-pos-idx) to pl-approved
               move space to pl-over
               move spaces to pl-remark
               if ws-pos-pool-flag(ws-pos-idx) = 'Y'
                   move ws-pos-pool(ws-pos-idx) to pl-pool
                   compute ws-merit-balance
                       = ws-pos-pool(ws-pos-idx)
                       - ws-pos-proposed(ws-pos-idx)
                   if ws-merit-balance < 0
                       compute pl-balance = 0 - ws-merit-balance
                       move '-' to pl-over
                       move "OVER POSITION POOL" to pl-remark
                       add 1 to ws-over-pool-count
                   else
                       move ws-merit-balance to pl-balance
                   end-if
               else
                   move 0 to pl-pool
                   move 0 to pl-balance
                   move "NO POSITION POOL" to pl-remark
               end-if
               write report-record from ws-position-line
           end-perform

           move ws-trans-read to tl-count
           move ws-total-proposed to tl-proposed
           move ws-total-approved to tl-approved
           write report-record from ws-blank-line
           write report-record from ws-total-line

           move ws-mb-pool to pool-amount
           move ws-merit-spent to pool-spent
           write report-record from ws-blank-line
           write report-record from ws-pool-line-1

           compute ws-merit-balance
               = ws-mb-pool - ws-merit-spent - ws-total-proposed
           if ws-merit-balance < 0
               move "Proposed over pool by:" to pool-label
               compute pool-balance = 0 - ws-merit-balance
               move "APPROVING ALL WOULD NEED AN OVERRIDE CARD"
                   to pool-remark
               add 1 to ws-over-pool-count
           else
               move "Pool left after proposed:" to pool-label
               move ws-merit-balance to pool-balance
               move spaces to pool-remark
           end-if
           write report-record from ws-pool-line-2

           compute ws-merit-balance
               = ws-mb-pool - ws-merit-spent - ws-total-approved
           if ws-merit-balance < 0
               move "Approved so far over pool:" to pool-label
               compute pool-balance = 0 - ws-merit-balance
           else
               move "Pool left after approved:" to pool-label
               move ws-merit-balance to pool-balance
           end-if
           move spaces to pool-remark
           write report-record from ws-pool-line-2.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A4MERBUD" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the transactions totalled
      * and the return code being handed back....
       910-write-runlog-end.
           move "A4MERBUD" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-trans-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A4MERBUD.
