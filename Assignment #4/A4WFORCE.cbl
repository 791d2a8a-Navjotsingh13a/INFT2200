       identification division.
       program-id. A4WFORCE.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A4WFORCE--> Monthly workforce report for the
      * board pack. The month's hires and terminations come from
      * the employee update journal -- the adds and terminates
      * A6EMPUPD journals, saved with the rest of the journal to
      * the workforce event history (WFEVENT) each time A6EMPUNL
      * starts the journal over, plus whatever the live journal
      * has carried since. Closing headcount is EMPMAST as it
      * stands, with any hire or termination dated after the
      * month backed out; opening headcount is closing less
      * hires plus terminations. The
      * report shows the month's movement and turnover rate, the
      * same counts by education code and job-class position, the
      * hire-date tenure distribution at month end, and a twelve-
      * month trend worked back from the month's closing count.
      * PARM='yyyymm' reports that month; without it, the month
      * of the business date....

       environment division.
       input-output section.
       file-control.

      * Shared employee master, read in employee-number order....
           select empmast-file
               assign to 'EMPMAST'
               organization is indexed
               access is sequential
               record key is em-emp-no.

      * Workforce event history saved by A6EMPUNL....
           select optional wfevent-file
               assign to 'WFEVENT'
               organization is sequential.

      * Live update journal, for what has happened since the last
      * unload....
           select optional journal-file
               assign to 'EMPJRNL'
               organization is sequential.

      * Job-class table, as A4SALRPT reads it....
           select jobclass-file
               assign to 'JOBCLASS'
               organization is sequential.

      * Workforce report....
           select report-file
               assign to 'WFRPT'
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

      * Workforce event: the update-journal record as it was
      * written -- action A (add) and T (terminate) are counted,
      * the date and time applied, and the master image....
       fd wfevent-file
           recording mode is F
           data record is wfevent-record
           record contains 63 characters.
       01 wfevent-record          pic x(63).

      * Update-journal record, same layout....
       fd journal-file
           recording mode is F
           data record is journal-record
           record contains 63 characters.
       01 journal-record          pic x(63).

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
       77 ws-evt-eof-flag         pic x value 'N'.
       77 ws-jc-eof-flag          pic x value 'N'.

      * The event in hand, read into here from the saved history
      * and from the live journal alike....
       01 ws-event-record.
           05 we-action           pic x(1).
           05 we-date             pic 9(8).
           05 we-time             pic 9(8).
           05 we-empmast-image    pic x(46).

      * Report month, from PARM='yyyymm' or the business date....
       77 ws-run-arg              pic x(10) value spaces.
       77 ws-business-date        pic 9(8) value 0.
       01 ws-rpt-date             pic 9(8) value 0.
       01 ws-rpt-date-parts redefines ws-rpt-date.
           05 ws-rpt-yyyy         pic 9(4).
           05 ws-rpt-mm           pic 9(2).
           05 ws-rpt-dd           pic 9(2).
       77 ws-rpt-month-no         pic 9(6) value 0.

      * An event's or a hire date's month, as a month count....
       01 ws-work-date            pic 9(8) value 0.
       01 ws-work-date-parts redefines ws-work-date.
           05 ws-work-yyyy        pic 9(4).
           05 ws-work-mm          pic 9(2).
           05 ws-work-dd          pic 9(2).
       77 ws-work-month-no        pic 9(6) value 0.
       77 ws-month-diff           pic s9(6) value 0.

      * The employee being counted, from EMPMAST or an event's
      * master image, and whether they add to or come off the
      * month-end population....
       01 ws-image.
           05 wi-emp-no           pic 9(5).
           05 wi-emp-name         pic x(16).
           05 wi-salary           pic 9(7)v99.
           05 wi-educ-code        pic x(1).
           05 wi-years-service    pic 9(2).
           05 wi-hire-date        pic 9(8).
       77 ws-sign                 pic s9 value +1.
       77 ws-position             pic x(8) value spaces.
       77 ws-event-action         pic x value space.

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

      * The month's counts by education code and by position....
       01 ws-educ-table.
           05 ws-ed-entry occurs 10 times
               indexed by ws-ed-idx.
               10 ws-ed-code               pic x(1).
               10 ws-ed-hires              pic s9(5).
               10 ws-ed-terms              pic s9(5).
               10 ws-ed-closing            pic s9(5).
       77 ws-ed-table-size        pic 99 value 0.
       77 ws-ed-table-max         pic 99 value 10.
       77 ws-ed-match-idx         pic 99 value 0.

       01 ws-pos-table.
           05 ws-ps-entry occurs 12 times
               indexed by ws-ps-idx.
               10 ws-ps-position           pic x(8).
               10 ws-ps-hires              pic s9(5).
               10 ws-ps-terms              pic s9(5).
               10 ws-ps-closing            pic s9(5).
       77 ws-ps-table-size        pic 99 value 0.
       77 ws-ps-table-max         pic 99 value 12.
       77 ws-ps-match-idx         pic 99 value 0.

      * Hire-date tenure at month end, in bands of months of
      * service: under 1 year, 1-3, 3-5, 5-10, 10 and over, and
      * no hire date on file....
       01 ws-tenure-labels-x.
           05 filler              pic x(16) value "UNDER 1 YEAR".
           05 filler              pic x(16) value "1 TO 3 YEARS".
           05 filler              pic x(16) value "3 TO 5 YEARS".
           05 filler              pic x(16) value "5 TO 10 YEARS".
           05 filler              pic x(16) value "10 YEARS AND UP".
           05 filler              pic x(16) value "NO HIRE DATE".
       01 ws-tenure-labels redefines ws-tenure-labels-x.
           05 ws-tenure-label     pic x(16) occurs 6 times.
       01 ws-tenure-table.
           05 ws-tenure-count     pic s9(5) occurs 6 times.
       77 ws-tn-idx               pic 9 value 0.
       77 ws-tenure-months        pic s9(6) value 0.

      * Twelve months ending with the report month: hires and
      * terminations from the events, headcounts worked back from
      * the month's closing count....
       01 ws-trend-table.
           05 ws-tr-entry occurs 12 times
               indexed by ws-tr-idx.
               10 ws-tr-month-no           pic 9(6).
               10 ws-tr-opening            pic s9(5).
               10 ws-tr-hires              pic s9(5).
               10 ws-tr-terms              pic s9(5).
               10 ws-tr-closing            pic s9(5).
       77 ws-tr-sub               pic 99 value 0.

      * The month's totals....
       77 ws-closing              pic s9(5) value 0.
       77 ws-opening              pic s9(5) value 0.
       77 ws-hires                pic s9(5) value 0.
       77 ws-terms                pic s9(5) value 0.
       77 ws-turnover             pic 999v99 value 0.
       77 ws-avg-headcount        pic s9(5)v9 value 0.
       77 ws-turn-terms           pic s9(5) value 0.
       77 ws-events-read          pic 9(7) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A4WFORCE Monthly Workforce Report           ".
           05 filler pic x(7) value "Month: ".
           05 rh-yyyy          pic 9(4).
           05 filler pic x(1) value "/".
           05 rh-mm            pic 9(2).
           05 filler pic x(17) value "  Business Date: ".
           05 rh-business-date pic 9(8).
           05 filler pic x(37) value spaces.

       01 ws-movement-line.
           05 ml-label            pic x(30).
           05 ml-count            pic zzzz9.
           05 filler              pic x(85) value spaces.

       01 ws-turnover-line.
           05 filler              pic x(30)
              value "Turnover rate (%):".
           05 tl-turnover         pic zz9.99.
           05 filler              pic x(84) value spaces.

       01 ws-section-heading.
           05 sh-text             pic x(60).
           05 filler              pic x(60) value spaces.

       01 ws-breakdown-columns.
           05 sh-key-title        pic x(14).
           05 filler pic x(10) value "  OPENING".
           05 filler pic x(10) value "    HIRES".
           05 filler pic x(10) value "    TERMS".
           05 filler pic x(10) value "  CLOSING".
           05 filler pic x(66) value spaces.

       01 ws-breakdown-line.
           05 bl-key              pic x(14).
           05 filler              pic x(4) value spaces.
           05 bl-opening          pic zzzz9.
           05 filler              pic x(5) value spaces.
           05 bl-hires            pic zzzz9.
           05 filler              pic x(5) value spaces.
           05 bl-terms            pic zzzz9.
           05 filler              pic x(5) value spaces.
           05 bl-closing          pic zzzz9.
           05 filler              pic x(67) value spaces.

       01 ws-tenure-columns.
           05 filler pic x(18) value "TENURE".
           05 filler pic x(10) value "EMPLOYEES".
           05 filler pic x(10) value "  PERCENT".
           05 filler pic x(82) value spaces.

       01 ws-tenure-line.
           05 tn-label            pic x(18).
           05 tn-count            pic zzzz9.
           05 filler              pic x(6) value spaces.
           05 tn-pct              pic zz9.9.
           05 filler              pic x(86) value spaces.

       01 ws-trend-columns.
           05 filler pic x(10) value "MONTH".
           05 filler pic x(10) value "  OPENING".
           05 filler pic x(10) value "    HIRES".
           05 filler pic x(10) value "    TERMS".
           05 filler pic x(10) value "  CLOSING".
           05 filler pic x(12) value "  TURNOVER %".
           05 filler pic x(58) value spaces.

       01 ws-trend-line.
           05 td-yyyy             pic 9(4).
           05 filler              pic x(1) value "/".
           05 td-mm               pic 9(2).
           05 filler              pic x(7) value spaces.
           05 td-opening          pic zzzz9.
           05 filler              pic x(5) value spaces.
           05 td-hires            pic zzzz9.
           05 filler              pic x(5) value spaces.
           05 td-terms            pic zzzz9.
           05 filler              pic x(5) value spaces.
           05 td-closing          pic zzzz9.
           05 filler              pic x(6) value spaces.
           05 td-turnover         pic zz9.99.
           05 filler              pic x(59) value spaces.

       01 ws-blank-line           pic x(120) value spaces.

      * PARM received from EXEC PGM=A4WFORCE,PARM='yyyymm' the same
      * way A3SCOMM takes PARM='SORTED'. OPTIONAL so a plain CALL
      * reports the business date's month....
       linkage section.
       01 lk-month-parm           pic x(10).

       procedure division using optional lk-month-parm.
       000-main.
           if lk-month-parm is not omitted
               move lk-month-parm to ws-run-arg
           else
               accept ws-run-arg from command-line
           end-if

           open input empmast-file
           open output report-file
           open extend runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           move ws-business-date to ws-rpt-date
           if ws-run-arg(1:6) numeric
               move ws-run-arg(1:6) to ws-rpt-date(1:6)
           end-if
           move 1 to ws-rpt-dd
           compute ws-rpt-month-no = ws-rpt-yyyy * 12 + ws-rpt-mm - 1
           perform 050-set-trend-months

           perform 100-load-job-classes

      * Closing population: everyone on the master now....
           perform until ws-emp-eof-flag = 'Y'
               read empmast-file
                   at end
                       move 'Y' to ws-emp-eof-flag
                   not at end
                       move empmast-record to ws-image
                       move +1 to ws-sign
                       perform 300-count-population
               end-read
           end-perform

      * The saved event history, then the live journal....
           open input wfevent-file
           move 'N' to ws-evt-eof-flag
           perform until ws-evt-eof-flag = 'Y'
               read wfevent-file into ws-event-record
                   at end
                       move 'Y' to ws-evt-eof-flag
                   not at end
                       perform 200-count-event
               end-read
           end-perform
           close wfevent-file

           open input journal-file
           move 'N' to ws-evt-eof-flag
           perform until ws-evt-eof-flag = 'Y'
               read journal-file into ws-event-record
                   at end
                       move 'Y' to ws-evt-eof-flag
                   not at end
                       perform 200-count-event
               end-read
           end-perform
           close journal-file

           perform 400-work-back-trend
           perform 500-write-report

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

      * Number the twelve trend months, oldest first, ending with
      * the report month, and clear the tenure bands....
       050-set-trend-months.
           perform varying ws-tn-idx from 1 by 1
               until ws-tn-idx > 6
               move 0 to ws-tenure-count(ws-tn-idx)
           end-perform
           perform varying ws-tr-idx from 1 by 1
               until ws-tr-idx > 12
               set ws-tr-sub to ws-tr-idx
               compute ws-tr-month-no(ws-tr-idx)
                   = ws-rpt-month-no - 12 + ws-tr-sub
               move 0 to ws-tr-opening(ws-tr-idx)
               move 0 to ws-tr-hires(ws-tr-idx)
               move 0 to ws-tr-terms(ws-tr-idx)
               move 0 to ws-tr-closing(ws-tr-idx)
           end-perform.

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

      * One hire or termination. In a trend month it counts there;
      * in the report month it also counts by education code and
      * position; after the report month it is backed out of the
      * master's population to get back to the month-end count....
       200-count-event.
           if we-action = 'A' or we-action = 'T'
               add 1 to ws-events-read
               move we-action to ws-event-action
               move we-empmast-image to ws-image
               move we-date to ws-work-date
               compute ws-work-month-no
                   = ws-work-yyyy * 12 + ws-work-mm - 1
               if ws-work-month-no > ws-rpt-month-no
                   if ws-event-action = 'A'
                       move -1 to ws-sign
                   else
                       move +1 to ws-sign
                   end-if
                   perform 300-count-population
               else
                   perform 210-count-movement
               end-if
           end-if.

      * Count the event in its trend month, and for the report
      * month under its education code and position....
       210-count-movement.
           compute ws-month-diff
               = ws-work-month-no - ws-rpt-month-no + 12
           if ws-month-diff >= 1 and ws-month-diff <= 12
               set ws-tr-idx to ws-month-diff
               if ws-event-action = 'A'
                   add 1 to ws-tr-hires(ws-tr-idx)
               else
                   add 1 to ws-tr-terms(ws-tr-idx)
               end-if
           end-if

           if ws-work-month-no = ws-rpt-month-no
               perform 310-classify-position
               perform 320-find-educ
               perform 330-find-position
               if ws-event-action = 'A'
                   add 1 to ws-hires
                   if ws-ed-match-idx > 0
                       set ws-ed-idx to ws-ed-match-idx
                       add 1 to ws-ed-hires(ws-ed-idx)
                   end-if
                   if ws-ps-match-idx > 0
                       set ws-ps-idx to ws-ps-match-idx
                       add 1 to ws-ps-hires(ws-ps-idx)
                   end-if
               else
                   add 1 to ws-terms
                   if ws-ed-match-idx > 0
                       set ws-ed-idx to ws-ed-match-idx
                       add 1 to ws-ed-terms(ws-ed-idx)
                   end-if
                   if ws-ps-match-idx > 0
                       set ws-ps-idx to ws-ps-match-idx
                       add 1 to ws-ps-terms(ws-ps-idx)
                   end-if
               end-if
           end-if.

      * Add (ws-sign +1) or take off (-1) one employee from the
      * month-end population: the headcount, their education code
      * and position rows, and their tenure band....
       300-count-population.
           add ws-sign to ws-closing
           perform 310-classify-position
           perform 320-find-educ
           if ws-ed-match-idx > 0
               set ws-ed-idx to ws-ed-match-idx
               add ws-sign to ws-ed-closing(ws-ed-idx)
           end-if
           perform 330-find-position
           if ws-ps-match-idx > 0
               set ws-ps-idx to ws-ps-match-idx
               add ws-sign to ws-ps-closing(ws-ps-idx)
           end-if

           if wi-hire-date not numeric or wi-hire-date = 0
               move 6 to ws-tn-idx
           else
               move wi-hire-date to ws-work-date
               compute ws-tenure-months = ws-rpt-month-no
                   - (ws-work-yyyy * 12 + ws-work-mm - 1)
               evaluate true
                   when ws-tenure-months < 12
                       move 1 to ws-tn-idx
                   when ws-tenure-months < 36
                       move 2 to ws-tn-idx
                   when ws-tenure-months < 60
                       move 3 to ws-tn-idx
                   when ws-tenure-months < 120
                       move 4 to ws-tn-idx
                   when other
                       move 5 to ws-tn-idx
               end-evaluate
           end-if
           add ws-sign to ws-tenure-count(ws-tn-idx).

      * Place the employee in their job-class position the way
      * A4SALRPT does....
       310-classify-position.
           move "UN-CLAS." to ws-position
           move 'N' to ws-jc-found-flag
           perform varying ws-jc-idx from 1 by 1
               until ws-jc-idx > ws-jc-table-size
               or ws-jc-found-flag = 'Y'
               if wi-educ-code = ws-jc-educ-code(ws-jc-idx)
               and wi-years-service >= ws-jc-min-years(ws-jc-idx)
               and wi-years-service <= ws-jc-max-years(ws-jc-idx)
                   move ws-jc-position(ws-jc-idx) to ws-position
                   move 'Y' to ws-jc-found-flag
               end-if
           end-perform.

      * Find the employee's education-code row, adding it when it
      * is not there yet....
       320-find-educ.
           move 0 to ws-ed-match-idx
           perform varying ws-ed-idx from 1 by 1
               until ws-ed-idx > ws-ed-table-size
               or ws-ed-match-idx > 0
               if ws-ed-code(ws-ed-idx) = wi-educ-code
                   set ws-ed-match-idx to ws-ed-idx
               end-if
           end-perform
           if ws-ed-match-idx = 0
           and ws-ed-table-size < ws-ed-table-max
               add 1 to ws-ed-table-size
               set ws-ed-idx to ws-ed-table-size
               move wi-educ-code to ws-ed-code(ws-ed-idx)
               move 0 to ws-ed-hires(ws-ed-idx)
               move 0 to ws-ed-terms(ws-ed-idx)
               move 0 to ws-ed-closing(ws-ed-idx)
               move ws-ed-table-size to ws-ed-match-idx
           end-if.

      * Find the employee's position row, adding it when it is not
      * there yet....
       330-find-position.
           move 0 to ws-ps-match-idx
           perform varying ws-ps-idx from 1 by 1
               until ws-ps-idx > ws-ps-table-size
               or ws-ps-match-idx > 0
               if ws-ps-position(ws-ps-idx) = ws-position
                   set ws-ps-match-idx to ws-ps-idx
               end-if
           end-perform
           if ws-ps-match-idx = 0
           and ws-ps-table-size < ws-ps-table-max
               add 1 to ws-ps-table-size
               set ws-ps-idx to ws-ps-table-size
               move ws-position to ws-ps-position(ws-ps-idx)
               move 0 to ws-ps-hires(ws-ps-idx)
               move 0 to ws-ps-terms(ws-ps-idx)
               move 0 to ws-ps-closing(ws-ps-idx)
               move ws-ps-table-size to ws-ps-match-idx
           end-if.

      * The report month closes on the month-end headcount; each
      * month opens on it less its hires plus its terminations,
      * and that opening is the month before's closing....
       400-work-back-trend.
           compute ws-opening = ws-closing - ws-hires + ws-terms
           move ws-closing to ws-tr-closing(12)
           perform varying ws-tr-idx from 12 by -1
               until ws-tr-idx < 1
               compute ws-tr-opening(ws-tr-idx)
                   = ws-tr-closing(ws-tr-idx)
                   - ws-tr-hires(ws-tr-idx)
                   + ws-tr-terms(ws-tr-idx)
               if ws-tr-idx > 1
                   move ws-tr-opening(ws-tr-idx)
                       to ws-tr-closing(ws-tr-idx - 1)
               end-if
           end-perform.

      * Turnover: terminations over the average of opening and
      * closing headcount, as a percentage....
       410-compute-turnover.
           move 0 to ws-turnover
           if ws-avg-headcount > 0
               compute ws-turnover rounded
                   = (ws-turn-terms * 100) / ws-avg-headcount
           end-if.

       500-write-report.
           move ws-rpt-yyyy to rh-yyyy
           move ws-rpt-mm to rh-mm
           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line

           move "Opening headcount:" to ml-label
           move ws-opening to ml-count
           write report-record from ws-movement-line
           move "Hires:" to ml-label
           move ws-hires to ml-count
           write report-record from ws-movement-line
           move "Terminations:" to ml-label
           move ws-terms to ml-count
           write report-record from ws-movement-line
           move "Closing headcount:" to ml-label
           move ws-closing to ml-count
           write report-record from ws-movement-line
           compute ws-avg-headcount = (ws-opening + ws-closing) / 2
           move ws-terms to ws-turn-terms
           perform 410-compute-turnover
           move ws-turnover to tl-turnover
           write report-record from ws-turnover-line

           write report-record from ws-blank-line
           move "BY EDUCATION CODE" to sh-text
           write report-record from ws-section-heading
           move "EDUCATION CODE" to sh-key-title
           write report-record from ws-breakdown-columns
           perform varying ws-ed-idx from 1 by 1
               until ws-ed-idx > ws-ed-table-size
               move spaces to bl-key
               move ws-ed-code(ws-ed-idx) to bl-key
               compute bl-opening = ws-ed-closing(ws-ed-idx)
                   - ws-ed-hires(ws-ed-idx) + ws-ed-terms(ws-ed-idx)
               move ws-ed-hires(ws-ed-idx) to bl-hires
               move ws-ed-terms(ws-ed-idx) to bl-terms
               move ws-ed-closing(ws-ed-idx) to bl-closing
               write report-record from ws-breakdown-line
           end-perform

           write report-record from ws-blank-line
           move "BY JOB-CLASS POSITION" to sh-text
           write report-record from ws-section-heading
           move "POSITION" to sh-key-title
           write report-record from ws-breakdown-columns
           perform varying ws-ps-idx from 1 by 1
               until ws-ps-idx > ws-ps-table-size
               move ws-ps-position(ws-ps-idx) to bl-key
               compute bl-opening = ws-ps-closing(ws-ps-idx)
                   - ws-ps-hires(ws-ps-idx) + ws-ps-terms(ws-ps-idx)
               move ws-ps-hires(ws-ps-idx) to bl-hires
               move ws-ps-terms(ws-ps-idx) to bl-terms
               move ws-ps-closing(ws-ps-idx) to bl-closing
               write report-record from ws-breakdown-line
           end-perform

           write report-record from ws-blank-line
           move "TENURE AT MONTH END (FROM HIRE DATE)" to sh-text
           write report-record from ws-section-heading
           write report-record from ws-tenure-columns
           perform varying ws-tn-idx from 1 by 1
               until ws-tn-idx > 6
               move ws-tenure-label(ws-tn-idx) to tn-label
               move ws-tenure-count(ws-tn-idx) to tn-count
               move 0 to tn-pct
               if ws-closing > 0
                   compute tn-pct rounded
                       = (ws-tenure-count(ws-tn-idx) * 100)
                       / ws-closing
               end-if
               write report-record from ws-tenure-line
           end-perform

           write report-record from ws-blank-line
           move "TWELVE-MONTH TREND" to sh-text
           write report-record from ws-section-heading
           write report-record from ws-trend-columns
           perform varying ws-tr-idx from 1 by 1
               until ws-tr-idx > 12
               divide ws-tr-month-no(ws-tr-idx) by 12
                   giving td-yyyy remainder ws-tr-sub
               compute td-mm = ws-tr-sub + 1
               move ws-tr-opening(ws-tr-idx) to td-opening
               move ws-tr-hires(ws-tr-idx) to td-hires
               move ws-tr-terms(ws-tr-idx) to td-terms
               move ws-tr-closing(ws-tr-idx) to td-closing
               compute ws-avg-headcount
                   = (ws-tr-opening(ws-tr-idx)
                   + ws-tr-closing(ws-tr-idx)) / 2
               move ws-tr-terms(ws-tr-idx) to ws-turn-terms
               perform 410-compute-turnover
               move ws-turnover to td-turnover
               write report-record from ws-trend-line
           end-perform.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A4WFORCE" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record.

      * Journal the end of the run with the events counted and the
      * return code being handed back....
       910-write-runlog-end.
           move "A4WFORCE" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-events-read to rl-records
           move return-code to rl-return-code
           write runlog-record.

       end program A4WFORCE.
