      * non-zero return code and its own report -- when a program
      * started past its window, ran longer than its allowance,
      * has a START with no END by the time the monitor runs, or
      * never started at all.
      * Each finding also goes to the shared alert file (ALERTS)
      * for A7ALRFWD to forward to the monitoring feed....

       environment division.
       input-output section.
               assign to DATECARD
               organization is sequential.

      * Shared alert file: one standard record per finding, for
      * A7ALRFWD to forward to the monitoring feed....
           select optional alert-feed-file
               assign to ALERTS
               organization is sequential.

       data division.
       file section.

           record contains 80 characters.
           copy DATECARD.

      * Shared alert record....
       fd alert-feed-file
           recording mode is F.
           copy ALERTREC.

       working-storage section.

       77 ws-sched-eof-flag       pic x value 'N'.
       77 ws-start-hhmm           pic 9(4) value 0.

       77 ws-alert-count          pic 9(3) value 0.
       77 ws-alert-code           pic x(8) value spaces.
       77 ws-alert-message        pic x(50) value spaces.

       01 ws-report-heading.
           05 filler pic x(44)

       01 ws-blank-line           pic x(100) value spaces.

      * Alert-file messages for the schedule findings....
       01 ws-late-alert-text.
           05 filler              pic x(8) value "STARTED ".
           05 lat-started         pic x(4).
           05 filler              pic x(15) value ", LATEST START ".
           05 lat-latest          pic 9(4).
           05 filler              pic x(19) value spaces.

       01 ws-over-alert-text.
           05 filler              pic x(8) value "ELAPSED ".
           05 oat-elapsed         pic zzzz9.
           05 filler              pic x(14) value " MIN, ALLOWED ".
           05 oat-allowed         pic zzz9.
           05 filler              pic x(19) value spaces.

       procedure division.
       000-main.
           open input schedule-file runlog-file
           open output alert-file
           open extend alert-feed-file

           perform 040-get-business-date
           move ws-business-date to rh-business-date
           end-if

           close schedule-file runlog-file alert-file
                 alert-feed-file
           goback.

      * Read the business date the run's files belong to from the
                       move rl-time
                           to ws-sch-start-time(ws-sch-idx)
                       move 'Y' to ws-sch-open-flag(ws-sch-idx)
                   end-if
                   if rl-type = "END"
                       move rl-date
                           to ws-sch-end-date(ws-sch-idx)
                       move rl-time
               move "DID NOT START" to det-status
               add 1 to ws-alert-count
               write alert-record from ws-detail-line
               move "NOSTART" to ws-alert-code
               move "NO START RECORD FOR THE BUSINESS DATE"
                   to ws-alert-message
               perform 330-alert-schedule
           else
               move ws-sch-start-time(ws-sch-idx)(1:4)
                   to det-started
                   move "STARTED, NO END" to det-status
                   add 1 to ws-alert-count
                   write alert-record from ws-detail-line
                   move "NOEND" to ws-alert-code
                   move "START WITH NO END -- STILL RUNNING OR ABENDED"
                       to ws-alert-message
                   perform 330-alert-schedule
               else
                   perform 320-compute-elapsed
                   move ws-elapsed-minutes to det-elapsed
                   or ws-start-hhmm > ws-sch-latest(ws-sch-idx)
                       move "LATE START -- ALERT" to det-status
                       add 1 to ws-alert-count
                       move det-started to lat-started
                       move ws-sch-latest(ws-sch-idx) to lat-latest
                       move "LATESTRT" to ws-alert-code
                       move ws-late-alert-text to ws-alert-message
                       perform 330-alert-schedule
                   end-if
                   if ws-elapsed-minutes
                       > ws-sch-allow(ws-sch-idx)
                       move "OVERRAN -- ALERT" to det-status
                       add 1 to ws-alert-count
                       move ws-elapsed-minutes to oat-elapsed
                       move ws-sch-allow(ws-sch-idx) to oat-allowed
                       move "OVERRAN" to ws-alert-code
                       move ws-over-alert-text to ws-alert-message
                       perform 330-alert-schedule
                   end-if
                   write alert-record from ws-detail-line
               end-if
           compute ws-elapsed-minutes
               = ws-elapsed-seconds / 60.

      * The schedule finding to the shared alert file, keyed by
      * program -- critical, the same as the report's alerts....
       330-alert-schedule.
           move spaces to alert-feed-record
           move "C" to alr-severity
           move ws-alert-code to alr-code
           move ws-sch-program(ws-sch-idx) to alr-key
           move ws-alert-message to alr-message
           perform 920-write-alert.

      * Append one record to the shared alert file; the caller
      * has cleared the record and set the severity, code, key
      * and message....
       920-write-alert.
           move "A7SLAMON" to alr-program
           move ws-business-date to alr-business-date
           accept alr-time from time
           write alert-feed-record.

       end program A7SLAMON.
