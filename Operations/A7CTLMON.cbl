      * 37-record night on a 3,700-record file stops the morning
      * instead of nobody noticing. Tonight's records are also
      * written back out (PRVOUT) to become tomorrow's
      * yesterday.
      * Each finding also goes to the shared alert file (ALERTS)
      * for A7ALRFWD to forward to the monitoring feed....

       environment division.
       input-output section.
               assign to PRVOUT
               organization is sequential.

      * Shared alert file: one standard record per finding, for
      * A7ALRFWD to forward to the monitoring feed....
           select optional alert-feed-file
               assign to ALERTS
               organization is sequential.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

       data division.
       file section.

           record contains 113 characters.
       01 prv-out-record          pic x(113).

      * Shared alert record....
       fd alert-feed-file
           recording mode is F.
           copy ALERTREC.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

       working-storage section.

       77 ws-ctl-eof-flag         pic x value 'N'.

       77 ws-found-flag           pic x value 'N'.
       77 ws-alert-count          pic 9(3) value 0.
       77 ws-alert-severity       pic x(1) value spaces.
       77 ws-alert-code           pic x(8) value spaces.
       77 ws-status               pic x(12) value spaces.
       77 ws-have-range-flag      pic x value 'N'.
       77 ws-range-min            pic 9(7) value 0.
       77 ws-have-prior-flag      pic x value 'N'.
       77 ws-prior-read           pic 9(9) value 0.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A7CTLMON Nightly Volume Monitor and Alerts".

       01 ws-blank-line           pic x(100) value spaces.

      * Alert-file message for a volume out of range....
       01 ws-vol-alert-text.
           05 filler              pic x(5) value "READ ".
           05 vat-tonight         pic zzz,zzz,zz9.
           05 filler              pic x(10) value " EXPECTED ".
           05 vat-min             pic z,zzz,zz9.
           05 filler              pic x(3) value " - ".
           05 vat-max             pic z,zzz,zz9.
           05 filler              pic x(3) value spaces.

       procedure division.
       000-main.
           open input ctl-in-file ranges-file prv-in-file
           open output alert-file prv-out-file
           open extend alert-feed-file

           perform 040-get-business-date

           write alert-record from ws-report-heading
           write alert-record from ws-blank-line
           end-if

           close ctl-in-file ranges-file prv-in-file
                 alert-file prv-out-file alert-feed-file
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

      * Load the expected-range file....
       100-load-ranges.
           perform until ws-rng-eof-flag = 'Y'

               if ws-have-range-flag = 'N'
                   move "NO RANGE" to ws-status
                   move "W" to ws-alert-severity
                   move "NORANGE" to ws-alert-code
                   perform 230-alert-volume
               else
                   if ws-ton-read(ws-ton-idx) < ws-range-min
                       move "LOW -- ALERT" to ws-status
                       add 1 to ws-alert-count
                       move "C" to ws-alert-severity
                       move "VOLLOW" to ws-alert-code
                       perform 230-alert-volume
                   else
                       if ws-ton-read(ws-ton-idx) > ws-range-max
                           move "HIGH - ALERT" to ws-status
                           add 1 to ws-alert-count
                           move "C" to ws-alert-severity
                           move "VOLHIGH" to ws-alert-code
                           perform 230-alert-volume
                       else
                           move "OK" to ws-status
                       end-if
               end-if
           end-perform.

      * The volume finding to the shared alert file, keyed by
      * program. A program with no range row is only a warning --
      * nothing is stopped, but the range file wants a row....
       230-alert-volume.
           move spaces to alert-feed-record
           move ws-alert-severity to alr-severity
           move ws-alert-code to alr-code
           move ws-ton-program(ws-ton-idx) to alr-key
           move ws-ton-read(ws-ton-idx) to vat-tonight
           move ws-range-min to vat-min
           move ws-range-max to vat-max
           move ws-vol-alert-text to alr-message
           perform 920-write-alert.

      * Any program on yesterday's file not marked seen tonight
      * wrote no control record -- it did not finish, or did not
      * run at all....
                   move ws-pri-program(ws-pri-idx) to mis-program
                   write alert-record from ws-missing-line
                   add 1 to ws-alert-count
                   move spaces to alert-feed-record
                   move "C" to alr-severity
                   move "NOCTLREC" to alr-code
                   move ws-pri-program(ws-pri-idx) to alr-key
                   move "RAN YESTERDAY BUT WROTE NO CONTROL RECORD"
                       to alr-message
                   perform 920-write-alert
               end-if
           end-perform.

      * Append one record to the shared alert file; the caller
      * has cleared the record and set the severity, code, key
      * and message....
       920-write-alert.
           move "A7CTLMON" to alr-program
           move ws-business-date to alr-business-date
           accept alr-time from time
           write alert-feed-record.

       end program A7CTLMON.
