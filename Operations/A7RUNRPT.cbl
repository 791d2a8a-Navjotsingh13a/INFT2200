      * any START still waiting for its END (the run died, or is
      * still going). This is the single place to answer "did
      * A4SALRPT actually run last night, and how long did it
      * take". A run launched from A0MENU shows the operator who
      * launched it (from the RUNBY record the menu writes just
      * ahead of the program's START), and an operator ID locked
      * out at sign-on is listed and flagged, as is a night backed
      * out by A7ROLLBK....

       environment division.
       input-output section.
               10 ws-open-date    pic 9(8).
               10 ws-open-time    pic 9(8).
               10 ws-open-used    pic x(1).
               10 ws-open-operator pic x(8).
       77 ws-open-table-size      pic 9(2) value 0.
       77 ws-open-table-max       pic 9(2) value 50.
       77 ws-open-match-idx       pic 9(2) value 0.

      * Menu launches waiting for their program's START: the
      * operator who launched each....
       01 ws-runby-table.
           05 ws-runby-entry occurs 10 times
               indexed by ws-runby-idx.
               10 ws-runby-program pic x(8).
               10 ws-runby-operator pic x(8).
       77 ws-runby-table-size     pic 9(2) value 0.
       77 ws-runby-table-max      pic 9(2) value 10.
       77 ws-runby-match-idx      pic 9(2) value 0.

      * Newest-open-START selection work fields: with slots being
      * reused, table order no longer means chronological order....
       77 ws-best-date            pic 9(8) value 0.
           05 filler pic x(10) value "  Records".
           05 filler pic x(6)  value "    RC".
           05 filler pic x(6)  value spaces.
           05 filler pic x(20) value "Flag".
           05 filler pic x(11) value "Operator".

       01 ws-detail-line.
           05 det-program         pic x(8).
           05 det-rc              pic zzz9.
           05 filler              pic x(4) value spaces.
           05 det-flag            pic x(20).
           05 filler              pic x(6) value spaces.
           05 det-operator        pic x(8).
           05 filler              pic x(3) value spaces.

       01 ws-unended-line.
           05 une-program         pic x(8).
              value "STARTED BUT NEVER ENDED -- CHECK IT".
           05 filler              pic x(38) value spaces.

       01 ws-lock-line.
           05 lck-program         pic x(8).
           05 filler              pic x(2) value spaces.
           05 lck-date            pic 9(8).
           05 filler              pic x(2) value spaces.
           05 lck-hh              pic 9(2).
           05 filler              pic x(1) value ":".
           05 lck-mm              pic 9(2).
           05 filler              pic x(2) value spaces.
           05 filler              pic x(35)
              value "SIGN-ON LOCKED OUT -- OPERATOR     ".
           05 lck-operator        pic x(8).
           05 filler              pic x(30) value spaces.

       01 ws-rollback-line.
           05 rbk-program         pic x(8).
           05 filler              pic x(2) value spaces.
           05 rbk-date            pic 9(8).
           05 filler              pic x(2) value spaces.
           05 rbk-hh              pic 9(2).
           05 filler              pic x(1) value ":".
           05 rbk-mm              pic 9(2).
           05 filler              pic x(2) value spaces.
           05 filler              pic x(37)
              value "NIGHT BACKED OUT -- RECORDS PUT BACK ".
           05 rbk-records         pic z,zzz,zz9.
           05 filler              pic x(27) value spaces.

       01 ws-summary-line.
           05 filler              pic x(20)
              value "Runs flagged:       ".
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       evaluate rl-type
                           when "START"
                               perform 100-record-start
                           when "END"
                               perform 200-match-end
                           when "RUNBY"
                               perform 150-record-runby
                           when "LOCK"
                               perform 250-report-lock
                           when "ROLLB"
                               perform 260-report-rollback
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

               move rl-date to ws-open-date(ws-open-idx)
               move rl-time to ws-open-time(ws-open-idx)
               move 'N' to ws-open-used(ws-open-idx)
               perform 160-claim-runby
           end-if.

      * Hold a menu launch's operator until its program's START
      * is read; a second launch before the first START replaces
      * the first....
       150-record-runby.
           move 0 to ws-runby-match-idx
           perform varying ws-runby-idx from 1 by 1
               until ws-runby-idx > ws-runby-table-size
               if ws-runby-program(ws-runby-idx) = rl-program
                   set ws-runby-match-idx to ws-runby-idx
               end-if
           end-perform
           if ws-runby-match-idx = 0
               perform varying ws-runby-idx from 1 by 1
                   until ws-runby-idx > ws-runby-table-size
                   or ws-runby-match-idx > 0
                   if ws-runby-program(ws-runby-idx) = spaces
                       set ws-runby-match-idx to ws-runby-idx
                   end-if
               end-perform
           end-if
           if ws-runby-match-idx = 0
           and ws-runby-table-size < ws-runby-table-max
               add 1 to ws-runby-table-size
               move ws-runby-table-size to ws-runby-match-idx
           end-if
           if ws-runby-match-idx > 0
               set ws-runby-idx to ws-runby-match-idx
               move rl-program to ws-runby-program(ws-runby-idx)
               move rl-operator to ws-runby-operator(ws-runby-idx)
           end-if.

      * Give the START just recorded the operator of a waiting
      * menu launch of the same program, if there is one; a batch
      * run has none....
       160-claim-runby.
           move spaces to ws-open-operator(ws-open-idx)
           perform varying ws-runby-idx from 1 by 1
               until ws-runby-idx > ws-runby-table-size
               if ws-runby-program(ws-runby-idx) = rl-program
                   move ws-runby-operator(ws-runby-idx)
                       to ws-open-operator(ws-open-idx)
                   move spaces to ws-runby-program(ws-runby-idx)
               end-if
           end-perform.

      * Pair an END with the most recent open START for the same
      * program and print the run's line....
       200-match-end.
               move rl-records to det-records
               move rl-return-code to det-rc
               move "END WITHOUT START" to det-flag
               move spaces to det-operator
               add 1 to ws-flagged-count
               write report-record from ws-detail-line
           else
               move ws-elapsed-ss to det-elapsed-ss
               move rl-records to det-records
               move rl-return-code to det-rc
               move ws-open-operator(ws-open-idx) to det-operator
               if rl-return-code > 0
                   move "ENDED NON-ZERO" to det-flag
                   add 1 to ws-flagged-count
               write report-record from ws-detail-line
           end-if.

      * An operator ID locked out at sign-on....
       250-report-lock.
           move rl-program to lck-program
           move rl-date to lck-date
           move rl-time to ws-time-parts
           move tp-hh to lck-hh
           move tp-mm to lck-mm
           move rl-operator to lck-operator
           write report-record from ws-lock-line
           add 1 to ws-flagged-count.

      * A whole night put back from its snapshot: the date is the
      * business date backed out....
       260-report-rollback.
           move rl-program to rbk-program
           move rl-date to rbk-date
           move rl-time to ws-time-parts
           move tp-hh to rbk-hh
           move tp-mm to rbk-mm
           move rl-records to rbk-records
           write report-record from ws-rollback-line
           add 1 to ws-flagged-count.

      * Elapsed time between the matched START and this END, as
      * seconds from midnight, crossing at most one midnight....
       210-compute-elapsed.
