      * already has one is refused too, both with the return code
      * that stops the job. The operator override
      * card forces a deliberate weekend rerun or sets an exact
      * date, bypassing the guard on purpose and on the record.
      * The card as it stood before the roll is kept on DATEPRV,
      * so A7NGTSNP's snapshot of the night can put it back. A
      * night A7ROLLBK has backed out no longer counts as run, so
      * its business date can be rolled to again....

       environment division.
       input-output section.
               assign to RUNLOG
               organization is sequential.

      * The card as it stood before the roll, rewritten each time
      * a date is released, for the night's snapshot....
           select dateprv-file
               assign to DATEPRV
               organization is sequential.

      * One-page roll report....
           select report-file
               assign to ROLLRPT
           recording mode is F.
           copy RUNLOG.

      * Pre-roll card image....
       fd dateprv-file
           recording mode is F
           data record is dateprv-record
           record contains 80 characters.
       01 dateprv-record          pic x(80).

       fd report-file
           recording mode is F
           data record is report-record
      * The card's date before the roll, and the candidate being
      * advanced....
       77 ws-old-date             pic 9(8) value 0.
       01 ws-old-card             pic x(80) value spaces.
       77 ws-old-card-flag        pic x value 'N'.
       01 ws-cand-date            pic 9(8) value 0.
       01 ws-cand-parts redefines ws-cand-date.
           05 ws-cand-yyyy        pic 9(4).
               at end
                   continue
               not at end
                   move datecard-record to ws-old-card
                   move 'Y' to ws-old-card-flag
                   if dc-business-date-x numeric
                       move dc-business-date to ws-old-date
                   end-if

      * Does the journal already hold an A7DATERL START from this
      * calendar day? Our own START has not been written yet, so
      * any hit is an earlier submission's. A rollback journaled
      * after it means that night was backed out on purpose and
      * is being run again....
       130-check-same-day-start.
           move 'N' to ws-dup-start-flag
           move 'N' to ws-log-eof-flag
                       and rl-date = ws-today
                           move 'Y' to ws-dup-start-flag
                       end-if
                       if rl-program = "A7ROLLBK"
                       and rl-type = "ROLLB"
                           move 'N' to ws-dup-start-flag
                       end-if
               end-read
           end-perform
           close runlog-file.

      * Was the candidate date already released by an earlier
      * roll? The journal is re-read here because the candidate
      * is only known after the roll. A later rollback of that
      * business date releases it again....
       300-check-guard.
           move 'N' to ws-guard-hit-flag
           move 'N' to ws-log-eof-flag
                       and rl-date = ws-cand-date
                           move 'Y' to ws-guard-hit-flag
                       end-if
                       if rl-program = "A7ROLLBK"
                       and rl-type = "ROLLB"
                       and rl-date = ws-cand-date
                           move 'N' to ws-guard-hit-flag
                       end-if
               end-read
           end-perform
           close runlog-file.

      * Keep the card as it stood on DATEPRV, then write the
      * rolled date onto the card and journal it: the END
      * record's date field carries the business date released,
      * which is what the next roll's guard checks....
       500-release-new-date.
           open output dateprv-file
           if ws-old-card-flag = 'Y'
               write dateprv-record from ws-old-card
           end-if
           close dateprv-file

           move spaces to datecard-record
           move ws-cand-date to dc-business-date
           open output datecard-file
