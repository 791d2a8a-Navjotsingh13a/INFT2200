      * same moment, so a rebuild plus a roll-forward of the
      * journal reproduces the master exactly. One bad maintenance
      * run or a broken index stops meaning re-keying the employee
      * population from printouts. The journal is saved to the
      * workforce event history before it is emptied, so A4WFORCE
      * can count hires and terminations month by month, and
      * A6HRFEED can pick up every update, long after the journal
      * has been started over....

       environment division.
       input-output section.
               assign to EMPJRNL
               organization is sequential.

      * Workforce event history: every update the journal has
      * carried, kept for good....
           select optional wfevent-file
               assign to WFEVENT
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
           select optional runlog-file
       fd empflat-file
           recording mode is F
           data record is empflat-record
           record contains 46 characters.
       01 empflat-record          pic x(46).

      * Update-journal record (layout shared with A6EMPUPD,
      * A6SALAPP, and A6EMPLOD)....
       fd journal-file
           recording mode is F
           data record is journal-record
           record contains 63 characters.
       01 journal-record.
           05 jr-action           pic x(1).
           05 filler              pic x(62).

      * Workforce event, the journal record as it stood....
       fd wfevent-file
           recording mode is F
           data record is wfevent-record
           record contains 63 characters.
       01 wfevent-record          pic x(63).

      * Shared run-journal record....
       fd runlog-file

       77 ws-mast-eof-flag        pic x value 'N'.
       77 ws-records-copied       pic 9(7) value 0.
       77 ws-jrnl-eof-flag        pic x value 'N'.
       77 ws-events-saved         pic 9(7) value 0.

       procedure division.
       000-main.
               end-read
           end-perform

      * Save the journal to the event history before it is
      * emptied....
           open input journal-file
           open extend wfevent-file
           perform until ws-jrnl-eof-flag = 'Y'
               read journal-file
                   at end
                       move 'Y' to ws-jrnl-eof-flag
                   not at end
                       write wfevent-record from journal-record
                       add 1 to ws-events-saved
               end-read
           end-perform
           close journal-file wfevent-file

      * Start the journal fresh: everything in it from here on
      * was applied after this image copy....
           open output journal-file
