      * today's figure, yesterday's, and the change -- that used
      * to be walked off the report stack and retyped into the
      * GM's morning email. Tonight's records are written back
      * out (PRVOUT) to become tomorrow's yesterday, and added to
      * the summary history (SUMHIST) the month-end trend pack is
      * drawn from....

       environment division.
       input-output section.
               assign to PRVOUT
               organization is sequential.

      * Every night's records, kept for the month-end trend pack....
           select optional sum-hist-file
               assign to SUMHIST
               organization is sequential.

       data division.
       file section.

           record contains 106 characters.
       01 prv-out-record         pic x(106).

       fd sum-hist-file
           recording mode is F
           data record is sum-hist-record
           record contains 106 characters.
       01 sum-hist-record        pic x(106).

       working-storage section.

       77 ws-sum-eof-flag        pic x value 'N'.
       000-main.
           open input sum-in-file prv-in-file
           open output exec-report-file prv-out-file
           open extend sum-hist-file

           perform 100-load-prior

           write exec-report-record from ws-count-line

           close sum-in-file prv-in-file
                 exec-report-file prv-out-file sum-hist-file
           goback.

      * Load yesterday's saved headline records....
           end-perform.

      * Print one program's headline figures against yesterday's,
      * and save tonight's record for tomorrow's comparison and in
      * the summary history. The page heading carries the business
      * date off the first record seen....
       200-report-program.
           write prv-out-record from sum-record
           write sum-hist-record from sum-record

           if ws-heading-done-flag = 'N'
               move 'Y' to ws-heading-done-flag
