      * RETNTAB.cpy -- retention table: one card per history file
      * the monthly housekeeping run (A7HSKEEP) trims, naming the
      * file by its DD name, how many days of records to keep on
      * the live file, and what to do with the older ones: A to
      * copy them to the month's offline history dataset before
      * they come off, D to drop them outright. A file with no
      * card is left whole....
       01 retntab-record.
           05 rt-file            pic x(8).
           05 rt-days-x          pic x(5).
           05 rt-days redefines rt-days-x
                                 pic 9(5).
           05 rt-action          pic x(1).
           05 filler             pic x(66).
