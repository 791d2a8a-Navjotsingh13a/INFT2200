       fd empflat-file
           recording mode is F
           data record is empflat-record
           record contains 46 characters.
       01 empflat-record          pic x(46).

      * Update-journal record, as A6EMPUPD and A6SALAPP write it:
      * action A (add), C (change), S (salary apply), T
       fd journal-file
           recording mode is F
           data record is journal-record
           record contains 63 characters.
       01 journal-record.
           05 jr-action           pic x(1).
           05 jr-date             pic 9(8).
           05 jr-time             pic 9(8).
           05 jr-empmast-image    pic x(46).

      * Shared employee master record layout....
       fd empmast-file
