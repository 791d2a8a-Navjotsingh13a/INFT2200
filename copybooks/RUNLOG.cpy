      * record as it finishes (program, date, time, records
      * processed, final return code), so "did it run last night,
      * and how long did it take" is answered from one file
      * instead of spool fragments. A7RUNRPT prints the history.
      * A0MENU also writes a RUNBY record (the program it is about
      * to launch and the signed-on operator) ahead of each launch,
      * and a LOCK record when an operator ID is locked out; those
      * carry the operator ID in place of the counts. A7ROLLBK
      * writes a ROLLB record when it has backed out a night: its
      * date is the business date backed out, like the date on
      * A7DATERL's END record, and its count the records put
      * back....
       01 runlog-record.
           05 rl-program         pic x(8).
           05 rl-type            pic x(5).
           05 rl-date            pic 9(8).
           05 rl-time            pic 9(8).
           05 rl-counts.
               10 rl-records     pic 9(7).
               10 rl-return-code pic 9(4).
           05 rl-operator-data redefines rl-counts.
               10 rl-operator    pic x(8).
               10 filler         pic x(3).
