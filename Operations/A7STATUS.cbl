
      * The programs the night is expected to run, in run order...
       01 ws-expected-names.
           05 filler              pic x(8) value "A7EXTCHK".
           05 filler              pic x(8) value "A6INVPST".
           05 filler              pic x(8) value "A1PLIST".
           05 filler              pic x(8) value "A2STKVAL".
           05 filler              pic x(8) value "A4SALRPT".
           05 filler              pic x(8) value "A5DEPINC".
       01 ws-expected-tab redefines ws-expected-names.
           05 ws-expected-name    pic x(8) occurs 9 times.
       77 ws-expected-count       pic 9(2) value 9.

      * What the journal and control records said about each....
       01 ws-prog-table.
           05 ws-prg-entry occurs 9 times
               indexed by ws-prg-idx.
               10 ws-prg-start-date pic 9(8).
               10 ws-prg-start-time pic 9(8).
                       move rl-time
                           to ws-prg-start-time(ws-prg-idx)
                       move 'Y' to ws-prg-open-flag(ws-prg-idx)
                   end-if
                   if rl-type = "END"
                       move rl-date
                           to ws-prg-end-date(ws-prg-idx)
                       move rl-time
