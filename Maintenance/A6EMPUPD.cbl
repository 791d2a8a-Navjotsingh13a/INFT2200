      * audit record, and transactions that cannot be applied (bad
      * employee numbers, adds already on file, changes or
      * terminations not on file) are listed on a
      * rejected-transactions report. The cost center the
      * employee's labor is charged to is set on the add and moved
      * on a change, audited like any other field....

       environment division.
       input-output section.
       fd emptran-file
           recording mode is F
           data record is emptran-record
           record contains 47 characters.
       01 emptran-record.
           05 et-action           pic x(1).
           05 et-emp-no-x         pic x(5).
           05 et-hire-x           pic x(8).
           05 et-hire redefines et-hire-x
                                  pic 9(8).
           05 et-cost-center      pic x(5).

      * Shared employee master record layout....
       fd empmast-file
       fd journal-file
           recording mode is F
           data record is journal-record
           record contains 63 characters.
       01 journal-record.
           05 jr-action           pic x(1).
           05 jr-date             pic 9(8).
           05 jr-time             pic 9(8).
           05 jr-empmast-image    pic x(46).

       working-storage section.

               move et-educ-code to em-educ-code
               move et-years to em-years-service
               move et-hire to em-hire-date
               move et-cost-center to em-cost-center
               write empmast-record
                   invalid key
                       move "EMPLOYEE ALREADY ON MASTER" to rej-reason
           move "HIRE-DATE" to aud-field
           move spaces to aud-before
           move et-hire-x to aud-after
           write audit-record

           move "COST-CENTER" to aud-field
           move spaces to aud-before
           move et-cost-center to aud-after
           write audit-record.

      * Read the employee, apply each transaction field that was
               move et-hire-x to aud-after
               write audit-record
               move et-hire to em-hire-date
           end-if

           if et-cost-center not = spaces
           and et-cost-center not = em-cost-center
               move "COST-CENTER" to aud-field
               move em-cost-center to aud-before
               move et-cost-center to aud-after
               write audit-record
               move et-cost-center to em-cost-center
           end-if.

      * Read the employee, audit who is being dropped, and delete
