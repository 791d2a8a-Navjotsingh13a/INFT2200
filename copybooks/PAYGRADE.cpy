      * PAYGRADE.cpy -- pay-grade salary range for one job-class
      * position (the jc-position label on JOBCLASS): the minimum,
      * midpoint and maximum annual salary the position should
      * pay. A4SALRPT caps a proposed increase at the maximum, and
      * A4CMPRAT measures each employee's salary against the
      * range. Maintained by hand like JOBCLASS, one row per
      * position....
       01 paygrade-record.
           05 pg-position        pic x(8).
           05 pg-min-salary      pic 9(7)v99.
           05 pg-mid-salary      pic 9(7)v99.
           05 pg-max-salary      pic 9(7)v99.
