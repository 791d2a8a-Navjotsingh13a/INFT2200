      * EMPMAST.cpy -- shared employee master record layout, used by
      * both A3SCOMM (commission report) and A4SALRPT (salary report)
      * so a salary change or new hire is entered once. The cost
      * center is the DEPTREF department code the employee's labor
      * is charged to, spaces while unassigned....
       01 empmast-record.
           05 em-emp-no          pic 9(5).
           05 em-emp-name        pic x(16).
           05 em-educ-code       pic x(1).
           05 em-years-service   pic 9(2).
           05 em-hire-date       pic 9(8).
           05 em-cost-center     pic x(5).
