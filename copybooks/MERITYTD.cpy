      * MERITYTD.cpy -- merit spending to date: the annual dollars
      * of increase A6SALAPP has committed against the review
      * year's pool (posted, or approved and held pending their
      * effective date), and the business date of the run that
      * last added to it. Carried forward run to run the way
      * DRAWFILE balances are; a new year on MERITBUD starts it
      * again from zero....
       01 merityt-record.
           05 my-year            pic 9(4).
           05 my-spent           pic 9(9)v99.
           05 my-last-date       pic 9(8).
           05 filler             pic x(7).
