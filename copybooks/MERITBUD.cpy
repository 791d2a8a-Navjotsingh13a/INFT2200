      * MERITBUD.cpy -- merit budget card: the salary-increase pool
      * the company set for the review year, in annual dollars. A
      * card with a blank position is the company-wide pool; cards
      * with a jc-position label split the pool by position. With
      * no blank-position card, the company-wide pool is the sum
      * of the position cards. A4MERBUD reports proposed increases
      * against it and A6SALAPP will not post past it....
       01 meritbud-record.
           05 mb-position        pic x(8).
           05 mb-year            pic 9(4).
           05 mb-pool            pic 9(9)v99.
           05 filler             pic x(57).
