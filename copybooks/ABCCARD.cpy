      * ABCCARD.cpy -- ABC classification parameter card, read by
      * A1ABCCLS (the class cutoffs) and A6CCSHT (how often each
      * class comes up for counting). Cutoffs are cumulative
      * percentages of annual issue value: products ranked inside
      * the A cutoff are A, inside the B cutoff B, the rest C. A
      * field left blank or not numeric keeps its default....
       01 abccard-record.
           05 ac-a-pct-x          pic x(3).
           05 ac-a-pct redefines ac-a-pct-x
                                  pic 9(3).
           05 ac-b-pct-x          pic x(3).
           05 ac-b-pct redefines ac-b-pct-x
                                  pic 9(3).
           05 ac-a-days-x         pic x(3).
           05 ac-a-days redefines ac-a-days-x
                                  pic 9(3).
           05 ac-b-days-x         pic x(3).
           05 ac-b-days redefines ac-b-days-x
                                  pic 9(3).
           05 ac-c-days-x         pic x(3).
           05 ac-c-days redefines ac-c-days-x
                                  pic 9(3).
           05 filler              pic x(65).
