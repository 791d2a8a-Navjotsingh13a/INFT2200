      * HRFEED.cpy -- nightly delta record sent to the HR/benefits
      * bureau by A6HRFEED. One header (H) carrying the business
      * date and feed batch number, one detail (D) per add (A),
      * change (C) or terminate (T) with the bureau's fields before
      * and after, and one trailer (T) carrying the detail count
      * and the salary hash total. Before-values are spaces on an
      * add, after-values spaces on a terminate....
       01 hrfeed-record.
           05 hf-rec-type            pic x(1).
           05 hf-detail.
               10 hf-action          pic x(1).
               10 hf-emp-no          pic 9(5).
               10 hf-eff-date        pic 9(8).
               10 hf-before.
                   15 hf-bef-name    pic x(16).
                   15 hf-bef-salary  pic 9(7)v99.
                   15 hf-bef-educ    pic x(1).
                   15 hf-bef-years   pic 9(2).
                   15 hf-bef-hire    pic 9(8).
               10 hf-after.
                   15 hf-aft-name    pic x(16).
                   15 hf-aft-salary  pic 9(7)v99.
                   15 hf-aft-educ    pic x(1).
                   15 hf-aft-years   pic 9(2).
                   15 hf-aft-hire    pic 9(8).
               10 filler             pic x(13).
           05 hf-header redefines hf-detail.
               10 hf-hdr-business-date pic 9(8).
               10 hf-hdr-batch-no    pic 9(6).
               10 hf-hdr-created-date pic 9(8).
               10 hf-hdr-created-time pic 9(8).
               10 filler             pic x(69).
           05 hf-trailer redefines hf-detail.
               10 hf-trl-business-date pic 9(8).
               10 hf-trl-batch-no    pic 9(6).
               10 hf-trl-record-count pic 9(7).
               10 hf-trl-salary-hash pic 9(13)v99.
               10 filler             pic x(63).
