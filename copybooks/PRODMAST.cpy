      * cost is maintained through A6PRDUPD like the other master
      * fields and prices the valuation report (A1VALRPT); a
      * master not yet converted reads as spaces there, which the
      * programs treat as no cost on record. Stock is also held
      * by warehouse location: up to five locations per product,
      * each with its own quantity and reorder point, the first
      * being the product's primary location. Quantity on hand
      * stays the product total -- always the sum of the location
      * quantities -- so readers that want only the total are
      * untouched. A location code of spaces is stock not yet
      * assigned to a location; a master written before locations
      * were kept reads with a non-numeric location count, and
      * A6INVPST converts it on its next pass to one unassigned
      * location holding the whole quantity. The ABC class (A, B
      * or C by annual issue value) is stamped by A1ABCCLS and
      * sets how often A6CCSHT puts the product up for counting;
      * the last-count date is stamped by A6INVPST as each
      * cycle count posts. Spaces in the class mean the product
      * has not been classified yet....
       01 prodmast-record.
           05 pm-product-name      pic x(15).
           05 pm-product-descr     pic x(30).
           05 pm-last-receipt-date pic 9(8).
           05 pm-last-issue-date   pic 9(8).
           05 pm-unit-cost         pic 9(7)v99.
           05 pm-loc-count         pic 9(2).
           05 pm-location occurs 5 times
               indexed by pm-loc-idx.
               10 pm-loc-code      pic x(4).
               10 pm-loc-qty       pic 9(9).
               10 pm-loc-reorder   pic 9(9).
           05 pm-abc-class         pic x(1).
           05 pm-last-count-date   pic 9(8).
