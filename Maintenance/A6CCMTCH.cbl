      * file, so the correction flows through A6INVPST's movement
      * path and its audit trail instead of someone editing the
      * master by hand -- exactly what the maintenance programs
      * were built to stop. A count that matches the book goes on
      * the adjustment file too, as a count with no difference:
      * it moves no stock, but posting it stamps the product's
      * last-count date, which the ABC counting schedule runs
      * from....

       environment division.
       input-output section.
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd variance-report-file
           record contains 80 characters.
       01 variance-report-record  pic x(80).

      * Adjustment movement, same 49-byte layout A6INVPST reads:
      * type A carries the counted quantity as an absolute, and
      * the PO number and reason code a return carries are
      * blank. The count is of the whole product, so the location
      * is left blank too -- A6INVPST then sets the product total
      * to the count, taking the difference at the primary
      * location....
       fd adjtran-file
           recording mode is F
           data record is adjtran-record
           record contains 49 characters.
       01 adjtran-record.
           05 aj-product-name     pic x(15).
           05 aj-move-type        pic x(1).
           05 aj-qty              pic 9(9).
           05 aj-move-date        pic 9(8).
           05 aj-po-number        pic x(6).
           05 aj-reason-code      pic x(2).
           05 aj-location         pic x(4).
           05 aj-to-location      pic x(4).

      * Shared run-journal record....
       fd runlog-file
               move 0 to var-variance
               move "COUNT MATCHES BOOK" to var-direction
               write variance-report-record from ws-variance-line
               perform 220-write-adjustment
           else
               add 1 to ws-counts-variance
               if ws-variance-qty > 0
                   move "SHORT -- ADJUST DOWN" to var-direction
               end-if
               write variance-report-record from ws-variance-line
               perform 220-write-adjustment
           end-if.

      * The count as a type-A adjustment movement carrying the
      * counted quantity....
       220-write-adjustment.
           move ct-product-name to aj-product-name
           move 'A' to aj-move-type
           move ct-count-qty to aj-qty
           move ct-count-date to aj-move-date
           move spaces to aj-po-number
           move spaces to aj-reason-code
           move spaces to aj-location
           move spaces to aj-to-location
           write adjtran-record.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6CCMTCH" to rl-program
