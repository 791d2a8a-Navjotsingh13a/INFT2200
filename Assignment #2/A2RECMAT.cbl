      * match report lists what was applied, over-receipts,
      * receipts with no open PO (or no cross-reference row), and
      * POs past their due date with nothing received -- the
      * overdue section a buyer keeps by hand today. Every quantity
      * applied is also appended to the receipt history, at the
      * PO's unit cost, for the invoice match (A2INVMAT)....

       environment division.
       input-output section.
               assign to PONEW
               organization is sequential.

      * Receipt history, appended to: one record per quantity
      * applied against a PO line....
           select rcvhist-file
               assign to RCVHIST
               organization is sequential.

      * Receiving match report....
           select match-report-file
               assign to MATCHRPT
       fd invtran-file
           recording mode is F
           data record is invtran-record
           record contains 49 characters.
       01 invtran-record.
           05 it-product-name     pic x(15).
           05 it-move-type        pic x(1).
           05 it-qty redefines it-qty-x
                                  pic 9(9).
           05 it-move-date        pic 9(8).
           05 it-po-number        pic x(6).
           05 it-reason-code      pic x(2).
           05 it-location         pic x(4).
           05 it-to-location      pic x(4).

      * Cross-reference row: stock number and the product name its
      * movements post under....
       fd openpo-file
           recording mode is F
           data record is openpo-record
           record contains 57 characters.
           copy OPENPO.

       fd ponew-file
           recording mode is F
           data record is ponew-record
           record contains 57 characters.
       01 ponew-record            pic x(57).

       fd rcvhist-file
           recording mode is F
           data record is rcvhist-record
           record contains 41 characters.
           copy RCVHIST.

       fd match-report-file
           recording mode is F
       000-main.
           open input invtran-file openpo-file
           open output ponew-file match-report-file
           open extend runlog-file rcvhist-file

           perform 900-write-runlog-start

           perform 910-write-runlog-end

           close invtran-file openpo-file ponew-file
                 match-report-file runlog-file rcvhist-file
           goback.

      * Read the business date the run's files belong to from the
               if ws-rec-remaining(ws-rec-idx) >= op-qty
                   subtract op-qty
                       from ws-rec-remaining(ws-rec-idx)
                   move op-qty to ws-applied-qty
                   perform 250-write-receipt-history
                   add 1 to ws-pos-closed
                   move op-stock-number to mt-stock-no
                   move op-po-number to mt-po-no
                   move ws-rec-remaining(ws-rec-idx)
                       to ws-applied-qty
                   move 0 to ws-rec-remaining(ws-rec-idx)
                   perform 250-write-receipt-history
                   subtract ws-applied-qty from op-qty
                   write ponew-record from openpo-record
                   add 1 to ws-pos-reduced
               end-if
           end-if.

      * Record the quantity applied to this PO line in the receipt
      * history. A line from before unit costs were kept carries
      * zero, which the invoice match reports rather than pays....
       250-write-receipt-history.
           move op-po-number to rh-po-number
           move op-stock-number to rh-stock-number
           move op-vendor-id to rh-vendor-id
           move ws-applied-qty to rh-qty
           if op-unit-cost-x numeric
               move op-unit-cost to rh-unit-cost
           else
               move 0 to rh-unit-cost
           end-if
           move ws-business-date to rh-receipt-date
           write rcvhist-record.

      * The overdue section, under its own heading: POs past
      * their due date with nothing received tonight....
       290-report-overdue.
