      * RCVHIST.cpy -- receipt history: one record per quantity
      * A2RECMAT applies against an open PO line, appended night
      * by night. A fully-received PO drops off the open-PO file,
      * so this is the record of what the warehouse actually took
      * in against each PO, at the PO's unit cost, that A2INVMAT
      * matches the vendor's invoice to. A return to vendor that
      * A2RTVREG puts back on order is written as a negative
      * receipt against the same PO line....
       01 rcvhist-record.
           05 rh-po-number        pic x(6).
           05 rh-stock-number     pic 9(7).
           05 rh-vendor-id        pic x(6).
           05 rh-qty              pic s9(5).
           05 rh-unit-cost        pic 9(7)v99.
           05 rh-receipt-date     pic 9(8).
