      * OPENPO.cpy -- open purchase-order record, appended by
      * A2POAPP as buyers approve suggested lines, relieved by
      * A2RECMAT as receipts arrive, and read back by A2STOCK for
      * its on-order lines. The vendor is stamped from the stock
      * master when the order is approved (or filled in by A2PODOC
      * when it was assigned later); the order date is the
      * approval's business date; the printed date is set by
      * A2PODOC once the purchase-order document has gone out, and
      * stays zero while the order is held for a vendor. The unit
      * cost is the price agreed with the vendor, which A2INVMAT
      * holds the vendor's invoice to. A line from before these
      * fields existed reads as spaces there....
       01 openpo-record.
           05 op-stock-number     pic 9(7).
           05 op-po-number        pic x(6).
           05 op-qty              pic 9(5).
           05 op-due-date         pic 9(8).
           05 op-vendor-id        pic x(6).
           05 op-order-date-x     pic x(8).
           05 op-order-date redefines op-order-date-x
                                  pic 9(8).
           05 op-printed-date-x   pic x(8).
           05 op-printed-date redefines op-printed-date-x
                                  pic 9(8).
           05 op-unit-cost-x      pic x(9).
           05 op-unit-cost redefines op-unit-cost-x
                                  pic 9(7)v99.
