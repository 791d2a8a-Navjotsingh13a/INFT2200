      * STKMAST.cpy -- stock master record layout, shared by
      * A2STKVAL (extract validation), A2STOCK (suggested-PO
      * descriptions), A6STKUPD (maintenance), A7XRECON and the
      * purchasing programs. The vendor ID names the supplier the
      * item is bought from, on the vendor master (VENDMAST); it
      * is assigned through A6STKUPD and is what A2POAPP stamps on
      * each approved order and A2PODOC groups the purchase-order
      * documents by. A stock number with no vendor assigned reads
      * as spaces, and its orders are held instead of sent. The
      * product department is the stock extract's department code,
      * kept here so the purchasing reports can group an item
      * without the night's extract in hand....
       01 stkmast-record.
           05 sm-stock-number     pic 9(7).
           05 sm-description      pic x(20).
           05 sm-vendor-id        pic x(6).
           05 sm-product-dept     pic x(7).
