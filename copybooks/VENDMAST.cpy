      * VENDMAST.cpy -- vendor master record layout, maintained by
      * A6VENUPD and read by A6STKUPD (to refuse a stock number
      * assigned to a vendor that does not exist) and A2PODOC (the
      * name, address and terms printed on each purchase-order
      * document). Lead days is the vendor's usual days from order
      * to receipt....
       01 vendmast-record.
           05 vm-vendor-id        pic x(6).
           05 vm-vendor-name      pic x(30).
           05 vm-address-1        pic x(30).
           05 vm-address-2        pic x(30).
           05 vm-city             pic x(20).
           05 vm-province         pic x(2).
           05 vm-postal-code      pic x(7).
           05 vm-terms            pic x(10).
           05 vm-lead-days        pic 9(3).
