      * RTVRSN.cpy -- return-to-vendor reason codes: the two-byte
      * code the warehouse keys on an RTV movement (INVTRAN type V)
      * and the wording the buyer's RTV register prints beside it.
      * A6INVPST refuses a return whose code is not on this table,
      * so every return on the register carries a reason the
      * vendor's credit claim can quote....
       01 rtv-reason-values.
           05 filler              pic x(22)
              value "DMDAMAGED IN TRANSIT  ".
           05 filler              pic x(22)
              value "WRWRONG ITEM SHIPPED  ".
           05 filler              pic x(22)
              value "QCFAILED INSPECTION   ".
           05 filler              pic x(22)
              value "OVOVER-SHIPPED        ".
           05 filler              pic x(22)
              value "EXEXPIRED/SHORT-DATED ".
           05 filler              pic x(22)
              value "OTOTHER -- SEE BUYER  ".
       01 rtv-reason-table redefines rtv-reason-values.
           05 rtv-reason-entry occurs 6 times
               indexed by rtv-reason-idx.
               10 rtv-reason-code     pic x(2).
               10 rtv-reason-text     pic x(20).
