      * AUTHTAB.cpy -- approval authority table: one card per
      * person who may approve salary increases or purchase orders,
      * with the largest increase percentage and the largest PO
      * value (quantity times unit price) they may approve on their
      * own. A zero limit means no authority of that kind. Anything
      * over the first approver's limit needs a second approver
      * whose limit is higher and covers it. A6SALAPP and A2POAPP
      * hold approvals to it....
       01 authtab-record.
           05 au-approver-id     pic x(8).
           05 au-approver-name   pic x(20).
           05 au-max-inc-pct     pic 9(2)v9.
           05 au-max-po-value    pic 9(9)v99.
           05 filler             pic x(38).
