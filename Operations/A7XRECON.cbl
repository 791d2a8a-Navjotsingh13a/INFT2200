      * Stock master: one record per valid stock number....
       fd stkmast-file
           recording mode is F.
           copy STKMAST.

      * Product master: name, description, quantity, reorder
      * point, and the movement dates A6INVPST stamps....
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

      * Open purchase order, same layout A2STOCK loads....
       fd openpo-file
           recording mode is F
           data record is openpo-record
           record contains 57 characters.
           copy OPENPO.

       fd report-file
           recording mode is F
