      * Stock master: one record per valid stock number....
       fd stkmast-file
           recording mode is F.
           copy STKMAST.

      * One suggested purchase order per SHORT item. The input is in
      * department order, so the file comes out grouped by
       fd openpo-file
           recording mode is F
           data record is openpo-record
           record contains 57 characters.
           copy OPENPO.

      * Department summary record for the recap join....
       fd depsum-file
