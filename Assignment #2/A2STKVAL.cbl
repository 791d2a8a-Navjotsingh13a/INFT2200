      * Stock master: one record per valid stock number....
       fd stkmast-file
           recording mode is F.
           copy STKMAST.

       fd output-file
           recording mode is F.
