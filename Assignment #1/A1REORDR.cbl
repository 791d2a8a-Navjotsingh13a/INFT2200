       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

      * Parameter card: lead days in 1-3, window days in 4-6,
