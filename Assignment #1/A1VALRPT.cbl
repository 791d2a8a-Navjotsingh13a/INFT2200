       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd output-file
