      * SNAPREC.cpy -- night snapshot record. A7NGTSNP copies every
      * file NIGHTLY updates into one snapshot file ahead of the
      * night's first updating step, and A7ROLLBK restores the
      * whole set from it when the night has to be backed out.
      * The snapshot opens with one H record naming the business
      * date it was taken for, when it was taken, and how many
      * files it holds; each file then follows under its DD name
      * as D records (the file's own record, left-justified in
      * sn-data) closed by a T record carrying the count copied....
       01 snapshot-record.
           05 sn-file            pic x(8).
           05 sn-type            pic x(1).
           05 sn-data            pic x(209).
           05 sn-header-data redefines sn-data.
               10 sn-business-date pic 9(8).
               10 sn-taken-date    pic 9(8).
               10 sn-taken-time    pic 9(8).
               10 sn-file-count    pic 9(3).
               10 filler           pic x(182).
           05 sn-trailer-data redefines sn-data.
               10 sn-count         pic 9(9).
               10 filler           pic x(200).
           05 filler             pic x(2).
