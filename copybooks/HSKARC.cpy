      * HSKARC.cpy -- housekeeping history record. A7HSKEEP writes
      * one history dataset per monthly run holding every record
      * it took off a live file under an archive (A) rule. The
      * dataset opens with one H record naming the business date
      * and when the run was made; each archived file then follows
      * under its DD name as D records (the file's own record,
      * left-justified in ha-data) closed by a T record carrying
      * the count archived....
       01 hsk-archive-record.
           05 ha-file            pic x(8).
           05 ha-type            pic x(1).
           05 ha-data            pic x(120).
           05 ha-header-data redefines ha-data.
               10 ha-business-date pic 9(8).
               10 ha-run-date      pic 9(8).
               10 ha-run-time      pic 9(8).
               10 filler           pic x(96).
           05 ha-trailer-data redefines ha-data.
               10 ha-count         pic 9(9).
               10 filler           pic x(111).
           05 filler             pic x(11).
