      * quantity blank for the counter to fill in -- the keyed
      * counts come back through A6CCMTCH, and approved variances
      * post through A6INVPST's movement path, so the correction
      * lives in the audit trail with the other movements. Beyond
      * those, each product comes up on its ABC class's schedule:
      * once the days since its last posted count reach the
      * interval the ABCCARD card sets for its class (A items
      * monthly, B quarterly, C yearly by default), so the few
      * products carrying most of the value are counted most
      * often. A product not yet classified is left to the other
      * reasons....

       environment division.
       input-output section.
               assign to SLOWDAYS
               organization is sequential.

      * ABC parameter card, shared with A1ABCCLS: the counting
      * interval for each class (30/90/365 days when absent)....
           select optional abccard-file
               assign to ABCCARD
               organization is sequential.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd sheet-file
           05 sd-days redefines sd-days-x   pic 9(3).
           05 filler                        pic x(77).

      * ABC parameter card....
       fd abccard-file
           recording mode is F
           record contains 80 characters.
           copy ABCCARD.

      * Business-date card....
       fd datecard-file
           recording mode is F
      * Slow-moving threshold days, from SLOWDAYS....
       77 ws-slow-days            pic 9(3) value 90.

      * Counting interval in days for each ABC class, from
      * ABCCARD, and the interval and days since the last count
      * for the product in hand....
       77 ws-a-days               pic 9(3) value 30.
       77 ws-b-days               pic 9(3) value 90.
       77 ws-c-days               pic 9(3) value 365.
       77 ws-count-days           pic 9(3) value 0.
       77 ws-days-since-count     pic s9(5) value 0.

      * Near-reorder band: a product within this percent above
      * its reorder point makes the sheet too....
       77 ws-near-pct             pic 9(3) value 125.

           perform 040-get-business-date
           perform 050-get-slow-days
           perform 060-get-count-intervals

           move ws-business-date to ws-cd-date
           perform 800-convert-date-to-serial
           end-read
           close slowdays-file.

      * Read the class counting intervals off the ABC card; a
      * missing or non-numeric field leaves its default standing..
       060-get-count-intervals.
           open input abccard-file
           read abccard-file
               at end
                   continue
               not at end
                   if ac-a-days-x numeric and ac-a-days > 0
                       move ac-a-days to ws-a-days
                   end-if
                   if ac-b-days-x numeric and ac-b-days > 0
                       move ac-b-days to ws-b-days
                   end-if
                   if ac-c-days-x numeric and ac-c-days > 0
                       move ac-c-days to ws-c-days
                   end-if
           end-read
           close abccard-file.

      * Does this product earn a count today? At/below reorder
      * point first (the flag purchasing acts on), then the near-
      * reorder band, then slow movers, where drift hides
                       perform 110-check-slow-movement
                       if ws-days-idle > ws-slow-days
                           move "SLOW MOVER" to ws-sheet-reason
                       else
                           perform 120-check-count-due
                       end-if
                   end-if
               end-if
               end-if
           end-if.

      * Is the product due on its class's counting schedule? A
      * classified product never counted is due at once....
       120-check-count-due.
           evaluate pm-abc-class
               when 'A'
                   move ws-a-days to ws-count-days
               when 'B'
                   move ws-b-days to ws-count-days
               when 'C'
                   move ws-c-days to ws-count-days
               when other
                   move 0 to ws-count-days
           end-evaluate
           if ws-count-days > 0
               if pm-last-count-date not numeric
               or pm-last-count-date = 0
                   move 9999 to ws-days-since-count
               else
                   move pm-last-count-date to ws-cd-date
                   perform 800-convert-date-to-serial
                   compute ws-days-since-count
                       = ws-serial-business - ws-cd-serial
               end-if
               if ws-days-since-count >= ws-count-days
                   move "CLASS   DUE" to ws-sheet-reason
                   move pm-abc-class to ws-sheet-reason(7:1)
               end-if
           end-if.

      * Turn a yyyymmdd date into a serial day count (years in
      * days, plus a leap day per four years, plus days into the
      * year) so two dates subtract to days between them....
