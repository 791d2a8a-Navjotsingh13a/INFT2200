       date-written. 18 May 2025.
       author. Navjot Singh
      * Description: A1PLIST--> Program to print product list...
      * Under each product held at more than one warehouse
      * location (or at a named one) the listing breaks the
      * quantity down by location against each location's reorder
      * point, and a location that is short names another
      * location with the spare stock to cover it by a transfer
      * -- so one site running empty while another is overstocked
      * is not met with a purchase order....

      *
       environment division.
       file section.

      * Product master: name, description, quantity, reorder
      * point, the movement dates A6INVPST stamps, and the stock
      * by location....
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd output-file
       01 ws-slow-table-max                 pic 9(3) value 500.
       01 ws-slow-overflow-flag             pic x value 'N'.

      * By-location breakdown: the location being printed, the
      * one being checked as a transfer source, and how far the
      * location being printed is below its reorder point. The
      * count of short locations goes to the night summary
      * beside the reorder count....
       01 ws-loc-sub                        pic 9(2) value 0.
       01 ws-src-sub                        pic 9(2) value 0.
       01 ws-loc-shortfall                  pic 9(9) value 0.
       01 ws-loc-source                     pic x(4) value spaces.
       01 ws-loc-found-flag                 pic x value 'N'.
       01 ws-loc-short-count                pic 9(7) value 0.

      * Serial-day arithmetic for the days-since computation: a
      * date becomes years in days plus leap days plus days into
      * the year, so two dates subtract directly....
       01 ws-blank-line                     pic x(70)
                value spaces.

      * By-location line under a product: location, its quantity,
      * its reorder point, and -- when it is short -- where a
      * transfer could come from....
       01 ws-loc-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(4)
                value "LOC ".
           05 ws-loc-code-out               pic x(4)
                value spaces.
           05 filler                        pic x(3)
                value spaces.
           05 ws-loc-qty-out                pic zzz,zzz,zz9.
           05 filler                        pic x(6)
                value "  ROP ".
           05 ws-loc-rop-out                pic zzz,zzz,zz9.
           05 filler                        pic x(2)
                value spaces.
           05 ws-loc-remark                 pic x(25)
                value spaces.

      * Slow-moving section layout....
       01 ws-slow-section-heading.
           05 filler               pic x(36)
               write output-line                from ws-detail-line
               move spaces                      to ws-detail-line

               perform print-locations

               perform check-slow-movement

               add 1                       to ws-ctl-records-written
               add pm-qty-on-hand          to ws-ctl-hash-total
           end-if.

      * Break the product's quantity down by location, when it is
      * held at more than one or at a named one. A master not yet
      * carrying locations has nothing to break down....
       print-locations.
           if pm-loc-count numeric
           and pm-loc-count > 0
           and pm-loc-count < 6
               if pm-loc-count > 1
               or pm-loc-code(1) not = spaces
                   perform varying ws-loc-sub from 1 by 1
                       until ws-loc-sub > pm-loc-count
                       perform print-one-location
                   end-perform
               end-if
           end-if.

      * One location line. A location below its reorder point is
      * flagged SHORT, with the first other location whose stock
      * above its own reorder point would cover the whole
      * shortfall named as the transfer source....
       print-one-location.
           move pm-loc-code(ws-loc-sub)        to ws-loc-code-out
           move pm-loc-qty(ws-loc-sub)         to ws-loc-qty-out
           move pm-loc-reorder(ws-loc-sub)     to ws-loc-rop-out
           move spaces                         to ws-loc-remark

           if pm-loc-qty(ws-loc-sub) < pm-loc-reorder(ws-loc-sub)
               add 1                           to ws-loc-short-count
               compute ws-loc-shortfall
                   = pm-loc-reorder(ws-loc-sub)
                   - pm-loc-qty(ws-loc-sub)
               move 'N'                        to ws-loc-found-flag
               perform varying ws-src-sub from 1 by 1
                   until ws-src-sub > pm-loc-count
                   or ws-loc-found-flag = 'Y'
                   if ws-src-sub not = ws-loc-sub
                   and pm-loc-qty(ws-src-sub)
                       >= pm-loc-reorder(ws-src-sub) + ws-loc-shortfall
                       move 'Y'                to ws-loc-found-flag
                       move pm-loc-code(ws-src-sub)
                                               to ws-loc-source
                   end-if
               end-perform
               if ws-loc-found-flag = 'Y'
                   string "SHORT -- XFER FROM " ws-loc-source
                       delimited by size into ws-loc-remark
               else
                   move "SHORT -- NO SPARE STOCK" to ws-loc-remark
               end-if
           end-if

           write output-line                   from ws-loc-line.

      * Write the control-total/balancing record for this run....
       write-control-total.
           move "A1PLIST"                   to ctl-program-id.
           move ws-business-date            to su-business-date.
           move "REORDER ITEMS"             to su-label-1.
           move ws-reorder-count            to su-amount-1.
           move "LOCATION SHORTAGES"        to su-label-2.
           move ws-loc-short-count          to su-amount-2.
           move spaces                      to su-text.
           write sum-record.
           close sum-file.
