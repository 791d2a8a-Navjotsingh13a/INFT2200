      * step's run time on promotion days, are gone. An issue
      * that would drive a product negative is reported instead
      * of posted, as is any movement for a product not on the
      * master. A return to vendor (type V, carrying the PO it was
      * received on and a reason code) posts out of stock like an
      * issue but is no demand: it stamps no issue date, is totalled
      * on its own for the balance proof, and is handed on through
      * RTVPOST so A2RTVREG can reopen the PO and print the buyer's
      * RTV register. An issue the book cannot cover is not lost:
      * it is carried on the backorder file, and each night, once
      * a product's movements have posted, its waiting backorders
      * are filled oldest-first. PARM='PARTIAL' lets a short issue
      * or backorder take what is on hand and wait for the rest;
      * without it a request is filled whole or not at all. The
      * backorder report lists what was filled tonight and what is
      * still waiting, aged in days from the original issue. Every
      * posted movement is also valued at the product's unit cost
      * and summarized into balanced GL entries -- receipts, issues,
      * returns to vendor, and count overages and shrinkage -- under
      * this program's GLACCTS rows, so the ledger's inventory asset
      * moves with the stock. A movement for a product with no unit
      * cost on record is listed and kept off the GL, not posted at
      * zero. Stock is kept by warehouse location as well as in
      * total: each movement names its location (blank means the
      * product's primary location), an issue or return is covered
      * only by the stock at its own location, and a transfer
      * (type T) moves quantity from one location to another in a
      * single posting, leaving the product total -- and the
      * balance proof -- untouched....

       environment division.
       input-output section.
               assign to RUNLOG
               organization is sequential.

      * Posted returns to vendor, one record per RTV movement
      * actually taken out of stock, for A2RTVREG....
           select optional rtvpost-file
               assign to RTVPOST
               organization is sequential.

      * Movement history: every posted movement is appended here
      * instead of discarded after posting, so the reorder-point
      * analysis (A1REORDR) can compute real issue rates from a
               assign to PSTCTL
               organization is sequential.

      * Backorders waiting from earlier nights, oldest first within
      * a product, and the file this run leaves for tomorrow....
           select optional backord-file
               assign to BACKORD
               organization is sequential.
           select optional backnew-file
               assign to BACKNEW
               organization is sequential.

      * Backorder report: filled tonight and still waiting....
           select backorder-report-file
               assign to BACKRPT
               organization is sequential.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

      * GL account mapping: the accounts each kind of movement
      * posts to. When absent, no GL entries are written....
           select optional glaccts-file
               assign to GLACCTS
               organization is sequential.

      * GL entries for the shared interface file. NIGHTLY and
      * CCPOST point this at a holding dataset the swap step adds
      * to the interface, so a posting the balance proof refuses
      * never reaches the ledger....
           select optional glfile-file
               assign to GLFILE
               organization is sequential.

      * Sort work files: the day's valid movements, sorted by
      * product with the keyed order kept within a product....
           select sort-file

      * Movement: R (receipt) adds to quantity on hand, I (issue)
      * subtracts from it, A (cycle-count adjustment, written by
      * A6CCMTCH) sets it to the counted quantity, V (return to
      * vendor) subtracts it and names the PO and the reason. On
      * an issue the PO-number field may carry the requester's
      * reference, which follows a backordered issue onto the
      * backorder file; the reason code is blank on other types.
      * T (transfer) moves the quantity from the location to the
      * to-location, which is blank on every other type. A count
      * with a blank location is of the whole product....
       fd invtran-file
           recording mode is F
           data record is invtran-record
           record contains 49 characters.
       01 invtran-record.
           05 it-product-name     pic x(15).
           05 it-move-type        pic x(1).
           05 it-qty redefines it-qty-x
                                  pic 9(9).
           05 it-move-date        pic 9(8).
           05 it-po-number        pic x(6).
           05 it-reason-code      pic x(2).
           05 it-location         pic x(4).
           05 it-to-location      pic x(4).

      * Product master: name, description, quantity, reorder
      * point, the movement dates this program stamps, and the
      * stock by location....
       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
           copy PRODMAST.

       fd prodnew-file
           recording mode is F
           data record is prodnew-record
           record contains 209 characters.
       01 prodnew-record                    pic x(209).

       fd post-report-file
           recording mode is F
           recording mode is F.
           copy RUNLOG.

      * Backorder: the issue as keyed, how much of it is still
      * waiting to be filled, and the location it is filled
      * from....
       fd backord-file
           recording mode is F
           data record is backord-record
           record contains 51 characters.
       01 backord-record.
           05 bo-product-name     pic x(15).
           05 bo-issue-date       pic 9(8).
           05 bo-reference        pic x(6).
           05 bo-qty-ordered      pic 9(9).
           05 bo-qty-waiting      pic 9(9).
           05 bo-location         pic x(4).

       fd backnew-file
           recording mode is F
           data record is backnew-record
           record contains 51 characters.
       01 backnew-record.
           05 bn-product-name     pic x(15).
           05 bn-issue-date       pic 9(8).
           05 bn-reference        pic x(6).
           05 bn-qty-ordered      pic 9(9).
           05 bn-qty-waiting      pic 9(9).
           05 bn-location         pic x(4).

       fd backorder-report-file
           recording mode is F
           data record is backorder-report-record
           record contains 100 characters.
       01 backorder-report-record           pic x(100).

      * GL account mapping row: program, figure element, and the
      * debit and credit accounts it posts to....
       fd glaccts-file
           recording mode is F.
       01 glaccts-record.
           05 ga-program            pic x(8).
           05 ga-element            pic x(10).
           05 ga-dr-account         pic 9(6).
           05 ga-cr-account         pic 9(6).

      * Standardized GL journal-entry record....
       fd glfile-file
           recording mode is F.
           copy GLREC.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

      * Posted return to vendor....
       fd rtvpost-file
           recording mode is F
           data record is rtvpost-record
           record contains 40 characters.
       01 rtvpost-record.
           05 rp-product-name     pic x(15).
           05 rp-po-number        pic x(6).
           05 rp-reason-code      pic x(2).
           05 rp-qty              pic 9(9).
           05 rp-move-date        pic 9(8).

      * Movement-history record: the movement as posted....
       fd movhist-file
           recording mode is F
       fd pstctl-file
           recording mode is F
           data record is pstctl-record
           record contains 79 characters.
       01 pstctl-record.
           05 pc-receipts-qty     pic 9(11).
           05 pc-issues-qty       pic 9(11).
           05 pc-moves-rejected   pic 9(7).
           05 pc-mast-read        pic 9(7).
           05 pc-mast-written     pic 9(7).
           05 pc-rtv-qty          pic 9(11).

      * Movement carried through the sort: the release sequence
      * number keeps a product's movements in keyed order....
       sd sort-file
           record contains 56 characters.
       01 sort-rec.
           05 sr-product          pic x(15).
           05 sr-seq              pic 9(7).
           05 sr-type             pic x(1).
           05 sr-qty              pic 9(9).
           05 sr-date             pic 9(8).
           05 sr-po-number        pic x(6).
           05 sr-reason-code      pic x(2).
           05 sr-location         pic x(4).
           05 sr-to-location      pic x(4).

       fd sort-out-file
           recording mode is F
           data record is sort-out-record
           record contains 56 characters.
       01 sort-out-record.
           05 so-product          pic x(15).
           05 so-seq              pic 9(7).
           05 so-type             pic x(1).
           05 so-qty              pic 9(9).
           05 so-date             pic 9(8).
           05 so-po-number        pic x(6).
           05 so-reason-code      pic x(2).
           05 so-location         pic x(4).
           05 so-to-location      pic x(4).

       working-storage section.

      * Posted-quantity totals and master record counts for the
      * balance proof: old master total, plus posted receipts,
      * minus posted issues, plus the net of the cycle-count
      * adjustments, minus posted returns to vendor, must equal
      * the new master total....
       77 ws-qty-receipts         pic 9(11) value 0.
       77 ws-qty-issues           pic 9(11) value 0.
       77 ws-adj-net              pic s9(11) value 0.
       77 ws-qty-rtv              pic 9(11) value 0.
       77 ws-mast-read            pic 9(7) value 0.
       77 ws-mast-written         pic 9(7) value 0.

       77 ws-moves-negative       pic 9(7) value 0.
       77 ws-moves-unmatched      pic 9(7) value 0.
       77 ws-moves-invalid        pic 9(7) value 0.
       77 ws-moves-rtv            pic 9(7) value 0.
       77 ws-moves-no-room        pic 9(7) value 0.
       77 ws-moves-transfer       pic 9(7) value 0.
       77 ws-qty-transfer         pic 9(11) value 0.

      * Location lookup on the held master: the location wanted,
      * the slot it was found in (or added at) -- zero when it is
      * not held there -- and the slots and stock a movement
      * works between....
       77 ws-loc-want             pic x(4) value spaces.
       77 ws-loc-slot             pic 9(2) value 0.
       77 ws-from-slot            pic 9(2) value 0.
       77 ws-loc-avail            pic 9(9) value 0.

      * Why the movement being released was rejected (spaces when
      * it passed), and whether an RTV's reason code is on the
      * table....
       77 ws-reject-reason        pic x(30) value spaces.
       77 ws-reason-found-flag    pic x value 'N'.

      * Run mode from the PARM: 'Y' when PARTIAL lets a short
      * issue or backorder take what is on hand....
       77 ws-parm-arg             pic x(10) value spaces.
       77 ws-partial-flag         pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Backorders: those waiting from earlier nights, in file
      * order, with tonight's new ones added behind them -- so a
      * product's entries stand oldest-first. An entry filled in
      * full drops off tomorrow's file....
       01 ws-bo-table.
           05 ws-bo-entry occurs 2000 times
               indexed by ws-bo-idx.
               10 ws-bo-product     pic x(15).
               10 ws-bo-issue-date  pic 9(8).
               10 ws-bo-reference   pic x(6).
               10 ws-bo-ordered     pic 9(9).
               10 ws-bo-waiting     pic 9(9).
               10 ws-bo-location    pic x(4).
       77 ws-bo-table-size        pic 9(4) comp value 0.
       77 ws-bo-table-max         pic 9(4) value 2000.
       77 ws-bo-eof-flag          pic x value 'N'.
       77 ws-bo-stop-flag         pic x value 'N'.
       77 ws-bo-fill-qty          pic 9(9) value 0.
       77 ws-bo-short-qty         pic 9(9) value 0.

      * Backorder counts and quantities for the report summary...
       77 ws-bo-filled            pic 9(5) value 0.
       77 ws-bo-filled-qty        pic 9(11) value 0.
       77 ws-bo-still-waiting     pic 9(5) value 0.
       77 ws-bo-waiting-qty       pic 9(11) value 0.
       77 ws-bo-over-30           pic 9(5) value 0.
       77 ws-moves-backordered    pic 9(7) value 0.

      * Serial-day arithmetic for a backorder's age, the same way
      * A6CCSHT ages its idle products: a date becomes years in
      * days plus leap days plus days into the year, so two dates
      * subtract directly....
       01 ws-cd-date              pic 9(8) value 0.
       01 ws-cd-parts redefines ws-cd-date.
           05 ws-cd-yyyy          pic 9(4).
           05 ws-cd-mm            pic 9(2).
           05 ws-cd-dd            pic 9(2).
       01 ws-cd-leap              pic 9(5) value 0.
       01 ws-cd-serial            pic 9(7) value 0.
       77 ws-serial-business      pic 9(7) value 0.
       77 ws-bo-age               pic s9(5) value 0.

      * Days into the year at the start of each month....
       01 ws-cum-days-x           pic x(36) value
           "000031059090120151181212243273304334".
       01 ws-cum-days-tab redefines ws-cum-days-x.
           05 ws-cum-days         pic 9(3) occurs 12 times.

       01 ws-bo-heading.
           05 filler              pic x(42)
              value "A6INVPST Backorders -- Filled and Waiting".
           05 filler              pic x(15) value "BUSINESS DATE: ".
           05 bh-business-date    pic 9(8).
           05 filler              pic x(35) value spaces.

       01 ws-bo-filled-heading.
           05 filler              pic x(100)
              value "BACKORDERS FILLED TONIGHT".

       01 ws-bo-waiting-heading.
           05 filler              pic x(100)
              value "BACKORDERS STILL WAITING".

       01 ws-bo-column-heading.
           05 filler              pic x(45)
              value "PRODUCT          ISSUED    REF        ORDERED".
           05 filler              pic x(55)
              value "          QTY    AGE  LOC".

       01 ws-bo-line.
           05 bl-product-name     pic x(15).
           05 filler              pic x(2) value spaces.
           05 bl-issue-date       pic 9(8).
           05 filler              pic x(2) value spaces.
           05 bl-reference        pic x(6).
           05 filler              pic x(1) value spaces.
           05 bl-qty-ordered      pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 bl-qty              pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 bl-age              pic zzzz9.
           05 filler              pic x(2) value spaces.
           05 bl-location         pic x(4).
           05 filler              pic x(2) value spaces.
           05 bl-remark           pic x(27).

       01 ws-bo-none-line         pic x(100) value "  (NONE)".

       01 ws-bo-summary-line.
           05 filler              pic x(8) value "Filled: ".
           05 bs-filled           pic zzzz9.
           05 filler              pic x(7) value "  Qty: ".
           05 bs-filled-qty       pic zzz,zzz,zz9.
           05 filler              pic x(11) value "  Waiting: ".
           05 bs-waiting          pic zzzz9.
           05 filler              pic x(7) value "  Qty: ".
           05 bs-waiting-qty      pic zzz,zzz,zz9.
           05 filler              pic x(16)
              value "  Over 30 days: ".
           05 bs-over-30          pic zzzz9.
           05 filler              pic x(14) value spaces.

           copy RTVRSN.

      * GL valuation of the posted movements, by GLACCTS element:
      * receipts, issues, returns to vendor, count overages, and
      * count shrinkage. Overage and shrinkage share the ADJUST
      * row -- an overage debits its debit account, shrinkage is
      * the same pair reversed....
       01 ws-gl-names-x.
           05 filler              pic x(10) value "RECEIPT".
           05 filler              pic x(10) value "ISSUE".
           05 filler              pic x(10) value "RTV".
           05 filler              pic x(10) value "ADJUST".
           05 filler              pic x(10) value "ADJUST".
       01 ws-gl-names redefines ws-gl-names-x.
           05 ws-gl-name          pic x(10) occurs 5 times.
       01 ws-gl-table.
           05 ws-gl-entry occurs 5 times
               indexed by ws-gl-idx.
               10 ws-gl-dr-account  pic 9(6) value 0.
               10 ws-gl-cr-account  pic 9(6) value 0.
               10 ws-gl-have-row    pic x value 'N'.
               10 ws-gl-value       pic 9(11)v99 value 0.
       77 glaccts-eof-flag        pic x value 'N'.
       77 ws-gl-have-flag         pic x value 'N'.
       77 ws-gl-missing-flag      pic x value 'N'.
       77 ws-gl-move-type         pic x(1) value space.
       77 ws-gl-move-qty          pic s9(9) value 0.
       77 ws-gl-move-value        pic s9(11)v99 value 0.
       77 ws-gl-debits            pic 9(13)v99 value 0.
       77 ws-gl-credits           pic 9(13)v99 value 0.
       77 ws-gl-balance           pic s9(13)v99 value 0.
       77 ws-gl-held              pic 9(7) value 0.

       01 gl-proof-heading.
           05 filler pic x(30) value 'GL Journal Entries Generated:'.
           05 filler pic x(50) value spaces.

       01 gl-proof-line.
           05 filler                pic x(9) value 'Account  '.
           05 glp-account           pic 9(6).
           05 filler                pic x(2) value spaces.
           05 glp-dr-cr             pic x(2).
           05 filler                pic x(2) value spaces.
           05 glp-amount            pic zz,zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 glp-element           pic x(10).
           05 filler                pic x(30) value spaces.

       01 gl-refused-line.
           05 filler pic x(50) value
              'GL ENTRIES NOT WRITTEN -- OUT OF BALANCE OR NO'.
           05 filler pic x(9) value ' MAPPING '.
           05 glr-element           pic x(10).
           05 filler pic x(11) value spaces.

       01 ws-report-heading.
           05 filler              pic x(38)
           05 sum-moves-posted    pic zzzzzz9.
           05 filler              pic x(11) value "  Rejected:".
           05 sum-moves-rejected  pic zzzzzz9.
           05 filler              pic x(6) value "  RTV:".
           05 sum-moves-rtv       pic zzzzzz9.
           05 filler              pic x(6) value "  B/O:".
           05 sum-moves-backord   pic zzzzzz9.
           05 filler              pic x(1) value spaces.

       01 ws-transfer-line.
           05 filler              pic x(18) value "Transfers posted: ".
           05 sum-moves-transfer  pic zzzzzz9.
           05 filler              pic x(7) value "  Qty: ".
           05 sum-qty-transfer    pic zz,zzz,zzz,zz9.
           05 filler              pic x(34) value spaces.

       77 ws-rejected-total       pic 9(7) value 0.

       01 ws-blank-line           pic x(80) value spaces.

      * PARM received from EXEC PGM=A6INVPST,PARM='PARTIAL'. Same
      * as A3SCOMM: OPTIONAL so a run with no PARM (CCPOST) still
      * works, and the command line stands in off the mainframe...
       linkage section.
       01 lk-run-parm pic x(10).

       procedure division using optional lk-run-parm.
       000-main.
           if lk-run-parm is not omitted
               move lk-run-parm to ws-parm-arg
           else
               accept ws-parm-arg from command-line
           end-if
           if ws-parm-arg(1:7) = "PARTIAL"
               move 'Y' to ws-partial-flag
           end-if

           open input prodmast-file
           open output prodnew-file post-report-file rtvpost-file
           open output backorder-report-file
           open extend movhist-file runlog-file

           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 050-load-backorders
           perform 060-load-gl-accounts

           move ws-business-date to bh-business-date
           write backorder-report-record from ws-bo-heading
           write backorder-report-record from ws-blank-line
           write backorder-report-record from ws-bo-filled-heading
           write backorder-report-record from ws-bo-column-heading

           write post-report-record from ws-report-heading
           write post-report-record from ws-blank-line


           compute ws-rejected-total
               = ws-moves-negative + ws-moves-unmatched
               + ws-moves-invalid + ws-moves-no-room
           move ws-moves-read to sum-moves-read
           move ws-moves-posted to sum-moves-posted
           move ws-rejected-total to sum-moves-rejected
           move ws-moves-rtv to sum-moves-rtv
           move ws-moves-backordered to sum-moves-backord
           write post-report-record from ws-blank-line
           write post-report-record from ws-summary-line
           move ws-moves-transfer to sum-moves-transfer
           move ws-qty-transfer to sum-qty-transfer
           write post-report-record from ws-transfer-line

      * A non-zero return code tells the next JCL step's COND that
      * one or more movements could not be posted this run....
               move 4 to return-code
           end-if

           perform 600-write-gl-entries
           perform 400-write-posting-totals
           perform 500-write-backorders

           perform 910-write-runlog-end

           close prodmast-file prodnew-file post-report-file
                 movhist-file runlog-file rtvpost-file
                 backorder-report-file
           goback.

      * Read the business date the run's files belong to from the
      * control card; a missing or non-numeric card falls back to
      * the calendar date so an ad-hoc run still labels itself....
       040-get-business-date.
           open input datecard-file
           read datecard-file
               at end
                   continue
               not at end
                   if dc-business-date-x numeric
                       move dc-business-date to ws-business-date
                   end-if
           end-read
           close datecard-file
           if ws-business-date = 0
               accept ws-business-date from date yyyymmdd
           end-if
           move ws-business-date to ws-cd-date
           perform 800-convert-date-to-serial
           move ws-cd-serial to ws-serial-business.

      * Load the backorders still waiting from earlier nights, in
      * file order. A backorder the full table cannot hold is
      * written straight through to tomorrow's file, so it waits
      * another night rather than being dropped....
       050-load-backorders.
           open input backord-file
           open output backnew-file
           perform until ws-bo-eof-flag = 'Y'
               read backord-file
                   at end
                       move 'Y' to ws-bo-eof-flag
                   not at end
                       if ws-bo-table-size < ws-bo-table-max
                           add 1 to ws-bo-table-size
                           set ws-bo-idx to ws-bo-table-size
                           move bo-product-name
                               to ws-bo-product(ws-bo-idx)
                           move bo-issue-date
                               to ws-bo-issue-date(ws-bo-idx)
                           move bo-reference
                               to ws-bo-reference(ws-bo-idx)
                           move bo-qty-ordered
                               to ws-bo-ordered(ws-bo-idx)
                           move bo-qty-waiting
                               to ws-bo-waiting(ws-bo-idx)
                           move bo-location
                               to ws-bo-location(ws-bo-idx)
                       else
                           write backnew-record from backord-record
                       end-if
               end-read
           end-perform
           close backord-file.

      * Read the day's movements and release the valid ones into
      * the sort, rejecting any with a bad movement type or
      * non-numeric quantity up front -- and any return to vendor
      * without the PO it goes back against or a reason code on
      * the table -- no credit could be claimed for it....
       100-release-movements.
           open input invtran-file
           perform until ws-tran-eof-flag = 'Y'
                       move 'Y' to ws-tran-eof-flag
                   not at end
                       add 1 to ws-moves-read
                       perform 110-edit-movement
                       if ws-reject-reason not = spaces
                           add 1 to ws-moves-invalid
                           move it-product-name to pr-product-name
                           move it-move-type to pr-move-type
                           if it-qty-x numeric
                               move it-qty to pr-qty
                           else
                               move 0 to pr-qty
                           end-if
                           move ws-reject-reason to pr-reason
                           write post-report-record
                               from ws-exception-line
                       else
                           move it-move-type to sr-type
                           move it-qty to sr-qty
                           move it-move-date to sr-date
                           move it-po-number to sr-po-number
                           move it-reason-code to sr-reason-code
                           move it-location to sr-location
                           move it-to-location to sr-to-location
                           release sort-rec
                       end-if
               end-read
           end-perform
           close invtran-file.

      * Load this program's GL account mapping rows, if the
      * mapping table is present....
       060-load-gl-accounts.
           open input glaccts-file
           perform until glaccts-eof-flag = 'Y'
               read glaccts-file
                   at end
                       move 'Y' to glaccts-eof-flag
                   not at end
                       if ga-program = "A6INVPST"
                           perform varying ws-gl-idx from 1 by 1
                               until ws-gl-idx > 5
                               if ga-element = ws-gl-name(ws-gl-idx)
                                   move ga-dr-account
                                       to ws-gl-dr-account(ws-gl-idx)
                                   move ga-cr-account
                                       to ws-gl-cr-account(ws-gl-idx)
                                   move 'Y'
                                       to ws-gl-have-row(ws-gl-idx)
                                   move 'Y' to ws-gl-have-flag
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close glaccts-file.

      * Edit one movement; a non-blank reason rejects it. A
      * transfer must name a to-location other than the one it
      * leaves....
       110-edit-movement.
           move spaces to ws-reject-reason
           if (it-move-type not = 'R'
               and it-move-type not = 'I'
               and it-move-type not = 'A'
               and it-move-type not = 'V'
               and it-move-type not = 'T')
           or it-qty-x not numeric
               move "INVALID MOVEMENT TYPE OR QTY" to ws-reject-reason
           else
               if it-move-type = 'T'
                   if it-to-location = spaces
                   or it-to-location = it-location
                       move "TRANSFER WITHOUT TO-LOCATION"
                           to ws-reject-reason
                   end-if
               end-if
               if it-move-type = 'V'
                   move 'N' to ws-reason-found-flag
                   perform varying rtv-reason-idx from 1 by 1
                       until rtv-reason-idx > 6
                       or ws-reason-found-flag = 'Y'
                       if it-reason-code
                           = rtv-reason-code(rtv-reason-idx)
                           move 'Y' to ws-reason-found-flag
                       end-if
                   end-perform
                   if it-po-number = spaces
                   or ws-reason-found-flag = 'N'
                       move "RTV WITHOUT PO OR VALID REASON"
                           to ws-reject-reason
                   end-if
               end-if
           end-if.

      * Pull the next sorted movement....
       150-read-next-movement.
           read sort-out-file
      * Pull the next old-master record. A master not yet
      * converted to carry movement dates reads as spaces here --
      * start the dates at zero so the first posted movement
      * stamps them cleanly. One not yet carrying locations gets
      * its whole quantity at one unassigned location....
       160-read-next-master.
           read prodmast-file
               at end
                   if pm-unit-cost not numeric
                       move 0 to pm-unit-cost
                   end-if
                   if pm-last-count-date not numeric
                       move 0 to pm-last-count-date
                   end-if
                   if pm-loc-count not numeric
                   or pm-loc-count = 0
                       perform 170-convert-locations
                   end-if
                   move pm-qty-on-hand to ws-work-qty
           end-read.

      * Start the location table off: one unassigned location
      * holding the product's whole quantity and reorder point...
       170-convert-locations.
           perform varying pm-loc-idx from 1 by 1
               until pm-loc-idx > 5
               move spaces to pm-loc-code(pm-loc-idx)
               move 0 to pm-loc-qty(pm-loc-idx)
               move 0 to pm-loc-reorder(pm-loc-idx)
           end-perform
           move 1 to pm-loc-count
           move pm-qty-on-hand to pm-loc-qty(1)
           if pm-reorder-point numeric
               move pm-reorder-point to pm-loc-reorder(1)
           end-if.

      * One step of the merge: a movement below the master's key
      * names a product that is not on the master; a master below
      * the movement's key has no movements tonight and releases
      * Write the held master with its posted quantity and pull
      * the next one....
       300-release-master.
           perform 310-fill-backorders
           move ws-work-qty to pm-qty-on-hand
           write prodnew-record from prodmast-record
           add 1 to ws-mast-written
           move so-date to mh-move-date
           write movhist-record.

      * Apply one movement to the held master's working quantity
      * and to the stock at its location. An issue the location
      * cannot cover goes to the backorder file; a receipt at a
      * location the product is not yet held at adds the
      * location, while there is room for it....
       210-post-one-movement.
           move so-location to ws-loc-want
           perform 260-find-location
           move 0 to ws-loc-avail
           if ws-loc-slot > 0
               move pm-loc-qty(ws-loc-slot) to ws-loc-avail
           end-if
           evaluate so-type
               when 'R'
                   if ws-loc-slot = 0
                       perform 270-add-location
                   end-if
                   if ws-loc-slot = 0
                       perform 280-reject-no-room
                   else
                       add so-qty to pm-loc-qty(ws-loc-slot)
                       add so-qty to ws-work-qty
                       if so-date > pm-last-receipt-date
                           move so-date to pm-last-receipt-date
                       end-if
                       add 1 to ws-moves-posted
                       add so-qty to ws-qty-receipts
                       perform 220-write-history
                       move 'R' to ws-gl-move-type
                       move so-qty to ws-gl-move-qty
                       perform 250-value-movement
                   end-if
               when 'I'
                   if ws-loc-slot > 0
                   and ws-loc-avail >= so-qty
                       subtract so-qty from pm-loc-qty(ws-loc-slot)
                       subtract so-qty from ws-work-qty
                       if so-date > pm-last-issue-date
                           move so-date to pm-last-issue-date
                       add 1 to ws-moves-posted
                       add so-qty to ws-qty-issues
                       perform 220-write-history
                       move 'I' to ws-gl-move-type
                       move so-qty to ws-gl-move-qty
                       perform 250-value-movement
                   else
                       perform 240-backorder-issue
                   end-if
      * A cycle-count adjustment carries the counted quantity as
      * an absolute: the shelf count replaces the book quantity,
      * and neither movement date is stamped -- a count is not a
      * movement. The count date is, for the counting schedule....
               when 'A'
                   perform 215-post-count
      * A return to vendor leaves stock like an issue but is not
      * demand, so no issue date is stamped. Goods that are not on
      * the book cannot go back -- the return is reported, not
      * posted, and the PO is not reopened....
               when 'V'
                   if ws-loc-slot > 0
                   and ws-loc-avail >= so-qty
                       subtract so-qty from pm-loc-qty(ws-loc-slot)
                       subtract so-qty from ws-work-qty
                       add 1 to ws-moves-posted
                       add 1 to ws-moves-rtv
                       add so-qty to ws-qty-rtv
                       perform 220-write-history
                       perform 230-write-rtv-posted
                       move 'V' to ws-gl-move-type
                       move so-qty to ws-gl-move-qty
                       perform 250-value-movement
                   else
                       add 1 to ws-moves-negative
                       move pm-product-name to pr-product-name
                       move so-type to pr-move-type
                       move so-qty to pr-qty
                       move "RTV WOULD GO NEGATIVE" to pr-reason
                       write post-report-record
                           from ws-exception-line
                   end-if
               when 'T'
                   perform 290-post-transfer
           end-evaluate.

      * A count at a location replaces that location's quantity. A
      * count with no location is of the whole product, as
      * A6CCMTCH writes them: the product total becomes the count
      * and the difference is taken at the primary location --
      * refused if that would leave the primary location short,
      * since the count cannot say where the missing stock was....
       215-post-count.
           if so-location = spaces
               move 1 to ws-loc-slot
               compute ws-gl-move-qty = so-qty - ws-work-qty
           else
               if ws-loc-slot = 0
                   perform 270-add-location
               end-if
               if ws-loc-slot > 0
                   compute ws-gl-move-qty
                       = so-qty - pm-loc-qty(ws-loc-slot)
               end-if
           end-if
           if ws-loc-slot = 0
               perform 280-reject-no-room
           else
               if pm-loc-qty(ws-loc-slot) + ws-gl-move-qty < 0
                   add 1 to ws-moves-negative
                   move "COUNT NEEDS LOCATION BREAKDOWN"
                       to ws-reject-reason
                   perform 285-report-rejected
               else
                   if ws-gl-move-qty not = 0
                       move 'A' to ws-gl-move-type
                       perform 250-value-movement
                   end-if
                   add ws-gl-move-qty to pm-loc-qty(ws-loc-slot)
                   add ws-gl-move-qty to ws-work-qty
                   add ws-gl-move-qty to ws-adj-net
                   if so-date > pm-last-count-date
                       move so-date to pm-last-count-date
                   end-if
                   add 1 to ws-moves-posted
                   perform 220-write-history
               end-if
           end-if.

      * Find the wanted location among the held product's: a blank
      * location is the primary one, the first on the product....
       260-find-location.
           move 0 to ws-loc-slot
           if ws-loc-want = spaces
               move 1 to ws-loc-slot
           else
               perform varying pm-loc-idx from 1 by 1
                   until pm-loc-idx > pm-loc-count
                   or ws-loc-slot > 0
                   if pm-loc-code(pm-loc-idx) = ws-loc-want
                       set ws-loc-slot to pm-loc-idx
                   end-if
               end-perform
           end-if.

      * Add the wanted location to the held product with no stock,
      * if it has room for another; the slot stays zero if not...
       270-add-location.
           if pm-loc-count < 5
               add 1 to pm-loc-count
               move pm-loc-count to ws-loc-slot
               move ws-loc-want to pm-loc-code(ws-loc-slot)
               move 0 to pm-loc-qty(ws-loc-slot)
               move 0 to pm-loc-reorder(ws-loc-slot)
           end-if.

       280-reject-no-room.
           add 1 to ws-moves-no-room
           move "NO ROOM FOR NEW LOCATION" to ws-reject-reason
           perform 285-report-rejected.

      * List the movement being posted as rejected, and why....
       285-report-rejected.
           move pm-product-name to pr-product-name
           move so-type to pr-move-type
           move so-qty to pr-qty
           move ws-reject-reason to pr-reason
           write post-report-record from ws-exception-line.

      * Move stock from one location to another in one posting.
      * The product total does not change, so there is nothing
      * for the balance proof or the GL -- only the history. The
      * stock must be at the location it leaves; the location it
      * goes to is added if the product is not yet held there....
       290-post-transfer.
           move ws-loc-slot to ws-from-slot
           move so-to-location to ws-loc-want
           perform 260-find-location
           if ws-from-slot = 0
           or ws-loc-avail < so-qty
               add 1 to ws-moves-negative
               move "TRANSFER EXCEEDS STOCK AT LOC" to ws-reject-reason
               perform 285-report-rejected
           else
               if ws-loc-slot = 0
                   perform 270-add-location
               end-if
               if ws-loc-slot = 0
                   perform 280-reject-no-room
               else
                   subtract so-qty from pm-loc-qty(ws-from-slot)
                   add so-qty to pm-loc-qty(ws-loc-slot)
                   add 1 to ws-moves-posted
                   add 1 to ws-moves-transfer
                   add so-qty to ws-qty-transfer
                   perform 220-write-history
               end-if
           end-if.

      * An issue the book cannot cover goes on the backorder file
      * instead of being rejected. On a PARTIAL run whatever is on
      * hand is issued now and only the rest waits. With the table
      * full the issue is rejected as it always was....
       240-backorder-issue.
           if ws-bo-table-size not < ws-bo-table-max
               add 1 to ws-moves-negative
               move pm-product-name to pr-product-name
               move so-type to pr-move-type
               move so-qty to pr-qty
               move "ISSUE NEGATIVE, BACKORDERS FULL" to pr-reason
               write post-report-record from ws-exception-line
           else
               move so-qty to ws-bo-short-qty
               move "ISSUE BACKORDERED" to pr-reason
               if ws-partial-flag = 'Y'
               and ws-loc-avail > 0
                   move ws-loc-avail to mh-qty
                   move 'I' to ws-gl-move-type
                   move ws-loc-avail to ws-gl-move-qty
                   perform 250-value-movement
                   subtract ws-loc-avail from ws-bo-short-qty
                   add ws-loc-avail to ws-qty-issues
                   subtract ws-loc-avail from ws-work-qty
                   move 0 to pm-loc-qty(ws-loc-slot)
                   if so-date > pm-last-issue-date
                       move so-date to pm-last-issue-date
                   end-if
                   move pm-product-name to mh-product-name
                   move so-type to mh-move-type
                   move so-date to mh-move-date
                   write movhist-record
                   move "PART ISSUED, REST BACKORDERED" to pr-reason
               end-if
               add 1 to ws-moves-posted
               add 1 to ws-moves-backordered
               add 1 to ws-bo-table-size
               set ws-bo-idx to ws-bo-table-size
               move pm-product-name to ws-bo-product(ws-bo-idx)
               move so-date to ws-bo-issue-date(ws-bo-idx)
               move so-po-number to ws-bo-reference(ws-bo-idx)
               move so-qty to ws-bo-ordered(ws-bo-idx)
               move ws-bo-short-qty to ws-bo-waiting(ws-bo-idx)
               move so-location to ws-bo-location(ws-bo-idx)
               move pm-product-name to pr-product-name
               move so-type to pr-move-type
               move ws-bo-short-qty to pr-qty
               write post-report-record from ws-exception-line
           end-if.

      * Once a product's movements have posted, fill its waiting
      * backorders oldest-first from what is on hand at each one's
      * location. The first one that cannot be filled stops the
      * fill, so a younger request never jumps the queue; on a
      * PARTIAL run it takes what is left first. A fill posts as
      * an issue dated tonight....
       310-fill-backorders.
           move 'N' to ws-bo-stop-flag
           perform varying ws-bo-idx from 1 by 1
               until ws-bo-idx > ws-bo-table-size
               or ws-bo-stop-flag = 'Y'
               if ws-bo-product(ws-bo-idx) = pm-product-name
               and ws-bo-waiting(ws-bo-idx) > 0
                   move ws-bo-location(ws-bo-idx) to ws-loc-want
                   perform 260-find-location
                   move 0 to ws-loc-avail
                   if ws-loc-slot > 0
                       move pm-loc-qty(ws-loc-slot) to ws-loc-avail
                   end-if
                   if ws-loc-slot > 0
                   and ws-loc-avail >= ws-bo-waiting(ws-bo-idx)
                       move ws-bo-waiting(ws-bo-idx) to ws-bo-fill-qty
                       move "FILLED IN FULL" to bl-remark
                       perform 320-post-backorder-fill
                   else
                       if ws-partial-flag = 'Y'
                       and ws-loc-avail > 0
                           move ws-loc-avail to ws-bo-fill-qty
                           move "PART FILLED" to bl-remark
                           perform 320-post-backorder-fill
                       end-if
                       move 'Y' to ws-bo-stop-flag
                   end-if
               end-if
           end-perform.

       320-post-backorder-fill.
           subtract ws-bo-fill-qty from pm-loc-qty(ws-loc-slot)
           subtract ws-bo-fill-qty from ws-work-qty
           subtract ws-bo-fill-qty from ws-bo-waiting(ws-bo-idx)
           add ws-bo-fill-qty to ws-qty-issues
           if ws-business-date > pm-last-issue-date
               move ws-business-date to pm-last-issue-date
           end-if
           move pm-product-name to mh-product-name
           move 'I' to mh-move-type
           move ws-bo-fill-qty to mh-qty
           move ws-business-date to mh-move-date
           write movhist-record
           move 'I' to ws-gl-move-type
           move ws-bo-fill-qty to ws-gl-move-qty
           perform 250-value-movement
           add 1 to ws-bo-filled
           add ws-bo-fill-qty to ws-bo-filled-qty
           move ws-bo-product(ws-bo-idx) to bl-product-name
           move ws-bo-issue-date(ws-bo-idx) to bl-issue-date
           move ws-bo-reference(ws-bo-idx) to bl-reference
           move ws-bo-ordered(ws-bo-idx) to bl-qty-ordered
           move ws-bo-fill-qty to bl-qty
           move ws-bo-location(ws-bo-idx) to bl-location
           perform 330-age-backorder
           move ws-bo-age to bl-age
           write backorder-report-record from ws-bo-line.

      * Days the backorder has waited since its original issue...
       330-age-backorder.
           move ws-bo-issue-date(ws-bo-idx) to ws-cd-date
           if ws-bo-issue-date(ws-bo-idx) not numeric
           or ws-cd-mm < 1 or ws-cd-mm > 12
               move 0 to ws-bo-age
           else
               perform 800-convert-date-to-serial
               compute ws-bo-age = ws-serial-business - ws-cd-serial
               if ws-bo-age < 0
                   move 0 to ws-bo-age
               end-if
           end-if.

      * Value one posted movement at the held product's unit cost
      * into its GL element. A cycle count's quantity is the signed
      * difference from the book: up is overage, down is shrinkage.
      * A product with no unit cost is listed and its value held
      * off the GL, not posted at zero....
       250-value-movement.
           if pm-unit-cost = 0
               add 1 to ws-gl-held
               move pm-product-name to pr-product-name
               move ws-gl-move-type to pr-move-type
               move ws-gl-move-qty to pr-qty
               move "NO UNIT COST -- GL VALUE HELD" to pr-reason
               write post-report-record from ws-exception-line
           else
               compute ws-gl-move-value
                   = ws-gl-move-qty * pm-unit-cost
               evaluate ws-gl-move-type
                   when 'R'
                       add ws-gl-move-value to ws-gl-value(1)
                   when 'I'
                       add ws-gl-move-value to ws-gl-value(2)
                   when 'V'
                       add ws-gl-move-value to ws-gl-value(3)
                   when 'A'
                       if ws-gl-move-value > 0
                           add ws-gl-move-value to ws-gl-value(4)
                       else
                           subtract ws-gl-move-value
                               from ws-gl-value(5)
                       end-if
               end-evaluate
           end-if.

      * Hand one posted return on to the PO reopen and the RTV
      * register....
       230-write-rtv-posted.
           move pm-product-name to rp-product-name
           move so-po-number to rp-po-number
           move so-reason-code to rp-reason-code
           move so-qty to rp-qty
           move so-date to rp-move-date
           write rtvpost-record.

      * Hand the run's posted quantities and record counts to the
      * balance proof that stands between this run and the master
           move ws-rejected-total to pc-moves-rejected
           move ws-mast-read to pc-mast-read
           move ws-mast-written to pc-mast-written
           move ws-qty-rtv to pc-rtv-qty
           write pstctl-record
           close pstctl-file.

      * Write the run's journal entries -- a debit and a credit for
      * each element with value tonight -- to the GL file, with a
      * proof listing on the posting report, only when every
      * element with value has its mapping row and the entries
      * balance to zero....
       600-write-gl-entries.
           if ws-gl-have-flag = 'Y'
               move 0 to ws-gl-debits
               move 0 to ws-gl-credits
               perform varying ws-gl-idx from 1 by 1
                   until ws-gl-idx > 5
                   if ws-gl-value(ws-gl-idx) > 0
                       if ws-gl-have-row(ws-gl-idx) = 'Y'
                           add ws-gl-value(ws-gl-idx) to ws-gl-debits
                           add ws-gl-value(ws-gl-idx) to ws-gl-credits
                       else
                           move ws-gl-name(ws-gl-idx) to glr-element
                           move 'Y' to ws-gl-missing-flag
                       end-if
                   end-if
               end-perform
               compute ws-gl-balance = ws-gl-debits - ws-gl-credits
               if ws-gl-balance = 0
               and ws-gl-missing-flag = 'N'
                   open extend glfile-file
                   write post-report-record from ws-blank-line
                   write post-report-record from gl-proof-heading
                   perform 610-write-gl-pair
                       varying ws-gl-idx from 1 by 1
                       until ws-gl-idx > 5
                   close glfile-file
               else
                   write post-report-record from ws-blank-line
                   write post-report-record from gl-refused-line
                   move 4 to return-code
               end-if
           end-if
           if ws-gl-held > 0
               move 4 to return-code
           end-if.

      * One element's debit and credit. Shrinkage reverses the
      * ADJUST pair....
       610-write-gl-pair.
           if ws-gl-value(ws-gl-idx) > 0
               move "A6INVPST" to gl-source-program
               move ws-business-date to gl-run-date
               move ws-gl-value(ws-gl-idx) to gl-amount
               move ws-gl-name(ws-gl-idx) to glp-element
               move ws-gl-value(ws-gl-idx) to glp-amount
               if ws-gl-idx = 5
                   move ws-gl-cr-account(ws-gl-idx) to gl-account
               else
                   move ws-gl-dr-account(ws-gl-idx) to gl-account
               end-if
               move 'D' to gl-dr-cr
               write gl-record
               move gl-account to glp-account
               move 'DR' to glp-dr-cr
               write post-report-record from gl-proof-line
               if ws-gl-idx = 5
                   move ws-gl-dr-account(ws-gl-idx) to gl-account
               else
                   move ws-gl-cr-account(ws-gl-idx) to gl-account
               end-if
               move 'C' to gl-dr-cr
               write gl-record
               move gl-account to glp-account
               move 'CR' to glp-dr-cr
               write post-report-record from gl-proof-line
           end-if.

      * Carry every backorder still waiting to tomorrow's file and
      * list it, aged, under its own heading....
       500-write-backorders.
           if ws-bo-filled = 0
               write backorder-report-record from ws-bo-none-line
           end-if
           write backorder-report-record from ws-blank-line
           write backorder-report-record from ws-bo-waiting-heading
           write backorder-report-record from ws-bo-column-heading
           perform varying ws-bo-idx from 1 by 1
               until ws-bo-idx > ws-bo-table-size
               if ws-bo-waiting(ws-bo-idx) > 0
                   move ws-bo-product(ws-bo-idx) to bn-product-name
                   move ws-bo-issue-date(ws-bo-idx) to bn-issue-date
                   move ws-bo-reference(ws-bo-idx) to bn-reference
                   move ws-bo-ordered(ws-bo-idx) to bn-qty-ordered
                   move ws-bo-waiting(ws-bo-idx) to bn-qty-waiting
                   move ws-bo-location(ws-bo-idx) to bn-location
                   write backnew-record
                   add 1 to ws-bo-still-waiting
                   add ws-bo-waiting(ws-bo-idx) to ws-bo-waiting-qty
                   move ws-bo-product(ws-bo-idx) to bl-product-name
                   move ws-bo-issue-date(ws-bo-idx) to bl-issue-date
                   move ws-bo-reference(ws-bo-idx) to bl-reference
                   move ws-bo-ordered(ws-bo-idx) to bl-qty-ordered
                   move ws-bo-waiting(ws-bo-idx) to bl-qty
                   move ws-bo-location(ws-bo-idx) to bl-location
                   perform 330-age-backorder
                   move ws-bo-age to bl-age
                   move spaces to bl-remark
                   if ws-bo-age > 30
                       add 1 to ws-bo-over-30
                       move "** OVER 30 DAYS" to bl-remark
                   end-if
                   write backorder-report-record from ws-bo-line
               end-if
           end-perform
           close backnew-file
           move ws-bo-filled to bs-filled
           move ws-bo-filled-qty to bs-filled-qty
           move ws-bo-still-waiting to bs-waiting
           move ws-bo-waiting-qty to bs-waiting-qty
           move ws-bo-over-30 to bs-over-30
           write backorder-report-record from ws-blank-line
           write backorder-report-record from ws-bo-summary-line.

      * Turn a yyyymmdd date into a serial day count (years in
      * days, plus a leap day per four years, plus days into the
      * year) so two dates subtract to days between them....
       800-convert-date-to-serial.
           divide ws-cd-yyyy by 4 giving ws-cd-leap
           compute ws-cd-serial
               = (ws-cd-yyyy * 365) + ws-cd-leap
               + ws-cum-days(ws-cd-mm) + ws-cd-dd.

      * Journal the start of the run....
       900-write-runlog-start.
           move "A6INVPST" to rl-program
