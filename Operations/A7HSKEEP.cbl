       identification division.
       program-id. A7HSKEEP.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A7HSKEEP--> Monthly housekeeping of the history
      * files that otherwise only ever grow: the run journal, the
      * posted-movement history, the employee-master audit trail,
      * the exception master, the price history, the commission
      * settlement file and the nightly summary history. The
      * retention table (RETNTAB) gives each file the days of
      * records to keep and whether the older ones are archived to
      * the month's offline history dataset or dropped. Every live
      * file is rewritten to a new copy holding only what must be
      * kept, which the job's swap step installs. A record past its
      * retention that is still needed is held on the file, never
      * purged: an exception still open on the exception master, a
      * settlement whose employee still has activity on the
      * commission register, an audit record the HR feed has not
      * yet sent, a summary record inside the thirteen months the
      * month-end trend pack shows. The report shows each file's
      * records read, kept, held, archived and purged. A bad table
      * card stops the run before anything is written....

       environment division.
       input-output section.
       file-control.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

      * Retention table: file, days to keep, archive or delete....
           select optional retntab-file
               assign to RETNTAB
               organization is sequential.

      * HR feed control: the last journal date the feed sent....
           select optional feedctl-file
               assign to FEEDCTL
               organization is sequential.

      * Commission register, looked up by employee number....
           select commreg-file
               assign to 'COMMREG'
               organization is indexed
               access is random
               record key is cr-emp-no.

      * The live history files and the new copies that replace
      * them....
           select optional movhist-file
               assign to MOVHIST
               organization is sequential.

           select movnew-file
               assign to MOVNEW
               organization is sequential.

           select optional audmast-file
               assign to AUDMAST
               organization is sequential.

           select audnew-file
               assign to AUDNEW
               organization is sequential.

           select optional excmast-file
               assign to EXCMAST
               organization is sequential.

           select excnew-file
               assign to EXCNEW
               organization is sequential.

           select optional prchist-file
               assign to PRCHIST
               organization is sequential.

           select prcnew-file
               assign to PRCNEW
               organization is sequential.

           select optional settled-file
               assign to SETTLED
               organization is sequential.

           select setnew-file
               assign to SETNEW
               organization is sequential.

      * Nightly headline summary records (A7EXCSUM)....
           select optional sumhist-file
               assign to SUMHIST
               organization is sequential.

           select sumnew-file
               assign to SUMNEW
               organization is sequential.

           select runnew-file
               assign to RUNNEW
               organization is sequential.

      * The month's offline history dataset....
           select histarc-file
               assign to HISTARC
               organization is sequential.

           select report-file
               assign to HSKRPT
               organization is sequential.

      * Shared run journal: read and rewritten like the other
      * history files, and this run's own start and end....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

      * Business-date card....
       fd datecard-file
           recording mode is F
           record contains 80 characters.
           copy DATECARD.

      * Retention table card....
       fd retntab-file
           recording mode is F
           record contains 80 characters.
           copy RETNTAB.

       fd feedctl-file
           recording mode is F
           data record is feedctl-record
           record contains 40 characters.
       01 feedctl-record.
           05 fc-last-date-x      pic x(8).
           05 fc-last-date redefines fc-last-date-x
                                  pic 9(8).
           05 filler              pic x(32).

       fd commreg-file
           recording mode is F
           data record is commreg-record
           record contains 52 characters.
       01 commreg-record.
           05 cr-emp-no            pic 9(5).
           05 filler               pic x(47).

       fd movhist-file
           recording mode is F
           data record is movhist-record
           record contains 33 characters.
       01 movhist-record.
           05 mh-product-name     pic x(15).
           05 mh-move-type        pic x(1).
           05 mh-qty              pic 9(9).
           05 mh-move-date        pic 9(8).

       fd movnew-file
           recording mode is F
           data record is movnew-record
           record contains 33 characters.
       01 movnew-record           pic x(33).

       fd audmast-file
           recording mode is F
           data record is audmast-record
           record contains 74 characters.
       01 audmast-record.
           05 am-emp-no           pic 9(5).
           05 filler              pic x(2).
           05 am-action           pic x(6).
           05 filler              pic x(2).
           05 am-field            pic x(13).
           05 filler              pic x(2).
           05 am-before           pic x(16).
           05 filler              pic x(2).
           05 am-after            pic x(16).
           05 filler              pic x(2).
           05 am-date             pic 9(8).

       fd audnew-file
           recording mode is F
           data record is audnew-record
           record contains 74 characters.
       01 audnew-record           pic x(74).

       fd excmast-file
           recording mode is F
           data record is excmast-record
           record contains 56 characters.
       01 excmast-record.
           05 em-program          pic x(8).
           05 em-key              pic x(15).
           05 em-reason           pic x(30).
           05 em-age              pic 9(3).

       fd excnew-file
           recording mode is F
           data record is excnew-record
           record contains 56 characters.
       01 excnew-record           pic x(56).

       fd prchist-file
           recording mode is F
           data record is prchist-record
           record contains 22 characters.
       01 prchist-record.
           05 ph-stock-number     pic 9(7).
           05 ph-price            pic 9(7).
           05 ph-date             pic 9(8).

       fd prcnew-file
           recording mode is F
           data record is prcnew-record
           record contains 22 characters.
       01 prcnew-record           pic x(22).

       fd settled-file
           recording mode is F
           data record is settled-record
           record contains 49 characters.
       01 settled-record.
           05 se-emp-no           pic 9(5).
           05 se-emp-name         pic x(9).
           05 se-ytd-sales        pic 9(9).
           05 se-ytd-commission   pic 9(9).
           05 se-ytd-bonus        pic 9(9).
           05 se-settled-date     pic 9(8).

       fd setnew-file
           recording mode is F
           data record is setnew-record
           record contains 49 characters.
       01 setnew-record           pic x(49).

       fd sumhist-file
           recording mode is F
           record contains 106 characters.
           copy SUMREC.

       fd sumnew-file
           recording mode is F
           data record is sumnew-record
           record contains 106 characters.
       01 sumnew-record           pic x(106).

       fd runnew-file
           recording mode is F
           data record is runnew-record
           record contains 40 characters.
       01 runnew-record           pic x(40).

      * Offline history record....
       fd histarc-file
           recording mode is F
           record contains 140 characters.
           copy HSKARC.

       fd report-file
           recording mode is F
           data record is report-record
           record contains 80 characters.
       01 report-record           pic x(80).

      * Shared run-journal record....
       fd runlog-file
           recording mode is F.
           copy RUNLOG.

       working-storage section.

       77 ws-eof-flag             pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * The HR feed's last journal date (zero when the feed has
      * never run)....
       77 ws-feed-date            pic 9(8) value 0.

      * The first month the trend pack shows: the business date's
      * month a year back....
       01 ws-trend-first          pic 9(6) value 0.
       01 ws-trend-parts redefines ws-trend-first.
           05 ws-trend-yyyy       pic 9(4).
           05 ws-trend-mm         pic 9(2).
       77 ws-sum-month            pic 9(6) value 0.

      * Serial-day arithmetic: the business date's serial day, and
      * each record's date converted for the compare....
       01 ws-cd-date              pic 9(8) value 0.
       01 ws-cd-parts redefines ws-cd-date.
           05 ws-cd-yyyy          pic 9(4).
           05 ws-cd-mm            pic 9(2).
           05 ws-cd-dd            pic 9(2).
       01 ws-cd-leap              pic 9(5) value 0.
       01 ws-cd-serial            pic 9(7) value 0.
       77 ws-today-serial         pic 9(7) value 0.

      * Days into the year at the start of each month....
       01 ws-cum-days-x           pic x(36) value
           "000031059090120151181212243273304334".
       01 ws-cum-days-tab redefines ws-cum-days-x.
           05 ws-cum-days         pic 9(3) occurs 12 times.

      * The files this run trims, in the order it takes them....
       01 ws-file-names.
           05 filler              pic x(8) value "MOVHIST".
           05 filler              pic x(8) value "AUDMAST".
           05 filler              pic x(8) value "EXCMAST".
           05 filler              pic x(8) value "PRCHIST".
           05 filler              pic x(8) value "SETTLED".
           05 filler              pic x(8) value "SUMHIST".
           05 filler              pic x(8) value "RUNLOG".
       01 ws-file-name-tab redefines ws-file-names.
           05 ws-fl-name          pic x(8) occurs 7 times.
       77 ws-file-count           pic 9(2) value 7.

      * Per file: its retention card, and what became of its
      * records....
       01 ws-file-table.
           05 ws-fl-entry occurs 7 times
               indexed by ws-fl-idx.
               10 ws-fl-has-row     pic x(1).
               10 ws-fl-days        pic 9(5).
               10 ws-fl-action      pic x(1).
               10 ws-fl-read        pic 9(9).
               10 ws-fl-kept        pic 9(9).
               10 ws-fl-held        pic 9(9).
               10 ws-fl-archived    pic 9(9).
               10 ws-fl-purged      pic 9(9).
       77 ws-fl-found-flag        pic x value 'N'.

      * The record in hand: its age in days (or nights, for the
      * exception master), whether it is past its file's retention,
      * whether it is still needed, and where it goes (K kept, H
      * held, A archived, P purged)....
       77 ws-rec-age              pic s9(7) value 0.
       77 ws-dated-flag           pic x value 'N'.
       77 ws-expired-flag         pic x value 'N'.
       77 ws-needed-flag          pic x value 'N'.
       77 ws-disposition          pic x value 'K'.

      * Table checking: cards read, cards for files this run does
      * not trim, and the first bad card....
       77 ws-rows-read            pic 9(3) value 0.
       77 ws-days-ok-flag         pic x value 'N'.
       77 ws-ignored-count        pic 9(3) value 0.
       77 ws-refused-flag         pic x value 'N'.

      * Run totals....
       77 ws-tot-read             pic 9(9) value 0.
       77 ws-tot-kept             pic 9(9) value 0.
       77 ws-tot-held             pic 9(9) value 0.
       77 ws-tot-archived         pic 9(9) value 0.
       77 ws-tot-purged           pic 9(9) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A7HSKEEP History Housekeeping -- Business Da".
           05 filler pic x(6) value "te:   ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(22) value spaces.

       01 ws-column-headings.
           05 filler pic x(10) value "File".
           05 filler pic x(7)  value "   Days".
           05 filler pic x(4)  value " Act".
           05 filler pic x(11) value "       Read".
           05 filler pic x(11) value "       Kept".
           05 filler pic x(11) value "       Held".
           05 filler pic x(11) value "   Archived".
           05 filler pic x(11) value "     Purged".
           05 filler pic x(4)  value spaces.

       01 ws-detail-line.
           05 det-file            pic x(8).
           05 filler              pic x(2) value spaces.
           05 det-days            pic zzzzz.
           05 filler              pic x(4) value spaces.
           05 det-action          pic x(1).
           05 filler              pic x(1) value spaces.
           05 det-read            pic zz,zzz,zz9.
           05 filler              pic x(1) value spaces.
           05 det-kept            pic zz,zzz,zz9.
           05 filler              pic x(1) value spaces.
           05 det-held            pic zz,zzz,zz9.
           05 filler              pic x(1) value spaces.
           05 det-archived        pic zz,zzz,zz9.
           05 filler              pic x(1) value spaces.
           05 det-purged          pic zz,zzz,zz9.
           05 filler              pic x(4) value spaces.

       01 ws-no-row-line.
           05 filler              pic x(10) value spaces.
           05 filler              pic x(44)
              value "NO RETENTION CARD -- FILE LEFT WHOLE".
           05 filler              pic x(26) value spaces.

       01 ws-ignored-line.
           05 filler              pic x(10)
              value "CARD FOR ".
           05 ig-file             pic x(8).
           05 filler              pic x(44)
              value " IGNORED -- NOT A FILE THIS RUN TRIMS".
           05 filler              pic x(18) value spaces.

       01 ws-refusal-line.
           05 ref-text            pic x(44).
           05 filler              pic x(1) value spaces.
           05 ref-value           pic x(8).
           05 filler              pic x(27) value spaces.

       01 ws-refused-line.
           05 filler              pic x(44)
              value "HOUSEKEEPING REFUSED -- NOTHING HAS BEEN PUR".
           05 filler              pic x(36)
              value "GED. CORRECT RETNTAB AND RERUN.".

       01 ws-held-line.
           05 filler              pic x(44)
              value "HELD: PAST RETENTION BUT STILL NEEDED (OPEN ".
           05 filler              pic x(36)
              value "EXCEPTION, REGISTER ACTIVITY NOT".

       01 ws-held-line-2.
           05 filler              pic x(44)
              value "      SETTLED, AUDIT NOT YET FED TO HR, SUMM".
           05 filler              pic x(36)
              value "ARY NIGHT IN THE TREND PACK'S".

       01 ws-held-line-3.
           05 filler              pic x(44)
              value "      THIRTEEN MONTHS) -- LEFT ON THE LIVE F".
           05 filler              pic x(36)
              value "ILE.".

       01 ws-blank-line           pic x(80) value spaces.

       procedure division.
       000-main.
           open output report-file
           perform 900-write-runlog-start

           perform 040-get-business-date
           move ws-business-date to rh-business-date
           move ws-business-date to ws-cd-date
           perform 800-convert-date-to-serial
           move ws-cd-serial to ws-today-serial
           compute ws-trend-yyyy = ws-cd-yyyy - 1
           move ws-cd-mm to ws-trend-mm
           write report-record from ws-report-heading
           write report-record from ws-blank-line

           perform 100-load-retention-table

      * A bad card: the reason is already on the report, and not
      * one file has been opened for output....
           if ws-refused-flag = 'Y'
               write report-record from ws-refusal-line
               write report-record from ws-blank-line
               write report-record from ws-refused-line
               move 8 to return-code
           else
               perform 050-get-feed-date
               perform 200-trim-files
               perform 500-report-files
           end-if

           perform 910-write-runlog-end
           close report-file
           goback.

      * Business date from the DATECARD control card....
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
           end-if.

      * The last journal date the HR feed sent: audit records after
      * it are still to go and may not come off the trail....
       050-get-feed-date.
           open input feedctl-file
           read feedctl-file
               at end
                   continue
               not at end
                   if fc-last-date-x numeric
                       move fc-last-date to ws-feed-date
                   end-if
           end-read
           close feedctl-file.

      * Load the retention table onto the file table. A card for a
      * file this run does not trim is listed and passed over; a
      * card with no days to keep or an action other than A or D
      * stops the run....
       100-load-retention-table.
           perform varying ws-fl-idx from 1 by 1
               until ws-fl-idx > ws-file-count
               move 'N' to ws-fl-has-row(ws-fl-idx)
               move 0 to ws-fl-days(ws-fl-idx)
               move space to ws-fl-action(ws-fl-idx)
               move 0 to ws-fl-read(ws-fl-idx)
               move 0 to ws-fl-kept(ws-fl-idx)
               move 0 to ws-fl-held(ws-fl-idx)
               move 0 to ws-fl-archived(ws-fl-idx)
               move 0 to ws-fl-purged(ws-fl-idx)
           end-perform

           move 'N' to ws-eof-flag
           open input retntab-file
           perform until ws-eof-flag = 'Y'
               read retntab-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-rows-read
                       perform 110-check-retention-card
               end-read
           end-perform
           close retntab-file

           if ws-rows-read = 0
           and ws-refused-flag = 'N'
               move "REFUSED -- THE RETENTION TABLE IS EMPTY"
                   to ref-text
               move spaces to ref-value
               move 'Y' to ws-refused-flag
           end-if.

       110-check-retention-card.
           move 'N' to ws-fl-found-flag
           perform varying ws-fl-idx from 1 by 1
               until ws-fl-idx > ws-file-count
               or ws-fl-found-flag = 'Y'
               if ws-fl-name(ws-fl-idx) = rt-file
                   move 'Y' to ws-fl-found-flag
                   move 'Y' to ws-fl-has-row(ws-fl-idx)
                   move rt-action to ws-fl-action(ws-fl-idx)
                   if rt-days-x numeric
                       move rt-days to ws-fl-days(ws-fl-idx)
                   end-if
               end-if
           end-perform

           if ws-fl-found-flag = 'N'
               move rt-file to ig-file
               write report-record from ws-ignored-line
               add 1 to ws-ignored-count
           else
               move 'N' to ws-days-ok-flag
               if rt-days-x numeric
                   if rt-days > 0
                       move 'Y' to ws-days-ok-flag
                   end-if
               end-if
               if ws-refused-flag = 'N'
                   if ws-days-ok-flag = 'N'
                       move "REFUSED -- NO DAYS TO KEEP IN 9-13 FOR"
                           to ref-text
                       move rt-file to ref-value
                       move 'Y' to ws-refused-flag
                   end-if
               end-if
               if ws-refused-flag = 'N'
                   if rt-action not = "A"
                   and rt-action not = "D"
                       move "REFUSED -- ACTION IN 14 IS NOT A OR D:"
                           to ref-text
                       move rt-file to ref-value
                       move 'Y' to ws-refused-flag
                   end-if
               end-if
           end-if.

      * Trim each file in turn. The history dataset opens with its
      * header; each archived file's records follow under its name
      * with their trailer. The run journal comes last and its new
      * copy stays open for this run's own end record....
       200-trim-files.
           open output histarc-file
           move spaces to hsk-archive-record
           move "HSKEEP" to ha-file
           move "H" to ha-type
           move ws-business-date to ha-business-date
           accept ha-run-date from date yyyymmdd
           accept ha-run-time from time
           write hsk-archive-record

           open input commreg-file
           perform 210-trim-movhist
           perform 220-trim-audmast
           perform 230-trim-excmast
           perform 240-trim-prchist
           perform 250-trim-settled
           close commreg-file
           perform 260-trim-sumhist
           perform 270-trim-runlog

           close histarc-file.

      * Posted-movement history: dated by the movement....
       210-trim-movhist.
           set ws-fl-idx to 1
           move 'N' to ws-eof-flag
           open input movhist-file
           open output movnew-file
           perform until ws-eof-flag = 'Y'
               read movhist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move mh-move-date to ws-cd-date
                       perform 700-age-by-date
                       move 'N' to ws-needed-flag
                       perform 710-dispose-record
                       if ws-disposition = "K"
                       or ws-disposition = "H"
                           write movnew-record from movhist-record
                       end-if
                       if ws-disposition = "A"
                           move movhist-record to ha-data
                           perform 720-write-archive
                       end-if
               end-read
           end-perform
           close movhist-file
           close movnew-file
           perform 730-write-archive-trailer.

      * Employee-master audit trail: dated by the change. A change
      * after the HR feed's last journal date has not been sent to
      * the bureau yet and stays....
       220-trim-audmast.
           set ws-fl-idx to 2
           move 'N' to ws-eof-flag
           open input audmast-file
           open output audnew-file
           perform until ws-eof-flag = 'Y'
               read audmast-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move am-date to ws-cd-date
                       perform 700-age-by-date
                       move 'N' to ws-needed-flag
                       if am-date > ws-feed-date
                           move 'Y' to ws-needed-flag
                       end-if
                       perform 710-dispose-record
                       if ws-disposition = "K"
                       or ws-disposition = "H"
                           write audnew-record from audmast-record
                       end-if
                       if ws-disposition = "A"
                           move audmast-record to ha-data
                           perform 720-write-archive
                       end-if
               end-read
           end-perform
           close audmast-file
           close audnew-file
           perform 730-write-archive-trailer.

      * Exception master: carries no date, only the nights each
      * reject has been outstanding, which stands as its age. The
      * correction pass drops a reject once it is put right, so
      * every row on the master is an open exception and is held
      * however old it is....
       230-trim-excmast.
           set ws-fl-idx to 3
           move 'N' to ws-eof-flag
           open input excmast-file
           open output excnew-file
           perform until ws-eof-flag = 'Y'
               read excmast-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move 'N' to ws-dated-flag
                       if em-age numeric
                           move 'Y' to ws-dated-flag
                           move em-age to ws-rec-age
                       end-if
                       perform 705-check-expired
                       move 'Y' to ws-needed-flag
                       perform 710-dispose-record
                       if ws-disposition = "K"
                       or ws-disposition = "H"
                           write excnew-record from excmast-record
                       end-if
                       if ws-disposition = "A"
                           move excmast-record to ha-data
                           perform 720-write-archive
                       end-if
               end-read
           end-perform
           close excmast-file
           close excnew-file
           perform 730-write-archive-trailer.

      * Price history: dated by the last night the stock's price
      * was seen....
       240-trim-prchist.
           set ws-fl-idx to 4
           move 'N' to ws-eof-flag
           open input prchist-file
           open output prcnew-file
           perform until ws-eof-flag = 'Y'
               read prchist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move ph-date to ws-cd-date
                       perform 700-age-by-date
                       move 'N' to ws-needed-flag
                       perform 710-dispose-record
                       if ws-disposition = "K"
                       or ws-disposition = "H"
                           write prcnew-record from prchist-record
                       end-if
                       if ws-disposition = "A"
                           move prchist-record to ha-data
                           perform 720-write-archive
                       end-if
               end-read
           end-perform
           close prchist-file
           close prcnew-file
           perform 730-write-archive-trailer.

      * Commission settlements: dated by the settlement. While the
      * employee is still on the commission register the activity
      * is not settled out and the settlement stays with it....
       250-trim-settled.
           set ws-fl-idx to 5
           move 'N' to ws-eof-flag
           open input settled-file
           open output setnew-file
           perform until ws-eof-flag = 'Y'
               read settled-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move se-settled-date to ws-cd-date
                       perform 700-age-by-date
                       move 'N' to ws-needed-flag
                       if ws-expired-flag = 'Y'
                           move se-emp-no to cr-emp-no
                           read commreg-file
                               invalid key
                                   continue
                               not invalid key
                                   move 'Y' to ws-needed-flag
                           end-read
                       end-if
                       perform 710-dispose-record
                       if ws-disposition = "K"
                       or ws-disposition = "H"
                           write setnew-record from settled-record
                       end-if
                       if ws-disposition = "A"
                           move settled-record to ha-data
                           perform 720-write-archive
                       end-if
               end-read
           end-perform
           close settled-file
           close setnew-file
           perform 730-write-archive-trailer.

      * Nightly summary history: dated by the night. The month-end
      * trend pack reads back to the same month last year, so a
      * night in those thirteen months stays....
       260-trim-sumhist.
           set ws-fl-idx to 6
           move 'N' to ws-eof-flag
           open input sumhist-file
           open output sumnew-file
           perform until ws-eof-flag = 'Y'
               read sumhist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move su-business-date to ws-cd-date
                       perform 700-age-by-date
                       move 'N' to ws-needed-flag
                       if ws-dated-flag = 'Y'
                           divide su-business-date by 100
                               giving ws-sum-month
                           if ws-sum-month >= ws-trend-first
                               move 'Y' to ws-needed-flag
                           end-if
                       end-if
                       perform 710-dispose-record
                       if ws-disposition = "K"
                       or ws-disposition = "H"
                           write sumnew-record from sum-record
                       end-if
                       if ws-disposition = "A"
                           move sum-record to ha-data
                           perform 720-write-archive
                       end-if
               end-read
           end-perform
           close sumhist-file
           close sumnew-file
           perform 730-write-archive-trailer.

      * Run journal: dated by the record (the roll's and the
      * rollback's records carry a business date, the rest the
      * day they were written). This run's start record is already
      * on it and is copied like the rest....
       270-trim-runlog.
           set ws-fl-idx to 7
           move 'N' to ws-eof-flag
           open input runlog-file
           open output runnew-file
           perform until ws-eof-flag = 'Y'
               read runlog-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move rl-date to ws-cd-date
                       perform 700-age-by-date
                       move 'N' to ws-needed-flag
                       perform 710-dispose-record
                       if ws-disposition = "K"
                       or ws-disposition = "H"
                           write runnew-record from runlog-record
                       end-if
                       if ws-disposition = "A"
                           move runlog-record to ha-data
                           perform 720-write-archive
                       end-if
               end-read
           end-perform
           close runlog-file
           perform 730-write-archive-trailer.

      * Report each file's counts, then the totals....
       500-report-files.
           write report-record from ws-blank-line
           write report-record from ws-column-headings
           write report-record from ws-blank-line
           perform varying ws-fl-idx from 1 by 1
               until ws-fl-idx > ws-file-count
               move ws-fl-name(ws-fl-idx) to det-file
               move ws-fl-days(ws-fl-idx) to det-days
               move ws-fl-action(ws-fl-idx) to det-action
               move ws-fl-read(ws-fl-idx) to det-read
               move ws-fl-kept(ws-fl-idx) to det-kept
               move ws-fl-held(ws-fl-idx) to det-held
               move ws-fl-archived(ws-fl-idx) to det-archived
               move ws-fl-purged(ws-fl-idx) to det-purged
               write report-record from ws-detail-line
               if ws-fl-has-row(ws-fl-idx) = 'N'
                   write report-record from ws-no-row-line
               end-if
               add ws-fl-read(ws-fl-idx) to ws-tot-read
               add ws-fl-kept(ws-fl-idx) to ws-tot-kept
               add ws-fl-held(ws-fl-idx) to ws-tot-held
               add ws-fl-archived(ws-fl-idx) to ws-tot-archived
               add ws-fl-purged(ws-fl-idx) to ws-tot-purged
           end-perform
           write report-record from ws-blank-line
           move "TOTAL" to det-file
           move 0 to det-days
           move space to det-action
           move ws-tot-read to det-read
           move ws-tot-kept to det-kept
           move ws-tot-held to det-held
           move ws-tot-archived to det-archived
           move ws-tot-purged to det-purged
           write report-record from ws-detail-line
           write report-record from ws-blank-line
           write report-record from ws-held-line
           write report-record from ws-held-line-2
           write report-record from ws-held-line-3

      * A card for a file not trimmed here may be a misspelt name,
      * which leaves that file growing: worth a look....
           if ws-ignored-count > 0
               move 4 to return-code
           end-if.

      * Age of a dated record in days before the business date. A
      * record whose date cannot be read is never taken off....
       700-age-by-date.
           move 'N' to ws-dated-flag
           if ws-cd-date numeric
               if ws-cd-mm > 0
               and ws-cd-mm < 13
                   move 'Y' to ws-dated-flag
                   perform 800-convert-date-to-serial
                   compute ws-rec-age
                       = ws-today-serial - ws-cd-serial
               end-if
           end-if
           perform 705-check-expired.

      * Past its file's retention? Never, for a file with no card
      * or a record with no age....
       705-check-expired.
           move 'N' to ws-expired-flag
           if ws-dated-flag = 'Y'
           and ws-fl-has-row(ws-fl-idx) = 'Y'
           and ws-rec-age > ws-fl-days(ws-fl-idx)
               move 'Y' to ws-expired-flag
           end-if.

      * Where the record goes: inside its retention it is kept;
      * past it but still needed it is held; otherwise the file's
      * action archives or purges it....
       710-dispose-record.
           add 1 to ws-fl-read(ws-fl-idx)
           if ws-expired-flag = 'N'
               move "K" to ws-disposition
               add 1 to ws-fl-kept(ws-fl-idx)
           else
               if ws-needed-flag = 'Y'
                   move "H" to ws-disposition
                   add 1 to ws-fl-kept(ws-fl-idx)
                   add 1 to ws-fl-held(ws-fl-idx)
               else
                   if ws-fl-action(ws-fl-idx) = "A"
                       move "A" to ws-disposition
                       add 1 to ws-fl-archived(ws-fl-idx)
                   else
                       move "P" to ws-disposition
                       add 1 to ws-fl-purged(ws-fl-idx)
                   end-if
               end-if
           end-if.

      * One record to the history dataset under its file's name;
      * ha-data already holds it....
       720-write-archive.
           move ws-fl-name(ws-fl-idx) to ha-file
           move "D" to ha-type
           write hsk-archive-record.

      * Close an archived file's group with its count....
       730-write-archive-trailer.
           if ws-fl-action(ws-fl-idx) = "A"
               move spaces to hsk-archive-record
               move ws-fl-name(ws-fl-idx) to ha-file
               move "T" to ha-type
               move ws-fl-archived(ws-fl-idx) to ha-count
               write hsk-archive-record
           end-if.

      * Serial day of ws-cd-date (years times 365 plus the leap
      * days, plus a leap day per four years, plus days into the
      * year) so two dates subtract to days between them....
       800-convert-date-to-serial.
           divide ws-cd-yyyy by 4 giving ws-cd-leap
           compute ws-cd-serial
               = (ws-cd-yyyy * 365) + ws-cd-leap
               + ws-cum-days(ws-cd-mm) + ws-cd-dd.

      * Journal the start of the run....
       900-write-runlog-start.
           open extend runlog-file
           move "A7HSKEEP" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record
           close runlog-file.

      * Journal the end of the run with the records taken off.
      * When the journal was trimmed the record also closes the
      * new copy, which the swap step makes the journal....
       910-write-runlog-end.
           open extend runlog-file
           move "A7HSKEEP" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           compute rl-records = ws-tot-archived + ws-tot-purged
           move return-code to rl-return-code
           write runlog-record
           close runlog-file
           if ws-refused-flag = 'N'
               write runnew-record from runlog-record
               close runnew-file
           end-if.

       end program A7HSKEEP.
