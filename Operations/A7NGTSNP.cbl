       identification division.
       program-id. A7NGTSNP.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A7NGTSNP--> Night snapshot, run in NIGHTLY
      * straight after the business-date roll and before the first
      * step that updates anything. Backing out a night used to
      * mean restoring PRODMAST, both YTD files, COMMREG, DRAWFILE,
      * PRCHIST, the history files, the checkpoint, the archive and
      * the DATECARD one by one from whatever backups happened to
      * exist, and something was always missed. This pass copies
      * every file the night updates, as it stands, into a single
      * snapshot file under tonight's business date -- one header
      * record, then each file's records closed by a trailer with
      * its count -- and prints the counts. The DATECARD goes in
      * as it stood before the roll (A7DATERL keeps that image on
      * DATEPRV). A7ROLLBK restores the whole set from it. The
      * run journal, the alert file and the alert forwarder's
      * control record are a record of what happened and are not
      * part of the set. A snapshot already taken for tonight's
      * business date is kept, not retaken, so a night restarted
      * after it had begun updating still backs out to the state
      * before it first started -- unless the night was backed out
      * since, when the restored files are what is copied....

       environment division.
       input-output section.
       file-control.

      * Run-control business-date card, read at startup; the
      * calendar date stands in when the card is absent....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

      * The card as it stood before tonight's roll (A7DATERL keeps
      * it on DATEPRV); it goes into the snapshot as DATECARD....
           select optional dateprv-file
               assign to DATEPRV
               organization is sequential.

      * Extract fingerprint history (A7EXTCHK)....
           select optional fphist-file
               assign to FPHIST
               organization is sequential.

      * Product master (A6INVPST's posting swaps in a new one)....
           select optional prodmast-file
               assign to PRODMAST
               organization is sequential.

      * Posted-movement history (A6INVPST)....
           select optional movhist-file
               assign to MOVHIST
               organization is sequential.

      * Waiting backorders (A6INVPST)....
           select optional backord-file
               assign to BACKORD
               organization is sequential.

      * GL interface (the swap step, A2STOCK, A5DEPINC, A6LABPST)....
           select optional glfile-file
               assign to GLFILE
               organization is sequential.

      * Receipt history (A2RTVREG's negative receipts)....
           select optional rcvhist-file
               assign to RCVHIST
               organization is sequential.

      * Open purchase orders (A2RTVREG reopens lines)....
           select optional openpo-file
               assign to OPENPO
               organization is sequential.

      * Price history (A2PRCMON)....
           select optional prchist-file
               assign to PRCHIST
               organization is sequential.

      * A2STOCK's restart checkpoint....
           select optional ckpt-file
               assign to CKPTFILE
               organization is sequential.

      * A2STOCK's year-to-date accumulator....
           select optional ytd-a2-file
               assign to YTDA2
               organization is sequential.

      * Commission register (A3SCOMM), read in employee order....
           select optional commreg-file
               assign to COMMREG
               organization is indexed
               access is sequential
               record key is cr-emp-no.

      * Draw balances (A3SCOMM)....
           select optional draw-file
               assign to DRAWFILE
               organization is sequential.

      * Chargeback balances (A3SCOMM)....
           select optional chgbk-file
               assign to CBKFILE
               organization is sequential.

      * A5DEPINC's department history....
           select optional hist-a5-file
               assign to HISTA5
               organization is sequential.

      * A5DEPINC's year-to-date accumulator....
           select optional ytd-a5-file
               assign to YTDA5
               organization is sequential.

      * A6LABPST's last-posted business date....
           select optional labctl-file
               assign to LABCTL
               organization is sequential.

      * Report archive (A7RPTARC)....
           select optional archive-file
               assign to ARCHIVE
               organization is sequential.

      * Yesterday's control records, as A7CTLMON saved them....
           select optional ctl-prv-file
               assign to CTLPRV
               organization is sequential.

      * Yesterday's summary records, as A7EXCSUM saved them....
           select optional sum-prv-file
               assign to SUMPRV
               organization is sequential.

      * Nightly summary history (A7EXCSUM adds the night's)....
           select optional sum-hist-file
               assign to SUMHIST
               organization is sequential.

      * Retro pay waiting for A6LABPST, emptied once posted....
           select optional retlab-file
               assign to RETROLAB
               organization is sequential.

      * The night snapshot, rewritten each night; read first to
      * see whether tonight's has already been taken....
           select optional snapshot-file
               assign to SNAPSHOT
               organization is sequential.

      * Snapshot report....
           select report-file
               assign to SNAPRPT
               organization is sequential.

      * Shared run journal: a START record as the run begins and
      * an END record as it finishes....
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

      * The files being copied, each taken as a whole record....
       fd dateprv-file
           recording mode is F
           data record is dateprv-record
           record contains 80 characters.
       01 dateprv-record          pic x(80).

       fd fphist-file
           recording mode is F
           data record is fphist-record
           record contains 100 characters.
       01 fphist-record           pic x(100).

       fd prodmast-file
           recording mode is F
           data record is prodmast-record
           record contains 209 characters.
       01 prodmast-record         pic x(209).

       fd movhist-file
           recording mode is F
           data record is movhist-record
           record contains 33 characters.
       01 movhist-record          pic x(33).

       fd backord-file
           recording mode is F
           data record is backord-record
           record contains 51 characters.
       01 backord-record          pic x(51).

       fd glfile-file
           recording mode is F
           data record is glfile-record
           record contains 36 characters.
       01 glfile-record           pic x(36).

       fd rcvhist-file
           recording mode is F
           data record is rcvhist-record
           record contains 41 characters.
       01 rcvhist-record          pic x(41).

       fd openpo-file
           recording mode is F
           data record is openpo-record
           record contains 57 characters.
       01 openpo-record           pic x(57).

       fd prchist-file
           recording mode is F
           data record is prchist-record
           record contains 22 characters.
       01 prchist-record          pic x(22).

       fd ckpt-file
           recording mode is F
           data record is ckpt-record
           record contains 76 characters.
       01 ckpt-record             pic x(76).

       fd ytd-a2-file
           recording mode is F
           data record is ytd-a2-record
           record contains 21 characters.
       01 ytd-a2-record           pic x(21).

       fd commreg-file
           recording mode is F
           data record is commreg-record
           record contains 52 characters.
       01 commreg-record.
           05 cr-emp-no            pic 9(5).
           05 filler               pic x(47).

       fd draw-file
           recording mode is F
           data record is draw-record
           record contains 29 characters.
       01 draw-record             pic x(29).

       fd chgbk-file
           recording mode is F
           data record is chgbk-record
           record contains 22 characters.
       01 chgbk-record            pic x(22).

       fd hist-a5-file
           recording mode is F
           data record is hist-a5-record
           record contains 90 characters.
       01 hist-a5-record          pic x(90).

       fd ytd-a5-file
           recording mode is F
           data record is ytd-a5-record
           record contains 108 characters.
       01 ytd-a5-record           pic x(108).

       fd labctl-file
           recording mode is F
           data record is labctl-record
           record contains 80 characters.
       01 labctl-record           pic x(80).

       fd archive-file
           recording mode is F
           data record is archive-record
           record contains 176 characters.
       01 archive-record          pic x(176).

       fd ctl-prv-file
           recording mode is F
           data record is ctl-prv-record
           record contains 113 characters.
       01 ctl-prv-record          pic x(113).

       fd sum-prv-file
           recording mode is F
           data record is sum-prv-record
           record contains 106 characters.
       01 sum-prv-record          pic x(106).

       fd sum-hist-file
           recording mode is F
           data record is sum-hist-record
           record contains 106 characters.
       01 sum-hist-record         pic x(106).

       fd retlab-file
           recording mode is F
           data record is retlab-record
           record contains 42 characters.
       01 retlab-record           pic x(42).

      * Snapshot record....
       fd snapshot-file
           recording mode is F
           record contains 220 characters.
           copy SNAPREC.

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
       77 ws-log-eof-flag         pic x value 'N'.

      * The business date this run's files belong to, from the
      * DATECARD control card (calendar date when no card)....
       77 ws-business-date        pic 9(8) value 0.

      * Is tonight's snapshot already on file, and has the night
      * been backed out since it was taken?...
       77 ws-keep-flag            pic x value 'N'.
       77 ws-backed-out-flag      pic x value 'N'.
       77 ws-earlier-date         pic 9(8) value 0.
       77 ws-earlier-time         pic 9(8) value 0.

      * The file being copied and its running count....
       77 ws-snap-file            pic x(8) value spaces.
       01 ws-snap-data            pic x(209) value spaces.
       77 ws-snap-count           pic 9(9) value 0.

      * Run totals....
       77 ws-files-copied         pic 9(3) value 0.
       77 ws-snap-file-count      pic 9(3) value 22.
       77 ws-total-records        pic 9(9) value 0.
       77 ws-taken-date           pic 9(8) value 0.
       77 ws-taken-time           pic 9(8) value 0.

      * Clock fields for the report, as A7RUNRPT splits them....
       01 ws-time-parts.
           05 tp-hh               pic 9(2).
           05 tp-mm               pic 9(2).
           05 tp-ss               pic 9(2).
           05 tp-hs               pic 9(2).

       01 ws-report-heading.
           05 filler pic x(44)
              value "A7NGTSNP Night Snapshot -- Business Date:   ".
           05 rh-business-date    pic 9(8).
           05 filler              pic x(28) value spaces.

       01 ws-column-headings.
           05 filler pic x(10) value "File".
           05 filler pic x(13) value "      Records".
           05 filler pic x(57) value spaces.

       01 ws-detail-line.
           05 det-file            pic x(8).
           05 filler              pic x(2) value spaces.
           05 det-count           pic zzz,zzz,zz9.
           05 filler              pic x(59) value spaces.

       01 ws-total-line.
           05 filler              pic x(10) value "TOTAL".
           05 tot-count           pic zzz,zzz,zz9.
           05 filler              pic x(4) value spaces.
           05 filler              pic x(6) value "FILES ".
           05 tot-files           pic zz9.
           05 filler              pic x(46) value spaces.

       01 ws-taken-line.
           05 filler              pic x(44)
              value "SNAPSHOT TAKEN BEFORE THE NIGHT'S FIRST UPDA".
           05 filler              pic x(7) value "TE, AT ".
           05 tkn-date            pic 9(8).
           05 filler              pic x(1) value spaces.
           05 tkn-hh              pic 9(2).
           05 filler              pic x(1) value ":".
           05 tkn-mm              pic 9(2).
           05 filler              pic x(15) value spaces.

       01 ws-kept-line.
           05 filler              pic x(44)
              value "SNAPSHOT FOR THIS BUSINESS DATE ALREADY TAKE".
           05 filler              pic x(5) value "N AT ".
           05 kpt-date            pic 9(8).
           05 filler              pic x(1) value spaces.
           05 kpt-hh              pic 9(2).
           05 filler              pic x(1) value ":".
           05 kpt-mm              pic 9(2).
           05 filler              pic x(17) value spaces.

       01 ws-kept-line-2.
           05 filler              pic x(44)
              value "-- THE NIGHT WAS RESTARTED. KEPT, NOT RETAKE".
           05 filler              pic x(36)
              value "N, SO IT STILL HOLDS THE FILES AS   ".

       01 ws-kept-line-3.
           05 filler              pic x(44)
              value "THEY STOOD BEFORE THE NIGHT FIRST STARTED.  ".
           05 filler              pic x(36) value spaces.

       01 ws-blank-line           pic x(80) value spaces.

       procedure division.
       000-main.
           open output report-file
           perform 900-write-runlog-start

           perform 040-get-business-date
           perform 050-check-earlier-snapshot

           move ws-business-date to rh-business-date
           write report-record from ws-report-heading
           write report-record from ws-blank-line

      * Tonight's snapshot already taken, and the night not backed
      * out since: the files have moved on from it, and it is the
      * one a rollback needs....
           if ws-keep-flag = 'Y'
               move ws-earlier-date to kpt-date
               move ws-earlier-time to ws-time-parts
               move tp-hh to kpt-hh
               move tp-mm to kpt-mm
               write report-record from ws-kept-line
               write report-record from ws-kept-line-2
               write report-record from ws-kept-line-3
           else
               write report-record from ws-column-headings
               write report-record from ws-blank-line
               perform 100-take-snapshot
               write report-record from ws-blank-line
               move ws-total-records to tot-count
               move ws-files-copied to tot-files
               write report-record from ws-total-line
               move ws-taken-date to tkn-date
               move ws-taken-time to ws-time-parts
               move tp-hh to tkn-hh
               move tp-mm to tkn-mm
               write report-record from ws-taken-line
           end-if

           perform 910-write-runlog-end
           close report-file
           goback.

      * Read the business date from the control card....
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

      * Is the snapshot on file already tonight's? If so, keep it
      * -- unless the journal shows the night was backed out after
      * it was taken (a rollback record for this business date not
      * yet followed by a snapshot run), when the files are back
      * where they were and are copied afresh....
       050-check-earlier-snapshot.
           move 'N' to ws-keep-flag
           open input snapshot-file
           read snapshot-file
               at end
                   continue
               not at end
                   if sn-type = "H"
                   and sn-business-date = ws-business-date
                       move 'Y' to ws-keep-flag
                       move sn-taken-date to ws-earlier-date
                       move sn-taken-time to ws-earlier-time
                   end-if
           end-read
           close snapshot-file

           if ws-keep-flag = 'Y'
               move 'N' to ws-backed-out-flag
               move 'N' to ws-log-eof-flag
               open input runlog-file
               perform until ws-log-eof-flag = 'Y'
                   read runlog-file
                       at end
                           move 'Y' to ws-log-eof-flag
                       not at end
                           if rl-program = "A7ROLLBK"
                           and rl-type = "ROLLB"
                           and rl-date = ws-business-date
                               move 'Y' to ws-backed-out-flag
                           end-if
                           if rl-program = "A7NGTSNP"
                           and rl-type = "END"
                               move 'N' to ws-backed-out-flag
                           end-if
                   end-read
               end-perform
               close runlog-file
               if ws-backed-out-flag = 'Y'
                   move 'N' to ws-keep-flag
               end-if
           end-if.

      * Header record, then each file in turn....
       100-take-snapshot.
           accept ws-taken-date from date yyyymmdd
           accept ws-taken-time from time
           open output snapshot-file
           move spaces to snapshot-record
           move "SNAPSHOT" to sn-file
           move "H" to sn-type
           move ws-business-date to sn-business-date
           move ws-taken-date to sn-taken-date
           move ws-taken-time to sn-taken-time
           move ws-snap-file-count to sn-file-count
           write snapshot-record

           perform 200-snap-dateprv
           perform 205-snap-fphist
           perform 210-snap-prodmast
           perform 215-snap-movhist
           perform 220-snap-backord
           perform 225-snap-glfile
           perform 230-snap-rcvhist
           perform 235-snap-openpo
           perform 240-snap-prchist
           perform 245-snap-ckpt
           perform 250-snap-ytd-a2
           perform 255-snap-commreg
           perform 260-snap-draw
           perform 265-snap-chgbk
           perform 270-snap-hist-a5
           perform 275-snap-ytd-a5
           perform 280-snap-labctl
           perform 285-snap-archive
           perform 290-snap-ctl-prv
           perform 295-snap-sum-prv
           perform 296-snap-sum-hist
           perform 297-snap-retlab
           close snapshot-file.

      * One paragraph per file: copy every record, then close the
      * file's group with its trailer. A file not there yet copies
      * as empty, and is restored as empty....
       200-snap-dateprv.
           move "DATECARD" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input dateprv-file
           perform until ws-eof-flag = 'Y'
               read dateprv-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move dateprv-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close dateprv-file
           perform 310-write-trailer.

       205-snap-fphist.
           move "FPHIST" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input fphist-file
           perform until ws-eof-flag = 'Y'
               read fphist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move fphist-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close fphist-file
           perform 310-write-trailer.

       210-snap-prodmast.
           move "PRODMAST" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input prodmast-file
           perform until ws-eof-flag = 'Y'
               read prodmast-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move prodmast-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close prodmast-file
           perform 310-write-trailer.

       215-snap-movhist.
           move "MOVHIST" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input movhist-file
           perform until ws-eof-flag = 'Y'
               read movhist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move movhist-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close movhist-file
           perform 310-write-trailer.

       220-snap-backord.
           move "BACKORD" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input backord-file
           perform until ws-eof-flag = 'Y'
               read backord-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move backord-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close backord-file
           perform 310-write-trailer.

       225-snap-glfile.
           move "GLFILE" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input glfile-file
           perform until ws-eof-flag = 'Y'
               read glfile-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move glfile-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close glfile-file
           perform 310-write-trailer.

       230-snap-rcvhist.
           move "RCVHIST" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input rcvhist-file
           perform until ws-eof-flag = 'Y'
               read rcvhist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move rcvhist-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close rcvhist-file
           perform 310-write-trailer.

       235-snap-openpo.
           move "OPENPO" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input openpo-file
           perform until ws-eof-flag = 'Y'
               read openpo-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move openpo-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close openpo-file
           perform 310-write-trailer.

       240-snap-prchist.
           move "PRCHIST" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input prchist-file
           perform until ws-eof-flag = 'Y'
               read prchist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move prchist-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close prchist-file
           perform 310-write-trailer.

       245-snap-ckpt.
           move "CKPTFILE" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input ckpt-file
           perform until ws-eof-flag = 'Y'
               read ckpt-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move ckpt-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close ckpt-file
           perform 310-write-trailer.

       250-snap-ytd-a2.
           move "YTDA2" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input ytd-a2-file
           perform until ws-eof-flag = 'Y'
               read ytd-a2-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move ytd-a2-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close ytd-a2-file
           perform 310-write-trailer.

       255-snap-commreg.
           move "COMMREG" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input commreg-file
           perform until ws-eof-flag = 'Y'
               read commreg-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move commreg-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close commreg-file
           perform 310-write-trailer.

       260-snap-draw.
           move "DRAWFILE" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input draw-file
           perform until ws-eof-flag = 'Y'
               read draw-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move draw-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close draw-file
           perform 310-write-trailer.

       265-snap-chgbk.
           move "CBKFILE" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input chgbk-file
           perform until ws-eof-flag = 'Y'
               read chgbk-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move chgbk-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close chgbk-file
           perform 310-write-trailer.

       270-snap-hist-a5.
           move "HISTA5" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input hist-a5-file
           perform until ws-eof-flag = 'Y'
               read hist-a5-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move hist-a5-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close hist-a5-file
           perform 310-write-trailer.

       275-snap-ytd-a5.
           move "YTDA5" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input ytd-a5-file
           perform until ws-eof-flag = 'Y'
               read ytd-a5-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move ytd-a5-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close ytd-a5-file
           perform 310-write-trailer.

       280-snap-labctl.
           move "LABCTL" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input labctl-file
           perform until ws-eof-flag = 'Y'
               read labctl-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move labctl-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close labctl-file
           perform 310-write-trailer.

       285-snap-archive.
           move "ARCHIVE" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input archive-file
           perform until ws-eof-flag = 'Y'
               read archive-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move archive-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close archive-file
           perform 310-write-trailer.

       290-snap-ctl-prv.
           move "CTLPRV" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input ctl-prv-file
           perform until ws-eof-flag = 'Y'
               read ctl-prv-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move ctl-prv-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close ctl-prv-file
           perform 310-write-trailer.

       295-snap-sum-prv.
           move "SUMPRV" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input sum-prv-file
           perform until ws-eof-flag = 'Y'
               read sum-prv-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move sum-prv-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close sum-prv-file
           perform 310-write-trailer.

       296-snap-sum-hist.
           move "SUMHIST" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input sum-hist-file
           perform until ws-eof-flag = 'Y'
               read sum-hist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move sum-hist-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close sum-hist-file
           perform 310-write-trailer.

       297-snap-retlab.
           move "RETROLAB" to ws-snap-file
           move 0 to ws-snap-count
           move 'N' to ws-eof-flag
           open input retlab-file
           perform until ws-eof-flag = 'Y'
               read retlab-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       move retlab-record to ws-snap-data
                       perform 300-write-data
               end-read
           end-perform
           close retlab-file
           perform 310-write-trailer.

      * One of the file's records, under its name....
       300-write-data.
           move spaces to snapshot-record
           move ws-snap-file to sn-file
           move "D" to sn-type
           move ws-snap-data to sn-data
           write snapshot-record
           add 1 to ws-snap-count.

      * The file's trailer: the count copied, which A7ROLLBK
      * checks the group against before it restores anything....
       310-write-trailer.
           move spaces to snapshot-record
           move ws-snap-file to sn-file
           move "T" to sn-type
           move ws-snap-count to sn-count
           write snapshot-record
           add 1 to ws-files-copied
           add ws-snap-count to ws-total-records
           move ws-snap-file to det-file
           move ws-snap-count to det-count
           write report-record from ws-detail-line.

      * Journal the start of the run....
       900-write-runlog-start.
           open extend runlog-file
           move "A7NGTSNP" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record
           close runlog-file.

      * Journal the end of the run with the records copied....
       910-write-runlog-end.
           open extend runlog-file
           move "A7NGTSNP" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-total-records to rl-records
           move return-code to rl-return-code
           write runlog-record
           close runlog-file.

       end program A7NGTSNP.
