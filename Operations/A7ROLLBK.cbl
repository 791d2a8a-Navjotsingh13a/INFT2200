       identification division.
       program-id. A7ROLLBK.
       date-written. 15 Oct 2026.
       author. Navjot Singh
      * Description: A7ROLLBK--> Whole-night rollback. Puts every
      * file NIGHTLY updates back as it stood before the night
      * started, from the snapshot A7NGTSNP took under the night's
      * business date, for a night that has to be backed out (a
      * wrong DATECARD, a bad extract found at seven in the
      * morning). The night to back out is named on ROLLCARD. It
      * must be the last night the roll released and not already
      * backed out, and the snapshot must be that night's and
      * whole -- every file present and every file's record count
      * agreeing with its trailer -- or nothing is touched and the
      * run ends with the return code that stops the job. The
      * report shows each file with the snapshot's count and the
      * live counts before and after the restore. A clean restore
      * writes a ROLLB record to the run journal carrying the
      * business date backed out, which releases that date for
      * A7DATERL to roll to again when the night is rerun....

       environment division.
       input-output section.
       file-control.

      * The night to back out: its business date in 1-8....
           select optional rollcard-file
               assign to ROLLCARD
               organization is sequential.

      * The night snapshot A7NGTSNP took....
           select optional snapshot-file
               assign to SNAPSHOT
               organization is sequential.

      * Business-date card, put back as it stood before the roll....
           select optional datecard-file
               assign to DATECARD
               organization is sequential.

      * Extract fingerprint history (A7EXTCHK)....
           select optional fphist-file
               assign to FPHIST
               organization is sequential.

      * Product master....
           select optional prodmast-file
               assign to PRODMAST
               organization is sequential.

      * Posted-movement history....
           select optional movhist-file
               assign to MOVHIST
               organization is sequential.

      * Waiting backorders....
           select optional backord-file
               assign to BACKORD
               organization is sequential.

      * GL interface....
           select optional glfile-file
               assign to GLFILE
               organization is sequential.

      * Receipt history....
           select optional rcvhist-file
               assign to RCVHIST
               organization is sequential.

      * Open purchase orders....
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

      * Commission register, emptied and reloaded in employee
      * order....
           select optional commreg-file
               assign to COMMREG
               organization is indexed
               access is dynamic
               record key is cr-emp-no.

      * Draw balances....
           select optional draw-file
               assign to DRAWFILE
               organization is sequential.

      * Chargeback balances....
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

      * Report archive....
           select optional archive-file
               assign to ARCHIVE
               organization is sequential.

      * Saved control records A7CTLMON compares against....
           select optional ctl-prv-file
               assign to CTLPRV
               organization is sequential.

      * Saved summary records A7EXCSUM compares against....
           select optional sum-prv-file
               assign to SUMPRV
               organization is sequential.

      * Nightly summary history (A7EXCSUM)....
           select optional sum-hist-file
               assign to SUMHIST
               organization is sequential.

      * Retro pay waiting for A6LABPST....
           select optional retlab-file
               assign to RETROLAB
               organization is sequential.

      * Rollback report....
           select report-file
               assign to RBKRPT
               organization is sequential.

      * Shared run journal: read for the last night released, and
      * appended to with this run's START, ROLLB and END....
           select optional runlog-file
               assign to RUNLOG
               organization is sequential.

       data division.
       file section.

       fd rollcard-file
           recording mode is F
           record contains 80 characters.
       01 rollcard-record.
           05 rc-night-x          pic x(8).
           05 rc-night redefines rc-night-x
                                  pic 9(8).
           05 filler              pic x(72).

      * Snapshot record....
       fd snapshot-file
           recording mode is F
           record contains 220 characters.
           copy SNAPREC.

      * The files being restored, each taken as a whole record....
       fd datecard-file
           recording mode is F
           data record is datecard-record
           record contains 80 characters.
       01 datecard-record         pic x(80).

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
       77 ws-snap-eof-flag        pic x value 'N'.

      * The night named, the last night the roll released, and
      * whether that night has already been backed out....
       77 ws-night                pic 9(8) value 0.
       77 ws-last-night           pic 9(8) value 0.
       77 ws-backed-out-flag      pic x value 'N'.

      * The snapshot's header....
       77 ws-snap-date            pic 9(8) value 0.
       77 ws-snap-file-count      pic 9(3) value 0.

      * The group being checked: its file and its D records so
      * far....
       77 ws-group-file           pic x(8) value spaces.
       77 ws-group-count          pic 9(9) value 0.

      * Refusal: set on the first check that fails, with the line
      * that says why....
       77 ws-refused-flag         pic x value 'N'.

      * The files the snapshot must hold, in the order A7NGTSNP
      * writes them....
       01 ws-file-names.
           05 filler              pic x(8) value "DATECARD".
           05 filler              pic x(8) value "FPHIST".
           05 filler              pic x(8) value "PRODMAST".
           05 filler              pic x(8) value "MOVHIST".
           05 filler              pic x(8) value "BACKORD".
           05 filler              pic x(8) value "GLFILE".
           05 filler              pic x(8) value "RCVHIST".
           05 filler              pic x(8) value "OPENPO".
           05 filler              pic x(8) value "PRCHIST".
           05 filler              pic x(8) value "CKPTFILE".
           05 filler              pic x(8) value "YTDA2".
           05 filler              pic x(8) value "COMMREG".
           05 filler              pic x(8) value "DRAWFILE".
           05 filler              pic x(8) value "CBKFILE".
           05 filler              pic x(8) value "HISTA5".
           05 filler              pic x(8) value "YTDA5".
           05 filler              pic x(8) value "LABCTL".
           05 filler              pic x(8) value "ARCHIVE".
           05 filler              pic x(8) value "CTLPRV".
           05 filler              pic x(8) value "SUMPRV".
           05 filler              pic x(8) value "SUMHIST".
           05 filler              pic x(8) value "RETROLAB".
       01 ws-file-name-tab redefines ws-file-names.
           05 ws-fl-name          pic x(8) occurs 22 times.
       77 ws-file-count           pic 9(2) value 22.

      * Per file: seen in the snapshot, the snapshot's count, and
      * the live counts before and after the restore....
       01 ws-file-table.
           05 ws-fl-entry occurs 22 times
               indexed by ws-fl-idx.
               10 ws-fl-seen        pic x(1).
               10 ws-fl-snap        pic 9(9).
               10 ws-fl-before      pic 9(9).
               10 ws-fl-after       pic 9(9).
       77 ws-fl-found-flag        pic x value 'N'.

      * Counting pass in progress (B before, A after) and the count
      * of the file just read....
       77 ws-pass                 pic x value 'B'.
       77 ws-count                pic 9(9) value 0.

      * Restore totals....
       77 ws-restored-count       pic 9(9) value 0.
       77 ws-reject-count         pic 9(9) value 0.
       77 ws-mismatch-count       pic 9(2) value 0.

       01 ws-report-heading.
           05 filler pic x(44)
              value "A7ROLLBK Night Rollback -- Business Date:   ".
           05 rh-night            pic 9(8).
           05 filler              pic x(28) value spaces.

       01 ws-column-headings.
           05 filler pic x(10) value "File".
           05 filler pic x(13) value "     Snapshot".
           05 filler pic x(13) value "       Before".
           05 filler pic x(13) value "        After".
           05 filler pic x(2)  value spaces.
           05 filler pic x(29) value "Status".

       01 ws-detail-line.
           05 det-file            pic x(8).
           05 filler              pic x(2) value spaces.
           05 det-snap            pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 det-before          pic zzz,zzz,zz9.
           05 filler              pic x(2) value spaces.
           05 det-after           pic zzz,zzz,zz9.
           05 filler              pic x(4) value spaces.
           05 det-status          pic x(20).
           05 filler              pic x(9) value spaces.

       01 ws-refusal-line.
           05 ref-text            pic x(44).
           05 filler              pic x(1) value spaces.
           05 ref-value           pic x(8).
           05 filler              pic x(27) value spaces.

       01 ws-refused-line.
           05 filler              pic x(44)
              value "ROLLBACK REFUSED -- NOTHING HAS BEEN RESTORE".
           05 filler              pic x(36)
              value "D.".

       01 ws-done-line.
           05 filler              pic x(44)
              value "NIGHT BACKED OUT -- EVERY FILE IS BACK AS IT".
           05 filler              pic x(36)
              value " STOOD BEFORE NIGHTLY STARTED.".

       01 ws-rerun-line.
           05 filler              pic x(44)
              value "THE BUSINESS DATE IS RELEASED: RERUN NIGHTLY".
           05 filler              pic x(36)
              value " TO RUN THE NIGHT AGAIN.".

       01 ws-mismatch-line.
           05 filler              pic x(44)
              value "RESTORE DID NOT MATCH THE SNAPSHOT -- THE NI".
           05 filler              pic x(36)
              value "GHT IS NOT MARKED BACKED OUT. FIND".

       01 ws-mismatch-line-2.
           05 filler              pic x(44)
              value "OUT WHY AND RERUN THIS JOB BEFORE ANYTHING E".
           05 filler              pic x(36)
              value "LSE RUNS.".

       01 ws-blank-line           pic x(80) value spaces.

       procedure division.
       000-main.
           open output report-file
           perform 900-write-runlog-start

           perform 050-read-rollcard
           move ws-night to rh-night
           write report-record from ws-report-heading
           write report-record from ws-blank-line

           if ws-refused-flag = 'N'
               perform 100-check-last-night
           end-if
           if ws-refused-flag = 'N'
               perform 200-check-snapshot
           end-if

      * Any failed check: the reason is already on the report, and
      * not one file has been opened for output....
           if ws-refused-flag = 'Y'
               write report-record from ws-refusal-line
               write report-record from ws-blank-line
               write report-record from ws-refused-line
               move 8 to return-code
           else
               move 'B' to ws-pass
               perform 300-count-files
               perform 400-restore-files
               move 'A' to ws-pass
               perform 300-count-files
               perform 500-report-files
           end-if

           perform 910-write-runlog-end
           close report-file
           goback.

      * The night to back out, from the card....
       050-read-rollcard.
           open input rollcard-file
           read rollcard-file
               at end
                   continue
               not at end
                   if rc-night-x numeric
                       move rc-night to ws-night
                   end-if
           end-read
           close rollcard-file
           if ws-night = 0
               move "REFUSED -- NO NIGHT NAMED IN 1-8 OF ROLLCARD"
                   to ref-text
               move spaces to ref-value
               move 'Y' to ws-refused-flag
           end-if.

      * Only the last night the roll released can be backed out:
      * the snapshot holds the files as they stood before it, and
      * nothing later. The journal's last A7DATERL END carries it;
      * a ROLLB for that date after it means it is already out....
       100-check-last-night.
           move 'N' to ws-log-eof-flag
           open input runlog-file
           perform until ws-log-eof-flag = 'Y'
               read runlog-file
                   at end
                       move 'Y' to ws-log-eof-flag
                   not at end
                       if rl-program = "A7DATERL"
                       and rl-type = "END"
                           move rl-date to ws-last-night
                           move 'N' to ws-backed-out-flag
                       end-if
                       if rl-program = "A7ROLLBK"
                       and rl-type = "ROLLB"
                       and rl-date = ws-last-night
                           move 'Y' to ws-backed-out-flag
                       end-if
               end-read
           end-perform
           close runlog-file

           if ws-night not = ws-last-night
               move "REFUSED -- NOT THE LAST NIGHT. THE LAST WAS"
                   to ref-text
               move ws-last-night to ref-value
               move 'Y' to ws-refused-flag
           else
               if ws-backed-out-flag = 'Y'
                   move "REFUSED -- NIGHT ALREADY BACKED OUT:"
                       to ref-text
                   move ws-night to ref-value
                   move 'Y' to ws-refused-flag
               end-if
           end-if.

      * The snapshot must be this night's, and whole: every group's
      * D records under one file name and agreeing with its
      * trailer, and every file present....
       200-check-snapshot.
           move 0 to ws-snap-date
           move 'N' to ws-snap-eof-flag
           open input snapshot-file
           read snapshot-file
               at end
                   move 'Y' to ws-snap-eof-flag
               not at end
                   if sn-type = "H"
                       move sn-business-date to ws-snap-date
                       move sn-file-count to ws-snap-file-count
                   end-if
           end-read

           if ws-snap-date not = ws-night
               move "REFUSED -- THE SNAPSHOT ON FILE IS FOR"
                   to ref-text
               move ws-snap-date to ref-value
               move 'Y' to ws-refused-flag
           else
               perform varying ws-fl-idx from 1 by 1
                   until ws-fl-idx > ws-file-count
                   move 'N' to ws-fl-seen(ws-fl-idx)
                   move 0 to ws-fl-snap(ws-fl-idx)
               end-perform
               move spaces to ws-group-file
               move 0 to ws-group-count
               perform until ws-snap-eof-flag = 'Y'
                   read snapshot-file
                       at end
                           move 'Y' to ws-snap-eof-flag
                       not at end
                           perform 210-check-snapshot-record
                   end-read
               end-perform
               perform 220-check-all-files-seen
           end-if
           close snapshot-file.

       210-check-snapshot-record.
           if ws-group-count = 0
               move sn-file to ws-group-file
           end-if
           if sn-file not = ws-group-file
           and ws-refused-flag = 'N'
               move "REFUSED -- SNAPSHOT HAS NO TRAILER FOR"
                   to ref-text
               move ws-group-file to ref-value
               move 'Y' to ws-refused-flag
           end-if
           if sn-type = "D"
               add 1 to ws-group-count
           end-if
           if sn-type = "T"
               move 'N' to ws-fl-found-flag
               perform varying ws-fl-idx from 1 by 1
                   until ws-fl-idx > ws-file-count
                   or ws-fl-found-flag = 'Y'
                   if ws-fl-name(ws-fl-idx) = sn-file
                       move 'Y' to ws-fl-found-flag
                       move 'Y' to ws-fl-seen(ws-fl-idx)
                       move sn-count to ws-fl-snap(ws-fl-idx)
                   end-if
               end-perform
               if sn-count not = ws-group-count
               and ws-refused-flag = 'N'
                   move "REFUSED -- SNAPSHOT COUNT IS WRONG FOR"
                       to ref-text
                   move sn-file to ref-value
                   move 'Y' to ws-refused-flag
               end-if
               move 0 to ws-group-count
           end-if.

       220-check-all-files-seen.
           if ws-group-count > 0
           and ws-refused-flag = 'N'
               move "REFUSED -- SNAPSHOT HAS NO TRAILER FOR"
                   to ref-text
               move ws-group-file to ref-value
               move 'Y' to ws-refused-flag
           end-if
           perform varying ws-fl-idx from 1 by 1
               until ws-fl-idx > ws-file-count
               if ws-fl-seen(ws-fl-idx) = 'N'
               and ws-refused-flag = 'N'
                   move "REFUSED -- SNAPSHOT IS MISSING FILE"
                       to ref-text
                   move ws-fl-name(ws-fl-idx) to ref-value
                   move 'Y' to ws-refused-flag
               end-if
           end-perform.

      * Count every live file, into the before or after column
      * as ws-pass says....
       300-count-files.
           perform 305-count-datecard
           perform 308-count-fphist
           perform 311-count-prodmast
           perform 314-count-movhist
           perform 317-count-backord
           perform 320-count-glfile
           perform 323-count-rcvhist
           perform 326-count-openpo
           perform 329-count-prchist
           perform 332-count-ckpt
           perform 335-count-ytd-a2
           perform 338-count-commreg
           perform 341-count-draw
           perform 344-count-chgbk
           perform 347-count-hist-a5
           perform 350-count-ytd-a5
           perform 353-count-labctl
           perform 356-count-archive
           perform 359-count-ctl-prv
           perform 362-count-sum-prv
           perform 365-count-sum-hist
           perform 368-count-retlab
           continue.

       305-count-datecard.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input datecard-file
           perform until ws-eof-flag = 'Y'
               read datecard-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close datecard-file
           set ws-fl-idx to 1
           perform 390-store-count.

       308-count-fphist.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input fphist-file
           perform until ws-eof-flag = 'Y'
               read fphist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close fphist-file
           set ws-fl-idx to 2
           perform 390-store-count.

       311-count-prodmast.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input prodmast-file
           perform until ws-eof-flag = 'Y'
               read prodmast-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close prodmast-file
           set ws-fl-idx to 3
           perform 390-store-count.

       314-count-movhist.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input movhist-file
           perform until ws-eof-flag = 'Y'
               read movhist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close movhist-file
           set ws-fl-idx to 4
           perform 390-store-count.

       317-count-backord.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input backord-file
           perform until ws-eof-flag = 'Y'
               read backord-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close backord-file
           set ws-fl-idx to 5
           perform 390-store-count.

       320-count-glfile.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input glfile-file
           perform until ws-eof-flag = 'Y'
               read glfile-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close glfile-file
           set ws-fl-idx to 6
           perform 390-store-count.

       323-count-rcvhist.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input rcvhist-file
           perform until ws-eof-flag = 'Y'
               read rcvhist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close rcvhist-file
           set ws-fl-idx to 7
           perform 390-store-count.

       326-count-openpo.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input openpo-file
           perform until ws-eof-flag = 'Y'
               read openpo-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close openpo-file
           set ws-fl-idx to 8
           perform 390-store-count.

       329-count-prchist.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input prchist-file
           perform until ws-eof-flag = 'Y'
               read prchist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close prchist-file
           set ws-fl-idx to 9
           perform 390-store-count.

       332-count-ckpt.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input ckpt-file
           perform until ws-eof-flag = 'Y'
               read ckpt-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close ckpt-file
           set ws-fl-idx to 10
           perform 390-store-count.

       335-count-ytd-a2.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input ytd-a2-file
           perform until ws-eof-flag = 'Y'
               read ytd-a2-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close ytd-a2-file
           set ws-fl-idx to 11
           perform 390-store-count.

       338-count-commreg.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input commreg-file
           perform until ws-eof-flag = 'Y'
               read commreg-file next record
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close commreg-file
           set ws-fl-idx to 12
           perform 390-store-count.

       341-count-draw.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input draw-file
           perform until ws-eof-flag = 'Y'
               read draw-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close draw-file
           set ws-fl-idx to 13
           perform 390-store-count.

       344-count-chgbk.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input chgbk-file
           perform until ws-eof-flag = 'Y'
               read chgbk-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close chgbk-file
           set ws-fl-idx to 14
           perform 390-store-count.

       347-count-hist-a5.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input hist-a5-file
           perform until ws-eof-flag = 'Y'
               read hist-a5-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close hist-a5-file
           set ws-fl-idx to 15
           perform 390-store-count.

       350-count-ytd-a5.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input ytd-a5-file
           perform until ws-eof-flag = 'Y'
               read ytd-a5-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close ytd-a5-file
           set ws-fl-idx to 16
           perform 390-store-count.

       353-count-labctl.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input labctl-file
           perform until ws-eof-flag = 'Y'
               read labctl-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close labctl-file
           set ws-fl-idx to 17
           perform 390-store-count.

       356-count-archive.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input archive-file
           perform until ws-eof-flag = 'Y'
               read archive-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close archive-file
           set ws-fl-idx to 18
           perform 390-store-count.

       359-count-ctl-prv.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input ctl-prv-file
           perform until ws-eof-flag = 'Y'
               read ctl-prv-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close ctl-prv-file
           set ws-fl-idx to 19
           perform 390-store-count.

       362-count-sum-prv.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input sum-prv-file
           perform until ws-eof-flag = 'Y'
               read sum-prv-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close sum-prv-file
           set ws-fl-idx to 20
           perform 390-store-count.

       365-count-sum-hist.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input sum-hist-file
           perform until ws-eof-flag = 'Y'
               read sum-hist-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close sum-hist-file
           set ws-fl-idx to 21
           perform 390-store-count.

       368-count-retlab.
           move 0 to ws-count
           move 'N' to ws-eof-flag
           open input retlab-file
           perform until ws-eof-flag = 'Y'
               read retlab-file
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       add 1 to ws-count
               end-read
           end-perform
           close retlab-file
           set ws-fl-idx to 22
           perform 390-store-count.

       390-store-count.
           if ws-pass = 'B'
               move ws-count to ws-fl-before(ws-fl-idx)
           else
               move ws-count to ws-fl-after(ws-fl-idx)
           end-if.

      * Every sequential file is opened for output (emptied) and
      * the register cleared, then the snapshot's D records are
      * written back in the order they were taken....
       400-restore-files.
           open output datecard-file fphist-file prodmast-file
                       movhist-file backord-file glfile-file
                       rcvhist-file openpo-file prchist-file ckpt-file
                       ytd-a2-file draw-file chgbk-file hist-a5-file
                       ytd-a5-file labctl-file archive-file ctl-prv-file
                       sum-prv-file sum-hist-file retlab-file
           open i-o commreg-file
           perform 410-clear-commreg

           move 'N' to ws-snap-eof-flag
           open input snapshot-file
           perform until ws-snap-eof-flag = 'Y'
               read snapshot-file
                   at end
                       move 'Y' to ws-snap-eof-flag
                   not at end
                       if sn-type = "D"
                           perform 420-restore-record
                       end-if
               end-read
           end-perform
           close snapshot-file

           close datecard-file fphist-file prodmast-file movhist-file
                 backord-file glfile-file rcvhist-file openpo-file
                 prchist-file ckpt-file ytd-a2-file draw-file chgbk-file
                 hist-a5-file ytd-a5-file labctl-file archive-file
                 ctl-prv-file sum-prv-file sum-hist-file retlab-file
           close commreg-file.

      * The register is an indexed file: delete what is there now,
      * so the snapshot's rows load into an empty register....
       410-clear-commreg.
           move 'N' to ws-eof-flag
           perform until ws-eof-flag = 'Y'
               read commreg-file next record
                   at end
                       move 'Y' to ws-eof-flag
                   not at end
                       delete commreg-file record
                           invalid key
                               continue
                       end-delete
               end-read
           end-perform.

       420-restore-record.
           add 1 to ws-restored-count
           evaluate sn-file
               when "DATECARD"
                   move sn-data to datecard-record
                   write datecard-record
               when "FPHIST"
                   move sn-data to fphist-record
                   write fphist-record
               when "PRODMAST"
                   move sn-data to prodmast-record
                   write prodmast-record
               when "MOVHIST"
                   move sn-data to movhist-record
                   write movhist-record
               when "BACKORD"
                   move sn-data to backord-record
                   write backord-record
               when "GLFILE"
                   move sn-data to glfile-record
                   write glfile-record
               when "RCVHIST"
                   move sn-data to rcvhist-record
                   write rcvhist-record
               when "OPENPO"
                   move sn-data to openpo-record
                   write openpo-record
               when "PRCHIST"
                   move sn-data to prchist-record
                   write prchist-record
               when "CKPTFILE"
                   move sn-data to ckpt-record
                   write ckpt-record
               when "YTDA2"
                   move sn-data to ytd-a2-record
                   write ytd-a2-record
               when "COMMREG"
                   move sn-data to commreg-record
                   write commreg-record
                       invalid key
                           add 1 to ws-reject-count
                   end-write
               when "DRAWFILE"
                   move sn-data to draw-record
                   write draw-record
               when "CBKFILE"
                   move sn-data to chgbk-record
                   write chgbk-record
               when "HISTA5"
                   move sn-data to hist-a5-record
                   write hist-a5-record
               when "YTDA5"
                   move sn-data to ytd-a5-record
                   write ytd-a5-record
               when "LABCTL"
                   move sn-data to labctl-record
                   write labctl-record
               when "ARCHIVE"
                   move sn-data to archive-record
                   write archive-record
               when "CTLPRV"
                   move sn-data to ctl-prv-record
                   write ctl-prv-record
               when "SUMPRV"
                   move sn-data to sum-prv-record
                   write sum-prv-record
               when "SUMHIST"
                   move sn-data to sum-hist-record
                   write sum-hist-record
               when "RETROLAB"
                   move sn-data to retlab-record
                   write retlab-record
               when other
                   add 1 to ws-reject-count
           end-evaluate.

      * One line per file. Every after-count must equal the
      * snapshot's, or the night is not marked backed out....
       500-report-files.
           write report-record from ws-column-headings
           write report-record from ws-blank-line
           move 0 to ws-mismatch-count
           perform varying ws-fl-idx from 1 by 1
               until ws-fl-idx > ws-file-count
               move ws-fl-name(ws-fl-idx) to det-file
               move ws-fl-snap(ws-fl-idx) to det-snap
               move ws-fl-before(ws-fl-idx) to det-before
               move ws-fl-after(ws-fl-idx) to det-after
               if ws-fl-after(ws-fl-idx) = ws-fl-snap(ws-fl-idx)
                   move "RESTORED" to det-status
               else
                   move "COUNT MISMATCH" to det-status
                   add 1 to ws-mismatch-count
               end-if
               write report-record from ws-detail-line
           end-perform
           write report-record from ws-blank-line

           if ws-mismatch-count > 0
           or ws-reject-count > 0
               write report-record from ws-mismatch-line
               write report-record from ws-mismatch-line-2
               move 8 to return-code
           else
               write report-record from ws-done-line
               write report-record from ws-rerun-line
               perform 920-write-rollback-record
           end-if.

      * Journal the start of the run....
       900-write-runlog-start.
           open extend runlog-file
           move "A7ROLLBK" to rl-program
           move "START" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move 0 to rl-records
           move 0 to rl-return-code
           write runlog-record
           close runlog-file.

      * Journal the end of the run with the records restored....
       910-write-runlog-end.
           open extend runlog-file
           move "A7ROLLBK" to rl-program
           move "END" to rl-type
           accept rl-date from date yyyymmdd
           accept rl-time from time
           move ws-restored-count to rl-records
           move return-code to rl-return-code
           write runlog-record
           close runlog-file.

      * The rollback record: like the roll's END record, its date
      * field carries a business date -- the night backed out --
      * which A7DATERL's guard then lets the roll release again....
       920-write-rollback-record.
           open extend runlog-file
           move "A7ROLLBK" to rl-program
           move "ROLLB" to rl-type
           move ws-night to rl-date
           accept rl-time from time
           move ws-restored-count to rl-records
           move 0 to rl-return-code
           write runlog-record
           close runlog-file.

       end program A7ROLLBK.
