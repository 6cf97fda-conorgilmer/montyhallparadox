      *> in the new layout - history.dat to histnew.dat (indexed, same
      *> key) and histarch.rec to archnew.rec - so years of
      *> accumulated runs are not stranded on the old record format.
      *> The control record for the new file - its run count and hash
      *> totals - goes to ctlnew.dat.  The operator checks the report
      *> (histcnv.rec), then renames histnew.dat over history.dat,
      *> ctlnew.dat over histctl.dat and archnew.rec over
      *> histarch.rec.
      *>
      *> Records from before the doors/host/voided/bankroll fields
      *> existed carry spaces there - those are normalised to the
      *> classic defaults (3 doors, informed host, nothing voided,
      *> zero bankrolls) on the way across, and counted on the report.
      *> So are the fields added since - the stop reason, precision
      *> and offer policy, blank as on any record from before them.
      *> The run date added after that is not written here: HISTRDT
      *> takes the converted files on from this layout and dates the
      *> runs.
      *> In counts are reconciled against out counts per file.
      *> RETURN-CODE 0 clean, 8 a file failure or counts out of
      *> balance.
        select newarchfile assign to "archnew.rec"
        organization is line sequential
        file status is newarch-status.
        select ctlnewfile assign to "ctlnew.dat"
        organization is line sequential
        file status is ctlnew-status.
        select reportfile assign to "histcnv.rec"
        organization is line sequential.
       data division.
      *> zero doors opened beyond the norm, zero both-lose games.
           02 new-opens              pic 9(3).
           02 new-lost               pic 9(8).
      *> stop reason, precision and host offer policy - none of them
      *> existed either, so every converted record was a fixed-trials
      *> run under a host who always offers: spaces and zeros, as on
      *> any record from before.
           02 new-stop               pic x(1).
           02 new-precision          pic 9(2)v99.
           02 new-policy             pic x(1).
           02 new-offer-pc           pic 9(3).
           02 new-nooffer            pic 9(8).
       fd archfile
        label records are standard.
       01 archrec                pic x(90).
       fd newarchfile
        label records are standard.
       01 newarchrec             pic x(132).
      *> the control record HISTVFY proves history.dat against, for
      *> the converted file.
       fd ctlnewfile
        label records are standard.
       01 hct-rec.
           02 hct-count              pic 9(6).
           02 hct-games              pic 9(12).
           02 hct-stick              pic 9(12).
           02 hct-twist              pic 9(12).
           02 hct-stick-bank         pic s9(13) sign leading separate.
           02 hct-twist-bank         pic s9(13) sign leading separate.
           02 hct-rand-bank          pic s9(13) sign leading separate.
           02 hct-program            pic x(8).
           02 hct-runno              pic 9(6).
           02 hct-date               pic 9(8).
           02 hct-time               pic 9(6).
           02 hct-auth-by            pic x(8).
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
           02 new-status             pic x(2) value "00".
           02 arch-status            pic x(2) value "00".
           02 newarch-status         pic x(2) value "00".
           02 ctlnew-status          pic x(2) value "00".
           02 hist-eof-switch        pic 9  value zero.
               88 hist-at-end        value 1.
           02 arch-eof-switch        pic 9  value zero.
           02 arch-out-count         pic 9(6) value zero.
           02 normalised-count       pic 9(6) value zero.
           02 cnv-severity           pic 9 value zero.
      *> hash totals over every record written to histnew.dat.
       01 newctltotals.
           02 new-ctl-games          pic 9(12) value zero.
           02 new-ctl-stick          pic 9(12) value zero.
           02 new-ctl-twist          pic 9(12) value zero.
           02 new-ctl-stick-bank     pic s9(13) value zero.
           02 new-ctl-twist-bank     pic s9(13) value zero.
           02 new-ctl-rand-bank      pic s9(13) value zero.
           02 ctl-date-raw           pic x(21).
       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                     close histfile
                end-if
                close newfile
                perform write-new-control
           end-if
       exit.
       convert-history-exit.
                          not invalid key
                               compute hist-out-count =
                                    hist-out-count + 1
                               perform add-new-control
                     end-write
           end-read
       exit.
       convert-one-record-exit.

       add-new-control.
           compute new-ctl-games = new-ctl-games + new-games
           compute new-ctl-stick = new-ctl-stick + new-stick
           compute new-ctl-twist = new-ctl-twist + new-twist
           compute new-ctl-stick-bank =
                new-ctl-stick-bank + new-stick-bank
           compute new-ctl-twist-bank =
                new-ctl-twist-bank + new-twist-bank
           compute new-ctl-rand-bank =
                new-ctl-rand-bank + new-rand-bank
       exit.
       add-new-control-exit.

      *> The converted file's control record, from the records that
      *> actually reached it - an empty file gets a zero one.
       write-new-control.
           open output ctlnewfile
           if ctlnew-status not = "00"
                display "New control file open failed, status "
                     ctlnew-status
                move "New control file open failed." to linetext
                write reportrec from outlinetext
                move 8 to cnv-severity
           else
                move function current-date to ctl-date-raw
                move hist-out-count to hct-count
                move new-ctl-games to hct-games
                move new-ctl-stick to hct-stick
                move new-ctl-twist to hct-twist
                move new-ctl-stick-bank to hct-stick-bank
                move new-ctl-twist-bank to hct-twist-bank
                move new-ctl-rand-bank to hct-rand-bank
                move "HISTCNV" to hct-program
                move zero to hct-runno
                move ctl-date-raw(1:8) to hct-date
                move ctl-date-raw(9:6) to hct-time
                move spaces to hct-auth-by
                write hct-rec
                close ctlnewfile
           end-if
       exit.
       write-new-control-exit.

      *> Field-by-field widen, with the fields added to the record
      *> after the original layout shipped normalised to the classic
      *> defaults when an early record carries spaces there.
           end-if
           move zero to new-opens
           move zero to new-lost
           perform clear-later-fields
       exit.
       build-new-record-exit.

       clear-later-fields.
           move space to new-stop
           move zero to new-precision
           move space to new-policy
           move zero to new-offer-pc
           move zero to new-nooffer
       exit.
       clear-later-fields-exit.

      *> The archive gets the same treatment, record for record, off
      *> its sequential file.  An absent archive is normal on a site
      *> that has never purged.
           end-if
           move zero to new-opens
           move zero to new-lost
           perform clear-later-fields
       exit.
       build-arch-record-exit.

                     "balance ***"
           end-if
           if cnv-severity = zero
                move "Converted clean - rename histnew.dat," to
                     linetext
                write reportrec from outlinetext
                move "ctlnew.dat and archnew.rec into place." to
                     linetext
                write reportrec from outlinetext
                display "Converted clean - rename histnew.dat over "
                     "history.dat, ctlnew.dat over histctl.dat and "
                     "archnew.rec over histarch.rec"
           end-if
       exit.
       conversion-summary-exit.
