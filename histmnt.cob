      *> against after + purged - restored, and a restore further
      *> balances selected against restored + refused, so a pass
      *> that loses records is caught on the spot.
      *> Every run purged or restored is carried off or onto the
      *> control record histctl.dat, which HISTVFY proves the file
      *> against.
      *> RETURN-CODE 0 clean, 8 reconciliation or file failure.
       identification division.
       program-id.              histmnt.
        access mode is dynamic
        record key is hist-runno
        file status is hist-status.
        select optional hctlfile assign to "histctl.dat"
        organization is line sequential
        file status is hct-status.
        select optional archfile assign to "histarch.rec"
        organization is line sequential
        file status is arch-status.
           02 hist-rand-bank         pic s9(9) sign leading separate.
           02 hist-opens             pic 9(3).
           02 hist-lost              pic 9(8).
      *> what ended the run (F fixed trials, T precision target met,
      *> C ceiling reached, target not met) and the interval
      *> half-width reached.  Spaces on records from before.
           02 hist-stop              pic x(1).
           02 hist-precision         pic 9(2)v99.
      *> host offer policy, its offer percentage and the games with
      *> no switch offered.  Spaces on records from before.
           02 hist-policy            pic x(1).
           02 hist-offer-pc          pic 9(3).
           02 hist-nooffer           pic 9(8).
      *> the date the run's record was written and the kind of run -
      *> B a batch run, D one scenario of a control deck, T a
      *> training session.  Zero and space on records from before.
           02 hist-run-date          pic 9(8).
           02 hist-run-type          pic x(1).
      *> history.dat's control record: how many runs the file holds
      *> and the hash totals of their games, stick, twist and
      *> bankrolls, carried forward by every program that adds a run
      *> to the file or takes one off it, for HISTVFY to prove the
      *> file against.
       fd hctlfile
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
       fd archfile
        label records are standard.
       01 archrec                pic x(141).
       fd parmcard
        label records are standard.
       01 parm-rec.
               88 hist-at-end        value 1.
           02 arch-eof-switch        pic 9  value zero.
               88 arch-at-end        value 1.
      *> the movement this program's history writes make to the
      *> control record - a run added counts in, a run purged counts
      *> out - posted onto histctl.dat once the write is done.
       01 histctlvars.
           02 hct-status             pic x(2) value "00".
           02 hct-found-switch       pic 9  value zero.
               88 hct-found          value 1.
           02 hist-new-switch        pic 9  value zero.
               88 hist-file-new      value 1.
           02 hct-sign               pic s9 value +1.
           02 hct-add-count          pic s9(6) value zero.
           02 hct-add-games          pic s9(12) value zero.
           02 hct-add-stick          pic s9(12) value zero.
           02 hct-add-twist          pic s9(12) value zero.
           02 hct-add-stick-bank     pic s9(13) value zero.
           02 hct-add-twist-bank     pic s9(13) value zero.
           02 hct-add-rand-bank      pic s9(13) value zero.
           02 hct-date-raw           pic x(21).
       01 mntparms.
           02 run-mode               pic x(1) value "R".
               88 mode-report        value "R".
                     perform archive-one-record until hist-at-end
                     close histfile
                     close archfile
                     perform post-history-control
                end-if
           end-if
       exit.
                     move 8 to mnt-severity
                not invalid key
                     compute purged-count = purged-count + 1
                     move -1 to hct-sign
                     perform note-history-control
           end-delete
       exit.
       purge-one-record-exit.
                     open output histfile
                     close histfile
                     open i-o histfile
                     set hist-file-new to true
                end-if
                if hist-status not = "00"
                     display "History file open failed, status "
                     perform restore-one-record until arch-at-end
                     close histfile
                     close archfile
                     perform post-history-control
                     perform reconcile-restore
                end-if
           end-if
                          "history file - refused"
                not invalid key
                     compute restored-count = restored-count + 1
                     move +1 to hct-sign
                     perform note-history-control
           end-write
      *> "22" is the duplicate refusal handled above; any other
      *> dirty status means the write itself went wrong.
       exit.
       reconcile-restore-exit.

      *> The record in hist-rec onto the pending control movement, in
      *> or out by hct-sign.  Bankrolls on records from before the
      *> economics fields count as zero, as HISTVFY counts them.
       note-history-control.
           compute hct-add-count = hct-add-count + hct-sign
           compute hct-add-games =
                hct-add-games + (hist-games * hct-sign)
           compute hct-add-stick =
                hct-add-stick + (hist-stick * hct-sign)
           compute hct-add-twist =
                hct-add-twist + (hist-twist * hct-sign)
           if hist-stick-bank is numeric
                compute hct-add-stick-bank =
                     hct-add-stick-bank + (hist-stick-bank * hct-sign)
           end-if
           if hist-twist-bank is numeric
                compute hct-add-twist-bank =
                     hct-add-twist-bank + (hist-twist-bank * hct-sign)
           end-if
           if hist-rand-bank is numeric
                compute hct-add-rand-bank =
                     hct-add-rand-bank + (hist-rand-bank * hct-sign)
           end-if
       exit.
       note-history-control-exit.

      *> The pending movement onto the control record.  A missing
      *> control record is only started afresh when this program has
      *> just created history.dat itself - carried forward from
      *> nothing onto an existing file it would certify whatever the
      *> file now holds, so it is left for HISTVFY to report and
      *> re-establish.  A control record that will not write is a
      *> file failure like any other here.
       post-history-control.
           if hct-add-count not = zero
                move zero to hct-found-switch
                open input hctlfile
                if hct-status = "00" or hct-status = "05"
                     read hctlfile
                          at end
                               continue
                          not at end
                               set hct-found to true
                     end-read
                     close hctlfile
                end-if
                if not hct-found and not hist-file-new
                     display "History control record missing - not "
                          "carried forward, HISTVFY to re-establish"
                else
                     if not hct-found
                          perform clear-history-control
                     end-if
                     perform apply-history-control
                     open output hctlfile
                     if hct-status not = "00"
                          display "History control record not "
                               "writable, status " hct-status
                          move 8 to mnt-severity
                     else
                          write hct-rec
                          close hctlfile
                     end-if
                end-if
           end-if
           move zero to hct-add-count
           move zero to hct-add-games
           move zero to hct-add-stick
           move zero to hct-add-twist
           move zero to hct-add-stick-bank
           move zero to hct-add-twist-bank
           move zero to hct-add-rand-bank
       exit.
       post-history-control-exit.

       clear-history-control.
           move zero to hct-count
           move zero to hct-games
           move zero to hct-stick
           move zero to hct-twist
           move zero to hct-stick-bank
           move zero to hct-twist-bank
           move zero to hct-rand-bank
       exit.
       clear-history-control-exit.

       apply-history-control.
           compute hct-count = hct-count + hct-add-count
           compute hct-games = hct-games + hct-add-games
           compute hct-stick = hct-stick + hct-add-stick
           compute hct-twist = hct-twist + hct-add-twist
           compute hct-stick-bank = hct-stick-bank + hct-add-stick-bank
           compute hct-twist-bank = hct-twist-bank + hct-add-twist-bank
           compute hct-rand-bank = hct-rand-bank + hct-add-rand-bank
           move function current-date to hct-date-raw
           move "HISTMNT" to hct-program
           move zero to hct-runno
           move hct-date-raw(1:8) to hct-date
           move hct-date-raw(9:6) to hct-time
           move spaces to hct-auth-by
       exit.
       apply-history-control-exit.

      *> Before/after reconciliation: every record is either still
      *> on the file, accounted for by the purge count, or newly
      *> arrived off a restore.
