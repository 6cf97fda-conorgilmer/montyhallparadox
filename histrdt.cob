      *> Run History Run-Date Conversion
      *> histrdt.cob
      *>
      *> One-time conversion for the run date: history.dat and
      *> histarch.rec records grew by the date each run's record was
      *> written and the kind of run it was (B batch, D one scenario
      *> of a control deck, T a training session), so the month-end
      *> summary can group runs by calendar period.  This utility
      *> reads the old-layout files and writes their records in the
      *> new layout - history.dat to histnew.dat (indexed, same key)
      *> and histarch.rec to archnew.rec - so the runs already on
      *> file are not left undated.  A site still on the six-digit
      *> layout runs HISTCNV first and renames its files into place;
      *> this step takes them on from there.
      *>
      *> The date and type are recovered from whatever still knows
      *> them, best source first:
      *>
      *>   runreg.dat    the run register - the program that drew the
      *>                 number, the deck size, and the date the run
      *>                 completed (or was drawn, if never completed);
      *>   gencat.dat    the generation catalog - the date the run's
      *>                 output was filed;
      *>   exchist.dat   the exception history - the date of the
      *>                 run's first exception.
      *>
      *> The catalog and exception history date a run but cannot say
      *> what kind it was, so those records keep a blank type; a run
      *> none of the three knows keeps a zero date and is counted
      *> undated.  An archive record already carrying a date is passed
      *> across untouched.  In counts are reconciled against out
      *> counts per file, and since no figure moves, the converted
      *> file's run count and hash totals are proved against
      *> histctl.dat, which stands unchanged.  The operator checks
      *> the report (histrdt.rec), then renames histnew.dat over
      *> history.dat and archnew.rec over histarch.rec.
      *> RETURN-CODE 0 clean, 4 undated runs, 8 a file failure,
      *> counts out of balance or totals that disagree with the
      *> control record.
       identification division.
       program-id.              histrdt.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select histfile assign to "history.dat"
        organization is indexed
        access mode is dynamic
        record key is old-runno
        file status is hist-status.
        select newfile assign to "histnew.dat"
        organization is indexed
        access mode is dynamic
        record key is new-runno
        file status is new-status.
        select optional archfile assign to "histarch.rec"
        organization is line sequential
        file status is arch-status.
        select newarchfile assign to "archnew.rec"
        organization is line sequential
        file status is newarch-status.
        select runregfile assign to "runreg.dat"
        organization is indexed
        access mode is dynamic
        record key is reg-runno
        file status is reg-status.
        select optional catfile assign to "gencat.dat"
        organization is line sequential
        file status is cat-status.
        select exchistfile assign to "exchist.dat"
        organization is indexed
        access mode is dynamic
        record key is exh-key
        file status is exh-status.
        select optional hctlfile assign to "histctl.dat"
        organization is line sequential
        file status is hct-status.
        select reportfile assign to "histrdt.rec"
        organization is line sequential.
       data division.
       file section.
      *> the layout history.dat carried before the run date.
       fd histfile
        label records are standard.
       01 old-rec.
           02 old-runno              pic 9(6).
           02 old-games              pic 9(8).
           02 old-stick              pic 9(8).
           02 old-twist              pic 9(8).
           02 old-stickpc            pic 9(2)V99.
           02 old-twistpc            pic 9(2)V99.
           02 old-numa               pic 9(8).
           02 old-numb               pic 9(8).
           02 old-numc               pic 9(8).
           02 old-doors              pic 9(3).
           02 old-host               pic x(1).
           02 old-voided             pic 9(8).
           02 old-stick-bank         pic s9(9) sign leading separate.
           02 old-twist-bank         pic s9(9) sign leading separate.
           02 old-rand-bank          pic s9(9) sign leading separate.
           02 old-opens              pic 9(3).
           02 old-lost               pic 9(8).
           02 old-stop               pic x(1).
           02 old-precision          pic 9(2)v99.
           02 old-policy             pic x(1).
           02 old-offer-pc           pic 9(3).
           02 old-nooffer            pic 9(8).
      *> the old record carried across whole, with the run date and
      *> type on the end.
       fd newfile
        label records are standard.
       01 new-rec.
           02 new-old-part.
               03 new-runno          pic 9(6).
               03 filler             pic x(126).
           02 new-run-date           pic 9(8).
           02 new-run-type           pic x(1).
       fd archfile
        label records are standard.
       01 archrec                pic x(141).
       fd newarchfile
        label records are standard.
       01 newarchrec             pic x(141).
       fd runregfile
        label records are standard.
       01 reg-rec.
           02 reg-runno              pic 9(6).
           02 reg-program            pic x(8).
           02 reg-drawn-date         pic 9(8).
           02 reg-drawn-time         pic 9(6).
           02 reg-state              pic x(1).
               88 reg-completed      value "C".
           02 reg-trials             pic 9(8).
           02 reg-doors              pic 9(3).
           02 reg-host               pic x(1).
           02 reg-stake              pic 9(5).
           02 reg-prize              pic 9(7).
           02 reg-opens              pic 9(3).
           02 reg-deck-ix            pic 9(2).
           02 reg-deck-size          pic 9(2).
           02 reg-games              pic 9(8).
           02 reg-upd-date           pic 9(8).
           02 reg-upd-time           pic 9(6).
           02 reg-note               pic x(24).
           02 reg-auth-by            pic x(8).
       fd catfile
        label records are standard.
       01 cat-rec.
           02 cat-runno              pic 9(6).
           02 filler                 pic x(1).
           02 cat-date               pic 9(8).
       fd exchistfile
        label records are standard.
       01 exh-rec.
           02 exh-key.
               03 exh-runno          pic 9(6).
               03 exh-date           pic 9(8).
               03 exh-seq            pic 9(3).
           02 exh-severity           pic 9.
           02 exh-reason             pic x(6).
           02 exh-text               pic x(24).
      *> history.dat's control record - only read here.
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
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
       Working-storage section.
       01 filevars.
           02 hist-status            pic x(2) value "00".
           02 new-status             pic x(2) value "00".
           02 arch-status            pic x(2) value "00".
           02 newarch-status         pic x(2) value "00".
           02 reg-status             pic x(2) value "00".
           02 cat-status             pic x(2) value "00".
           02 exh-status             pic x(2) value "00".
           02 hct-status             pic x(2) value "00".
           02 hist-eof-switch        pic 9  value zero.
               88 hist-at-end        value 1.
           02 arch-eof-switch        pic 9  value zero.
               88 arch-at-end        value 1.
           02 cat-eof-switch         pic 9  value zero.
               88 cat-at-end         value 1.
           02 exh-eof-switch         pic 9  value zero.
               88 exh-at-end         value 1.
           02 reg-open-ok            pic 9  value zero.
               88 reg-is-open        value 1.
           02 exh-open-ok            pic 9  value zero.
               88 exh-is-open        value 1.
      *> archive records arrive off a sequential file, in the new
      *> layout's length - a record from before carries spaces where
      *> the run date and type now sit.
       01 archwork.
           02 arc-runno              pic 9(6).
           02 filler                 pic x(126).
           02 arc-run-date           pic x(8).
           02 arc-run-type           pic x(1).
      *> the generation catalog, held in full - it is trimmed to a
      *> handful of generations, but sized for a site that never has.
       01 catalogvars.
           02 cat-count              pic 9(4) value zero.
           02 cat-max                pic 9(4) value 2000.
           02 cat-ix                 pic 9(4) value zero.
       01 catalogtable.
           02 cat-entry occurs 2000 times.
               03 cat-when-runno     pic 9(6).
               03 cat-when-date      pic 9(8).
      *> the run being dated and what was found for it.
       01 datework.
           02 date-runno             pic 9(6) value zero.
           02 found-date             pic 9(8) value zero.
           02 found-type             pic x(1) value space.
           02 found-switch           pic 9  value zero.
               88 date-found         value 1.
       01 cnvcounters.
           02 hist-in-count          pic 9(6) value zero.
           02 hist-out-count         pic 9(6) value zero.
           02 arch-in-count          pic 9(6) value zero.
           02 arch-out-count         pic 9(6) value zero.
           02 arch-kept-count        pic 9(6) value zero.
           02 from-reg-count         pic 9(6) value zero.
           02 from-cat-count         pic 9(6) value zero.
           02 from-exh-count         pic 9(6) value zero.
           02 undated-count          pic 9(6) value zero.
           02 cnv-severity           pic 9 value zero.
      *> hash totals over every record written to histnew.dat, for
      *> the proof against the control record.
       01 newtotals.
           02 new-tot-games          pic 9(12) value zero.
           02 new-tot-stick          pic 9(12) value zero.
           02 new-tot-twist          pic 9(12) value zero.
           02 new-tot-stick-bank     pic s9(13) value zero.
           02 new-tot-twist-bank     pic s9(13) value zero.
           02 new-tot-rand-bank      pic s9(13) value zero.
       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                05 marginleft pic x(2) value all '* '.
                05 linetext pic x(44) value all spaces.
                05 marginright pic x(2) value all ' *'.
       procedure division.
       main-logic-section.
       begin.
           open output reportfile
           write reportrec from outlinetop
           move "Run History Run-Date Conversion!" to linetext
           write reportrec from outlinetext
           write reportrec from outlinetop
           display '*** Run History Run-Date Conversion ***'
           perform open-date-sources
           perform convert-history
           perform convert-archive
           perform close-date-sources
           perform check-control-record
           perform conversion-summary
           write reportrec from outlinetop
           close reportfile
           display "Conversion report written to histrdt.rec"
           move cnv-severity to return-code
           stop run.
       main-logic-exit.

      *> Every source is optional - a site that predates the register
      *> or has never filed a generation simply dates fewer runs.
       open-date-sources.
           open input runregfile
           if reg-status = "00"
                set reg-is-open to true
           else
                display "Run register not available, status "
                     reg-status
           end-if
           open input exchistfile
           if exh-status = "00"
                set exh-is-open to true
           else
                display "Exception history not available, status "
                     exh-status
           end-if
           perform load-catalog
       exit.
       open-date-sources-exit.

       close-date-sources.
           if reg-is-open
                close runregfile
           end-if
           if exh-is-open
                close exchistfile
           end-if
       exit.
       close-date-sources-exit.

       load-catalog.
           move zero to cat-eof-switch
           open input catfile
           if cat-status not = "00" and cat-status not = "05"
                display "Generation catalog not available, status "
                     cat-status
           else
                perform load-catalog-entry until cat-at-end
                close catfile
           end-if
       exit.
       load-catalog-exit.

       load-catalog-entry.
           read catfile
                at end
                     set cat-at-end to true
                not at end
                     if cat-runno is numeric and cat-date is numeric
                          and cat-count < cat-max
                          compute cat-count = cat-count + 1
                          move cat-runno to cat-when-runno(cat-count)
                          move cat-date to cat-when-date(cat-count)
                     end-if
           end-read
       exit.
       load-catalog-entry-exit.

      *> Every old-layout record off history.dat rewritten into
      *> histnew.dat in key order.  An absent history file converts
      *> to an empty new file.
       convert-history.
           move zero to hist-eof-switch
           open output newfile
           if new-status not = "00"
                display "New history file open failed, status "
                     new-status
                move "New history file open failed." to linetext
                write reportrec from outlinetext
                move 8 to cnv-severity
           else
                move 1 to old-runno
                open input histfile
                if hist-status not = "00"
                     display "History file not available, status "
                          hist-status
                     move "History file not available." to linetext
                     write reportrec from outlinetext
                else
                     start histfile key is greater than or equal to
                          old-runno
                          invalid key
                               set hist-at-end to true
                     end-start
                     perform convert-one-record until hist-at-end
                     close histfile
                end-if
                close newfile
           end-if
       exit.
       convert-history-exit.

       convert-one-record.
           read histfile next record
                at end
                     set hist-at-end to true
                not at end
                     compute hist-in-count = hist-in-count + 1
                     move old-rec to new-old-part
                     move old-runno to date-runno
                     perform find-run-date
                     move found-date to new-run-date
                     move found-type to new-run-type
                     write new-rec
                          invalid key
                               display "New history write failed "
                                    "for run " old-runno ", status "
                                    new-status
                               move 8 to cnv-severity
                          not invalid key
                               compute hist-out-count =
                                    hist-out-count + 1
                               perform add-new-totals
                     end-write
           end-read
       exit.
       convert-one-record-exit.

      *> Bankrolls on records from before the economics fields count
      *> as zero, as HISTVFY counts them.
       add-new-totals.
           if old-games is numeric
                compute new-tot-games = new-tot-games + old-games
           end-if
           if old-stick is numeric
                compute new-tot-stick = new-tot-stick + old-stick
           end-if
           if old-twist is numeric
                compute new-tot-twist = new-tot-twist + old-twist
           end-if
           if old-stick-bank is numeric
                compute new-tot-stick-bank =
                     new-tot-stick-bank + old-stick-bank
           end-if
           if old-twist-bank is numeric
                compute new-tot-twist-bank =
                     new-tot-twist-bank + old-twist-bank
           end-if
           if old-rand-bank is numeric
                compute new-tot-rand-bank =
                     new-tot-rand-bank + old-rand-bank
           end-if
       exit.
       add-new-totals-exit.

      *> The date and type for date-runno, off the best source that
      *> has the run.
       find-run-date.
           move zero to found-date
           move space to found-type
           move zero to found-switch
           if reg-is-open
                perform date-from-register
           end-if
           if not date-found
                perform date-from-catalog
                     varying cat-ix from 1 by 1
                     until cat-ix > cat-count or date-found
                if date-found
                     compute from-cat-count = from-cat-count + 1
                end-if
           end-if
           if not date-found and exh-is-open
                perform date-from-exceptions
           end-if
           if not date-found
                compute undated-count = undated-count + 1
           end-if
       exit.
       find-run-date-exit.

      *> A completed run is dated by its completion; one the
      *> register never saw complete, by the day it was drawn.
       date-from-register.
           move date-runno to reg-runno
           read runregfile
                invalid key
                     continue
                not invalid key
                     if reg-completed and reg-upd-date is numeric
                          and reg-upd-date > zero
                          move reg-upd-date to found-date
                     else
                          if reg-drawn-date is numeric
                               move reg-drawn-date to found-date
                          end-if
                     end-if
                     if found-date > zero
                          set date-found to true
                          compute from-reg-count = from-reg-count + 1
                          if reg-program = "TRAINER"
                               move "T" to found-type
                          else
                               if reg-deck-size is numeric
                                    and reg-deck-size > 1
                                    move "D" to found-type
                               else
                                    move "B" to found-type
                               end-if
                          end-if
                     end-if
           end-read
       exit.
       date-from-register-exit.

       date-from-catalog.
           if cat-when-runno(cat-ix) = date-runno
                move cat-when-date(cat-ix) to found-date
                set date-found to true
           end-if
       exit.
       date-from-catalog-exit.

      *> The exception history is keyed run first, so the run's
      *> earliest exception is the first record at or after it.
       date-from-exceptions.
           move date-runno to exh-runno
           move zero to exh-date
           move zero to exh-seq
           move zero to exh-eof-switch
           start exchistfile key is greater than or equal to exh-key
                invalid key
                     set exh-at-end to true
           end-start
           if not exh-at-end
                read exchistfile next record
                     at end
                          set exh-at-end to true
                     not at end
                          if exh-runno = date-runno
                               and exh-date is numeric
                               and exh-date > zero
                               move exh-date to found-date
                               set date-found to true
                               compute from-exh-count =
                                    from-exh-count + 1
                          end-if
                end-read
           end-if
       exit.
       date-from-exceptions-exit.

      *> The archive gets the same treatment, record for record, off
      *> its sequential file.  An absent archive is normal on a site
      *> that has never purged.
       convert-archive.
           move zero to arch-eof-switch
           open output newarchfile
           if newarch-status not = "00"
                display "New archive file open failed, status "
                     newarch-status
                move "New archive file open failed." to linetext
                write reportrec from outlinetext
                move 8 to cnv-severity
           else
                open input archfile
                if arch-status not = "00"
                     display "Archive file not available, status "
                          arch-status
                     move "Archive file not available." to linetext
                     write reportrec from outlinetext
                     set arch-at-end to true
                else
                     perform convert-arch-record until arch-at-end
                     close archfile
                end-if
                close newarchfile
           end-if
       exit.
       convert-archive-exit.

       convert-arch-record.
           read archfile
                at end
                     set arch-at-end to true
                not at end
                     compute arch-in-count = arch-in-count + 1
                     move archrec to archwork
                     if arc-run-date is numeric
                          and arc-run-date not = "00000000"
                          compute arch-kept-count =
                               arch-kept-count + 1
                     else
                          move arc-runno to date-runno
                          perform find-run-date
                          move found-date to arc-run-date
                          move found-type to arc-run-type
                     end-if
                     write newarchrec from archwork
                     if newarch-status not = "00"
                          display "New archive write failed for "
                               "run " arc-runno ", status "
                               newarch-status
                          move 8 to cnv-severity
                          set arch-at-end to true
                     else
                          compute arch-out-count = arch-out-count + 1
                     end-if
           end-read
       exit.
       convert-arch-record-exit.

      *> No figure moves in this conversion, so the new file must
      *> agree with the control record the old one was kept under.
      *> A site that has never established one is only told so.
       check-control-record.
           open input hctlfile
           if hct-status = "00" or hct-status = "05"
                read hctlfile
                     at end
                          move "No control record - not proved."
                               to linetext
                          write reportrec from outlinetext
                          display "No control record on histctl.dat"
                     not at end
                          perform prove-against-control
                end-read
                close hctlfile
           end-if
       exit.
       check-control-record-exit.

       prove-against-control.
           if hct-count = hist-out-count
                and hct-games = new-tot-games
                and hct-stick = new-tot-stick
                and hct-twist = new-tot-twist
                and hct-stick-bank = new-tot-stick-bank
                and hct-twist-bank = new-tot-twist-bank
                and hct-rand-bank = new-tot-rand-bank
                move "Totals agree with histctl.dat." to linetext
                write reportrec from outlinetext
                display "Converted totals agree with histctl.dat"
           else
                move 8 to cnv-severity
                move "WARNING: TOTALS DISAGREE WITH HISTCTL"
                     to linetext
                write reportrec from outlinetext
                display "*** WARNING: converted totals do not agree "
                     "with histctl.dat - run HISTVFY ***"
           end-if
       exit.
       prove-against-control-exit.

      *> In/out reconciliation per file, and where the dates came
      *> from - a conversion that drops a record must never pass
      *> quietly.
       conversion-summary.
           write reportrec from outlinetop
           move spaces to linetext
           string "History in " delimited by size
                hist-in-count delimited by size
                " out " delimited by size
                hist-out-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Archive in " delimited by size
                arch-in-count delimited by size
                " out " delimited by size
                arch-out-count delimited by size
                " kept " delimited by size
                arch-kept-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Dated by register " delimited by size
                from-reg-count delimited by size
                " catalog " delimited by size
                from-cat-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Dated by exceptions " delimited by size
                from-exh-count delimited by size
                " undated " delimited by size
                undated-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "History in " hist-in-count ", out "
                hist-out-count "; archive in " arch-in-count
                ", out " arch-out-count "; dated by register "
                from-reg-count ", catalog " from-cat-count
                ", exceptions " from-exh-count "; undated "
                undated-count
           if hist-in-count not = hist-out-count
                or arch-in-count not = arch-out-count
                move 8 to cnv-severity
                move "WARNING: COUNTS OUT OF BALANCE" to linetext
                write reportrec from outlinetext
                display "*** WARNING: in/out counts do not "
                     "balance ***"
           end-if
           if undated-count > zero and cnv-severity < 4
                move 4 to cnv-severity
           end-if
           if cnv-severity < 8
                move "Converted - rename histnew.dat and" to
                     linetext
                write reportrec from outlinetext
                move "archnew.rec into place." to linetext
                write reportrec from outlinetext
                display "Converted - rename histnew.dat over "
                     "history.dat and archnew.rec over histarch.rec"
           end-if
       exit.
       conversion-summary-exit.
