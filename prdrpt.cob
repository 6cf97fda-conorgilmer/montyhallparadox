      *> Run History Period Summary
      *> prdrpt.cob
      *>
      *> The month-end management summary.  Reads the whole of
      *> history.dat and groups the runs by the calendar month of
      *> their run date and, within each month, by the shape they
      *> were played under (doors, host, doors opened).  For each
      *> shape, and for the month as a whole, it shows the runs (and
      *> how many were batch, deck scenario and training runs), the
      *> total and valid games, the stick and twist percentages set
      *> against the valid-games-weighted theory for the shapes
      *> played - derived run by run exactly as HISTRPT derives it -
      *> and the net result of the three bankrolls.  The month's
      *> exception count comes off exchist.dat by exception date.
      *> Each month closes with its movement against the month before
      *> it on the report: runs, games, stick and twist percentage
      *> and exceptions.  Runs converted from before the run date
      *> was recorded carry a zero date and are shown together, first,
      *> as Undated, outside the month-on-month comparison.  The
      *> report goes to prdrpt.rec.
      *> RETURN-CODE 0, or 4 when the period tables filled and some
      *> runs or exceptions were left out of the summary.
       identification division.
       program-id.              prdrpt.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select histfile assign to "history.dat"
        organization is indexed
        access mode is dynamic
        record key is hist-runno
        file status is hist-status.
        select exchistfile assign to "exchist.dat"
        organization is indexed
        access mode is dynamic
        record key is exh-key
        file status is exh-status.
        select reportfile assign to "prdrpt.rec"
        organization is line sequential.
       data division.
       file section.
       fd histfile
        label records are standard.
       01 hist-rec.
           02 hist-runno             pic 9(6).
           02 hist-games             pic 9(8).
           02 hist-stick              pic 9(8).
           02 hist-twist              pic 9(8).
           02 hist-stickpc           pic 9(2)V99.
           02 hist-twistpc           pic 9(2)V99.
           02 hist-numa              pic 9(8).
           02 hist-numb              pic 9(8).
           02 hist-numc              pic 9(8).
           02 hist-doors             pic 9(3).
           02 hist-host              pic x(1).
           02 hist-voided            pic 9(8).
           02 hist-stick-bank        pic s9(9) sign leading separate.
           02 hist-twist-bank        pic s9(9) sign leading separate.
           02 hist-rand-bank         pic s9(9) sign leading separate.
      *> generalised-host shape: doors opened (zero = classic) and
      *> settled games both pure strategies lost.
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
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
       Working-storage section.
       01 filevars.
           02 hist-status            pic x(2) value "00".
           02 exh-status             pic x(2) value "00".
           02 hist-eof-switch        pic 9  value zero.
               88 hist-at-end        value 1.
           02 exh-eof-switch         pic 9  value zero.
               88 exh-at-end         value 1.
      *> the month and shape the current run falls in - the group
      *> key, held in the same order as the tables below so a plain
      *> compare keeps them in month, then shape, order.
       01 groupwork.
           02 work-key.
               03 work-month         pic x(6).
               03 work-doors         pic 9(3).
               03 work-host          pic x(1).
               03 work-opens         pic 9(3).
           02 grp-ix                 pic 9(4) value zero.
           02 mon-ix                 pic 9(4) value zero.
           02 shift-ix               pic 9(4) value zero.
           02 slot-switch            pic 9  value zero.
               88 slot-found         value 1.
           02 entry-switch           pic 9  value zero.
               88 entry-ready        value 1.
           02 grp-max                pic 9(4) value 500.
           02 mon-max                pic 9(4) value 240.
           02 grp-count              pic 9(4) value zero.
           02 mon-count              pic 9(4) value zero.
           02 dropped-runs           pic 9(6) value zero.
           02 dropped-excs           pic 9(6) value zero.
           02 total-runs             pic 9(6) value zero.
           02 total-excs             pic 9(6) value zero.
           02 prd-severity           pic 9 value zero.
      *> one entry per month and shape with any runs.
       01 grouptable.
           02 grp-entry occurs 500 times.
               03 grp-key.
                   04 grp-month      pic x(6).
                   04 grp-doors      pic 9(3).
                   04 grp-host       pic x(1).
                   04 grp-opens      pic 9(3).
               03 grp-figures.
                   04 grp-runs       pic 9(6).
                   04 grp-batch      pic 9(6).
                   04 grp-deck       pic 9(6).
                   04 grp-train      pic 9(6).
                   04 grp-other      pic 9(6).
                   04 grp-games      pic 9(12).
                   04 grp-valid      pic 9(12).
                   04 grp-stick      pic 9(12).
                   04 grp-twist      pic 9(12).
                   04 grp-th-work    pic 9(16)v99.
                   04 grp-tw-work    pic 9(16)v99.
                   04 grp-stick-bank pic s9(13).
                   04 grp-twist-bank pic s9(13).
                   04 grp-rand-bank  pic s9(13).
      *> one entry per month with any runs or any exceptions, with
      *> the month's figures across every shape.
       01 monthtable.
           02 mon-entry occurs 240 times.
               03 mon-month          pic x(6).
               03 mon-figures.
                   04 mon-runs       pic 9(6).
                   04 mon-batch      pic 9(6).
                   04 mon-deck       pic 9(6).
                   04 mon-train      pic 9(6).
                   04 mon-other      pic 9(6).
                   04 mon-games      pic 9(12).
                   04 mon-valid      pic 9(12).
                   04 mon-stick      pic 9(12).
                   04 mon-twist      pic 9(12).
                   04 mon-th-work    pic 9(16)v99.
                   04 mon-tw-work    pic 9(16)v99.
                   04 mon-stick-bank pic s9(13).
                   04 mon-twist-bank pic s9(13).
                   04 mon-rand-bank  pic s9(13).
               03 mon-excs           pic 9(6).
      *> the figures of whichever group or month is being printed -
      *> both tables carry them in the same layout.
       01 printfigures.
           02 prt-runs               pic 9(6).
           02 prt-batch              pic 9(6).
           02 prt-deck               pic 9(6).
           02 prt-train              pic 9(6).
           02 prt-other              pic 9(6).
           02 prt-games              pic 9(12).
           02 prt-valid              pic 9(12).
           02 prt-stick              pic 9(12).
           02 prt-twist              pic 9(12).
           02 prt-th-work            pic 9(16)v99.
           02 prt-tw-work            pic 9(16)v99.
           02 prt-stick-bank         pic s9(13).
           02 prt-twist-bank         pic s9(13).
           02 prt-rand-bank          pic s9(13).
       01 pcvars.
           02 prt-stickpc            pic 9(2)v99 value zero.
           02 prt-twistpc            pic 9(2)v99 value zero.
           02 prt-theorypc           pic 9(3)v99 value zero.
           02 prt-theory-twist       pic 9(3)v99 value zero.
      *> the last dated month printed, for the month-on-month line.
       01 priorvars.
           02 prior-switch           pic 9  value zero.
               88 prior-held         value 1.
           02 prior-month            pic x(6) value spaces.
           02 prior-runs             pic 9(6) value zero.
           02 prior-games            pic 9(12) value zero.
           02 prior-stickpc          pic 9(2)v99 value zero.
           02 prior-twistpc          pic 9(2)v99 value zero.
           02 prior-excs             pic 9(6) value zero.
           02 diff-runs              pic s9(6) value zero.
           02 diff-games             pic s9(12) value zero.
           02 diff-stickpc           pic s9(2)v99 value zero.
           02 diff-twistpc           pic s9(2)v99 value zero.
           02 diff-excs              pic s9(6) value zero.
       01 theoryvars.
      *> each run's own theoretical split, from the shape and policy
      *> recorded with it - as HISTRPT works it.
           02 run-theorypc           pic 9(3)v99 value zero.
           02 run-theory-twistpc     pic 9(3)v99 value zero.
      *> closed unchosen doors the host left - 1 on a classic run.
           02 run-closed             pic 9(3) value 1.
           02 run-valid              pic 9(8) value zero.
      *> classic three-door fallback, used only when a record's
      *> door count is unreadable.
           02 theory-stickpc         pic 9(2)v99 value 33.33.
      *> edited pictures for the report lines.
       01 editvars.
           02 month-out              pic x(7).
           02 door-edit              pic zz9.
           02 runs-edit              pic zzzz9.
           02 cnt-edit               pic zzz9.
           02 cnt2-edit              pic zzz9.
           02 cnt3-edit              pic zzz9.
           02 cnt4-edit              pic zzz9.
           02 games-edit             pic z(11)9.
           02 valid-edit             pic z(11)9.
           02 pc-edit                pic z9.99.
           02 pc2-edit               pic z9.99.
           02 theory-edit            pic zz9.99.
           02 theory2-edit           pic zz9.99.
           02 bank-edit              pic -(10)9.
           02 bank2-edit             pic -(10)9.
           02 bank3-edit             pic -(10)9.
           02 exc-edit               pic zzzzz9.
           02 diff-cnt-edit          pic +(5)9.
           02 diff-games-edit        pic +(11)9.
           02 diff-pc-edit           pic +z9.99.
           02 diff-pc2-edit          pic +z9.99.
           02 diff-exc-edit          pic +(5)9.
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
           move "Run History - Month-End Period Summary!" to linetext
           write reportrec from outlinetext
           move "Pct shown as actual / weighted theory." to linetext
           write reportrec from outlinetext
           move "Net is stick, twist and random bankroll." to
                linetext
           write reportrec from outlinetext
           write reportrec from outlinetop
           display '*** Run History Period Summary ***'
           perform read-all-history
           perform read-all-exceptions
           perform print-all-months
           perform period-totals
           write reportrec from outlinetop
           close reportfile
           display "Period summary written to prdrpt.rec"
           move prd-severity to return-code
           stop run.
       main-logic-exit.

      *> Every run on the history file, in run-number order, rolled
      *> into its month-and-shape group and its month.  An absent or
      *> empty file produces an empty (but headed) report.
       read-all-history.
           move 1 to hist-runno
           move zero to hist-eof-switch
           open input histfile
           if hist-status not = "00"
                display "History file not available, status "
                     hist-status
           else
                start histfile key is greater than or equal to
                     hist-runno
                     invalid key
                          set hist-at-end to true
                end-start
                perform period-run until hist-at-end
                close histfile
           end-if
       exit.
       read-all-history-exit.

       period-run.
           read histfile next record
                at end
                     set hist-at-end to true
                not at end
                     perform accumulate-run
           end-read
       exit.
       period-run-exit.

      *> The run's month is the year and month of its run date; an
      *> undated run files under month zero, which sorts first.  An
      *> unreadable shape (a record from before the field existed)
      *> is the classic one.
       accumulate-run.
           if hist-run-date is numeric and hist-run-date > zero
                move hist-run-date(1:6) to work-month
           else
                move "000000" to work-month
           end-if
           if hist-doors is numeric and hist-doors > zero
                move hist-doors to work-doors
           else
                move 3 to work-doors
           end-if
           move hist-host to work-host
           if hist-opens is numeric
                move hist-opens to work-opens
           else
                move zero to work-opens
           end-if
           perform find-month
           if entry-ready
                perform find-group
           end-if
           if not entry-ready
                compute dropped-runs = dropped-runs + 1
                move 4 to prd-severity
           else
                perform derive-run-theory
                compute total-runs = total-runs + 1
                perform add-run-to-group
                perform add-run-to-month
           end-if
       exit.
       accumulate-run-exit.

      *> Bankrolls on records from before the economics fields count
      *> as zero.
       add-run-to-group.
           compute grp-runs(grp-ix) = grp-runs(grp-ix) + 1
           evaluate hist-run-type
                when "B"
                     compute grp-batch(grp-ix) = grp-batch(grp-ix) + 1
                when "D"
                     compute grp-deck(grp-ix) = grp-deck(grp-ix) + 1
                when "T"
                     compute grp-train(grp-ix) = grp-train(grp-ix) + 1
                when other
                     compute grp-other(grp-ix) = grp-other(grp-ix) + 1
           end-evaluate
           compute grp-games(grp-ix) = grp-games(grp-ix) + hist-games
           compute grp-valid(grp-ix) = grp-valid(grp-ix) + run-valid
           compute grp-stick(grp-ix) = grp-stick(grp-ix) + hist-stick
           compute grp-twist(grp-ix) = grp-twist(grp-ix) + hist-twist
           compute grp-th-work(grp-ix) =
                grp-th-work(grp-ix) + (run-valid * run-theorypc)
           compute grp-tw-work(grp-ix) =
                grp-tw-work(grp-ix) + (run-valid * run-theory-twistpc)
           if hist-stick-bank is numeric
                compute grp-stick-bank(grp-ix) =
                     grp-stick-bank(grp-ix) + hist-stick-bank
           end-if
           if hist-twist-bank is numeric
                compute grp-twist-bank(grp-ix) =
                     grp-twist-bank(grp-ix) + hist-twist-bank
           end-if
           if hist-rand-bank is numeric
                compute grp-rand-bank(grp-ix) =
                     grp-rand-bank(grp-ix) + hist-rand-bank
           end-if
       exit.
       add-run-to-group-exit.

       add-run-to-month.
           compute mon-runs(mon-ix) = mon-runs(mon-ix) + 1
           evaluate hist-run-type
                when "B"
                     compute mon-batch(mon-ix) = mon-batch(mon-ix) + 1
                when "D"
                     compute mon-deck(mon-ix) = mon-deck(mon-ix) + 1
                when "T"
                     compute mon-train(mon-ix) = mon-train(mon-ix) + 1
                when other
                     compute mon-other(mon-ix) = mon-other(mon-ix) + 1
           end-evaluate
           compute mon-games(mon-ix) = mon-games(mon-ix) + hist-games
           compute mon-valid(mon-ix) = mon-valid(mon-ix) + run-valid
           compute mon-stick(mon-ix) = mon-stick(mon-ix) + hist-stick
           compute mon-twist(mon-ix) = mon-twist(mon-ix) + hist-twist
           compute mon-th-work(mon-ix) =
                mon-th-work(mon-ix) + (run-valid * run-theorypc)
           compute mon-tw-work(mon-ix) =
                mon-tw-work(mon-ix) + (run-valid * run-theory-twistpc)
           if hist-stick-bank is numeric
                compute mon-stick-bank(mon-ix) =
                     mon-stick-bank(mon-ix) + hist-stick-bank
           end-if
           if hist-twist-bank is numeric
                compute mon-twist-bank(mon-ix) =
                     mon-twist-bank(mon-ix) + hist-twist-bank
           end-if
           if hist-rand-bank is numeric
                compute mon-rand-bank(mon-ix) =
                     mon-rand-bank(mon-ix) + hist-rand-bank
           end-if
       exit.
       add-run-to-month-exit.

      *> What this run's stick and twist percentages should
      *> theoretically be, from the shape recorded with it: the
      *> informed host gives the sticker 1 chance in hist-doors and
      *> the switcher the rest spread over however many doors were
      *> left closed; conditional on no reveal the ignorant host
      *> gives stick and twist 1 chance each in closed + 1.  An
      *> unreadable door count falls back to the classic 3-door
      *> split.  The angel's offer policy leaves the sticker nil and
      *> the switcher 1 in closed; the devil's gives the sticker the
      *> full 100.  Valid games are the games the host neither
      *> voided nor withheld the offer in.
       derive-run-theory.
           if hist-opens is numeric and hist-opens > zero
                and hist-doors is numeric and hist-doors > 2
                compute run-closed =
                     hist-doors - 1 - hist-opens
           else
                move 1 to run-closed
           end-if
           if run-closed < 1
                move 1 to run-closed
           end-if
           if hist-host = "I"
                compute run-theorypc = 100 / (run-closed + 1)
                move run-theorypc to run-theory-twistpc
           else
                if hist-doors is numeric and hist-doors > 2
                     compute run-theorypc = 100 / hist-doors
                     compute run-theory-twistpc =
                          (100 * (hist-doors - 1))
                          / (hist-doors * run-closed)
                else
                     move theory-stickpc to run-theorypc
                     compute run-theory-twistpc =
                          100 - run-theorypc
                end-if
           end-if
           if hist-policy = "A"
                move zero to run-theorypc
                compute run-theory-twistpc = 100 / run-closed
           end-if
           if hist-policy = "D"
                move 100 to run-theorypc
                move zero to run-theory-twistpc
           end-if
           if hist-voided is numeric
                and hist-voided <= hist-games
                compute run-valid = hist-games - hist-voided
           else
                move hist-games to run-valid
           end-if
           if hist-nooffer is numeric
                and hist-nooffer <= run-valid
                compute run-valid = run-valid - hist-nooffer
           end-if
       exit.
       derive-run-theory-exit.

      *> The month table is kept in month order: find work-month, or
      *> open a zeroed entry for it in its place.  entry-ready is
      *> left off when the table is full.
       find-month.
           move zero to entry-switch
           move zero to slot-switch
           perform test-month-slot
                varying mon-ix from 1 by 1
                until mon-ix > mon-count or slot-found
           if slot-found
                subtract 1 from mon-ix
           end-if
           if mon-ix <= mon-count
                and mon-month(mon-ix) = work-month
                set entry-ready to true
           else
                if mon-count < mon-max
                     perform shift-month-up
                          varying shift-ix from mon-count by -1
                          until shift-ix < mon-ix
                     compute mon-count = mon-count + 1
                     initialize mon-entry(mon-ix)
                     move work-month to mon-month(mon-ix)
                     set entry-ready to true
                end-if
           end-if
       exit.
       find-month-exit.

       test-month-slot.
           if mon-month(mon-ix) >= work-month
                set slot-found to true
           end-if
       exit.
       test-month-slot-exit.

       shift-month-up.
           move mon-entry(shift-ix) to mon-entry(shift-ix + 1)
       exit.
       shift-month-up-exit.

      *> The group table likewise, in month then shape order.
       find-group.
           move zero to entry-switch
           move zero to slot-switch
           perform test-group-slot
                varying grp-ix from 1 by 1
                until grp-ix > grp-count or slot-found
           if slot-found
                subtract 1 from grp-ix
           end-if
           if grp-ix <= grp-count
                and grp-key(grp-ix) = work-key
                set entry-ready to true
           else
                if grp-count < grp-max
                     perform shift-group-up
                          varying shift-ix from grp-count by -1
                          until shift-ix < grp-ix
                     compute grp-count = grp-count + 1
                     initialize grp-entry(grp-ix)
                     move work-key to grp-key(grp-ix)
                     set entry-ready to true
                end-if
           end-if
       exit.
       find-group-exit.

       test-group-slot.
           if grp-key(grp-ix) >= work-key
                set slot-found to true
           end-if
       exit.
       test-group-slot-exit.

       shift-group-up.
           move grp-entry(shift-ix) to grp-entry(shift-ix + 1)
       exit.
       shift-group-up-exit.

      *> Every exception on file counted into the month it was
      *> raised in - a month with exceptions but no runs still gets
      *> its line.  An absent exception history counts none.
       read-all-exceptions.
           move zero to exh-eof-switch
           open input exchistfile
           if exh-status not = "00"
                display "Exception history not available, status "
                     exh-status
           else
                perform period-exception until exh-at-end
                close exchistfile
           end-if
       exit.
       read-all-exceptions-exit.

       period-exception.
           read exchistfile next record
                at end
                     set exh-at-end to true
                not at end
                     if exh-date is numeric and exh-date > zero
                          move exh-date(1:6) to work-month
                          perform find-month
                          if entry-ready
                               compute mon-excs(mon-ix) =
                                    mon-excs(mon-ix) + 1
                               compute total-excs = total-excs + 1
                          else
                               compute dropped-excs =
                                    dropped-excs + 1
                               move 4 to prd-severity
                          end-if
                     end-if
           end-read
       exit.
       period-exception-exit.

      *> Month by month: each shape played in the month, the month's
      *> own figures, then its movement against the month before.
       print-all-months.
           perform print-month
                varying mon-ix from 1 by 1
                until mon-ix > mon-count
       exit.
       print-all-months-exit.

       print-month.
           if mon-month(mon-ix) = "000000"
                move "Undated" to month-out
           else
                move spaces to month-out
                string mon-month(mon-ix)(1:4) delimited by size
                     "-" delimited by size
                     mon-month(mon-ix)(5:2) delimited by size
                     into month-out
                end-string
           end-if
           move spaces to linetext
           string "Month " delimited by size
                month-out delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
           perform print-month-group
                varying grp-ix from 1 by 1
                until grp-ix > grp-count
           move spaces to linetext
           string "Month " delimited by size
                month-out delimited by size
                " total" delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move mon-figures(mon-ix) to printfigures
           perform print-figures
           move mon-excs(mon-ix) to exc-edit
           move spaces to linetext
           string "  exceptions " delimited by size
                exc-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           if mon-month(mon-ix) not = "000000"
                perform compare-with-prior
           end-if
           write reportrec from outlinetop
       exit.
       print-month-exit.

       print-month-group.
           if grp-month(grp-ix) = mon-month(mon-ix)
                move grp-doors(grp-ix) to door-edit
                move grp-opens(grp-ix) to cnt-edit
                move spaces to linetext
                string "Doors " delimited by size
                     door-edit delimited by size
                     " host " delimited by size
                     grp-host(grp-ix) delimited by size
                     " opens " delimited by size
                     cnt-edit delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                move grp-figures(grp-ix) to printfigures
                perform print-figures
           end-if
       exit.
       print-month-group-exit.

      *> The lines common to a shape and a month: runs by kind,
      *> games, percentages against theory and the net bankrolls.
      *> A one-sided policy's full 100 is carried as 99.99, as THREE
      *> carries it.
       print-figures.
           move zero to prt-stickpc
           move zero to prt-twistpc
           move zero to prt-theorypc
           move zero to prt-theory-twist
           if prt-valid > zero
                compute prt-stickpc = (prt-stick / prt-valid) * 100
                     on size error
                          move 99.99 to prt-stickpc
                end-compute
                compute prt-twistpc = (prt-twist / prt-valid) * 100
                     on size error
                          move 99.99 to prt-twistpc
                end-compute
                compute prt-theorypc = prt-th-work / prt-valid
                compute prt-theory-twist = prt-tw-work / prt-valid
           end-if
           move prt-runs to runs-edit
           move spaces to linetext
           string "  runs " delimited by size
                runs-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move prt-batch to cnt-edit
           move prt-deck to cnt2-edit
           move prt-train to cnt3-edit
           move prt-other to cnt4-edit
           move spaces to linetext
           string "  batch " delimited by size
                cnt-edit delimited by size
                " deck " delimited by size
                cnt2-edit delimited by size
                " train " delimited by size
                cnt3-edit delimited by size
                " n/k " delimited by size
                cnt4-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move prt-games to games-edit
           move prt-valid to valid-edit
           move spaces to linetext
           string "  games " delimited by size
                games-edit delimited by size
                " valid " delimited by size
                valid-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move prt-stickpc to pc-edit
           move prt-theorypc to theory-edit
           move prt-twistpc to pc2-edit
           move prt-theory-twist to theory2-edit
           move spaces to linetext
           string "  stick " delimited by size
                pc-edit delimited by size
                " /" delimited by size
                theory-edit delimited by size
                " twist " delimited by size
                pc2-edit delimited by size
                " /" delimited by size
                theory2-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move prt-stick-bank to bank-edit
           move prt-twist-bank to bank2-edit
           move prt-rand-bank to bank3-edit
           move spaces to linetext
           string "  net S" delimited by size
                bank-edit delimited by size
                " T" delimited by size
                bank2-edit delimited by size
                " R" delimited by size
                bank3-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
       exit.
       print-figures-exit.

      *> The month against the last dated month printed before it.
      *> The month's own percentages are still in pcvars from its
      *> total lines.
       compare-with-prior.
           if not prior-held
                move "  first month on file - no comparison" to
                     linetext
                write reportrec from outlinetext
           else
                compute diff-runs = mon-runs(mon-ix) - prior-runs
                compute diff-games = mon-games(mon-ix) - prior-games
                compute diff-stickpc = prt-stickpc - prior-stickpc
                compute diff-twistpc = prt-twistpc - prior-twistpc
                compute diff-excs = mon-excs(mon-ix) - prior-excs
                move spaces to month-out
                string prior-month(1:4) delimited by size
                     "-" delimited by size
                     prior-month(5:2) delimited by size
                     into month-out
                end-string
                move diff-runs to diff-cnt-edit
                move diff-games to diff-games-edit
                move spaces to linetext
                string "  vs " delimited by size
                     month-out delimited by size
                     " runs" delimited by size
                     diff-cnt-edit delimited by size
                     " games" delimited by size
                     diff-games-edit delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                move diff-stickpc to diff-pc-edit
                move diff-twistpc to diff-pc2-edit
                move diff-excs to diff-exc-edit
                move spaces to linetext
                string "  stick " delimited by size
                     diff-pc-edit delimited by size
                     " twist " delimited by size
                     diff-pc2-edit delimited by size
                     " exc " delimited by size
                     diff-exc-edit delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           end-if
           set prior-held to true
           move mon-month(mon-ix) to prior-month
           move mon-runs(mon-ix) to prior-runs
           move mon-games(mon-ix) to prior-games
           move prt-stickpc to prior-stickpc
           move prt-twistpc to prior-twistpc
           move mon-excs(mon-ix) to prior-excs
       exit.
       compare-with-prior-exit.

       period-totals.
           move mon-count to runs-edit
           move spaces to linetext
           string "Months " delimited by size
                runs-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move total-runs to runs-edit
           move total-excs to exc-edit
           move spaces to linetext
           string "Runs " delimited by size
                runs-edit delimited by size
                " exceptions " delimited by size
                exc-edit delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Months " mon-count ", runs " total-runs
                ", exceptions " total-excs
           if dropped-runs > zero or dropped-excs > zero
                move "WARNING: PERIOD TABLES FULL" to linetext
                write reportrec from outlinetext
                display "*** WARNING: period tables full - "
                     dropped-runs " runs and " dropped-excs
                     " exceptions left out ***"
           end-if
       exit.
       period-totals-exit.
