      *>   col 4     host mode           I ignorant, H informed
      *>   col 5-12  minimum games       runs at or above it
      *>   col 13    economics only      Y = non-zero stick bank
      *>   col 14    host offer policy   A angelic, D devil,
      *>                                 P by chance, O always offers
      *> No card selects everything, which is HISTRPT's population
      *> with the inquiry's subtotal arithmetic.  The summary sets
      *> the selection's weighted split against the valid-games-
      *> weighted theory of the runs in it, each run's theory taken
      *> from its own shape and offer policy as HISTRPT takes it.
       identification division.
       program-id.              histinq.
       author.                  conor gilmer.
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
       fd parmcard
        label records are standard.
       01 parm-rec.
           02 sel-host               pic x(1).
           02 sel-min-games          pic 9(8).
           02 sel-econ               pic x(1).
           02 sel-policy             pic x(1).
           02 filler                 pic x(66).
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
           02 want-min-games         pic 9(8) value zero.
           02 want-econ              pic x(1) value space.
               88 want-econ-only     value "Y".
           02 want-policy            pic x(1) value space.
               88 want-any-policy    value space.
               88 want-always-offer  value "O".
       01 selwork.
           02 record-selected        pic 9  value zero.
               88 run-selected       value 1.
           02 run-valid              pic 9(8) value zero.
      *> the run's theoretical split and the closed unchosen doors
      *> its host left - worked out as HISTRPT works them out.
           02 run-theorypc           pic 9(3)v99 value zero.
           02 run-theory-twistpc     pic 9(3)v99 value zero.
           02 run-closed             pic 9(3) value 1.
           02 theory-stickpc         pic 9(2)v99 value 33.33.
       01 inqtotals.
           02 scan-count             pic 9(6) value zero.
           02 selected-count         pic 9(6) value zero.
           02 sel-lost               pic 9(12) value zero.
           02 sel-stickpc            pic 9(2)v99 value zero.
           02 sel-twistpc            pic 9(2)v99 value zero.
           02 sel-theory-work        pic 9(16)v99 value zero.
           02 sel-twist-work         pic 9(16)v99 value zero.
           02 sel-theorypc           pic 9(3)v99 value zero.
           02 sel-theory-twist       pic 9(3)v99 value zero.
       01 editfields.
           02 pc-edit                pic Z9.99.
           02 stk-pc-hold            pic x(5) value spaces.
                     if sel-econ = "Y" or sel-econ = "y"
                          move "Y" to want-econ
                     end-if
                     if sel-policy = "A" or sel-policy = "a"
                          move "A" to want-policy
                     end-if
                     if sel-policy = "D" or sel-policy = "d"
                          move "D" to want-policy
                     end-if
                     if sel-policy = "P" or sel-policy = "p"
                          move "P" to want-policy
                     end-if
                     if sel-policy = "O" or sel-policy = "o"
                          move "O" to want-policy
                     end-if
           end-read
           close parmcard
       exit.
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Offer policy " delimited by size
                want-policy delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
           display "Doors " want-doors " (0=any), host " want-host
                " (I/H, blank=any), min games " want-min-games
                ", econ only " want-econ ", offer policy "
                want-policy " (A/D/P/O, blank=any)"
       exit.
       report-selection-exit.

                and hist-stick-bank = zero
                move zero to record-selected
           end-if
      *> a record from before the policy existed carries space -
      *> the always-offer host, selected by O.
           if want-always-offer
                and hist-policy not = space
                move zero to record-selected
           end-if
           if not want-any-policy and not want-always-offer
                and hist-policy not = want-policy
                move zero to record-selected
           end-if
       exit.
       select-run-exit.

       accumulate-run.
           compute selected-count = selected-count + 1
           perform derive-run-theory
           compute sel-games = sel-games + hist-games
           compute sel-valid = sel-valid + run-valid
           compute sel-theory-work =
                sel-theory-work + (run-valid * run-theorypc)
           compute sel-twist-work =
                sel-twist-work + (run-valid * run-theory-twistpc)
           compute sel-stick = sel-stick + hist-stick
           compute sel-twist = sel-twist + hist-twist
           if hist-lost is numeric
       exit.
       accumulate-run-exit.

      *> The run's own theoretical split and valid games: 1 in
      *> hist-doors to the sticker under the informed host, the rest
      *> spread over the doors left closed to the switcher, an even
      *> 1 in closed + 1 each under the ignorant host; the angel's
      *> offered games never go to the sticker and the devil's all
      *> do.  Voided and no-offer games are outside valid games.
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

       render-inquiry-line.
           move hist-runno to inq-run-out
           move hist-games to inq-games-out
           if sel-valid > zero
                compute sel-stickpc =
                     (sel-stick / sel-valid) * 100
                     on size error
                          move 99.99 to sel-stickpc
                end-compute
                compute sel-twistpc =
                     (sel-twist / sel-valid) * 100
                     on size error
                          move 99.99 to sel-twistpc
                end-compute
                move sel-stickpc to pc-edit
                move pc-edit to stk-pc-hold
                move sel-twistpc to pc-edit
                     into linetext
                end-string
                write reportrec from outlinetext
      *> a selection of nothing but one-sided policy runs has a
      *> theory of the full 100 - shown as 99.99, as the split is.
                compute sel-theorypc = sel-theory-work / sel-valid
                compute sel-theory-twist = sel-twist-work / sel-valid
                if sel-theorypc > 99.99
                     move 99.99 to pc-edit
                else
                     move sel-theorypc to pc-edit
                end-if
                move pc-edit to stk-pc-hold
                if sel-theory-twist > 99.99
                     move 99.99 to pc-edit
                else
                     move sel-theory-twist to pc-edit
                end-if
                move pc-edit to twi-pc-hold
                move spaces to linetext
                string "Theory   StkPc " delimited by size
                     stk-pc-hold delimited by size
                     " TwiPc " delimited by size
                     twi-pc-hold delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           end-if
           display "Scanned " scan-count ", selected "
                selected-count ", weighted stickpc " sel-stickpc
                " twistpc " sel-twistpc ", theory " sel-theorypc
                " / " sel-theory-twist
       exit.
       inquiry-summary-exit.
