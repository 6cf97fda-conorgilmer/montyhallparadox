      *> run against its conditional 50.00, and the cumulative split
      *> uses valid (settled) games as its denominator.  Finishes
      *> with a convergence summary against the valid-games-weighted
      *> mean of the per-run theories.  A precision-targeted run that
      *> stopped at its games ceiling without reaching its target
      *> interval is flagged CEILING (an outlier flag takes priority).
      *> A run under a selective host offer policy is measured
      *> against that policy's split - the angel's offered games
      *> never go to the sticker, the devil's all do - and its
      *> no-offer games are outside the valid-games denominator.
       identification division.
       program-id.              histrpt.
       author.                  conor gilmer.
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
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
      *> theory gets flagged as an outlier on the report.
           02 outlier-tolerance      pic 9(2)v99 value 5.00.
           02 outlier-count          pic 9(6) value zero.
      *> precision runs that hit their ceiling with the target
      *> interval still not reached.
           02 ceiling-count          pic 9(6) value zero.
      *> classic three-door fallback, used only when a record's
      *> door count is unreadable.
           02 theory-stickpc         pic 9(2)v99 value 33.33.
                cum-theory-work + (run-valid * run-theorypc)
           compute cum-twist-work =
                cum-twist-work + (run-valid * run-theory-twistpc)
      *> a file of nothing but one-sided policy runs reaches a full
      *> 100, carried as 99.99 as THREE carries it.
           if cum-valid > zero
                compute cum-stickpc = (cum-stick / cum-valid) * 100
                     on size error
                          move 99.99 to cum-stickpc
                end-compute
                compute cum-twistpc = (cum-twist / cum-valid) * 100
                     on size error
                          move 99.99 to cum-twistpc
                end-compute
                compute cum-theorypc = cum-theory-work / cum-valid
                compute cum-theory-twist =
                     cum-twist-work / cum-valid
      *> gives stick and twist 1 chance each in closed + 1 (the
      *> classic even half when only one door stands).  An
      *> unreadable door count (a record from before the field
      *> existed) falls back to the classic 3-door split.  Under the
      *> angel's offer policy only contestants holding a loser are
      *> offered the switch, so the sticker's theory is nil and the
      *> switcher's 1 in closed; under the devil's only contestants
      *> holding the winner are, so the sticker's is the full 100.
      *> The chance host offers regardless and keeps the split
      *> above.  Valid games - the percentage denominator - are the
      *> games the host neither voided nor withheld the offer in.
       derive-run-theory.
           if hist-opens is numeric and hist-opens > zero
                and hist-doors is numeric and hist-doors > 2
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

           if deviation-abs > outlier-tolerance
                move "OUTLIER" to trd-flag-out
           else
                if hist-stop = "C"
                     move "CEILING" to trd-flag-out
                else
                     move spaces to trd-flag-out
                end-if
           end-if
           if hist-stop = "C"
                compute ceiling-count = ceiling-count + 1
           end-if
           write reportrec from outlinetrendtop
           display "Run " hist-runno " Games " hist-games
                compute convergence-gap =
                     cum-stickpc - cum-theorypc
                move cum-stickpc to pc-edit
                if cum-theorypc > 99.99
                     move 99.99 to theory-edit
                else
                     move cum-theorypc to theory-edit
                end-if
                move spaces to summary-text
                string "Cum StkPc " delimited by size
                     pc-edit delimited by size
                end-string
                write reportrec from outlinesummary
                move cum-twistpc to pc-edit
                if cum-theory-twist > 99.99
                     move 99.99 to theory-edit
                else
                     move cum-theory-twist to theory-edit
                end-if
                move spaces to summary-text
                string "Cum TwiPc " delimited by size
                     pc-edit delimited by size
                     into summary-text
                end-string
                write reportrec from outlinesummary
                if ceiling-count > zero
                     move spaces to summary-text
                     string "Ceiling stops, target out " delimited
                          by size
                          ceiling-count delimited by size
                          into summary-text
                     end-string
                     write reportrec from outlinesummary
                end-if
                if cum-theorypc > 99.99
                     move 99.99 to theory-edit
                else
                     move cum-theorypc to theory-edit
                end-if
                display "Runs " run-count " Cumulative StickPc "
                     cum-stickpc " TwistPc " cum-twistpc
                     " (theory " theory-edit ", gap "
