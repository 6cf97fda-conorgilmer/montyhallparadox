      *> Run Number Reconciliation
      *> runrec.cob
      *>
      *> Auditors ask why run numbers are missing from history.dat.
      *> Every number THREE and TRAINER draw off runctr.dat is posted
      *> to the run register (runreg.dat) as it is drawn, and moved
      *> on through started, budget-stopped, resumed, completed or
      *> abandoned as the run goes.  This program proves the books:
      *> every number from 1 to the value runctr.dat now holds must
      *> sit in exactly one place -
      *>
      *>   history.dat    the run's record is live
      *>   histarch.rec   HISTMNT archived (and perhaps purged) it
      *>   runreg.dat     the register has it abandoned
      *>
      *> A run both live and archived (HISTMNT mode A, or a restore)
      *> is one run with a safety copy, not two - it counts as live.
      *> Anything else is listed: IN FLIGHT (budget-stopped or
      *> resumed, not yet complete), OPEN (started and never finished
      *> - an abend before the history append), LOST (completed on
      *> the register but on neither history file), MISSING (never
      *> registered at all) and CONFLICT (abandoned yet retained, or
      *> found above the counter).
      *>
      *> An OPEN or MISSING number is settled by the operator, once
      *> investigated, with a parameter card on runrec.dat:
      *>
      *>   col 1     mode      R report only (the default)
      *>                       A abandon the run range
      *>   col 2-7   from-run  first run to abandon
      *>   col 8-13  to-run    last run (blank - the from-run only)
      *>   col 14-21 auth-by   operator signing it off (required)
      *>   col 22-45 reason    carried onto the register entry
      *>
      *> Only numbers on neither history file and not completed can
      *> be abandoned; a LOST run is a deleted history record and is
      *> never papered over.
      *> RETURN-CODE 0 every number accounted for, 4 numbers still in
      *> flight or open, 8 lost, missing or conflicting numbers, or a
      *> refused abandon card.
       identification division.
       program-id.              runrec.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select optional runctrfile assign to "runctr.dat"
        organization is line sequential.
        select histfile assign to "history.dat"
        organization is indexed
        access mode is dynamic
        record key is hist-runno
        file status is hist-status.
        select optional archfile assign to "histarch.rec"
        organization is line sequential
        file status is arch-status.
        select runregfile assign to "runreg.dat"
        organization is indexed
        access mode is dynamic
        record key is reg-runno
        file status is reg-status.
        select optional parmcard assign to "runrec.dat"
        organization is line sequential.
        select reportfile assign to "runrec.rec"
        organization is line sequential.
       data division.
       file section.
       fd runctrfile
        label records are standard.
       01 runctr-rec             pic 9(6).
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
      *> only the run number is wanted off the archive.
       fd archfile
        label records are standard.
       01 archrec.
           02 arch-runno             pic 9(6).
           02 filler                 pic x(135).
       fd runregfile
        label records are standard.
       01 reg-rec.
           02 reg-runno              pic 9(6).
           02 reg-program            pic x(8).
           02 reg-drawn-date         pic 9(8).
           02 reg-drawn-time         pic 9(6).
           02 reg-state              pic x(1).
               88 reg-started        value "S".
               88 reg-budget-stopped value "B".
               88 reg-resumed        value "R".
               88 reg-completed      value "C".
               88 reg-abandoned      value "A".
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
       fd parmcard
        label records are standard.
       01 parm-rec.
           02 rec-mode               pic x(1).
           02 rec-from-run           pic 9(6).
           02 rec-to-run             pic 9(6).
           02 rec-auth-by            pic x(8).
           02 rec-reason             pic x(24).
           02 filler                 pic x(35).
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
       Working-storage section.
       01 filevars.
           02 hist-status            pic x(2) value "00".
           02 arch-status            pic x(2) value "00".
           02 reg-status             pic x(2) value "00".
           02 arch-eof-switch        pic 9  value zero.
               88 arch-at-end        value 1.
           02 hist-eof-switch        pic 9  value zero.
               88 hist-at-end        value 1.
           02 reg-eof-switch         pic 9  value zero.
               88 reg-at-end         value 1.
           02 hist-open-ok           pic 9  value zero.
               88 hist-is-open       value 1.
           02 reg-open-ok            pic 9  value zero.
               88 reg-is-open        value 1.
       01 recparms.
           02 run-mode               pic x(1) value "R".
               88 mode-report        value "R".
               88 mode-abandon       value "A".
           02 abandon-from           pic 9(6) value zero.
           02 abandon-to             pic 9(6) value zero.
           02 abandon-auth           pic x(8) value spaces.
           02 abandon-reason         pic x(24) value spaces.
           02 high-run               pic 9(6) value zero.
       01 timestampvars.
           02 current-date-raw       pic x(21).
      *> one presence flag per possible run number, set off a single
      *> pass of the archive - it is sequential, appended a purge at
      *> a time and never in any promised order, so it cannot be
      *> read by key alongside the other two.
       01 archivetable.
           02 arch-seen occurs 999999 times pic 9.
      *> where the number being reconciled was found.
       01 runwork.
      *> a digit wider than a run number, so a range that runs to
      *> 999999 can step past it and end; check-run-out is the run
      *> number itself, for printing.
           02 check-runno            pic 9(7) value zero.
           02 filler redefines check-runno.
               03 filler             pic 9.
               03 check-run-out      pic 9(6).
           02 on-hist-switch         pic 9  value zero.
               88 on-history         value 1.
           02 on-reg-switch          pic 9  value zero.
               88 on-register        value 1.
           02 run-category           pic x(8) value spaces.
       01 reccounters.
           02 live-count             pic 9(6) value zero.
           02 archived-count         pic 9(6) value zero.
           02 copy-count             pic 9(6) value zero.
           02 abandoned-count        pic 9(6) value zero.
           02 inflight-count         pic 9(6) value zero.
           02 open-count             pic 9(6) value zero.
           02 lost-count             pic 9(6) value zero.
           02 missing-count          pic 9(6) value zero.
           02 conflict-count         pic 9(6) value zero.
           02 accounted-count        pic 9(6) value zero.
           02 arch-read-count        pic 9(6) value zero.
           02 marked-count           pic 9(6) value zero.
           02 refused-count          pic 9(6) value zero.
           02 rec-severity           pic 9 value zero.
       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                05 marginleft pic x(2) value all '* '.
                05 linetext pic x(44) value all spaces.
                05 marginright pic x(2) value all ' *'.
       01 outlinerun.
                05 run-runno-out pic x(6) value 'Run'.
                05 filler pic x(1).
                05 run-cat-out pic x(8) value 'Status'.
                05 filler pic x(1).
                05 run-prog-out pic x(8) value 'Drawn by'.
                05 filler pic x(1).
                05 run-date-out pic x(8) value 'On'.
                05 filler pic x(1).
                05 run-state-out pic x(1) value 'S'.
                05 filler pic x(1).
                05 run-games-out pic x(8) value 'Games'.
                05 filler pic x(4).
       procedure division.
       main-logic-section.
       begin.
           open output reportfile
           write reportrec from outlinetop
           move "Run Number Reconciliation!" to linetext
           write reportrec from outlinetext
           write reportrec from outlinetop
           display '*** Run Number Reconciliation ***'
           perform read-parm-card
           perform read-run-counter
           perform load-archive-runs
           if mode-abandon
                perform abandon-runs
           end-if
           write reportrec from outlinerun
           write reportrec from outlinetop
           perform open-reconcile-files
           perform reconcile-one-run
                varying check-runno from 1 by 1
                until check-runno > high-run
           perform check-above-counter
           perform close-reconcile-files
           perform reconciliation-summary
           write reportrec from outlinetop
           close reportfile
           display "Reconciliation report written to runrec.rec"
           move rec-severity to return-code
           stop run.
       main-logic-exit.

      *> No card reports and changes nothing.  An abandon card with
      *> no operator on it is refused outright - the register must
      *> always say who signed a number off.
       read-parm-card.
           open input parmcard
           read parmcard
                at end
                     continue
                not at end
                     if rec-mode = "A" or rec-mode = "a"
                          move "A" to run-mode
                          if rec-from-run is numeric
                               move rec-from-run to abandon-from
                          end-if
                          if rec-to-run is numeric
                               and rec-to-run >= abandon-from
                               move rec-to-run to abandon-to
                          else
                               move abandon-from to abandon-to
                          end-if
                          move rec-auth-by to abandon-auth
                          move rec-reason to abandon-reason
                     end-if
           end-read
           close parmcard
           if mode-abandon
                if abandon-auth = spaces or abandon-from = zero
                     display "Abandon card refused - no operator or "
                          "no run range"
                     move "Abandon card refused - incomplete."
                          to linetext
                     write reportrec from outlinetext
                     move 8 to rec-severity
                     move "R" to run-mode
                else
                     move spaces to linetext
                     string "Abandon runs " delimited by size
                          abandon-from delimited by size
                          "-" delimited by size
                          abandon-to delimited by size
                          " by " delimited by size
                          abandon-auth delimited by size
                          into linetext
                     end-string
                     write reportrec from outlinetext
                     display "Abandon runs " abandon-from " to "
                          abandon-to " authorised by " abandon-auth
                end-if
           end-if
       exit.
       read-parm-card-exit.

      *> The highest number ever drawn - the top of the range every
      *> number below must be accounted for in.
       read-run-counter.
           open input runctrfile
           read runctrfile
                at end
                     continue
                not at end
                     if runctr-rec is numeric
                          move runctr-rec to high-run
                     end-if
           end-read
           close runctrfile
           move spaces to linetext
           string "Run counter at " delimited by size
                high-run delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Run counter at " high-run
       exit.
       read-run-counter-exit.

       load-archive-runs.
           move zeros to archivetable
           move zero to arch-eof-switch
           open input archfile
           if arch-status not = "00"
                display "Archive file not available, status "
                     arch-status
                set arch-at-end to true
           else
                perform load-archive-run until arch-at-end
                close archfile
           end-if
       exit.
       load-archive-runs-exit.

       load-archive-run.
           read archfile
                at end
                     set arch-at-end to true
                not at end
                     compute arch-read-count = arch-read-count + 1
                     if arch-runno is numeric and arch-runno > zero
                          move 1 to arch-seen(arch-runno)
                     end-if
           end-read
       exit.
       load-archive-run-exit.

      *> Sign the card's run range off as abandoned.  Each number is
      *> looked up on history.dat first - a retained run is refused,
      *> as is a completed one (its history record has gone missing,
      *> which is a finding, not a loose end to tidy away).
       abandon-runs.
           open input histfile
           if hist-status = "00"
                set hist-is-open to true
           end-if
      *> a history file that is there but cannot be read would hide
      *> every retained run behind it - nothing is signed off blind.
      *> Absent (35) is a history file with no runs on it yet.
           if hist-status not = "00" and hist-status not = "35"
                display "History file not readable, status "
                     hist-status " - abandon refused"
                move "history.dat not readable - abandon refused"
                     to linetext
                write reportrec from outlinetext
                move 8 to rec-severity
           else
                perform abandon-against-register
           end-if
           if hist-is-open
                close histfile
                move zero to hist-open-ok
           end-if
           move spaces to linetext
           string "Abandoned " delimited by size
                marked-count delimited by size
                " Refused " delimited by size
                refused-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
           display "Abandoned " marked-count ", refused "
                refused-count
           if refused-count > zero
                move 8 to rec-severity
           end-if
       exit.
       abandon-runs-exit.

       abandon-against-register.
           open i-o runregfile
           if reg-status = "35"
                open output runregfile
                close runregfile
                open i-o runregfile
           end-if
           if reg-status not = "00"
                display "Run register not writable, status "
                     reg-status
                move "Run register not writable." to linetext
                write reportrec from outlinetext
                move 8 to rec-severity
           else
                perform abandon-one-run
                     varying check-runno from abandon-from by 1
                     until check-runno > abandon-to
                close runregfile
           end-if
       exit.
       abandon-against-register-exit.

       abandon-one-run.
           perform look-up-history
           if check-runno > high-run
                or on-history
                or arch-seen(check-runno) = 1
                perform refuse-abandon
           else
                move check-runno to reg-runno
                read runregfile
                     invalid key
                          perform build-abandoned-entry
                          write reg-rec
                               invalid key
                                    perform refuse-abandon
                               not invalid key
                                    compute marked-count =
                                         marked-count + 1
                          end-write
                     not invalid key
                          if reg-completed
                               perform refuse-abandon
                          else
                               if not reg-abandoned
                                    perform stamp-abandoned-entry
                                    rewrite reg-rec
                                         invalid key
                                              perform refuse-abandon
                                         not invalid key
                                              compute marked-count =
                                                   marked-count + 1
                                    end-rewrite
                               end-if
                          end-if
                end-read
           end-if
       exit.
       abandon-one-run-exit.

       refuse-abandon.
           compute refused-count = refused-count + 1
           move spaces to linetext
           string "Refused abandon of run " delimited by size
                check-run-out delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Run " check-run-out " not abandoned - above the "
                "counter, retained or completed"
       exit.
       refuse-abandon-exit.

      *> A number that never reached the register - lost before it
      *> existed, or by a program that drew it without posting -
      *> gets an entry of its own so it stays accounted for.
       build-abandoned-entry.
           move function current-date to current-date-raw
           move check-runno to reg-runno
           move "UNKNOWN" to reg-program
           move zero to reg-drawn-date
           move zero to reg-drawn-time
           move zero to reg-trials
           move zero to reg-doors
           move space to reg-host
           move zero to reg-stake
           move zero to reg-prize
           move zero to reg-opens
           move zero to reg-deck-ix
           move zero to reg-deck-size
           move zero to reg-games
           perform stamp-abandoned-entry
       exit.
       build-abandoned-entry-exit.

       stamp-abandoned-entry.
           move function current-date to current-date-raw
           move "A" to reg-state
           move abandon-reason to reg-note
           move abandon-auth to reg-auth-by
           move current-date-raw(1:8) to reg-upd-date
           move current-date-raw(9:6) to reg-upd-time
       exit.
       stamp-abandoned-entry-exit.

      *> Both keyed files stay open for the whole pass.  Either one
      *> absent is not fatal - every number then simply fails to be
      *> found there, which is itself the finding.
       open-reconcile-files.
           open input histfile
           if hist-status = "00"
                set hist-is-open to true
           else
                display "History file not available, status "
                     hist-status
                move "History file not available." to linetext
                write reportrec from outlinetext
           end-if
           open input runregfile
           if reg-status = "00"
                set reg-is-open to true
           else
                display "Run register not available, status "
                     reg-status
                move "Run register not available." to linetext
                write reportrec from outlinetext
           end-if
       exit.
       open-reconcile-files-exit.

       close-reconcile-files.
           if hist-is-open
                close histfile
           end-if
           if reg-is-open
                close runregfile
           end-if
       exit.
       close-reconcile-files-exit.

       look-up-history.
           move zero to on-hist-switch
           if hist-is-open
                move check-runno to hist-runno
                read histfile
                     invalid key
                          continue
                     not invalid key
                          set on-history to true
                end-read
           end-if
       exit.
       look-up-history-exit.

       look-up-register.
           move zero to on-reg-switch
           if reg-is-open
                move check-runno to reg-runno
                read runregfile
                     invalid key
                          continue
                     not invalid key
                          set on-register to true
                end-read
           end-if
       exit.
       look-up-register-exit.

      *> One number: find it, place it in exactly one category, and
      *> list it when that category is not a clean one.
       reconcile-one-run.
           perform look-up-history
           perform look-up-register
           move spaces to run-category
           if on-register and reg-abandoned
                and (on-history or arch-seen(check-runno) = 1)
                move "CONFLICT" to run-category
                compute conflict-count = conflict-count + 1
                move 8 to rec-severity
           else
                if on-history
                     compute live-count = live-count + 1
                     if arch-seen(check-runno) = 1
                          compute copy-count = copy-count + 1
                     end-if
                else
                     if arch-seen(check-runno) = 1
                          compute archived-count = archived-count + 1
                     else
                          perform place-unretained-run
                     end-if
                end-if
           end-if
           if run-category not = spaces
                perform list-run
           end-if
       exit.
       reconcile-one-run-exit.

      *> On neither history file: the register alone says why.
       place-unretained-run.
           if not on-register
                move "MISSING" to run-category
                compute missing-count = missing-count + 1
                move 8 to rec-severity
           else
                evaluate true
                     when reg-abandoned
                          compute abandoned-count =
                               abandoned-count + 1
                     when reg-budget-stopped
                     when reg-resumed
                          move "INFLIGHT" to run-category
                          compute inflight-count = inflight-count + 1
                          perform raise-to-warning
                     when reg-completed
                          move "LOST" to run-category
                          compute lost-count = lost-count + 1
                          move 8 to rec-severity
                     when other
                          move "OPEN" to run-category
                          compute open-count = open-count + 1
                          perform raise-to-warning
                end-evaluate
           end-if
       exit.
       place-unretained-run-exit.

       raise-to-warning.
           if rec-severity < 4
                move 4 to rec-severity
           end-if
       exit.
       raise-to-warning-exit.

       list-run.
           move check-run-out to run-runno-out
           move run-category to run-cat-out
           if on-register
                move reg-program to run-prog-out
                move reg-drawn-date to run-date-out
                move reg-state to run-state-out
                move reg-games to run-games-out
           else
                move spaces to run-prog-out
                move spaces to run-date-out
                move space to run-state-out
                move spaces to run-games-out
           end-if
           write reportrec from outlinerun
           if on-register and reg-note not = spaces
                move spaces to linetext
                string "  " delimited by size
                     reg-note delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           end-if
           display "Run " check-run-out " " run-category " "
                run-prog-out " " run-date-out " state "
                run-state-out " " reg-note
       exit.
       list-run-exit.

      *> Nothing may sit above the counter - a history record or a
      *> register entry numbered past it means runctr.dat was wound
      *> back, and the next draw would reuse a number.
       check-above-counter.
           if hist-is-open
                compute hist-runno = high-run + 1
                move zero to hist-eof-switch
                start histfile key is greater than or equal to
                     hist-runno
                     invalid key
                          set hist-at-end to true
                end-start
                perform flag-history-above until hist-at-end
           end-if
           if reg-is-open
                compute reg-runno = high-run + 1
                move zero to reg-eof-switch
                start runregfile key is greater than or equal to
                     reg-runno
                     invalid key
                          set reg-at-end to true
                end-start
                perform flag-register-above until reg-at-end
           end-if
       exit.
       check-above-counter-exit.

       flag-history-above.
           read histfile next record
                at end
                     set hist-at-end to true
                not at end
                     move hist-runno to check-runno
                     perform flag-above-counter
           end-read
       exit.
       flag-history-above-exit.

       flag-register-above.
           read runregfile next record
                at end
                     set reg-at-end to true
                not at end
                     move reg-runno to check-runno
                     perform flag-above-counter
           end-read
       exit.
       flag-register-above-exit.

       flag-above-counter.
           compute conflict-count = conflict-count + 1
           move 8 to rec-severity
           move spaces to linetext
           string "Run " delimited by size
                check-run-out delimited by size
                " above the counter" delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "*** Run " check-run-out " found above run counter "
                high-run " ***"
       exit.
       flag-above-counter-exit.

      *> Live + archived + abandoned must come to the counter - that
      *> is the proof the auditors want, and it is printed as such.
       reconciliation-summary.
           write reportrec from outlinetop
           move spaces to linetext
           string "Live " delimited by size
                live-count delimited by size
                " Archived " delimited by size
                archived-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Abandoned " delimited by size
                abandoned-count delimited by size
                " Live+arch copy " delimited by size
                copy-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "In flight " delimited by size
                inflight-count delimited by size
                " Open " delimited by size
                open-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Lost " delimited by size
                lost-count delimited by size
                " Missing " delimited by size
                missing-count delimited by size
                " Confl " delimited by size
                conflict-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Live " live-count ", archived " archived-count
                ", abandoned " abandoned-count ", in flight "
                inflight-count ", open " open-count ", lost "
                lost-count ", missing " missing-count
                ", conflicts " conflict-count
           compute accounted-count =
                live-count + archived-count + abandoned-count
           if accounted-count = high-run and conflict-count = zero
                move "Every run number accounted for." to linetext
                write reportrec from outlinetext
                display "Every run number 1 to " high-run
                     " accounted for."
           else
                move spaces to linetext
                string "Accounted " delimited by size
                     accounted-count delimited by size
                     " of " delimited by size
                     high-run delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                display "*** Accounted for " accounted-count " of "
                     high-run " run numbers ***"
           end-if
       exit.
       reconciliation-summary-exit.
