      *> An abend, a bad resume or a disk problem that leaves the two
      *> files telling different stories shows up here instead of
      *> going unnoticed.  RETURN-CODE 0 all verified, 4 warnings
      *> (run not on history file), 8 mismatches found.  Under a
      *> host offer policy a no-offer row must be one the policy
      *> could withhold (the angel only from a contestant holding
      *> the winner, the devil only from one holding a loser), and
      *> the no-offer count is cross-checked with the rest.
       identification division.
       program-id.              audver.
       author.                  conor gilmer.
        file status is hist-status.
        select reportfile assign to "audver.rec"
        organization is line sequential.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
       data division.
       file section.
       fd auditfile
      *> below stay valid against old trails.
           02 filler                 pic x(1).
           02 aud-opens              pic 9(3).
      *> the host's offer policy (space always offers, A angelic, D
      *> devil, P by chance).  Older rows read spaces - the
      *> always-offer host, which never writes a no-offer row.
           02 filler                 pic x(1).
           02 aud-policy             pic x(1).
       fd histfile
        label records are standard.
       01 hist-rec.
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
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
      *> one step record per execution onto the night's shared job
      *> log, for the JOBSUM morning summary.
       fd joblogfile
        label records are standard.
       01 jobstep-rec.
           02 job-program            pic x(8).
           02 job-runno              pic 9(6).
           02 job-start.
               03 job-start-date     pic 9(8).
               03 job-start-time     pic 9(6).
           02 job-end.
               03 job-end-date       pic 9(8).
               03 job-end-time       pic 9(6).
           02 job-rc                 pic 9(2).
           02 job-count occurs 3 times.
               03 job-count-label    pic x(6).
               03 job-count-value    pic 9(10).
       Working-storage section.
       01 jobstepvars.
           02 job-status             pic x(2) value "00".
           02 job-start-raw          pic x(21).
           02 job-end-raw            pic x(21).
       01 filevars.
           02 aud-status             pic x(2) value "00".
           02 hist-status            pic x(2) value "00".
           02 twist-result-text      pic x(15) value " Twisting Wins!".
           02 void-result-text       pic x(15) value " Prize Exposed!".
           02 lost-result-text       pic x(15) value " Switch Loses! ".
           02 nooffer-result-text    pic x(15) value " No Offer Made!".
      *> totals re-derived from the audit rows for the run currently
      *> being read.  Seeded runs stamp run 000000 on their rows, a
      *> legitimate block, so an explicit switch marks whether a
           02 derived-twist          pic 9(8) value zero.
           02 derived-void           pic 9(8) value zero.
           02 derived-lost           pic 9(8) value zero.
           02 derived-nooffer        pic 9(8) value zero.
      *> history's both-lose count, taken as zero on records from
      *> before the field existed (they read spaces there).
           02 hist-lost-use          pic 9(8) value zero.
           02 hist-nooffer-use       pic 9(8) value zero.
       01 verifycounters.
           02 line-count             pic 9(9) value zero.
           02 run-verified-count     pic 9(6) value zero.
       procedure division.
       main-logic-section.
       begin.
           move function current-date to job-start-raw
           open output reportfile
           write reportrec from outlinetop
           move "Audit Trail Verification!" to linetext
           close reportfile
           display "Verification report written to audver.rec"
           move verify-severity to return-code
           perform write-job-step
           stop run.
       main-logic-exit.

                move zero to derived-twist
                move zero to derived-void
                move zero to derived-lost
                move zero to derived-nooffer
           end-if
           compute derived-games = derived-games + 1
      *> an ignorant-host game voids when the blind opening exposed
                     perform flag-line-error
                end-if
           else
                perform check-offer-policy
      *> no offer, no settlement - the contestant kept the door.
                if aud-result = nooffer-result-text
                     compute derived-nooffer = derived-nooffer + 1
                else
                     perform tally-settled-line
                end-if
           end-if
       exit.
       tally-audit-line-exit.

      *> Whether the policy on the row could have made the call the
      *> row records.  The angel withholds the switch exactly when
      *> the contestant holds the winner and the devil exactly when
      *> the contestant holds a loser - either way the no-offer rows
      *> and the offered ones are fixed by the winning/chosen
      *> columns.  The chance host may withhold any game; the
      *> always-offer host (or an older row) never does.
       check-offer-policy.
           if aud-policy = "A"
                if (aud-chosen = aud-winning
                     and aud-result not = nooffer-result-text)
                     or (aud-chosen not = aud-winning
                     and aud-result = nooffer-result-text)
                     perform flag-line-error
                end-if
           end-if
           if aud-policy = "D"
                if (aud-chosen not = aud-winning
                     and aud-result not = nooffer-result-text)
                     or (aud-chosen = aud-winning
                     and aud-result = nooffer-result-text)
                     perform flag-line-error
                end-if
           end-if
           if aud-policy not = "A" and aud-policy not = "D"
                and aud-policy not = "P"
                and aud-result = nooffer-result-text
                perform flag-line-error
           end-if
       exit.
       check-offer-policy-exit.

      *> An offered game, settled from the winning/chosen columns.
       tally-settled-line.
           if aud-chosen = aud-winning
                compute derived-stick = derived-stick + 1
                if aud-result not = stick-result-text
                     perform flag-line-error
                end-if
           else
                if aud-remove = aud-winning
                     compute derived-twist = derived-twist + 1
                     if aud-result not = twist-result-text
                          perform flag-line-error
                     end-if
                else
      *> the sticker was wrong and the switcher's door lost too -
      *> legitimate only under a generalised host that left more
      *> than one door closed.  On a classic row (opens zero, or a
      *> trail from before the column existed) the standing door
      *> must be the winner, so this is corruption.
                     compute derived-lost = derived-lost + 1
                     if aud-result not = lost-result-text
                          perform flag-line-error
                     end-if
                     if aud-opens is not numeric
                          or aud-opens = zero
                          perform flag-line-error
                     end-if
                end-if
           end-if
       exit.
       tally-settled-line-exit.

       flag-line-error.
           compute line-error-count = line-error-count + 1
           else
                move zero to hist-lost-use
           end-if
           if hist-nooffer is numeric
                move hist-nooffer to hist-nooffer-use
           else
                move zero to hist-nooffer-use
           end-if
           if derived-games = hist-games
                and derived-stick = hist-stick
                and derived-twist = hist-twist
                and derived-void = hist-voided
                and derived-lost = hist-lost-use
                and derived-nooffer = hist-nooffer-use
                compute run-verified-count = run-verified-count + 1
                move "VERIFIED" to vfy-verdict-out
           else
                display "*** MISMATCH run " current-runno
                     ": history games " hist-games " stick "
                     hist-stick " twist " hist-twist " void "
                     hist-voided " no offer " hist-nooffer-use " ***"
           end-if
       exit.
       compare-run-totals-exit.
           end-if
       exit.
       verification-summary-exit.

      *> One step record onto the night's shared job log - program,
      *> run, start and end, return code and the step's key control
      *> counts.  A log that cannot be written must not fail the step
      *> it is recording: complain to the console and carry on.
       write-job-step.
           move function current-date to job-end-raw
           move "AUDVER" to job-program
           move current-runno to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
           move "ROWS" to job-count-label(1)
           move line-count to job-count-value(1)
           move "RUNS" to job-count-label(2)
           move run-verified-count to job-count-value(2)
           move "MISM" to job-count-label(3)
           move mismatch-count to job-count-value(3)
           open extend joblogfile
           if job-status not = "00" and job-status not = "05"
                display "Job log not writable, status " job-status
           else
                write jobstep-rec
                close joblogfile
           end-if
       exit.
       write-job-step-exit.
