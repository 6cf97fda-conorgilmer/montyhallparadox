      *> not recorded on the trail at all, so the report covers the
      *> two pure strategies - which is the pair the question is
      *> always about.  Voided games (prize exposed) return the
      *> stakes and break no streaks, and so do games in which the
      *> host's offer policy made no switch offer.
      *> RETURN-CODE 0 clean, 4 no audit file, 8 read error.
       identification division.
       program-id.              riskrpt.
        organization is line sequential.
        select reportfile assign to "riskrpt.rec"
        organization is line sequential.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
       data division.
       file section.
       fd auditfile
      *> parity with the trail THREE writes.
           02 filler                 pic x(1).
           02 aud-opens              pic 9(3).
           02 filler                 pic x(1).
           02 aud-policy             pic x(1).
       fd parmcard
        label records are standard.
       01 parm-rec.
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
           02 aud-open-ok            pic 9  value zero.
      *> result text exactly as PLAY writes a voided game.
       01 resulttexts.
           02 void-result-text       pic x(15) value " Prize Exposed!".
           02 nooffer-result-text    pic x(15) value " No Offer Made!".
      *> one strategy's running state within the current run block.
      *> All three areas carry the identical shape, so the per-game
      *> settlement paragraph works on strategywork after the right
           02 current-runno          pic 9(6) value zero.
           02 block-games            pic 9(8) value zero.
           02 block-void             pic 9(8) value zero.
           02 block-nooffer          pic 9(8) value zero.
       01 riskcounters.
           02 line-count             pic 9(9) value zero.
           02 run-count              pic 9(6) value zero.
       procedure division.
       main-logic-section.
       begin.
           move function current-date to job-start-raw
           open output reportfile
           write reportrec from outlinetop
           move "Streak and Drawdown Risk Report!" to linetext
           close reportfile
           display "Risk report written to riskrpt.rec"
           move risk-severity to return-code
           perform write-job-step
           stop run.
       main-logic-exit.

           compute block-games = block-games + 1
           if aud-result = void-result-text
                compute block-void = block-void + 1
           end-if
           if aud-result = nooffer-result-text
                compute block-nooffer = block-nooffer + 1
           end-if
           if aud-result not = void-result-text
                and aud-result not = nooffer-result-text
      *> the sticker holds the chosen door; the switcher holds the
      *> door the host left standing.  Same derivation AUDVER uses.
                move stickstate to strategywork
       clear-run-state.
           move zero to block-games
           move zero to block-void
           move zero to block-nooffer
           initialize stickstate
           initialize twiststate
       exit.
                end-string
                write reportrec from outlinetext
           end-if
           if block-nooffer > zero
                move spaces to linetext
                string "No offer " delimited by size
                     block-nooffer delimited by size
                     " of " delimited by size
                     block-games delimited by size
                     " games" delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           end-if
       exit.
       report-run-block-exit.

           display "Rows " line-count ", runs " run-count
       exit.
       risk-summary-exit.

      *> One step record onto the night's shared job log - program,
      *> run, start and end, return code and the step's key control
      *> counts.  A log that cannot be written must not fail the step
      *> it is recording: complain to the console and carry on.
       write-job-step.
           move function current-date to job-end-raw
           move "RISKRPT" to job-program
           move current-runno to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
           move "ROWS" to job-count-label(1)
           move line-count to job-count-value(1)
           move "RUNS" to job-count-label(2)
           move run-count to job-count-value(2)
           move spaces to job-count-label(3)
           move zero to job-count-value(3)
           open extend joblogfile
           if job-status not = "00" and job-status not = "05"
                display "Job log not writable, status " job-status
           else
                write jobstep-rec
                close joblogfile
           end-if
       exit.
       write-job-step-exit.
