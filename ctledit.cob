      *> RETURN-CODE 0 deck clean, 4 advisory findings only (the run
      *> would be legitimate but reduced - e.g. the cross-tab skips
      *> above ten doors), 8 a field THREE would silently default or
      *> a deck it would truncate - or a partition card THREE would
      *> refuse (a partitioned card on a deck of several, a partition
      *> number outside 1 to part-of, more partitions than games).
       identification division.
       program-id.              ctledit.
       author.                  conor gilmer.
        organization is line sequential.
        select reportfile assign to "ctledit.rec"
        organization is line sequential.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
       data division.
       file section.
       fd controlcard
           02 ctl-stake              pic 9(5).
           02 ctl-prize              pic 9(7).
           02 ctl-opens              pic 9(3).
           02 ctl-part-no            pic 9(2).
           02 ctl-part-of            pic 9(2).
           02 ctl-target             pic 9(2)v99.
           02 ctl-ceiling            pic 9(8).
           02 ctl-policy             pic x(1).
           02 ctl-offer-pc           pic 9(3).
           02 filler                 pic x(24).
       fd reportfile
        label records are standard.
       01 reportrec             pic x(40).
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
           02 ctl-eof-switch         pic 9  value zero.
               88 ctl-at-end         value 1.
           02 default-doors          pic 9(3) value 3.
           02 scenario-max           pic 9(2) value 20.
           02 xtab-max-doors         pic 9(2) value 10.
      *> THREE tests a precision target every checkpoint interval.
           02 checkpoint-every       pic 9(8) value 1000.
      *> what THREE will actually use for the card being edited.
       01 effectivevals.
           02 eff-trials             pic 9(8) value zero.
           02 eff-stake              pic 9(5) value zero.
           02 eff-prize              pic 9(7) value zero.
           02 eff-opens              pic 9(3) value zero.
           02 eff-target             pic 9(2)v99 value zero.
           02 eff-ceiling            pic 9(8) value zero.
           02 target-edit            pic Z9.99.
           02 eff-policy             pic x(1) value space.
           02 eff-offer-pc           pic 9(3) value zero.
      *> a partitioned card must be the only card in its deck - THREE
      *> refuses the whole deck otherwise, so it is checked once the
      *> deck has been read.
       01 partitioncheck.
           02 partition-card-count   pic 9(3) value zero.
       01 editcounters.
           02 card-count             pic 9(3) value zero.
           02 card-flag-count        pic 9(2) value zero.
                05 crd-opens-label pic x(6) value 'Opens '.
                05 crd-opens-out pic x(7) value spaces.
                05 filler pic x(1).
       01 outlinecard4.
                05 crd-target-label pic x(11) value 'Target +/- '.
                05 crd-target-out pic x(5) value spaces.
                05 filler pic x(1).
                05 crd-ceiling-label pic x(8) value 'Ceiling '.
                05 crd-ceiling-out pic x(8) value spaces.
                05 filler pic x(7).
       01 outlinecard5.
                05 crd-policy-label pic x(7) value 'Policy '.
                05 crd-policy-out pic x(8) value spaces.
                05 filler pic x(1).
                05 crd-offer-label pic x(9) value 'Offer pc '.
                05 crd-offer-out pic x(3) value spaces.
                05 filler pic x(12).
       procedure division.
       main-logic-section.
       begin.
           move function current-date to job-start-raw
           open output reportfile
           write reportrec from outlinetop
           move "Control Deck Pre-Run Edit!" to linetext
           close reportfile
           display "Deck edit report written to ctledit.rec"
           move edit-severity to return-code
           perform write-job-step
           stop run.
       main-logic-exit.

           else
                move zero to eff-opens
           end-if
      *> a precision card plays up to its ceiling - ctl-trials when
      *> no ceiling is given.
           if ctl-target is numeric and ctl-target > zero
                move ctl-target to eff-target
                if ctl-ceiling is numeric and ctl-ceiling > zero
                     move ctl-ceiling to eff-ceiling
                else
                     move eff-trials to eff-ceiling
                end-if
           else
                move zero to eff-target
                move zero to eff-ceiling
           end-if
      *> an unknown policy plays the always-offer host; the offer
      *> percentage only counts under P, capped at a certain offer.
           move space to eff-policy
           move zero to eff-offer-pc
           if ctl-policy = "A" or ctl-policy = "a"
                move "A" to eff-policy
           end-if
           if ctl-policy = "D" or ctl-policy = "d"
                move "D" to eff-policy
           end-if
           if ctl-policy = "P" or ctl-policy = "p"
                move "P" to eff-policy
                if ctl-offer-pc is numeric
                     if ctl-offer-pc > 100
                          move 100 to eff-offer-pc
                     else
                          move ctl-offer-pc to eff-offer-pc
                     end-if
                end-if
           end-if
       exit.
       derive-effective-values-exit.

                move "classic" to crd-opens-out
           end-if
           write reportrec from outlinecard3
           if eff-target > zero
                move eff-target to target-edit
                move target-edit to crd-target-out
                move eff-ceiling to crd-ceiling-out
                write reportrec from outlinecard4
           end-if
           if eff-policy not = space
                if eff-policy = "A"
                     move "Angelic" to crd-policy-out
                end-if
                if eff-policy = "D"
                     move "Devil" to crd-policy-out
                end-if
                if eff-policy = "P"
                     move "Chance" to crd-policy-out
                end-if
                move eff-offer-pc to crd-offer-out
                write reportrec from outlinecard5
           end-if
           display "Card " card-count " trials " eff-trials
                " doors " eff-doors " seed " eff-seed " host "
                crd-host-out " stake " eff-stake " prize " eff-prize
                     to linetext
                perform flag-card-error
           end-if
           perform flag-partition-findings
           perform flag-precision-findings
           perform flag-policy-findings
       exit.
       flag-card-findings-exit.

      *> Offer-policy columns: blank is the classic host who always
      *> offers the switch.  An unknown code, or a chance host whose
      *> percentage THREE cannot read or would cap, plays a different
      *> host from the one keyed - an 8.  A chance host at zero never
      *> offers and settles nothing, and a percentage keyed for
      *> another policy is dropped - both legal runs, a 4.
       flag-policy-findings.
           if ctl-policy not = space
                and eff-policy = space
                move "FLAG: POLICY UNKNOWN - ALWAYS OFFER"
                     to linetext
                perform flag-card-error
           end-if
           if eff-policy = "P"
                if ctl-offer-pc is not numeric
                     move "FLAG: OFFER PC NOT NUMERIC" to linetext
                     perform flag-card-error
                else
                     if ctl-offer-pc > 100
                          move "FLAG: OFFER PC OVER 100 - CAPPED"
                               to linetext
                          perform flag-card-error
                     end-if
                     if ctl-offer-pc = zero
                          move "NOTE: OFFER PC ZERO - NO OFFERS"
                               to linetext
                          perform flag-card-advisory
                     end-if
                end-if
           else
                if ctl-offer-pc not = spaces
                     and ctl-offer-pc not = zero
                     move "NOTE: OFFER PC IGNORED - NOT P"
                          to linetext
                     perform flag-card-advisory
                end-if
           end-if
       exit.
       flag-policy-findings-exit.

      *> Precision columns: blank means a fixed-trials run.  A
      *> target THREE cannot read, or a ceiling it would drop for want
      *> of a target, plays the wrong run - an 8.  A ceiling inside
      *> the first test interval, or a target on a partition card
      *> (THREE ignores it there), leaves a legal run that cannot stop
      *> early - a 4.
       flag-precision-findings.
           if ctl-target is not numeric and ctl-target not = spaces
                move "FLAG: TARGET NOT NUMERIC - IGNORED"
                     to linetext
                perform flag-card-error
           end-if
           if ctl-ceiling is not numeric and ctl-ceiling not = spaces
                move "FLAG: CEILING NOT NUMERIC" to linetext
                perform flag-card-error
           end-if
           if ctl-ceiling is numeric and ctl-ceiling > zero
                and eff-target = zero
                move "FLAG: CEILING WITH NO TARGET" to linetext
                perform flag-card-error
           end-if
           if eff-target > zero
                if ctl-part-of is numeric and ctl-part-of > 1
                     move "NOTE: TARGET IGNORED ON PARTITION"
                          to linetext
                     perform flag-card-advisory
                else
                     if eff-ceiling <= checkpoint-every
                          move "NOTE: CEILING INSIDE TEST INTERVAL"
                               to linetext
                          perform flag-card-advisory
                     end-if
                end-if
           end-if
       exit.
       flag-precision-findings-exit.

      *> Partition columns: blank or a part-of of 0 or 1 runs the
      *> card whole.  THREE refuses a partition card outright (it
      *> would otherwise play the full run once per partition job),
      *> so every fault here is an 8.  A good one is noted - the run
      *> is only complete once PARTMRG has combined every partition.
       flag-partition-findings.
           if (ctl-part-no is not numeric and ctl-part-no not = spaces)
                or (ctl-part-of is not numeric
                     and ctl-part-of not = spaces)
                move "FLAG: PARTITION NOT NUMERIC" to linetext
                perform flag-card-error
           else
                if ctl-part-of is numeric and ctl-part-of > 1
                     compute partition-card-count =
                          partition-card-count + 1
                     if ctl-part-no is not numeric
                          or ctl-part-no < 1
                          or ctl-part-no > ctl-part-of
                          move "FLAG: PARTITION NO OUT OF RANGE"
                               to linetext
                          perform flag-card-error
                     else
                          if eff-trials + 1 < ctl-part-of
                               move "FLAG: MORE PARTITIONS THAN GAMES"
                                    to linetext
                               perform flag-card-error
                          else
                               move "NOTE: PARTITION - RUN PARTMRG"
                                    to linetext
                               perform flag-card-advisory
                          end-if
                     end-if
                end-if
           end-if
       exit.
       flag-partition-findings-exit.

       flag-card-error.
           write reportrec from outlinetext
           display "Card " card-count " " linetext
       flag-card-advisory-exit.

       edit-summary.
           if partition-card-count > zero and card-count > 1
                move "FLAG: PARTITION CARD IN A DECK" to linetext
                write reportrec from outlinetext
                display "Deck " linetext
                compute deck-flag-count = deck-flag-count + 1
                move 8 to edit-severity
           end-if
           write reportrec from outlinetop
           move spaces to linetext
           string "Cards " delimited by size
           end-if
       exit.
       edit-summary-exit.

      *> One step record onto the night's shared job log - program,
      *> run, start and end, return code and the step's key control
      *> counts.  A log that cannot be written must not fail the step
      *> it is recording: complain to the console and carry on.
       write-job-step.
           move function current-date to job-end-raw
           move "CTLEDIT" to job-program
           move zero to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
           move "CARDS" to job-count-label(1)
           move card-count to job-count-value(1)
           move "FLAGS" to job-count-label(2)
           move deck-flag-count to job-count-value(2)
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
