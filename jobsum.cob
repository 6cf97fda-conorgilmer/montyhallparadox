      *> Batch Night Job Summary
      *> jobsum.cob
      *>
      *> The morning check used to mean opening six .rec reports and
      *> the scheduler log.  Every night program now appends a step
      *> record to the shared job log joblog.dat as it ends - program,
      *> run number worked on, start and end, return code and three
      *> labelled control counts - and this program prints one page
      *> per batch night from it:
      *>
      *>   every step in the order it started, with its counts;
      *>   a flag on a step out of schedule order (SEQ), started
      *>   before the step ahead of it had finished (OVERLP), run
      *>   more than once (RERUN), ended 8 or worse (FAILED), stopped
      *>   on its budget for resubmission (RESUB), or - for GENMGR -
      *>   filed no generation at all (NOFILE);
      *>   every scheduled program that never ran (MISSING);
      *>   the cross-step counts - THREE's games played against the
      *>   rows AUDVER and RISKRPT read off the same audit.rec, and
      *>   the run number THREE, AUDVER and GENMGR each worked on.
      *>
      *> A partitioned night runs its partition jobs (logged as
      *> THREEPRT, several at once by design, so never a RERUN or an
      *> overlap between themselves) and then PARTMRG, which stands
      *> in for THREE in the missing and cross-step checks.  THREE
      *> is only missing when neither it nor PARTMRG ran; PARTMRG is
      *> missing when partitions ran and were never merged.
      *>
      *> A batch night runs across midnight, so a step starting
      *> before noon belongs to the night that began the day before.
      *> Parameter card jobsum.dat: cols 1-8 the night to print
      *> (yyyymmdd, the date the night began); no card prints every
      *> night on the log.
      *> RETURN-CODE 0 every night clean, 4 reruns, resubmits or an
      *> empty filing only, 8 a missing, failed or out-of-sequence
      *> step or a cross-step count that does not agree.
       identification division.
       program-id.              jobsum.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
        select optional parmcard assign to "jobsum.dat"
        organization is line sequential.
        select reportfile assign to "jobsum.rec"
        organization is line sequential.
       data division.
       file section.
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
       fd parmcard
        label records are standard.
       01 parm-rec.
           02 prm-night              pic 9(8).
           02 filler                 pic x(72).
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
       Working-storage section.
       01 filevars.
           02 job-status             pic x(2) value "00".
           02 job-eof-switch         pic 9  value zero.
               88 job-at-end         value 1.
       01 sumparms.
           02 wanted-night           pic 9(8) value zero.
      *> the night's schedule in running order.  Required programs
      *> that never logged a step are reported missing.
       01 schedulevars.
           02 sched-count            pic 9(2) value zero.
           02 sched-ix               pic 9(2) value zero.
           02 step-sched             pic 9(2) value zero.
           02 high-sched             pic 9(2) value zero.
       01 scheduletable.
           02 sched-entry occurs 12 times.
               03 sch-program        pic x(8).
               03 sch-required       pic x(1).
               03 sch-seen           pic 9(3).
      *> the current night's steps, held in start order.  The log is
      *> written as steps end, so a step that started early but ran
      *> long sits after the ones that started later - each step is
      *> inserted by its start stamp as it is read.
       01 nightvars.
           02 night-open             pic 9  value zero.
               88 night-started      value 1.
           02 current-night          pic 9(8) value zero.
           02 step-night             pic 9(8) value zero.
           02 night-count            pic 9(4) value zero.
           02 night-flags            pic 9(4) value zero.
           02 night-severity         pic 9 value zero.
           02 step-count             pic 9(3) value zero.
           02 step-max               pic 9(3) value 100.
           02 step-ix                pic 9(3) value zero.
           02 ins-ix                 pic 9(3) value zero.
           02 insert-switch          pic 9  value zero.
               88 insert-found       value 1.
           02 step-flag              pic x(6) value spaces.
           02 latest-end             pic x(14) value spaces.
           02 latest-end-program     pic x(8) value spaces.
       01 steptable.
           02 step-entry occurs 100 times.
               03 stp-step.
                   04 stp-program    pic x(8).
                   04 stp-runno      pic 9(6).
                   04 stp-start.
                       05 stp-start-date pic 9(8).
                       05 stp-start-time pic 9(6).
                   04 stp-end.
                       05 stp-end-date   pic 9(8).
                       05 stp-end-time   pic 9(6).
                   04 stp-rc         pic 9(2).
                   04 stp-count occurs 3 times.
                       05 stp-count-label pic x(6).
                       05 stp-count-value pic 9(10).
      *> the counts the cross-step checks compare - the last step of
      *> each program seen on the night.
       01 crosscheckvars.
           02 three-seen             pic 9  value zero.
               88 three-ran          value 1.
           02 three-games            pic 9(10) value zero.
           02 three-runno            pic 9(6) value zero.
           02 audver-seen            pic 9  value zero.
               88 audver-ran         value 1.
           02 audver-rows            pic 9(10) value zero.
           02 audver-runno           pic 9(6) value zero.
           02 riskrpt-seen           pic 9  value zero.
               88 riskrpt-ran        value 1.
           02 riskrpt-rows           pic 9(10) value zero.
           02 genmgr-seen            pic 9  value zero.
               88 genmgr-ran         value 1.
           02 genmgr-runno           pic 9(6) value zero.
           02 partition-seen         pic 9  value zero.
               88 partition-ran      value 1.
           02 partition-of           pic 9(10) value zero.
           02 partmrg-seen           pic 9  value zero.
               88 partmrg-ran        value 1.
           02 partmrg-parts          pic 9(10) value zero.
       01 sumcounters.
           02 record-count           pic 9(6) value zero.
           02 sum-severity           pic 9 value zero.
           02 count-edit             pic z(7)9.
       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                05 marginleft pic x(2) value all '* '.
                05 linetext pic x(44) value all spaces.
                05 marginright pic x(2) value all ' *'.
       01 outlinestephdr.
                05 filler pic x(8) value 'Program'.
                05 filler pic x(1).
                05 filler pic x(6) value 'Run'.
                05 filler pic x(1).
                05 filler pic x(6) value 'Start'.
                05 filler pic x(1).
                05 filler pic x(6) value 'End'.
                05 filler pic x(1).
                05 filler pic x(2) value 'RC'.
                05 filler pic x(1).
                05 filler pic x(6) value 'Flag'.
                05 filler pic x(9).
       01 outlinestep.
                05 stp-program-out pic x(8) value spaces.
                05 filler pic x(1).
                05 stp-runno-out pic x(6) value spaces.
                05 filler pic x(1).
                05 stp-start-out pic x(6) value spaces.
                05 filler pic x(1).
                05 stp-end-out pic x(6) value spaces.
                05 filler pic x(1).
                05 stp-rc-out pic x(2) value spaces.
                05 filler pic x(1).
                05 stp-flag-out pic x(6) value spaces.
                05 filler pic x(9).
       01 outlinecounts.
                05 filler pic x(1).
                05 cnt-label-1-out pic x(6) value spaces.
                05 filler pic x(1).
                05 cnt-value-1-out pic x(8) value spaces.
                05 filler pic x(1).
                05 cnt-label-2-out pic x(6) value spaces.
                05 filler pic x(1).
                05 cnt-value-2-out pic x(8) value spaces.
                05 filler pic x(1).
                05 cnt-label-3-out pic x(6) value spaces.
                05 filler pic x(1).
                05 cnt-value-3-out pic x(8) value spaces.
       procedure division.
       main-logic-section.
       begin.
           open output reportfile
           display '*** Batch Night Job Summary ***'
           perform load-schedule
           perform read-parm-card
           open input joblogfile
           perform read-job-step until job-at-end
           close joblogfile
           if night-started
                perform report-night
           end-if
           if night-count = zero
                write reportrec from outlinetop
                move "Batch Night Job Summary!" to linetext
                write reportrec from outlinetext
                write reportrec from outlinetop
                if wanted-night > zero
                     move spaces to linetext
                     string "No steps logged for night " delimited
                          by size
                          wanted-night delimited by size
                          into linetext
                     end-string
                     move 8 to sum-severity
                else
                     move "No steps on the job log." to linetext
                     if sum-severity < 4
                          move 4 to sum-severity
                     end-if
                end-if
                write reportrec from outlinetext
                write reportrec from outlinetop
                display linetext
           end-if
           close reportfile
           display "Job log steps read " record-count ", nights "
                night-count ", return code " sum-severity
           display "Batch summary written to jobsum.rec"
           move sum-severity to return-code
           stop run.
       main-logic-exit.

      *> The night's programs in the order the schedule runs them.
       load-schedule.
           move "CTLEDIT" to sch-program(1)
           move "THREE" to sch-program(2)
           move "THREEPRT" to sch-program(3)
           move "PARTMRG" to sch-program(4)
           move "AUDVER" to sch-program(5)
           move "GENMGR" to sch-program(6)
           move "RISKRPT" to sch-program(7)
           move "EXCRPT" to sch-program(8)
      *> last, once every program that writes history.dat has run.
           move "HISTVFY" to sch-program(9)
           move 9 to sched-count
           perform mark-required
                varying sched-ix from 1 by 1
                until sched-ix > sched-count
      *> the run is played whole by THREE or in partitions merged by
      *> PARTMRG - which of them was owed is settled per night in
      *> check-partitioned-run.
           move "N" to sch-required(2)
           move "N" to sch-required(3)
           move "N" to sch-required(4)
       exit.
       load-schedule-exit.

       mark-required.
           move "Y" to sch-required(sched-ix)
       exit.
       mark-required-exit.

       read-parm-card.
           open input parmcard
           read parmcard
                at end
                     continue
                not at end
                     if prm-night is numeric and prm-night > zero
                          move prm-night to wanted-night
                          display "Summary for night " wanted-night
                     end-if
           end-read
           close parmcard
       exit.
       read-parm-card-exit.

      *> One log record: work out its night, close out the previous
      *> night on a change, and file the step in start order.
       read-job-step.
           read joblogfile
                at end
                     set job-at-end to true
                not at end
                     compute record-count = record-count + 1
                     perform take-job-step
           end-read
       exit.
       read-job-step-exit.

       take-job-step.
           if job-start-date is not numeric
                or job-start-time is not numeric
                display "Job log record " record-count
                     " has no usable start stamp - skipped"
           else
                perform derive-step-night
                if wanted-night = zero or step-night = wanted-night
                     if night-started
                          and step-night not = current-night
                          perform report-night
                     end-if
                     if not night-started
                          set night-started to true
                          move step-night to current-night
                          move zero to step-count
                     end-if
                     perform insert-step
                end-if
           end-if
       exit.
       take-job-step-exit.

      *> Before noon is still last night's batch.
       derive-step-night.
           move job-start-date to step-night
           if job-start-time < 120000
                compute step-night = function date-of-integer
                     (function integer-of-date(job-start-date) - 1)
           end-if
       exit.
       derive-step-night-exit.

       insert-step.
           if step-count = step-max
                display "More than " step-max " steps on night "
                     current-night " - step " job-program " skipped"
                if sum-severity < 4
                     move 4 to sum-severity
                end-if
           else
                move zero to insert-switch
                perform make-room-for-step
                     varying step-ix from step-count by -1
                     until step-ix = zero or insert-found
                if insert-found
                     compute ins-ix = step-ix + 2
                else
                     move 1 to ins-ix
                end-if
                move jobstep-rec to stp-step(ins-ix)
                compute step-count = step-count + 1
           end-if
       exit.
       insert-step-exit.

      *> Shuffle later-starting steps up a slot until one that
      *> started no later than the new step is reached.
       make-room-for-step.
           if stp-start(step-ix) > job-start
                move stp-step(step-ix) to stp-step(step-ix + 1)
           else
                set insert-found to true
           end-if
       exit.
       make-room-for-step-exit.

      *> One page: the night's steps in start order with their flags,
      *> then the missing programs and the cross-step counts.
       report-night.
           compute night-count = night-count + 1
           move zero to night-flags
           move zero to night-severity
           move zero to high-sched
           move spaces to latest-end
           move spaces to latest-end-program
           move zero to three-seen
           move zero to audver-seen
           move zero to riskrpt-seen
           move zero to genmgr-seen
           move zero to partition-seen
           move zero to partmrg-seen
           perform clear-seen
                varying sched-ix from 1 by 1
                until sched-ix > sched-count
           write reportrec from outlinetop
           move "Batch Night Job Summary!" to linetext
           write reportrec from outlinetext
           move spaces to linetext
           string "Night of " delimited by size
                current-night delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
           write reportrec from outlinestephdr
           write reportrec from outlinetop
           display "Night of " current-night ", steps " step-count
           perform check-step
                varying step-ix from 1 by 1
                until step-ix > step-count
           write reportrec from outlinetop
           perform check-required
                varying sched-ix from 1 by 1
                until sched-ix > sched-count
           perform check-partitioned-run
           perform cross-step-checks
           write reportrec from outlinetop
           move spaces to linetext
           string "Steps " delimited by size
                step-count delimited by size
                " Flags " delimited by size
                night-flags delimited by size
                " RC " delimited by size
                night-severity delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
           display "Night of " current-night ", flags " night-flags
                ", return code " night-severity
           if night-severity > sum-severity
                move night-severity to sum-severity
           end-if
           move zero to night-open
           move zero to step-count
       exit.
       report-night-exit.

       clear-seen.
           move zero to sch-seen(sched-ix)
       exit.
       clear-seen-exit.

      *> One step: its place on the schedule, the flags it earns, and
      *> its listing.  Where a step earns more than one flag the most
      *> serious is shown - they are tested least serious first.
       check-step.
           move spaces to step-flag
           move zero to step-sched
           perform find-schedule-slot
                varying sched-ix from 1 by 1
                until sched-ix > sched-count
           if stp-rc(step-ix) = 2
                move "RESUB" to step-flag
                perform night-warning
           end-if
           if step-sched > zero
                if sch-seen(step-sched) > zero
                     and stp-program(step-ix) not = "THREEPRT"
                     move "RERUN" to step-flag
                     perform night-warning
                end-if
                compute sch-seen(step-sched) =
                     sch-seen(step-sched) + 1
           end-if
           if stp-program(step-ix) = "GENMGR"
                and stp-count-value(step-ix, 1) = zero
                move "NOFILE" to step-flag
                perform night-warning
           end-if
           if stp-rc(step-ix) >= 8
                move "FAILED" to step-flag
                perform night-failure
           end-if
           if step-sched > zero
                if step-sched < high-sched
                     move "SEQ" to step-flag
                     perform night-failure
                else
                     move step-sched to high-sched
                end-if
           end-if
      *> partitions started together finish in any order, so one
      *> starting before another has finished is no overlap.
           if latest-end not = spaces
                and stp-start(step-ix) < latest-end
                and stp-program(step-ix) not = latest-end-program
                and (stp-program(step-ix) not = "THREEPRT"
                     or latest-end-program not = "THREEPRT")
                move "OVERLP" to step-flag
                perform night-failure
           end-if
           if latest-end = spaces or stp-end(step-ix) > latest-end
                move stp-end(step-ix) to latest-end
                move stp-program(step-ix) to latest-end-program
           end-if
           if step-flag not = spaces
                compute night-flags = night-flags + 1
           end-if
           perform note-cross-counts
           perform list-step
       exit.
       check-step-exit.

       find-schedule-slot.
           if sch-program(sched-ix) = stp-program(step-ix)
                move sched-ix to step-sched
           end-if
       exit.
       find-schedule-slot-exit.

       night-warning.
           if night-severity < 4
                move 4 to night-severity
           end-if
       exit.
       night-warning-exit.

       night-failure.
           move 8 to night-severity
       exit.
       night-failure-exit.

      *> Keep what the cross-step checks need off the last step of
      *> each program - a rerun supersedes the step it repeats.
       note-cross-counts.
           evaluate stp-program(step-ix)
                when "THREE"
                     set three-ran to true
                     move stp-count-value(step-ix, 1) to three-games
                     move stp-runno(step-ix) to three-runno
      *> the merge reports the combined run - it is what AUDVER,
      *> RISKRPT and GENMGR go on to read.
                when "PARTMRG"
                     set partmrg-ran to true
                     move stp-count-value(step-ix, 2) to partmrg-parts
                     set three-ran to true
                     move stp-count-value(step-ix, 1) to three-games
                     move stp-runno(step-ix) to three-runno
                when "THREEPRT"
                     set partition-ran to true
                     move stp-count-value(step-ix, 3) to partition-of
                when "AUDVER"
                     set audver-ran to true
                     move stp-count-value(step-ix, 1) to audver-rows
                     move stp-runno(step-ix) to audver-runno
                when "RISKRPT"
                     set riskrpt-ran to true
                     move stp-count-value(step-ix, 1) to riskrpt-rows
                when "GENMGR"
                     set genmgr-ran to true
                     move stp-runno(step-ix) to genmgr-runno
           end-evaluate
       exit.
       note-cross-counts-exit.

       list-step.
           move stp-program(step-ix) to stp-program-out
           move stp-runno(step-ix) to stp-runno-out
           move stp-start-time(step-ix) to stp-start-out
           move stp-end-time(step-ix) to stp-end-out
           move stp-rc(step-ix) to stp-rc-out
           move step-flag to stp-flag-out
           write reportrec from outlinestep
           move stp-count-label(step-ix, 1) to cnt-label-1-out
           move stp-count-value(step-ix, 1) to count-edit
           move count-edit to cnt-value-1-out
           move stp-count-label(step-ix, 2) to cnt-label-2-out
           move stp-count-value(step-ix, 2) to count-edit
           move count-edit to cnt-value-2-out
           move stp-count-label(step-ix, 3) to cnt-label-3-out
           move stp-count-value(step-ix, 3) to count-edit
           move count-edit to cnt-value-3-out
      *> a step with fewer than three counts leaves the slot blank.
           if stp-count-label(step-ix, 2) = spaces
                move spaces to cnt-value-2-out
           end-if
           if stp-count-label(step-ix, 3) = spaces
                move spaces to cnt-value-3-out
           end-if
           write reportrec from outlinecounts
           display stp-program(step-ix) " run " stp-runno(step-ix)
                " " stp-start-time(step-ix) "-" stp-end-time(step-ix)
                " rc " stp-rc(step-ix) " " step-flag
       exit.
       list-step-exit.

       check-required.
           if sch-required(sched-ix) = "Y"
                and sch-seen(sched-ix) = zero
                move spaces to linetext
                string "MISSING: " delimited by size
                     sch-program(sched-ix) delimited by space
                     " never ran" delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                display "*** " linetext " ***"
                compute night-flags = night-flags + 1
                perform night-failure
           end-if
       exit.
       check-required-exit.

      *> The run itself is owed once a night: by THREE, or - when
      *> partitions ran - by PARTMRG.
       check-partitioned-run.
           move spaces to linetext
           if partition-ran
                if not partmrg-ran
                     move "MISSING: PARTMRG never ran" to linetext
                end-if
           else
                if not three-ran
                     move "MISSING: THREE never ran" to linetext
                end-if
           end-if
           if linetext not = spaces
                write reportrec from outlinetext
                display "*** " linetext " ***"
                compute night-flags = night-flags + 1
                perform night-failure
           end-if
       exit.
       check-partitioned-run-exit.

      *> AUDVER and RISKRPT both read the audit.rec THREE left, so
      *> all three must agree on the games and THREE, AUDVER and
      *> GENMGR on the run.  A check whose steps did not both run
      *> is already flagged MISSING and is skipped here.
       cross-step-checks.
           if three-ran and audver-ran
                if three-games = audver-rows
                     move "THREE games = AUDVER rows." to linetext
                else
                     move "MISMATCH THREE games v AUDVER rows"
                          to linetext
                     perform cross-check-failed
                end-if
                write reportrec from outlinetext
                if three-runno = audver-runno
                     move "THREE run = AUDVER run." to linetext
                else
                     move "MISMATCH THREE run v AUDVER run"
                          to linetext
                     perform cross-check-failed
                end-if
                write reportrec from outlinetext
           end-if
           if audver-ran and riskrpt-ran
                if audver-rows = riskrpt-rows
                     move "AUDVER rows = RISKRPT rows." to linetext
                else
                     move "MISMATCH AUDVER rows v RISKRPT rows"
                          to linetext
                     perform cross-check-failed
                end-if
                write reportrec from outlinetext
           end-if
      *> every partition of the run should have gone into the merge.
           if partition-ran and partmrg-ran
                if partmrg-parts = partition-of
                     move "PARTMRG parts = THREEPRT parts." to linetext
                else
                     move "MISMATCH PARTMRG v THREEPRT parts"
                          to linetext
                     perform cross-check-failed
                end-if
                write reportrec from outlinetext
           end-if
      *> a fully seeded night draws no number and GENMGR rightly
      *> files nothing - there is no run to compare.
           if three-ran and genmgr-ran and three-runno > zero
                if three-runno = genmgr-runno
                     move "THREE run = GENMGR run." to linetext
                else
                     move "MISMATCH THREE run v GENMGR run"
                          to linetext
                     perform cross-check-failed
                end-if
                write reportrec from outlinetext
           end-if
       exit.
       cross-step-checks-exit.

       cross-check-failed.
           compute night-flags = night-flags + 1
           perform night-failure
           display "*** " linetext " ***"
       exit.
       cross-check-failed-exit.
