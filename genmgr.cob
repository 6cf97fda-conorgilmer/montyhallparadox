        file status is dst-status.
        select reportfile assign to "genmgr.rec"
        organization is line sequential.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
       data division.
       file section.
       fd runctrfile
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
           02 cat-status             pic x(2) value "00".
           02 src-status             pic x(2) value "00".
       procedure division.
       main-logic-section.
       begin.
           move function current-date to job-start-raw
           open output reportfile
           write reportrec from outlinetop
           move "Output Generation Manager!" to linetext
           close reportfile
           display "Generation report written to genmgr.rec"
           move gen-severity to return-code
           perform write-job-step
           stop run.
       main-logic-exit.

                cat-count ", copies aged out " deleted-count
       exit.
       generation-summary-exit.

      *> One step record onto the night's shared job log - program,
      *> run, start and end, return code and the step's key control
      *> counts.  A log that cannot be written must not fail the step
      *> it is recording: complain to the console and carry on.
       write-job-step.
           move function current-date to job-end-raw
           move "GENMGR" to job-program
           move run-number to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
           move "FILES" to job-count-label(1)
           move copied-count to job-count-value(1)
           move "RECS" to job-count-label(2)
           move copy-rec-count to job-count-value(2)
           move "AGED" to job-count-label(3)
           move deleted-count to job-count-value(3)
           open extend joblogfile
           if job-status not = "00" and job-status not = "05"
                display "Job log not writable, status " job-status
           else
                write jobstep-rec
                close joblogfile
           end-if
       exit.
       write-job-step-exit.
