      *> Run History Integrity Check
      *> histvfy.cob
      *>
      *> history.dat is written by THREE and PARTMRG as runs finish,
      *> by TRAINER as sessions end and by HISTMNT purges and
      *> restores - but a record deleted or edited with a file
      *> utility outside all of them would go unnoticed, and AUDVER
      *> only ever checks the run whose audit trail is current.  Each
      *> of those programs therefore carries the control record
      *> histctl.dat forward as it adds a run or takes one off: the
      *> number of runs the file should hold and the hash totals of
      *> their games, stick, twist and three bankrolls.  This program
      *> recomputes every one of those figures from a full scan of
      *> history.dat and reports each that differs from the control
      *> record.  A record whose counts will not read as numbers is
      *> listed and counted as a difference in its own right.
      *>
      *> A control record that is missing (a site that predates it)
      *> or that an investigation has shown to be wrong is set from
      *> the file with a parameter card on histvfy.dat:
      *>
      *>   col 1     mode      V verify only (the default)
      *>                       E establish the control record from
      *>                         the file as it stands
      *>   col 2-9   auth-by   operator signing it off (required)
      *>   col 10-33 reason    shown on the report
      *>
      *> The figures it replaced are listed, and the operator's id
      *> goes onto the control record itself.
      *> RETURN-CODE 0 the file matches its control record (or one
      *> was established where none or a matching one stood), 4 an
      *> establish that replaced differing figures, 8 the file does
      *> not match, the control record is missing, history.dat will
      *> not read, or an establish card was refused or not written.
       identification division.
       program-id.              histvfy.
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
        select optional hctlfile assign to "histctl.dat"
        organization is line sequential
        file status is hct-status.
        select optional parmcard assign to "histvfy.dat"
        organization is line sequential.
        select reportfile assign to "histvfy.rec"
        organization is line sequential.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
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
           02 hist-opens             pic 9(3).
           02 hist-lost              pic 9(8).
           02 hist-stop              pic x(1).
           02 hist-precision         pic 9(2)v99.
           02 hist-policy            pic x(1).
           02 hist-offer-pc          pic 9(3).
           02 hist-nooffer           pic 9(8).
      *> the date the run's record was written and the kind of run -
      *> B a batch run, D one scenario of a control deck, T a
      *> training session.  Zero and space on records from before.
           02 hist-run-date          pic 9(8).
           02 hist-run-type          pic x(1).
      *> the control record, as the writing programs keep it.
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
       fd parmcard
        label records are standard.
       01 parm-rec.
           02 vfy-mode               pic x(1).
           02 vfy-auth-by            pic x(8).
           02 vfy-reason             pic x(24).
           02 filler                 pic x(47).
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
           02 hist-status            pic x(2) value "00".
           02 hct-status             pic x(2) value "00".
           02 hist-eof-switch        pic 9  value zero.
               88 hist-at-end        value 1.
           02 scan-ok-switch         pic 9  value zero.
               88 scan-ok            value 1.
           02 hct-found-switch       pic 9  value zero.
               88 hct-found          value 1.
       01 vfyparms.
           02 run-mode               pic x(1) value "V".
               88 mode-verify        value "V".
               88 mode-establish     value "E".
           02 establish-auth         pic x(8) value spaces.
           02 establish-reason       pic x(24) value spaces.
           02 vfy-severity           pic 9 value zero.
       01 timestampvars.
           02 current-date-raw       pic x(21).
      *> the same figures, recomputed from the file.
       01 scantotals.
           02 scan-count             pic 9(6) value zero.
           02 scan-games             pic 9(12) value zero.
           02 scan-stick             pic 9(12) value zero.
           02 scan-twist             pic 9(12) value zero.
           02 scan-stick-bank        pic s9(13) value zero.
           02 scan-twist-bank        pic s9(13) value zero.
           02 scan-rand-bank         pic s9(13) value zero.
           02 unreadable-count       pic 9(6) value zero.
           02 diff-count             pic 9(4) value zero.
      *> one total being compared - its name on the report, the
      *> control record's figure and the file's.
       01 totalwork.
           02 total-name             pic x(7) value spaces.
           02 total-ctl              pic s9(13) value zero.
           02 total-file             pic s9(13) value zero.
           02 total-ctl-edit         pic -(12)9.
           02 total-file-edit        pic -(12)9.
       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                05 marginleft pic x(2) value all '* '.
                05 linetext pic x(44) value all spaces.
                05 marginright pic x(2) value all ' *'.
       procedure division.
       main-logic-section.
       begin.
           move function current-date to job-start-raw
           open output reportfile
           write reportrec from outlinetop
           move "Run History Integrity Check!" to linetext
           write reportrec from outlinetext
           write reportrec from outlinetop
           display '*** Run History Integrity Check ***'
           perform read-parm-card
           perform scan-history
           perform read-control-record
           if mode-establish
                perform establish-control
           else
                perform verify-control
           end-if
           perform verify-summary
           write reportrec from outlinetop
           close reportfile
           display "Integrity report written to histvfy.rec"
           move vfy-severity to return-code
           perform write-job-step
           stop run.
       main-logic-exit.

      *> No card verifies.  An establish card with no operator on it
      *> is refused and the file is verified instead - the control
      *> record must always say who set it.
       read-parm-card.
           open input parmcard
           read parmcard
                at end
                     continue
                not at end
                     if vfy-mode = "E" or vfy-mode = "e"
                          move "E" to run-mode
                          move vfy-auth-by to establish-auth
                          move vfy-reason to establish-reason
                     end-if
           end-read
           close parmcard
           if mode-establish
                if establish-auth = spaces
                     display "Establish card refused - no operator"
                     move "Establish card refused - no operator."
                          to linetext
                     write reportrec from outlinetext
                     move 8 to vfy-severity
                     move "V" to run-mode
                else
                     move spaces to linetext
                     string "Establish control record by "
                          delimited by size
                          establish-auth delimited by size
                          into linetext
                     end-string
                     write reportrec from outlinetext
                     if establish-reason not = spaces
                          move spaces to linetext
                          string "Reason " delimited by size
                               establish-reason delimited by size
                               into linetext
                          end-string
                          write reportrec from outlinetext
                     end-if
                     display "Establish control record, authorised "
                          "by " establish-auth
                end-if
           end-if
       exit.
       read-parm-card-exit.

      *> Every record on the file, in key order.  A file that is not
      *> there at all holds no runs, which its control record must
      *> then agree with; one that will not open cannot be vouched
      *> for either way.
       scan-history.
           move zero to hist-eof-switch
           move 1 to hist-runno
           open input histfile
           if hist-status = "35"
                move "history.dat not on file - empty." to linetext
                write reportrec from outlinetext
                display "History file not on file - taken as empty"
                set scan-ok to true
           else
                if hist-status not = "00"
                     display "History file not readable, status "
                          hist-status
                     move spaces to linetext
                     string "history.dat not readable, status "
                          delimited by size
                          hist-status delimited by size
                          into linetext
                     end-string
                     write reportrec from outlinetext
                     move 8 to vfy-severity
                else
                     set scan-ok to true
                     start histfile key is greater than or equal to
                          hist-runno
                          invalid key
                               set hist-at-end to true
                     end-start
                     perform scan-one-record until hist-at-end
                     close histfile
                end-if
           end-if
       exit.
       scan-history-exit.

      *> Bankrolls on records from before the economics fields count
      *> as zero, as the writing programs count them.
       scan-one-record.
           read histfile next record
                at end
                     set hist-at-end to true
                not at end
                     compute scan-count = scan-count + 1
                     if hist-games is numeric
                          and hist-stick is numeric
                          and hist-twist is numeric
                          compute scan-games = scan-games + hist-games
                          compute scan-stick = scan-stick + hist-stick
                          compute scan-twist = scan-twist + hist-twist
                     else
                          perform note-unreadable-record
                     end-if
                     if hist-stick-bank is numeric
                          compute scan-stick-bank =
                               scan-stick-bank + hist-stick-bank
                     end-if
                     if hist-twist-bank is numeric
                          compute scan-twist-bank =
                               scan-twist-bank + hist-twist-bank
                     end-if
                     if hist-rand-bank is numeric
                          compute scan-rand-bank =
                               scan-rand-bank + hist-rand-bank
                     end-if
           end-read
       exit.
       scan-one-record-exit.

       note-unreadable-record.
           compute unreadable-count = unreadable-count + 1
           move spaces to linetext
           string "Run " delimited by size
                hist-runno delimited by size
                " counts not numeric" delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Run " hist-runno " counts will not read"
       exit.
       note-unreadable-record-exit.

       read-control-record.
           move zero to hct-found-switch
           open input hctlfile
           if hct-status = "00" or hct-status = "05"
                read hctlfile
                     at end
                          continue
                     not at end
                          set hct-found to true
                end-read
                close hctlfile
           end-if
           if hct-found
                move spaces to linetext
                string "Control by " delimited by size
                     hct-program delimited by size
                     " on " delimited by size
                     hct-date delimited by size
                     " " delimited by size
                     hct-time delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                if hct-auth-by not = spaces
                     move spaces to linetext
                     string "Established by " delimited by size
                          hct-auth-by delimited by size
                          into linetext
                     end-string
                     write reportrec from outlinetext
                end-if
           else
                move "No control record on histctl.dat." to linetext
                write reportrec from outlinetext
                display "No control record on histctl.dat"
           end-if
           write reportrec from outlinetop
       exit.
       read-control-record-exit.

       verify-control.
           if not hct-found
                move 8 to vfy-severity
                move "Establish one with an E card." to linetext
                write reportrec from outlinetext
           else
                if scan-ok
                     perform compare-totals
                     if diff-count > zero or unreadable-count > zero
                          move 8 to vfy-severity
                     end-if
                end-if
           end-if
       exit.
       verify-control-exit.

      *> The figures the record held are compared (and so listed)
      *> before they are replaced.  A file that would not scan, or
      *> holds records that will not read, is never vouched for.
       establish-control.
           if not scan-ok or unreadable-count > zero
                move 8 to vfy-severity
                move "Establish refused - file not clean."
                     to linetext
                write reportrec from outlinetext
                display "Establish refused - history file did not "
                     "scan clean"
           else
                if hct-found
                     perform compare-totals
                end-if
                move function current-date to current-date-raw
                move scan-count to hct-count
                move scan-games to hct-games
                move scan-stick to hct-stick
                move scan-twist to hct-twist
                move scan-stick-bank to hct-stick-bank
                move scan-twist-bank to hct-twist-bank
                move scan-rand-bank to hct-rand-bank
                move "HISTVFY" to hct-program
                move zero to hct-runno
                move current-date-raw(1:8) to hct-date
                move current-date-raw(9:6) to hct-time
                move establish-auth to hct-auth-by
                open output hctlfile
                if hct-status not = "00"
                     display "Control record not writable, status "
                          hct-status
                     move "Control record not writable." to linetext
                     write reportrec from outlinetext
                     move 8 to vfy-severity
                else
                     write hct-rec
                     close hctlfile
                     move "Control record established from file."
                          to linetext
                     write reportrec from outlinetext
                     display "Control record established"
                     if diff-count > zero and vfy-severity < 4
                          move 4 to vfy-severity
                     end-if
                end-if
           end-if
       exit.
       establish-control-exit.

       compare-totals.
           move "  Total   Control rec  History file" to linetext
           write reportrec from outlinetext
           move "RUNS" to total-name
           move hct-count to total-ctl
           move scan-count to total-file
           perform check-total
           move "GAMES" to total-name
           move hct-games to total-ctl
           move scan-games to total-file
           perform check-total
           move "STICK" to total-name
           move hct-stick to total-ctl
           move scan-stick to total-file
           perform check-total
           move "TWIST" to total-name
           move hct-twist to total-ctl
           move scan-twist to total-file
           perform check-total
           move "STKBANK" to total-name
           move hct-stick-bank to total-ctl
           move scan-stick-bank to total-file
           perform check-total
           move "TWIBANK" to total-name
           move hct-twist-bank to total-ctl
           move scan-twist-bank to total-file
           perform check-total
           move "RNDBANK" to total-name
           move hct-rand-bank to total-ctl
           move scan-rand-bank to total-file
           perform check-total
       exit.
       compare-totals-exit.

      *> Every total is shown; one that differs is marked.
       check-total.
           move total-ctl to total-ctl-edit
           move total-file to total-file-edit
           move spaces to linetext
           if total-ctl = total-file
                string "  " delimited by size
                     total-name delimited by size
                     " " delimited by size
                     total-ctl-edit delimited by size
                     " " delimited by size
                     total-file-edit delimited by size
                     into linetext
                end-string
           else
                compute diff-count = diff-count + 1
                string "* " delimited by size
                     total-name delimited by size
                     " " delimited by size
                     total-ctl-edit delimited by size
                     " " delimited by size
                     total-file-edit delimited by size
                     " DIFF" delimited by size
                     into linetext
                end-string
                display "*** " total-name " control " total-ctl-edit
                     " file " total-file-edit " ***"
           end-if
           write reportrec from outlinetext
       exit.
       check-total-exit.

       verify-summary.
           write reportrec from outlinetop
           move spaces to linetext
           string "Records scanned " delimited by size
                scan-count delimited by size
                " Unreadable " delimited by size
                unreadable-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Totals differing " delimited by size
                diff-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           if mode-verify
                if vfy-severity = zero
                     move "history.dat matches its control record."
                          to linetext
                else
                     move "WARNING: HISTORY FILE NOT AS CONTROLLED"
                          to linetext
                end-if
                write reportrec from outlinetext
           end-if
           move spaces to linetext
           string "Return code " delimited by size
                vfy-severity delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Scanned " scan-count ", unreadable "
                unreadable-count ", totals differing " diff-count
       exit.
       verify-summary-exit.

      *> One step record onto the night's shared job log - no run
      *> of its own, the records scanned, the runs the control
      *> record says the file holds, and the totals that differ.
       write-job-step.
           move function current-date to job-end-raw
           move "HISTVFY" to job-program
           move zero to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
           move "RECS" to job-count-label(1)
           move scan-count to job-count-value(1)
           move "CTLREC" to job-count-label(2)
           if hct-found
                move hct-count to job-count-value(2)
           else
                move zero to job-count-value(2)
           end-if
           move "DIFFS" to job-count-label(3)
           compute job-count-value(3) = diff-count + unreadable-count
           open extend joblogfile
           if job-status not = "00" and job-status not = "05"
                display "Job log not writable, status " job-status
           else
                write jobstep-rec
                close joblogfile
           end-if
       exit.
       write-job-step-exit.
