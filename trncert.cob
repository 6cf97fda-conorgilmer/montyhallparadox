      *> Trainee Certification Report
      *> trncert.cob
      *>
      *> Quarterly floor training exists to get operators switching.
      *> TRAINER posts every session an operator plays to the trainee
      *> register trainee.dat - keyed by operator and run, with the
      *> operator's own stick and twist plays and wins - and this
      *> report reads it back trainee by trainee:
      *>
      *>   each session in run order - date, doors and host, hands
      *>   settled, the operator's switch rate and win rate by choice;
      *>   the trainee's totals over every session;
      *>   whether the switch rate ROSE, FELL or stayed FLAT from the
      *>   first session to the last (ONE when there is only one);
      *>   a SHORT flag on anyone with fewer hands than the minimum
      *>   needed for certification.
      *>
      *> A hand is a settled game the operator chose on - a voided
      *> game (ignorant host exposed the prize) is never a choice.
      *> Parameter card trncert.dat: cols 1-6 minimum hands for
      *> certification (default 50).
      *> RETURN-CODE 0 every trainee certified, 4 one or more SHORT
      *> or no register to report, 8 register read error.
       identification division.
       program-id.              trncert.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select traineefile assign to "trainee.dat"
        organization is indexed
        access mode is dynamic
        record key is trn-key
        file status is trn-status.
        select optional parmcard assign to "trncert.dat"
        organization is line sequential.
        select reportfile assign to "trncert.rec"
        organization is line sequential.
       data division.
       file section.
       fd traineefile
        label records are standard.
       01 trn-rec.
           02 trn-key.
               03 trn-operator       pic x(8).
               03 trn-runno          pic 9(6).
           02 trn-date               pic 9(8).
           02 trn-time               pic 9(6).
           02 trn-doors              pic 9(3).
           02 trn-host               pic x(1).
           02 trn-games              pic 9(8).
           02 trn-voided             pic 9(8).
           02 trn-stick-plays        pic 9(6).
           02 trn-stick-wins         pic 9(6).
           02 trn-twist-plays        pic 9(6).
           02 trn-twist-wins         pic 9(6).
           02 trn-switch-pc          pic 9(3)v99.
           02 trn-stick-win-pc       pic 9(3)v99.
           02 trn-twist-win-pc       pic 9(3)v99.
       fd parmcard
        label records are standard.
       01 parm-rec.
           02 prm-min-hands          pic 9(6).
           02 filler                 pic x(74).
       fd reportfile
        label records are standard.
       01 reportrec             pic x(48).
       Working-storage section.
       01 filevars.
           02 trn-status             pic x(2) value "00".
           02 trn-eof-switch         pic 9  value zero.
               88 trn-at-end         value 1.
           02 trn-open-ok            pic 9  value zero.
               88 trn-is-open        value 1.
       01 certparms.
           02 min-hands              pic 9(6) value 50.
      *> the trainee currently being gathered.  The first and last
      *> switch rates come off sessions with at least one hand - an
      *> all-void session says nothing about the operator's choice.
       01 traineework.
           02 trainee-open           pic 9  value zero.
               88 trainee-started    value 1.
           02 current-operator       pic x(8) value spaces.
           02 tr-sessions            pic 9(4) value zero.
           02 tr-hands               pic 9(8) value zero.
           02 tr-stick-plays         pic 9(8) value zero.
           02 tr-stick-wins          pic 9(8) value zero.
           02 tr-twist-plays         pic 9(8) value zero.
           02 tr-twist-wins          pic 9(8) value zero.
           02 tr-rated-sessions      pic 9(4) value zero.
           02 tr-first-switch-pc     pic 9(3)v99 value zero.
           02 tr-last-switch-pc      pic 9(3)v99 value zero.
           02 tr-switch-pc           pic 9(3)v99 value zero.
           02 tr-stick-win-pc        pic 9(3)v99 value zero.
           02 tr-twist-win-pc        pic 9(3)v99 value zero.
           02 tr-trend               pic x(4) value spaces.
           02 tr-flag                pic x(5) value spaces.
           02 session-hands          pic 9(8) value zero.
       01 certcounters.
           02 session-count          pic 9(6) value zero.
           02 trainee-count          pic 9(4) value zero.
           02 short-count            pic 9(4) value zero.
           02 rose-count             pic 9(4) value zero.
           02 cert-severity          pic 9 value zero.
       01 editfields.
           02 pc-edit                pic zz9.99.
           02 hands-edit             pic zzzzz9.
       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                05 marginleft pic x(2) value all '* '.
                05 linetext pic x(44) value all spaces.
                05 marginright pic x(2) value all ' *'.
       01 outlinesesshdr.
                05 filler pic x(6) value 'Run'.
                05 filler pic x(1).
                05 filler pic x(8) value 'Date'.
                05 filler pic x(1).
                05 filler pic x(4) value 'Drs'.
                05 filler pic x(6) value 'Hands'.
                05 filler pic x(1).
                05 filler pic x(6) value 'Swi%'.
                05 filler pic x(1).
                05 filler pic x(6) value 'StkW%'.
                05 filler pic x(1).
                05 filler pic x(6) value 'TwiW%'.
                05 filler pic x(1).
       01 outlinesession.
                05 ses-runno-out pic x(6) value spaces.
                05 filler pic x(1).
                05 ses-date-out pic x(8) value spaces.
                05 filler pic x(1).
                05 ses-doors-out pic x(3) value spaces.
                05 ses-host-out pic x(1) value spaces.
                05 ses-hands-out pic x(6) value spaces.
                05 filler pic x(1).
                05 ses-switch-out pic x(6) value spaces.
                05 filler pic x(1).
                05 ses-stick-out pic x(6) value spaces.
                05 filler pic x(1).
                05 ses-twist-out pic x(6) value spaces.
                05 filler pic x(1).
       procedure division.
       main-logic-section.
       begin.
           open output reportfile
           write reportrec from outlinetop
           move "Trainee Certification Report!" to linetext
           write reportrec from outlinetext
           write reportrec from outlinetop
           display '*** Trainee Certification Report ***'
           perform read-parm-card
           open input traineefile
           if trn-status = "00"
                set trn-is-open to true
                move low-values to trn-key
                start traineefile key is greater than or equal to
                     trn-key
                     invalid key
                          set trn-at-end to true
                end-start
           else
                display "Trainee register not available, status "
                     trn-status
                move "No trainee register to report." to linetext
                write reportrec from outlinetext
                set trn-at-end to true
                if cert-severity < 4
                     move 4 to cert-severity
                end-if
           end-if
           perform read-trainee-session until trn-at-end
           if trainee-started
                perform close-trainee
           end-if
           if trn-is-open
                close traineefile
           end-if
           perform certification-summary
           write reportrec from outlinetop
           close reportfile
           display "Certification report written to trncert.rec"
           move cert-severity to return-code
           stop run.
       main-logic-exit.

       read-parm-card.
           open input parmcard
           read parmcard
                at end
                     continue
                not at end
                     if prm-min-hands is numeric
                          and prm-min-hands > zero
                          move prm-min-hands to min-hands
                     end-if
           end-read
           close parmcard
           move spaces to linetext
           string "Minimum hands to certify " delimited by size
                min-hands delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
           display "Minimum hands to certify " min-hands
       exit.
       read-parm-card-exit.

      *> The register is keyed operator then run, so a trainee's
      *> sessions arrive together and in the order they were played.
       read-trainee-session.
           read traineefile next record
                at end
                     set trn-at-end to true
                not at end
                     perform take-trainee-session
           end-read
           if not trn-at-end and trn-status not = "00"
                display "Trainee register read error, status "
                     trn-status
                move 8 to cert-severity
                set trn-at-end to true
           end-if
       exit.
       read-trainee-session-exit.

       take-trainee-session.
           if trainee-started and trn-operator not = current-operator
                perform close-trainee
           end-if
           if not trainee-started
                perform open-trainee
           end-if
           compute session-count = session-count + 1
           compute tr-sessions = tr-sessions + 1
           compute session-hands = trn-stick-plays + trn-twist-plays
           compute tr-hands = tr-hands + session-hands
           compute tr-stick-plays = tr-stick-plays + trn-stick-plays
           compute tr-stick-wins = tr-stick-wins + trn-stick-wins
           compute tr-twist-plays = tr-twist-plays + trn-twist-plays
           compute tr-twist-wins = tr-twist-wins + trn-twist-wins
           if session-hands > zero
                compute tr-rated-sessions = tr-rated-sessions + 1
                if tr-rated-sessions = 1
                     move trn-switch-pc to tr-first-switch-pc
                end-if
                move trn-switch-pc to tr-last-switch-pc
           end-if
           perform list-session
       exit.
       take-trainee-session-exit.

       open-trainee.
           set trainee-started to true
           move trn-operator to current-operator
           move zero to tr-sessions
           move zero to tr-hands
           move zero to tr-stick-plays
           move zero to tr-stick-wins
           move zero to tr-twist-plays
           move zero to tr-twist-wins
           move zero to tr-rated-sessions
           move zero to tr-first-switch-pc
           move zero to tr-last-switch-pc
           compute trainee-count = trainee-count + 1
           move spaces to linetext
           string "Trainee " delimited by size
                current-operator delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinesesshdr
       exit.
       open-trainee-exit.

       list-session.
           move trn-runno to ses-runno-out
           move trn-date to ses-date-out
           move trn-doors to ses-doors-out
           move trn-host to ses-host-out
           move session-hands to hands-edit
           move hands-edit to ses-hands-out
           move trn-switch-pc to pc-edit
           move pc-edit to ses-switch-out
           move trn-stick-win-pc to pc-edit
           move pc-edit to ses-stick-out
           move trn-twist-win-pc to pc-edit
           move pc-edit to ses-twist-out
           write reportrec from outlinesession
       exit.
       list-session-exit.

      *> A trainee's sessions are all in - totals, the switch-rate
      *> trend across them, and the certification verdict.
       close-trainee.
           move zero to tr-switch-pc
           move zero to tr-stick-win-pc
           move zero to tr-twist-win-pc
           if tr-hands > zero
                compute tr-switch-pc rounded =
                     (tr-twist-plays / tr-hands) * 100
           end-if
           if tr-stick-plays > zero
                compute tr-stick-win-pc rounded =
                     (tr-stick-wins / tr-stick-plays) * 100
           end-if
           if tr-twist-plays > zero
                compute tr-twist-win-pc rounded =
                     (tr-twist-wins / tr-twist-plays) * 100
           end-if
           evaluate true
                when tr-rated-sessions < 2
                     move "ONE" to tr-trend
                when tr-last-switch-pc > tr-first-switch-pc
                     move "ROSE" to tr-trend
                     compute rose-count = rose-count + 1
                when tr-last-switch-pc < tr-first-switch-pc
                     move "FELL" to tr-trend
                when other
                     move "FLAT" to tr-trend
           end-evaluate
           if tr-hands < min-hands
                move "SHORT" to tr-flag
                compute short-count = short-count + 1
                if cert-severity < 4
                     move 4 to cert-severity
                end-if
           else
                move "CERT" to tr-flag
           end-if
           move "Total" to ses-runno-out
           move spaces to ses-date-out
           move spaces to ses-doors-out
           move spaces to ses-host-out
           move tr-hands to hands-edit
           move hands-edit to ses-hands-out
           move tr-switch-pc to pc-edit
           move pc-edit to ses-switch-out
           move tr-stick-win-pc to pc-edit
           move pc-edit to ses-stick-out
           move tr-twist-win-pc to pc-edit
           move pc-edit to ses-twist-out
           write reportrec from outlinesession
           move spaces to linetext
           string "Sessions " delimited by size
                tr-sessions delimited by size
                " Switching " delimited by size
                tr-trend delimited by size
                " " delimited by size
                tr-flag delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
           move tr-switch-pc to pc-edit
           display "Trainee " current-operator " sessions "
                tr-sessions " hands " tr-hands " switch% " pc-edit
                " " tr-trend " " tr-flag
           move zero to trainee-open
       exit.
       close-trainee-exit.

       certification-summary.
           move spaces to linetext
           string "Trainees " delimited by size
                trainee-count delimited by size
                " Sessions " delimited by size
                session-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Short " delimited by size
                short-count delimited by size
                " Switch rate rose " delimited by size
                rose-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Trainees " trainee-count ", sessions "
                session-count ", short " short-count
                ", switch rate rose " rose-count
       exit.
       certification-summary-exit.
