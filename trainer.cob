      *> actually converts the sceptics.
      *>
      *> The session is a first-class run: it draws its own number
      *> off runctr.dat (registering it on runreg.dat, where it is
      *> closed off as completed or abandoned when the session ends),
      *> appends each hand-played game to audit.rec
      *> in the standard audit layout (result text derived from the
      *> winning/chosen columns exactly as the batch writes it, so
      *> the operator's choice never bends the trail), and appends
      *> its totals to history.dat on the way out.  A training
      *> session therefore verifies through AUDVER and appears in
      *> the HISTRPT trend like any batch run.
      *>
      *> The history record deliberately shows what sticking would
      *> have done, not what the operator did - so the operator signs
      *> on with an id, and each session that played any games is
      *> also posted to the trainee register trainee.dat, keyed by
      *> operator and run, with their own plays and wins by choice.
      *> TRNCERT reports the register for quarterly certification.
       identification division.
       program-id.              trainer.
       author.                  conor gilmer.
        access mode is dynamic
        record key is hist-runno
        file status is hist-status.
        select optional hctlfile assign to "histctl.dat"
        organization is line sequential
        file status is hct-status.
        select runregfile assign to "runreg.dat"
        organization is indexed
        access mode is dynamic
        record key is reg-runno
        file status is reg-status.
        select traineefile assign to "trainee.dat"
        organization is indexed
        access mode is dynamic
        record key is trn-key
        file status is trn-status.
       data division.
       file section.
       fd auditfile
        label records are standard.
       01 auditline              pic x(48).
       fd runctrfile
        label records are standard.
       01 runctr-rec             pic 9(6).
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
      *> history.dat's control record: how many runs the file holds
      *> and the hash totals of their games, stick, twist and
      *> bankrolls, carried forward by every program that adds a run
      *> to the file or takes one off it, for HISTVFY to prove the
      *> file against.
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
      *> the run register, same layout THREE posts - a session's
      *> number is registered when drawn and closed off as completed
      *> or, when the operator quits before playing, abandoned.
       fd runregfile
        label records are standard.
       01 reg-rec.
           02 reg-runno              pic 9(6).
           02 reg-program            pic x(8).
           02 reg-drawn-date         pic 9(8).
           02 reg-drawn-time         pic 9(6).
           02 reg-state              pic x(1).
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
      *> who signed a run off as abandoned by hand (RUNREC mode A).
           02 reg-auth-by            pic x(8).
      *> the trainee register: one record per session, keyed by the
      *> operator who played it and the session's run number, holding
      *> what the operator actually chose and how it went.  Rates are
      *> percentages of the hands the operator settled (stick plus
      *> twist plays); a voided game is never a choice.
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
       Working-storage section.
       01 sessionparms.
           02 num-doors              pic 9(3) value 3.
               88 ignorant-host      value "I".
           02 run-number             pic 9(6) value 1.
           02 hist-status            pic x(2) value "00".
      *> the movement this program's history writes make to the
      *> control record - a run added counts in, a run purged counts
      *> out - posted onto histctl.dat once the write is done.
       01 histctlvars.
           02 hct-status             pic x(2) value "00".
           02 hct-found-switch       pic 9  value zero.
               88 hct-found          value 1.
           02 hist-new-switch        pic 9  value zero.
               88 hist-file-new      value 1.
           02 hct-sign               pic s9 value +1.
           02 hct-add-count          pic s9(6) value zero.
           02 hct-add-games          pic s9(12) value zero.
           02 hct-add-stick          pic s9(12) value zero.
           02 hct-add-twist          pic s9(12) value zero.
           02 hct-add-stick-bank     pic s9(13) value zero.
           02 hct-add-twist-bank     pic s9(13) value zero.
           02 hct-add-rand-bank      pic s9(13) value zero.
           02 hct-date-raw           pic x(21).
       01 registervars.
           02 reg-status             pic x(2) value "00".
           02 register-state         pic x(1) value space.
           02 register-note          pic x(24) value spaces.
           02 hist-written-switch    pic 9  value zero.
               88 hist-written       value 1.
       01 traineevars.
           02 operator-id            pic x(8) value spaces.
           02 trn-status             pic x(2) value "00".
           02 my-hands               pic 9(6) value zero.
       01 sessionswitches.
           02 session-over-switch    pic 9  value zero.
               88 session-over       value 1.
           02 aud-runno              pic 9(6).
           02 filler                 pic x(1) value space.
           02 aud-opens              pic 9(3).
           02 filler                 pic x(1) value space.
           02 aud-policy             pic x(1) value space.
       procedure division.
       main-logic-section.
       begin.
      *> Doors and host behaviour for the session, then a clock
      *> seeding so every session deals different cards.
       session-setup.
           perform ask-operator-id until operator-id not = spaces
           display "How many doors (3-9, blank for 3)?"
           accept setup-answer
           if setup-answer(1:1) >= "3" and setup-answer(1:1) <= "9"
       exit.
       session-setup-exit.

      *> Every session belongs to somebody - no id, no session.
       ask-operator-id.
           display "Operator id?"
           accept operator-id
           move function upper-case (operator-id) to operator-id
           if operator-id = spaces
                display "An operator id is needed to train."
           end-if
       exit.
       ask-operator-id-exit.

      *> Same counter-file protocol as the batch, so the session's
      *> number can never collide with a batch run's.
       assign-run-number.
           move run-number to runctr-rec
           write runctr-rec
           close runctrfile
           move "S" to register-state
           move spaces to register-note
           perform post-register
       exit.
       assign-run-number-exit.

           if games = zero
                display "No games played - nothing recorded for "
                     "run " run-number "."
                move "A" to register-state
                move "SESSION QUIT - NO GAMES" to register-note
                perform post-register
           else
                compute valid-games = games - voidgames
      *> a short session routinely goes 100% one way, which would
                     move zero to twistpc
                end-if
                perform append-history
                if hist-written
                     move "C" to register-state
                     move spaces to register-note
                     perform post-register
                end-if
                perform post-trainee-session
                display "Session over: " games " games, sticking "
                     "would have won " stick ", twisting " twist
                     "."
           move zero to hist-rand-bank
           move zero to hist-opens
           move zero to hist-lost
           move "F" to hist-stop
           move zero to hist-precision
           move space to hist-policy
           move zero to hist-offer-pc
           move zero to hist-nooffer
           move function current-date to current-date-raw
           move current-date-raw(1:8) to hist-run-date
           move "T" to hist-run-type
           open i-o histfile
           if hist-status = "35"
                open output histfile
                close histfile
                open i-o histfile
                set hist-file-new to true
           end-if
           move zero to hist-written-switch
           write hist-rec
                invalid key
                     display "History file write failed, status "
                          hist-status
                not invalid key
                     set hist-written to true
                     perform note-history-control
           end-write
           if hist-status not = "00" and hist-status not = "02"
                display "Session totals never reached the history "
                     "file, status " hist-status
           end-if
           close histfile
           perform post-history-control
       exit.
       append-history-exit.

      *> The record in hist-rec onto the pending control movement, in
      *> or out by hct-sign.  Bankrolls on records from before the
      *> economics fields count as zero, as HISTVFY counts them.
       note-history-control.
           compute hct-add-count = hct-add-count + hct-sign
           compute hct-add-games =
                hct-add-games + (hist-games * hct-sign)
           compute hct-add-stick =
                hct-add-stick + (hist-stick * hct-sign)
           compute hct-add-twist =
                hct-add-twist + (hist-twist * hct-sign)
           if hist-stick-bank is numeric
                compute hct-add-stick-bank =
                     hct-add-stick-bank + (hist-stick-bank * hct-sign)
           end-if
           if hist-twist-bank is numeric
                compute hct-add-twist-bank =
                     hct-add-twist-bank + (hist-twist-bank * hct-sign)
           end-if
           if hist-rand-bank is numeric
                compute hct-add-rand-bank =
                     hct-add-rand-bank + (hist-rand-bank * hct-sign)
           end-if
       exit.
       note-history-control-exit.

      *> The pending movement onto the control record.  A missing
      *> control record is only started afresh when this program has
      *> just created history.dat itself - carried forward from
      *> nothing onto an existing file it would certify whatever the
      *> file now holds, so it is left for HISTVFY to report and
      *> re-establish.  Like the register, a control record that
      *> cannot be written is reported and never sinks the session.
       post-history-control.
           if hct-add-count not = zero
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
                if not hct-found and not hist-file-new
                     display "History control record missing - not "
                          "carried forward, HISTVFY to re-establish"
                else
                     if not hct-found
                          perform clear-history-control
                     end-if
                     perform apply-history-control
                     open output hctlfile
                     if hct-status not = "00"
                          display "History control record not "
                               "writable, status " hct-status
                     else
                          write hct-rec
                          close hctlfile
                     end-if
                end-if
           end-if
           move zero to hct-add-count
           move zero to hct-add-games
           move zero to hct-add-stick
           move zero to hct-add-twist
           move zero to hct-add-stick-bank
           move zero to hct-add-twist-bank
           move zero to hct-add-rand-bank
       exit.
       post-history-control-exit.

       clear-history-control.
           move zero to hct-count
           move zero to hct-games
           move zero to hct-stick
           move zero to hct-twist
           move zero to hct-stick-bank
           move zero to hct-twist-bank
           move zero to hct-rand-bank
       exit.
       clear-history-control-exit.

       apply-history-control.
           compute hct-count = hct-count + hct-add-count
           compute hct-games = hct-games + hct-add-games
           compute hct-stick = hct-stick + hct-add-stick
           compute hct-twist = hct-twist + hct-add-twist
           compute hct-stick-bank = hct-stick-bank + hct-add-stick-bank
           compute hct-twist-bank = hct-twist-bank + hct-add-twist-bank
           compute hct-rand-bank = hct-rand-bank + hct-add-rand-bank
           move function current-date to hct-date-raw
           move "TRAINER" to hct-program
           move run-number to hct-runno
           move hct-date-raw(1:8) to hct-date
           move hct-date-raw(9:6) to hct-time
           move spaces to hct-auth-by
       exit.
       apply-history-control-exit.

      *> The session's run register entry, by THREE's protocol: read
      *> it, move it on to register-state, or create it when absent.
      *> A register that will not open is reported and the session
      *> carries on.
       post-register.
           open i-o runregfile
           if reg-status = "35"
                open output runregfile
                close runregfile
                open i-o runregfile
           end-if
           if reg-status not = "00"
                display "Run register not writable, status "
                     reg-status
           else
                move run-number to reg-runno
                read runregfile
                     invalid key
                          perform build-register-entry
                          perform stamp-register-entry
                          write reg-rec
                               invalid key
                                    display "Run register write "
                                         "failed, status " reg-status
                          end-write
                     not invalid key
                          perform stamp-register-entry
                          rewrite reg-rec
                               invalid key
                                    display "Run register rewrite "
                                         "failed, status " reg-status
                          end-rewrite
                end-read
                close runregfile
           end-if
       exit.
       post-register-exit.

      *> A session is always a one-card shape of its own: no trial
      *> count (the operator decides when to stop), no economics,
      *> the classic all-but-one host.
       build-register-entry.
           move function current-date to current-date-raw
           move run-number to reg-runno
           move "TRAINER" to reg-program
           move current-date-raw(1:8) to reg-drawn-date
           move current-date-raw(9:6) to reg-drawn-time
           move spaces to reg-auth-by
           move zero to reg-trials
           move num-doors to reg-doors
           move host-mode to reg-host
           move zero to reg-stake
           move zero to reg-prize
           move zero to reg-opens
           move 1 to reg-deck-ix
           move 1 to reg-deck-size
       exit.
       build-register-entry-exit.

       stamp-register-entry.
           move function current-date to current-date-raw
           move register-state to reg-state
           move games to reg-games
           move register-note to reg-note
           move current-date-raw(1:8) to reg-upd-date
           move current-date-raw(9:6) to reg-upd-time
       exit.
       stamp-register-entry-exit.

      *> The operator's own session onto the trainee register - what
      *> they chose and how it went, which neither the audit trail
      *> nor the history record keeps.  Same open-or-create protocol
      *> as the history append; a register that will not take the
      *> session is reported and the session still ends cleanly.
       post-trainee-session.
           move function current-date to current-date-raw
           move operator-id to trn-operator
           move run-number to trn-runno
           move current-date-raw(1:8) to trn-date
           move current-date-raw(9:6) to trn-time
           move num-doors to trn-doors
           move host-mode to trn-host
           move games to trn-games
           move voidgames to trn-voided
           move my-stick-plays to trn-stick-plays
           move my-stick-wins to trn-stick-wins
           move my-twist-plays to trn-twist-plays
           move my-twist-wins to trn-twist-wins
           move zero to trn-switch-pc
           move zero to trn-stick-win-pc
           move zero to trn-twist-win-pc
           compute my-hands = my-stick-plays + my-twist-plays
           if my-hands > zero
                compute trn-switch-pc rounded =
                     (my-twist-plays / my-hands) * 100
           end-if
           if my-stick-plays > zero
                compute trn-stick-win-pc rounded =
                     (my-stick-wins / my-stick-plays) * 100
           end-if
           if my-twist-plays > zero
                compute trn-twist-win-pc rounded =
                     (my-twist-wins / my-twist-plays) * 100
           end-if
           open i-o traineefile
           if trn-status = "35"
                open output traineefile
                close traineefile
                open i-o traineefile
           end-if
           if trn-status not = "00"
                display "Trainee register not writable, status "
                     trn-status
           else
                write trn-rec
                     invalid key
                          display "Trainee register write failed, "
                               "status " trn-status
                     not invalid key
                          display "Session posted to the trainee "
                               "register for " operator-id
                end-write
                close traineefile
           end-if
       exit.
       post-trainee-session-exit.
