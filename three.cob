       environment division.
       input-output section.
       file-control.
        select outfile assign to out-name
        organization is line sequential.
        select optional controlcard assign to "control.dat"
        organization is line sequential.
        select auditfile assign to aud-name
        organization is line sequential.
        select optional runctrfile assign to "runctr.dat"
        organization is line sequential.
        select optional restartfile assign to "restart.dat"
        organization is line sequential.
        select extractfile assign to ext-name
        organization is line sequential.
        select excfile assign to exc-name
        organization is line sequential.
        select optional budgetfile assign to "budget.dat"
        organization is line sequential.
        access mode is dynamic
        record key is hist-runno
        file status is hist-status.
        select optional hctlfile assign to "histctl.dat"
        organization is line sequential
        file status is hct-status.
        select exchistfile assign to "exchist.dat"
        organization is indexed
        access mode is dynamic
        record key is exh-key
        file status is exh-status.
        select runregfile assign to "runreg.dat"
        organization is indexed
        access mode is dynamic
        record key is reg-runno
        file status is reg-status.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
        select prtfile assign to prt-name
        organization is line sequential
        file status is prt-status.
        select seedfile assign to "seedres.dat"
        organization is line sequential.
       data division.
       file section.
       fd outfile
       01 outrec                pic x(48).
       fd auditfile
        label records are standard.
       01 auditline              pic x(48).
       fd runctrfile
        label records are standard.
       01 runctr-rec             pic 9(6).
      *> the run-number field, so older checkpoints read spaces here
      *> and the numeric guard leaves the counter at zero.
           02 rst-lost                pic 9(8).
      *> games the host made no switch offer in, under an offer
      *> policy - older checkpoints read spaces, guarded the same.
           02 rst-nooffer             pic 9(8).
       fd extractfile
        label records are standard.
       01 extractrec             pic x(140).
       fd excfile
        label records are standard.
       01 excrec                 pic x(40).
      *> so the reporting side can reconstruct the three-way split.
           02 hist-opens             pic 9(3).
           02 hist-lost              pic 9(8).
      *> what ended the run - F its fixed trial count, T the
      *> precision target met, C the ceiling reached with the target
      *> still out - and the interval half-width it finished with.
      *> Records written before these existed read spaces here.
           02 hist-stop              pic x(1).
           02 hist-precision         pic 9(2)v99.
      *> the host's offer policy (space always offers, A angelic, D
      *> devil, P by chance), the offer percentage under P, and the
      *> games in which no switch was offered - outside the stick,
      *> twist, lost and voided counts.  Spaces on records from
      *> before.
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
      *> persistent exception history.  exception.rec is rewritten
      *> every execution, so a reason code firing three nights
      *> running leaves no trace - every exception is therefore also
           02 exh-severity           pic 9.
           02 exh-reason             pic x(6).
           02 exh-text               pic x(24).
      *> the run register.  runctr.dat only ever holds the last number
      *> drawn, so a gap on history.dat cannot say whether the run is
      *> still in flight, abended, was purged or was never used - every
      *> number is therefore registered here the moment it is drawn,
      *> with the card shape it was drawn for, and its state moved on
      *> as the run goes: S started, B budget-stopped, R resumed,
      *> C completed (history record written), A abandoned.  RUNREC
      *> reconciles the register against history.dat and the archive.
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
      *> a partition's result - one record with the card shape, the
      *> game range it played, every counter, the bankrolls and the
      *> cross-tab cells - for PARTMRG to check and combine.
       fd prtfile
        label records are standard.
       01 prt-rec.
           02 prt-part-no            pic 9(2).
           02 prt-part-of            pic 9(2).
           02 prt-trials             pic 9(8).
           02 prt-doors              pic 9(3).
           02 prt-seed               pic 9(9).
           02 prt-host               pic x(1).
           02 prt-stake              pic 9(5).
           02 prt-prize              pic 9(7).
           02 prt-opens              pic 9(3).
           02 prt-stream-seed        pic 9(9).
           02 prt-first-game         pic 9(8).
           02 prt-last-game          pic 9(8).
           02 prt-games              pic 9(8).
           02 prt-stick              pic 9(8).
           02 prt-twist              pic 9(8).
           02 prt-numa               pic 9(8).
           02 prt-numb               pic 9(8).
           02 prt-numc               pic 9(8).
           02 prt-numd               pic 9(8).
           02 prt-randwin            pic 9(8).
           02 prt-cnt                pic 9(9).
           02 prt-voided             pic 9(8).
           02 prt-lost               pic 9(8).
           02 prt-stick-bank         pic s9(9) sign leading separate.
           02 prt-twist-bank         pic s9(9) sign leading separate.
           02 prt-rand-bank          pic s9(9) sign leading separate.
           02 prt-audit-rows         pic 9(8).
           02 prt-xtab-total         pic 9(9).
           02 prt-xtab-area.
               03 prt-xtab-row occurs 10 times.
                   04 prt-xtab-cell occurs 10 times pic 9(8).
           02 prt-date               pic 9(8).
           02 prt-time               pic 9(6).
           02 prt-severity           pic 9.
           02 prt-policy             pic x(1).
           02 prt-offer-pc           pic 9(3).
           02 prt-nooffer            pic 9(8).
      *> a seeded scenario's full result - the card it was played
      *> from and every figure a regression baseline holds - one
      *> record per seeded scenario, in step with its extract detail
      *> record, for BASECMP to hold against the approved baseline.
       fd seedfile
        label records are standard.
       01 seed-rec.
           02 sr-key.
               03 sr-trials          pic 9(8).
               03 sr-doors           pic 9(3).
               03 sr-seed            pic 9(9).
               03 sr-host            pic x(1).
               03 sr-stake           pic 9(5).
               03 sr-prize           pic 9(7).
               03 sr-opens           pic 9(3).
               03 sr-target          pic 9(2)v99.
               03 sr-ceiling         pic 9(8).
               03 sr-policy          pic x(1).
               03 sr-offer-pc        pic 9(3).
      *> partitions the card was split into - zero played whole.
      *> A split card draws each slice on its own stream, so its
      *> games are not the whole card's and it is filed apart.
               03 sr-parts           pic 9(2).
           02 sr-games               pic 9(8).
           02 sr-stick               pic 9(8).
           02 sr-twist               pic 9(8).
           02 sr-randwin             pic 9(8).
           02 sr-voided              pic 9(8).
           02 sr-lost                pic 9(8).
           02 sr-nooffer             pic 9(8).
           02 sr-numa                pic 9(8).
           02 sr-numb                pic 9(8).
           02 sr-numc                pic 9(8).
           02 sr-numd                pic 9(8).
           02 sr-cnt                 pic 9(9).
           02 sr-chi                 pic 9(9)v99.
           02 sr-stick-bank          pic s9(9) sign leading separate.
           02 sr-twist-bank          pic s9(9) sign leading separate.
           02 sr-rand-bank           pic s9(9) sign leading separate.
           02 sr-xtab-total          pic 9(9).
           02 sr-xtab-area.
               03 sr-xtab-row occurs 10 times.
                   04 sr-xtab-cell occurs 10 times pic 9(8).
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
       fd controlcard
        label records are standard.
       01 control-rec.
      *> opens only that many, leaving several closed doors for the
      *> switcher (and the coin-flipper) to pick among at random.
           02 ctl-opens              pic 9(3).
      *> partitioned run: this job plays partition part-no of
      *> part-of, one slice of the card's games on its own random
      *> stream, and PARTMRG combines the slices into the one run.
      *> Blank or zero runs the card whole, as it always has; only
      *> a single-card deck can be partitioned.
           02 ctl-part-no            pic 9(2).
           02 ctl-part-of            pic 9(2).
      *> precision-targeted run: the 95% interval half-width (in
      *> percentage points) the run should reach, and a hard ceiling
      *> on games.  A non-zero target plays until the wider of the
      *> stick and twist intervals is within it, tested at every
      *> checkpoint interval, or until the ceiling - which replaces
      *> ctl-trials when given - is reached.  Zero plays ctl-trials.
           02 ctl-target             pic 9(2)v99.
           02 ctl-ceiling            pic 9(8).
      *> host offer policy: whether the host offers the switch at
      *> all.  Blank offers it every game, as the classic host does;
      *> "A" (angelic) offers only when the contestant is wrong, "D"
      *> (devil) only when the contestant is right, and "P" offers
      *> it at random ctl-offer-pc games in a hundred.  A game with
      *> no offer is settled neither way - the contestant keeps the
      *> door - and is counted apart from stick, twist and the rest.
           02 ctl-policy             pic x(1).
           02 ctl-offer-pc           pic 9(3).
           02 filler                 pic x(24).
       Working-storage section.
       01 runparms.
           02 trial-count            pic 9(8) value 500.
           02 opens-count            pic 9(3) value zero.
           02 closed-remaining       pic 9(3) value 1.
           02 lostgames              pic 9(8) value zero.
      *> the host's offer policy and the games it made no offer in.
      *> A no-offer game is outside every strategy percentage's
      *> denominator, the same as a voided one, and its stakes are
      *> never put up.  The classic always-offer host never withholds.
           02 offer-policy           pic x(1) value space.
               88 offer-always       value space.
               88 offer-angelic      value "A".
               88 offer-devil        value "D".
               88 offer-chance       value "P".
           02 offer-pc               pic 9(3) value zero.
           02 offer-draw             pic 9(3) value zero.
           02 nooffergames           pic 9(8) value zero.
      *> stake-and-payout economics.  Three notional players put up
      *> the stake every settled game - the always-sticker, the
      *> always-switcher and the coin-flipper from RANDOM-CHOICE -
               03 scn-stake          pic 9(5).
               03 scn-prize          pic 9(7).
               03 scn-opens          pic 9(3).
               03 scn-target         pic 9(2)v99.
               03 scn-ceiling        pic 9(8).
               03 scn-policy         pic x(1).
               03 scn-offer-pc       pic 9(3).
               03 scn-runno          pic 9(6).
               03 scn-stickpc        pic 9(2)v99.
               03 scn-twistpc        pic 9(2)v99.
               03 scn-randpc         pic 9(2)v99.
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
       01 runtracking.
           02 run-number             pic 9(6) value 1.
           02 hist-status            pic x(2) value "00".
           02 now-mm                 pic 9(2) value zero.
           02 budget-stop-switch     pic 9  value zero.
               88 budget-stopped     value 1.
      *> partition mode.  Each partition plays games part-first to
      *> part-last of the card's 0 to trial-count, seeds its own
      *> stream (the card seed, or today's date when there is none,
      *> offset by the partition number so no two partitions draw
      *> the same doors), and writes every file it produces under a
      *> partition suffix - outpNN.rec, audpNN.rec, excpNN.rec,
      *> extpNN.csv and the result record on prtNN.dat - so all N
      *> can run at once.  No run number is drawn (PARTMRG draws it
      *> for the combined run), no history record or exception
      *> history is written, and there is no checkpoint or budget:
      *> a partition is small enough to rerun.
      *> precision-targeted mode.  achieved-precision is the wider of
      *> the stick and twist 95% half-widths over prec-games played;
      *> run-stop records what ended the run, as on hist-stop.
       01 precisionvars.
           02 target-halfwidth       pic 9(2)v99 value zero.
           02 precision-switch       pic 9  value zero.
               88 precision-mode     value 1.
           02 precision-met-switch   pic 9  value zero.
               88 precision-met      value 1.
           02 prec-games             pic 9(8) value zero.
           02 prec-valid             pic 9(8) value zero.
           02 prec-pc                pic 9(3)v99 value zero.
           02 prec-width             pic 9(3)v99 value zero.
           02 achieved-precision     pic 9(3)v99 value zero.
           02 run-stop               pic x(1) value "F".
           02 prec-edit              pic Z9.99.
           02 target-edit            pic Z9.99.
       01 partitionvars.
           02 part-no                pic 9(2) value zero.
           02 part-of                pic 9(2) value zero.
           02 partition-switch       pic 9  value zero.
               88 partition-mode     value 1.
           02 partition-bad-switch   pic 9  value zero.
               88 partition-refused  value 1.
           02 part-per               pic 9(8) value zero.
           02 part-first             pic 9(8) value zero.
           02 part-last              pic 9(8) value zero.
           02 part-seed-base         pic 9(9) value zero.
           02 part-seed              pic 9(9) value zero.
           02 stream-seed            pic 9(9) value zero.
           02 audit-rows             pic 9(8) value zero.
           02 prt-status             pic x(2) value "00".
       01 filenames.
           02 out-name               pic x(20) value "output.rec".
           02 aud-name               pic x(20) value "audit.rec".
           02 ext-name               pic x(20) value "extract.csv".
           02 exc-name               pic x(20) value "exception.rec".
           02 prt-name               pic x(20) value spaces.
           02 part-suffix            pic 9(2) value zero.
       01 chivars.
           02 expected-count         pic 9(9)v99 value zero.
           02 expected-count-d       pic 9(9)v99 value zero.
           02 exc-reason             pic x(6).
           02 filler                 pic x(1) value space.
           02 exc-text               pic x(24).
      *> what the next register posting should say.  Callers set the
      *> run, state, games and note; the shape comes off the scenario
      *> being played unless register-shape-known is off - a run
      *> posted from outside its own scenario (a discarded checkpoint)
      *> whose entry is missing is registered with a blank shape.
       01 registervars.
           02 reg-status             pic x(2) value "00".
           02 register-runno         pic 9(6) value zero.
           02 register-state         pic x(1) value space.
           02 register-games         pic 9(8) value zero.
           02 register-note          pic x(24) value spaces.
           02 register-shape-switch  pic 9  value zero.
               88 register-shape-known value 1.
           02 hist-written-switch    pic 9  value zero.
               88 hist-written       value 1.
      *> this execution's step totals for the job log: every game
      *> played (a resumed run's restored games included, matching
      *> the rows its extended audit.rec holds), the history records
      *> written, and the last run number the execution worked under.
       01 jobstepvars.
           02 job-status             pic x(2) value "00".
           02 job-start-raw          pic x(21).
           02 job-end-raw            pic x(21).
           02 step-games             pic 9(10) value zero.
           02 step-hist              pic 9(6) value zero.
           02 step-runno             pic 9(6) value zero.
       01 reconvars.
           02 recon-stick-twist      pic 9(9) value zero.
           02 recon-cnt-sum          pic 9(9) value zero.
      *> host from a corrupt classic one.
           02 filler                 pic x(1) value space.
           02 aud-opens              pic 9(3).
      *> the host's offer policy, so AUDVER can tell a legitimate
      *> no-offer row from one the policy could never produce.
           02 filler                 pic x(1) value space.
           02 aud-policy             pic x(1).
       01 percentages.
           02 stickpc                pic 9(2)V99.
           02 twistpc                pic 9(2)V99.
       procedure division.
       main-logic-section.
       begin.
           move function current-date to job-start-raw
           perform load-control-deck.
           if partition-refused
                display "*** Partition card refused - nothing run, "
                     "return code 8 ***"
                move 8 to return-code
                perform write-job-step
                stop run
           end-if
      *> resuming from a checkpoint only makes sense for a single-
      *> card deck - a multi-scenario deck always runs fresh, since
      *> the checkpoint record cannot say which scenario it was
      *> taken in.  A seeded card never checkpoints either - see
      *> the note on checkpoint-save below.
           if scenario-count = 1 and scn-seed(1) = zero
                and not partition-mode
                perform checkpoint-restore
           end-if
      *> a deck run cannot resume a single-card checkpoint, and one
           end-if
           open output extractfile
           perform write-extract-header
      *> created on every whole-card execution, empty when the deck
      *> has no seeded card, so BASECMP never compares a stale one.
      *> A seeded partitioned card's record is written by PARTMRG.
           if not partition-mode
                open output seedfile
           end-if
      *> always created, even when it stays empty - an absent
      *> exceptions file then means the run never got this far,
      *> while an empty one means a clean run.
           end-if
           perform write-extract-trailer
           close extractfile
           if not partition-mode
                close seedfile
           end-if
           close excfile
           display "*** The End ***"
           close outfile.
           display "Output Statistics written to output.rec"
           display "Per-game audit trail written to audit.rec"
           display "Delimited extract written to extract.csv"
           if partition-mode
                display "Partition files carry suffix p" part-suffix
                     " - result on " prt-name
           end-if
           if run-severity > zero
                display "Exceptions raised - see exception.rec, "
                     "return code " run-severity
           else
                move run-severity to return-code
           end-if
           perform write-job-step
           stop run.
       main-logic-exit.

      *> ratcheted up to the worst severity seen.  Callers set
      *> exc-severity, exc-reason and exc-text before performing.
       raise-exception.
           if random-seed = zero and not partition-mode
                move run-number to exc-runno
           else
                move zero to exc-runno
           if exc-severity > run-severity
                move exc-severity to run-severity
           end-if
      *> a partition's exceptions stay on its own excpNN.rec - the
      *> combined run's go to the history when PARTMRG raises them.
           if not partition-mode
                perform accumulate-exception
           end-if
       exit.
       raise-exception-exit.

                move zero to scn-stake(1)
                move zero to scn-prize(1)
                move zero to scn-opens(1)
                move zero to scn-target(1)
                move zero to scn-ceiling(1)
                move space to scn-policy(1)
                move zero to scn-offer-pc(1)
           end-if
           if part-of > 1
                perform partition-setup
           end-if
       exit.
       load-control-deck-exit.

      *> A partition card is checked before anything is opened.  A
      *> deck of several cards cannot be split (each card is its own
      *> run) and a partition number outside 1 to part-of, or more
      *> partitions than games, would leave a slice no job plays - so
      *> the card is refused outright rather than quietly run whole,
      *> which would play the full run once per partition job.
       partition-setup.
           if scenario-count > 1
                display "*** Partition fields on a deck of "
                     scenario-count " cards - refused ***"
                set partition-refused to true
           else
                if part-no < 1 or part-no > part-of
                     display "*** Partition " part-no " of " part-of
                          " out of range - refused ***"
                     set partition-refused to true
                else
                     compute part-per = (scn-trials(1) + 1) / part-of
                     if part-per = zero
                          display "*** " part-of " partitions for "
                               scn-trials(1) " trials - refused ***"
                          set partition-refused to true
                     end-if
                end-if
           end-if
           if not partition-refused
                set partition-mode to true
                compute part-first = (part-no - 1) * part-per
                if part-no = part-of
                     move scn-trials(1) to part-last
                else
                     compute part-last = part-first + part-per - 1
                end-if
                if scn-seed(1) > zero
                     move scn-seed(1) to part-seed-base
                else
                     move function current-date to current-date-raw
                     move current-date-raw(1:8) to part-seed-base
                end-if
                compute part-seed = function mod
                     (part-seed-base + (part-no * 100003), 999999999)
                if part-seed = zero
                     move 1 to part-seed
                end-if
                move part-no to part-suffix
                move spaces to out-name
                string "outp" part-suffix ".rec" delimited by size
                     into out-name
                end-string
                move spaces to aud-name
                string "audp" part-suffix ".rec" delimited by size
                     into aud-name
                end-string
                move spaces to ext-name
                string "extp" part-suffix ".csv" delimited by size
                     into ext-name
                end-string
                move spaces to exc-name
                string "excp" part-suffix ".rec" delimited by size
                     into exc-name
                end-string
                move spaces to prt-name
                string "prt" part-suffix ".dat" delimited by size
                     into prt-name
                end-string
                display "Partition " part-no " of " part-of
                     " - games " part-first " to " part-last
                     ", stream seed " part-seed
           end-if
       exit.
       partition-setup-exit.

       load-control-card.
           read controlcard
                at end
                set ctl-at-end to true
           else
                compute scenario-count = scenario-count + 1
                if scenario-count = 1
                     and ctl-part-no is numeric
                     and ctl-part-of is numeric
                     move ctl-part-no to part-no
                     move ctl-part-of to part-of
                end-if
                if ctl-trials > zero
                     move ctl-trials to scn-trials(scenario-count)
                else
                else
                     move zero to scn-opens(scenario-count)
                end-if
      *> a ceiling without a target is just a trial count, and is
      *> left to ctl-trials.
                if ctl-target is numeric and ctl-target > zero
                     move ctl-target to scn-target(scenario-count)
                     if ctl-ceiling is numeric and ctl-ceiling > zero
                          move ctl-ceiling
                               to scn-ceiling(scenario-count)
                     else
                          move zero to scn-ceiling(scenario-count)
                     end-if
                else
                     move zero to scn-target(scenario-count)
                     move zero to scn-ceiling(scenario-count)
                end-if
      *> an unknown policy code plays the classic host who always
      *> offers, as an unknown host code does; the percentage only
      *> means anything under P and is capped at a certain offer.
                move space to scn-policy(scenario-count)
                move zero to scn-offer-pc(scenario-count)
                if ctl-policy = "A" or ctl-policy = "a"
                     move "A" to scn-policy(scenario-count)
                end-if
                if ctl-policy = "D" or ctl-policy = "d"
                     move "D" to scn-policy(scenario-count)
                end-if
                if ctl-policy = "P" or ctl-policy = "p"
                     move "P" to scn-policy(scenario-count)
                     if ctl-offer-pc is numeric
                          if ctl-offer-pc > 100
                               move 100 to scn-offer-pc(scenario-count)
                          else
                               move ctl-offer-pc
                                    to scn-offer-pc(scenario-count)
                          end-if
                     end-if
                end-if
           end-if
       exit.
       store-control-card-exit.
           move scn-stake(scenario-ix) to stake-per-game
           move scn-prize(scenario-ix) to prize-value
           move scn-opens(scenario-ix) to opens-count
           move scn-policy(scenario-ix) to offer-policy
           move scn-offer-pc(scenario-ix) to offer-pc
           if not offer-always
                display "Host offer policy " offer-policy
                     ", offer percentage " offer-pc
           end-if
           if partition-mode
                move part-seed to stream-seed
           else
                move random-seed to stream-seed
           end-if
      *> a partition plays a fixed slice of the card's trials - its
      *> interval says nothing about the whole run's, so a precision
      *> target on a partition card is ignored.
           move zero to precision-met-switch
           move zero to precision-switch
           move scn-target(scenario-ix) to target-halfwidth
           if target-halfwidth > zero
                if partition-mode
                     display "*** WARNING: precision target ignored "
                          "- partitioned run ***"
                else
                     set precision-mode to true
                     if scn-ceiling(scenario-ix) > zero
                          move scn-ceiling(scenario-ix)
                               to trial-count
                     end-if
                     move target-halfwidth to target-edit
                     display "Precision target +/- " target-edit
                          " points, ceiling " trial-count " games"
                end-if
           end-if
           if opens-count > zero
                compute closed-remaining =
                     num-doors - 1 - opens-count
      *> checkpoint was cut with - drawing a fresh one would leave
      *> the pre-checkpoint audit rows stranded under the old number
      *> and the history record short of their games.
      *> a partition draws no number - PARTMRG numbers the combined
      *> run once every partition is in.
           if partition-mode
                move zero to run-number
           end-if
           if random-seed = zero and not partition-mode
                if start-games > zero and resumed-runno > zero
                     move resumed-runno to run-number
                     perform register-run-resumed
                else
                     perform assign-run-number
                end-if
                move run-number to step-runno
           end-if
           write outrec from outlinetop.
           if random-seed = zero and not partition-mode
                move function current-date to current-date-raw
                move run-number to hdr-runno-out
                move current-date-raw(1:14) to hdr-ts-out
           write outrec from outlinetop.
           display 'Play the game'.
           move start-games to budget-base
           if partition-mode
                perform play
                     varying games from part-first by 1
                     until games > part-last
      *> the loop leaves games one past the last game played - bring
      *> it back to a count of this partition's games.
                compute games = games - part-first
                compute step-games = step-games + games
                perform finish-partition
           else
                perform play
                     varying games from start-games by 1
                     until games > trial-count or budget-stopped
                          or precision-met
                compute step-games = step-games + games
                perform finish-run
           end-if
       exit.
       run-scenario-exit.

      *> A whole run's games are played, or its budget reached.
      *>
      *> a budget stop leaves the run mid-flight on purpose: the
      *> checkpoint is already cut, so no results, history record or
      *> extract detail are produced - the resubmitted execution
      *> every game has been played (a budget that divides the trial
      *> count evenly lands here on its final night) - so the run
      *> finishes normally and the 0/4/8 codes speak, not the 2.
      *> A precision target met on the very checkpoint the budget
      *> tripped on has finished the run - it is not resubmitted.
       finish-run.
           if budget-stopped and rst-games < trial-count
                and not precision-met
                perform budget-stop-note
           else
                if budget-stopped
                perform finish-scenario
           end-if
       exit.
       finish-run-exit.

      *> A partition's games are played - reconcile its own control
      *> totals, put its results on its report, and write the result
      *> record PARTMRG combines.  Confidence, theory fit, random
      *> analysis and the cross-tab verdicts are for the whole run,
      *> so they are left to PARTMRG.
       finish-partition.
           perform reconcile-totals
           display "Partition " part-no " of " part-of " played "
                games " games (" part-first " to " part-last ")"
           display "Sticking wins " stick ", twisting wins " twist
                ", random wins " randwin ", voided " voidgames
                ", lost both ways " lostgames ", no offer "
                nooffergames
           move games to games-out
           move stick to stick-out
           move twist to twist-out
           move randwin to rand-out
           move "Partition" to result-txt
           write outrec from outlineresults
           write outrec from outlinetop
           move spaces to linetext
           string "Partition " delimited by size
                part-no delimited by size
                " of " delimited by size
                part-of delimited by size
                " games " delimited by size
                part-first delimited by size
                into linetext
           end-string
           write outrec from outlinetext
           move spaces to linetext
           string "  to " delimited by size
                part-last delimited by size
                " stream seed " delimited by size
                part-seed delimited by size
                into linetext
           end-string
           write outrec from outlinetext
           perform write-partition-result
           write outrec from outlinetop
       exit.
       finish-partition-exit.

       write-partition-result.
           move function current-date to current-date-raw
           move part-no to prt-part-no
           move part-of to prt-part-of
           move trial-count to prt-trials
           move num-doors to prt-doors
           move random-seed to prt-seed
           move host-mode to prt-host
           move stake-per-game to prt-stake
           move prize-value to prt-prize
           move opens-count to prt-opens
           move part-seed to prt-stream-seed
           move part-first to prt-first-game
           move part-last to prt-last-game
           move games to prt-games
           move stick to prt-stick
           move twist to prt-twist
           move numa to prt-numa
           move numb to prt-numb
           move numc to prt-numc
           move numd to prt-numd
           move randwin to prt-randwin
           move cnt to prt-cnt
           move voidgames to prt-voided
           move lostgames to prt-lost
           move stick-bank to prt-stick-bank
           move twist-bank to prt-twist-bank
           move rand-bank to prt-rand-bank
           move audit-rows to prt-audit-rows
           move xtab-total to prt-xtab-total
           move xtabtable to prt-xtab-area
           move current-date-raw(1:8) to prt-date
           move current-date-raw(9:6) to prt-time
           move run-severity to prt-severity
           move offer-policy to prt-policy
           move offer-pc to prt-offer-pc
           move nooffergames to prt-nooffer
           open output prtfile
           if prt-status not = "00"
                display "Partition result file not writable, status "
                     prt-status
                move 8 to exc-severity
                move "PRT001" to exc-reason
                move "PARTITION RESULT NOT SAVED" to exc-text
                perform raise-exception
           else
                write prt-rec
                close prtfile
                move spaces to linetext
                string "Result written to " delimited by size
                     prt-name delimited by space
                     into linetext
                end-string
                write outrec from outlinetext
           end-if
       exit.
       write-partition-result-exit.

      *> Everything that happens once a scenario's games have all
      *> been played: results, bankrolls, confidence, random
      *> with the ignorant host some games void on a prize reveal -
      *> the strategy rates are conditional on the games where the
      *> host did not expose it.  The classic host never voids, so
      *> valid-games is simply games and nothing changes.  Games the
      *> host made no offer in are left out the same way.
      *>
      *> a strategy that wins every valid game - the sticker under
      *> the devil's policy, the switcher under the angel's on a
      *> classic board - scores a full 100, one digit more than the
      *> percentage fields hold.  It is carried as 99.99 rather than
      *> let the hundreds digit fall off and leave 00.00.
           compute valid-games = games - voidgames - nooffergames
           if valid-games > zero
                compute stickpc = (stick/valid-games) *100
                     on size error
                          move 99.99 to stickpc
                end-compute
                compute twistpc = (twist/valid-games) *100
                     on size error
                          move 99.99 to twistpc
                end-compute
                compute randwinpc = (randwin/valid-games) *100
                     on size error
                          move 99.99 to randwinpc
                end-compute
           else
                move zero to stickpc
                move zero to twistpc
                end-string
                write outrec from outlinetext
           end-if
      *> under an offer policy some games never reached a decision -
      *> say how many, for the same reason.
           if not offer-always
                display "Host offer policy " offer-policy
                     " made no offer in " nooffergames " games."
                move spaces to linetext
                string "Policy " delimited by size
                     offer-policy delimited by size
                     " - no offer made " delimited by size
                     nooffergames delimited by size
                     into linetext
                end-string
                write outrec from outlinetext
           end-if
           display "Sticking wins " stick " (" stickpc "%) times, "
                "Twisting wins " twist " (" twistpc "%) times. "
           display "Random choice wins " randwin " (" randwinpc
           end-if

           perform strategy-confidence
           perform precision-outcome

           display '*** End of Simulation! ***'.

                write outrec from outlinehisttop
                write outrec from outlinetop
                perform append-history
                if hist-written
                     perform register-run-completed
                     compute step-hist = step-hist + 1
                end-if
                perform history-report
                write outrec from outlinetop
           end-if
           perform write-extract-detail
           if random-seed > zero
                perform write-seed-result
           end-if
           perform save-scenario-results
       exit.
       finish-scenario-exit.
           end-read
           close budgetfile
           if budget-max-games > zero or budget-max-minutes > zero
                if scenario-count > 1 or partition-mode
                     display "*** WARNING: budget ignored - deck "
                          "and partition runs cannot resume ***"
                     move zero to budget-max-games
                     move zero to budget-max-minutes
                else
           display "*** Budget reached at game " rst-games
                " - checkpoint cut, resubmit to continue run "
                run-number " ***"
           move run-number to register-runno
           move "B" to register-state
           move rst-games to register-games
           move "BUDGET STOP - RESUBMIT" to register-note
           set register-shape-known to true
           perform post-register
       exit.
       budget-stop-note-exit.

                ext-chi-edit delimited by size
                "," delimited by size
                chi-flag delimited by size
      *> what ended the run and the interval half-width it reached.
                "," delimited by size
                run-stop delimited by size
                "," delimited by size
                prec-edit delimited by size
      *> the host's offer policy and the games it made no offer in -
      *> outside the denominators like the voided ones.
                "," delimited by size
                offer-policy delimited by size
                "," delimited by size
                nooffergames delimited by size
                into extractrec
           end-string
           write extractrec
       exit.
       write-extract-detail-exit.

      *> The seeded scenario's result under the card as it was keyed
      *> (after defaults), the key BASECMP files its baseline under.
       write-seed-result.
           move scn-trials(scenario-ix) to sr-trials
           move scn-doors(scenario-ix) to sr-doors
           move scn-seed(scenario-ix) to sr-seed
           move scn-host(scenario-ix) to sr-host
           move scn-stake(scenario-ix) to sr-stake
           move scn-prize(scenario-ix) to sr-prize
           move scn-opens(scenario-ix) to sr-opens
           move scn-target(scenario-ix) to sr-target
           move scn-ceiling(scenario-ix) to sr-ceiling
           move scn-policy(scenario-ix) to sr-policy
           move scn-offer-pc(scenario-ix) to sr-offer-pc
           move zero to sr-parts
           move games to sr-games
           move stick to sr-stick
           move twist to sr-twist
           move randwin to sr-randwin
           move voidgames to sr-voided
           move lostgames to sr-lost
           move nooffergames to sr-nooffer
           move numa to sr-numa
           move numb to sr-numb
           move numc to sr-numc
           move numd to sr-numd
           move cnt to sr-cnt
           move chi-square to sr-chi
           move stick-bank to sr-stick-bank
           move twist-bank to sr-twist-bank
           move rand-bank to sr-rand-bank
           move xtab-total to sr-xtab-total
           move xtabtable to sr-xtab-area
           write seed-rec
       exit.
       write-seed-result-exit.

      *> Trailer record closes the feed: detail count and hash totals
      *> over games/stick/twist, so a short or corrupted transfer is
      *> caught at the receiving side instead of in a management pack.
                move "Random" to ci-name-out
                move randwin to ci-count
                perform confidence-line
                if offer-angelic or offer-devil
                     perform policy-fit
                else
                     perform theory-fit
                end-if
                write outrec from outlinetop
           end-if
       exit.
       exit.
       theory-fit-exit.

      *> Theory fit under a selective host.  The angel offers only
      *> to a contestant holding a loser, so the sticker can never
      *> win an offered game and the switcher wins 1 in
      *> closed-remaining of them - every one on a classic board.
      *> The devil offers only to a contestant holding the winner,
      *> so the sticker wins them all.  A count in a bucket theory
      *> says must stay empty is an outright FAIL - the policy
      *> cannot produce it.  The angel with several doors still
      *> closed leaves two buckets to vary, tested at 1 d.f. as
      *> above; a single bucket has nothing to vary, chi-square
      *> zero.  The chance host offers whatever the contestant
      *> holds, so its offered games keep the classic split and go
      *> through theory-fit.
       policy-fit.
           move zero to fit-chi
           move "PASS" to fit-flag
           if offer-angelic
                if stick > zero
                     move "FAIL" to fit-flag
                end-if
                if closed-remaining > 1
                     compute fit-expected-twist =
                          valid-games / closed-remaining
                     compute fit-expected-lost =
                          valid-games - fit-expected-twist
                     compute fit-chi =
                          (((twist - fit-expected-twist) ** 2)
                               / fit-expected-twist)
                        + (((lostgames - fit-expected-lost) ** 2)
                               / fit-expected-lost)
                     if fit-chi > fit-critical-1df
                          move "FAIL" to fit-flag
                     end-if
                else
                     if lostgames > zero
                          move "FAIL" to fit-flag
                     end-if
                end-if
           else
                if twist > zero or lostgames > zero
                     move "FAIL" to fit-flag
                end-if
           end-if
           move fit-chi to fit-chi-edit
           move fit-chi-edit to fit-value-out
           move fit-flag to fit-flag-out
           write outrec from outlinefit
           display "Theory Fit Chi-Square = " fit-chi-edit
                " (policy " offer-policy " split) - " fit-flag
           if fit-flag = "FAIL"
                move 4 to exc-severity
                move "FIT001" to exc-reason
                move "THEORY FIT CHI-SQ FAIL" to exc-text
                perform raise-exception
           end-if
       exit.
       policy-fit-exit.

      *> The wider of the stick and twist 95% half-widths over the
      *> prec-games played so far - the figure a precision target is
      *> held to.  No settled games yet measures as zero, which the
      *> caller must not mistake for a target met.
       measure-precision.
           move zero to achieved-precision
           if prec-games > voidgames + nooffergames
                compute prec-valid =
                     prec-games - voidgames - nooffergames
           else
                move zero to prec-valid
           end-if
           if prec-valid > zero
                compute prec-pc = (stick / prec-valid) * 100
                compute prec-width = z-95 * function sqrt
                     ((prec-pc * (100 - prec-pc)) / prec-valid)
                move prec-width to achieved-precision
                compute prec-pc = (twist / prec-valid) * 100
                compute prec-width = z-95 * function sqrt
                     ((prec-pc * (100 - prec-pc)) / prec-valid)
                if prec-width > achieved-precision
                     move prec-width to achieved-precision
                end-if
           end-if
           if achieved-precision > 99.99
                move 99.99 to prec-edit
           else
                move achieved-precision to prec-edit
           end-if
       exit.
       measure-precision-exit.

      *> The whole run's achieved precision, and - on a precision
      *> run - what stopped it.  The last stretch after the final
      *> checkpoint counts: a run that reaches the target on its
      *> closing games is a target met, not a ceiling stop.  A run
      *> that hit the ceiling with the target still out is raised as
      *> a warning, so it shows in the morning exception checks.
      *> Only a precision run writes lines to the report - a seeded
      *> fixed-trials run's output.rec stays byte-for-byte as it was.
       precision-outcome.
           move games to prec-games
           perform measure-precision
           if not precision-mode
                move "F" to run-stop
           else
                if achieved-precision <= target-halfwidth
                     and prec-valid > zero
                     move "T" to run-stop
                else
                     move "C" to run-stop
                end-if
                move target-halfwidth to target-edit
                move spaces to linetext
                string "Target +/- " delimited by size
                     target-edit delimited by size
                     " Achieved +/- " delimited by size
                     prec-edit delimited by size
                     into linetext
                end-string
                write outrec from outlinetext
                display linetext
                move spaces to linetext
                if run-stop = "T"
                     string "Stopped: target met, games "
                          delimited by size
                          games delimited by size
                          into linetext
                     end-string
                else
                     string "Stopped: ceiling " delimited by size
                          games delimited by size
                          " target not met" delimited by size
                          into linetext
                     end-string
                end-if
                write outrec from outlinetext
                write outrec from outlinetop
                display linetext
                if run-stop = "C"
                     move 4 to exc-severity
                     move "PRC001" to exc-reason
                     move "CEILING HIT TARGET OUT" to exc-text
                     perform raise-exception
                end-if
           end-if
       exit.
       precision-outcome-exit.

      *> The full winning-door by chosen-door matrix, one line per
      *> cell: count, share of all games, and a FLAG on any pairing
      *> whose count strays more than tolerance (relative) from the
           move zero to cnt
           move zero to voidgames
           move zero to lostgames
           move zero to nooffergames
           move zero to start-games
           move zero to random-seeded
           move zero to stick-bank
           move run-number to runctr-rec
           write runctr-rec
           close runctrfile
           perform register-run-drawn
       exit.
       assign-run-number-exit.

      *> The number just drawn goes straight onto the run register,
      *> with the card shape it was drawn for, so it is accounted for
      *> from this moment whatever becomes of the run.
       register-run-drawn.
           move run-number to register-runno
           move "S" to register-state
           move zero to register-games
           move spaces to register-note
           set register-shape-known to true
           perform post-register
       exit.
       register-run-drawn-exit.

       register-run-resumed.
           move run-number to register-runno
           move "R" to register-state
           compute register-games = start-games - 1
           move "RESUMED FROM CHECKPOINT" to register-note
           set register-shape-known to true
           perform post-register
       exit.
       register-run-resumed-exit.

      *> Only once the history record is safely written - a run whose
      *> append failed stays open on the register for RUNREC to find.
       register-run-completed.
           move run-number to register-runno
           move "C" to register-state
           move games to register-games
           move spaces to register-note
           set register-shape-known to true
           perform post-register
       exit.
       register-run-completed-exit.

      *> Move a run's register entry to register-state, or create it
      *> if it is not there - a run drawn before the register existed
      *> and resumed since.  Like the exception history, a register
      *> that cannot be written must not sink the run it records:
      *> complain to the console and carry on - RUNREC will show the
      *> number unaccounted for.
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
                move register-runno to reg-runno
                read runregfile
                     invalid key
                          perform build-register-entry
                          perform stamp-register-entry
                          write reg-rec
                               invalid key
                                    display "Run register write "
                                         "failed for run "
                                         register-runno ", status "
                                         reg-status
                          end-write
                     not invalid key
                          perform stamp-register-entry
                          rewrite reg-rec
                               invalid key
                                    display "Run register rewrite "
                                         "failed for run "
                                         register-runno ", status "
                                         reg-status
                          end-rewrite
                end-read
                close runregfile
           end-if
       exit.
       post-register-exit.

      *> A fresh entry: who drew the number, when, and for what card.
       build-register-entry.
           move function current-date to current-date-raw
           move register-runno to reg-runno
           move "THREE" to reg-program
           move current-date-raw(1:8) to reg-drawn-date
           move current-date-raw(9:6) to reg-drawn-time
           move spaces to reg-auth-by
           if register-shape-known
                move trial-count to reg-trials
                move num-doors to reg-doors
                move host-mode to reg-host
                move stake-per-game to reg-stake
                move prize-value to reg-prize
                move opens-count to reg-opens
                move scenario-ix to reg-deck-ix
                move scenario-count to reg-deck-size
           else
                move zero to reg-trials
                move zero to reg-doors
                move space to reg-host
                move zero to reg-stake
                move zero to reg-prize
                move zero to reg-opens
                move zero to reg-deck-ix
                move zero to reg-deck-size
           end-if
       exit.
       build-register-entry-exit.

       stamp-register-entry.
           move function current-date to current-date-raw
           move register-state to reg-state
           move register-games to reg-games
           move register-note to reg-note
           move current-date-raw(1:8) to reg-upd-date
           move current-date-raw(9:6) to reg-upd-time
       exit.
       stamp-register-entry-exit.

      *> Pick up where a previous, interrupted run left off.  A
      *> missing or empty restart file leaves all the counters at
      *> their zero defaults and start-games at zero, the normal
                     if rst-lost is numeric
                          move rst-lost to lostgames
                     end-if
                     if rst-nooffer is numeric
                          move rst-nooffer to nooffergames
                     end-if
                     display "Resuming from checkpoint at game "
                          rst-games
           end-read
           move rand-bank to rst-rand-bank
           move run-number to rst-runno
           move lostgames to rst-lost
           move nooffergames to rst-nooffer
           open output restartfile
           write restart-rec
           close restartfile
                          " ignored and cleared - deck run ***"
           end-read
           close restartfile
      *> the discarded checkpoint's run can never now complete - mark
      *> it abandoned so the register still accounts for its number.
           if checkpoint-found
                if rst-runno is numeric and rst-runno > zero
                     move rst-runno to register-runno
                     move "A" to register-state
                     move rst-games to register-games
                     move "CHECKPOINT DISCARDED" to register-note
                     move zero to register-shape-switch
                     perform post-register
                end-if
                perform checkpoint-clear
           end-if
       exit.
      *> the totals balance; only writes to the report on a mismatch.
       reconcile-totals.
           move zero to recon-out-of-balance
      *> voided games (ignorant host exposed the prize), games lost
      *> both ways (generalised host) and games with no switch offer
      *> (offer policy) land in neither strategy bucket, so they
      *> balance alongside them.
           compute recon-stick-twist =
                stick + twist + voidgames + lostgames + nooffergames
           if recon-stick-twist not = games
                set recon-failed to true
                move "WARNING: GAMES <> STK+TWI+LOST+VOID+NOOF"
                     to recon-text
                write outrec from outlinerecon
                display "*** WARNING: GAMES (" games
           move rand-bank to hist-rand-bank
           move opens-count to hist-opens
           move lostgames to hist-lost
           move run-stop to hist-stop
           move achieved-precision to hist-precision
           move offer-policy to hist-policy
           move offer-pc to hist-offer-pc
           move nooffergames to hist-nooffer
           move function current-date to current-date-raw
           move current-date-raw(1:8) to hist-run-date
           if scenario-count > 1
                move "D" to hist-run-type
           else
                move "B" to hist-run-type
           end-if
           move zero to hist-written-switch
           open i-o histfile
           if hist-status = "35"
                open output histfile
                close histfile
                open i-o histfile
                set hist-file-new to true
           end-if
           write hist-rec
           invalid key
                display "History file write failed, status " hist-status
           not invalid key
                set hist-written to true
                perform note-history-control
           end-write
      *> "02" is a successful write with a duplicate-alternate-key
      *> note - anything else that is not clean means the run's
                perform raise-exception
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
      *> cannot be written is reported and never sinks the run.
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
           move "THREE" to hct-program
           move run-number to hct-runno
           move hct-date-raw(1:8) to hct-date
           move hct-date-raw(9:6) to hct-time
           move spaces to hct-auth-by
       exit.
       apply-history-control-exit.

      *> Show the last few runs' percentages, oldest first, so a
      *> drifting stick/twist split shows up across executions.  Opens
      *> and closes histfile itself - does not depend on the file
                     perform host-opens-informed
                end-if
           end-if
           if not offer-always
                and gameresult not = " Prize Exposed!"
                perform host-offer-decision
           end-if
      *> three-way settlement: the classic hosts always leave the
      *> winning door standing when the sticker is wrong, but the
      *> generalised host leaves several closed and the switcher's
      *> random pick can land on a loser - a settled game where
      *> both pure strategies lose.  A game the host offered no
      *> switch in is settled no way at all.
           if gameresult = " Prize Exposed!"
                compute voidgames = voidgames + 1
           else
                if gameresult = " No Offer Made!"
                     compute nooffergames = nooffergames + 1
                else
                     if chosen = winning then
                          compute stick = stick + 1
                          move " Sticking Wins!" to gameresult
                     else
                          if remove = winning
                               compute twist = twist + 1
                               move " Twisting Wins!" to gameresult
                          else
                               compute lostgames = lostgames + 1
                               move " Switch Loses! " to gameresult
                          end-if
                     end-if
                     perform random-choice
                     if economics-on
                          perform accrue-bankrolls
                     end-if
                end-if
           end-if

      *> here would stamp a stale one (the default, or a previous
      *> unseeded scenario's) onto its rows and send AUDVER chasing
      *> the wrong history record.  Zero matches the extract's
      *> run-000000 convention and reads back as NOHIST.  Partition
      *> rows carry zero too - PARTMRG restamps them with the
      *> combined run's number as it joins the trails.
           if random-seed = zero and not partition-mode
                move run-number to aud-runno
           else
                move zero to aud-runno
           end-if
           move opens-count to aud-opens
           move offer-policy to aud-policy
           write auditline from auditlineout
           compute audit-rows = audit-rows + 1

      *> checkpoints only cover single-card decks - a resumed
      *> multi-scenario deck could not tell which scenario the
           if function mod (games, checkpoint-every) = zero
                and random-seed = zero
                and scenario-count = 1
                and not partition-mode
                perform checkpoint-save
                perform budget-check
           end-if
      *> the precision test rides the same interval, seeded and deck
      *> runs included.  games is zero-based, so games + 1 have been
      *> played.
           if precision-mode
                and function mod (games, checkpoint-every) = zero
                and games > zero
                compute prec-games = games + 1
                perform measure-precision
                if achieved-precision <= target-halfwidth
                     and prec-valid > zero
                     set precision-met to true
                     display "Precision target met at game " games
                end-if
           end-if
       exit.
       play-exit.

       exit.
       host-opens-blind-many-exit.

      *> The host's offer policy, once the doors are open and the
      *> game has not voided.  The angel offers the switch only to a
      *> contestant holding a losing door, the devil only to one
      *> holding the winner, and the chance host offers it offer-pc
      *> games in a hundred whatever the contestant holds.  Without
      *> an offer the contestant keeps the chosen door and the game
      *> is marked for the no-offer count.  The chance draw goes
      *> straight to FUNCTION RANDOM, like the host's scratch draws,
      *> so it stays out of the A/B/C/D analysis counts.
       host-offer-decision.
           if offer-angelic and chosen = winning
                move " No Offer Made!" to gameresult
           end-if
           if offer-devil and chosen not = winning
                move " No Offer Made!" to gameresult
           end-if
           if offer-chance
                compute offer-draw = function integer
                     (function random() * 100)
                end-compute
                if offer-draw not < offer-pc
                     move " No Offer Made!" to gameresult
                end-if
           end-if
       exit.
       host-offer-decision-exit.

      *> A random losing door for the switcher to end on - any door
      *> that is neither the chosen one nor the winner.  Seeding
      *> loser-door with chosen forces at least one draw.
      *> always-switcher holds the one left standing, and the
      *> coin-flipper holds whichever RANDOM-CHOICE settled on.
      *> Only settled games reach here - a voided game returns the
      *> stakes untouched, and a game with no offer never took them.
       accrue-bankrolls.
           compute stick-bank = stick-bank - stake-per-game
           compute twist-bank = twist-bank - stake-per-game
      *> card, the first call seeds FUNCTION RANDOM so the whole run
      *> reproduces the same sequence of doors for regression testing;
      *> every call after that draws the next value in that sequence.
      *> A partition always seeds - its own stream-seed, derived in
      *> partition-setup - so concurrent partitions draw differently.
      *>
      *> FUNCTION RANDOM returns a value in [0,1) - scale it by
      *> num-doors (not a fixed 100) and truncate, so every door
      *> 0..num-doors-1 is reachable and evenly weighted regardless
      *> of how many doors were asked for.
       randum.
       if stream-seed > zero and not random-is-seeded
            set random-is-seeded to true
            compute cardrand =
                 function integer (
                      function random(stream-seed) * num-doors)
            end-compute
       else
            compute cardrand =
       exit.
       randum-analysis-exit.

      *> One step record onto the night's shared job log - program,
      *> run, start and end, return code and the step's key control
      *> counts.  A log that cannot be written must not fail the run
      *> it is recording: complain to the console and carry on.
       write-job-step.
           move function current-date to job-end-raw
           if partition-mode
                move "THREEPRT" to job-program
           else
                move "THREE" to job-program
           end-if
           move step-runno to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
           move "GAMES" to job-count-label(1)
           move step-games to job-count-value(1)
           if partition-mode
                move "PART" to job-count-label(2)
                move part-no to job-count-value(2)
                move "PARTOF" to job-count-label(3)
                move part-of to job-count-value(3)
           else
                move "SCENS" to job-count-label(2)
                move scenario-count to job-count-value(2)
                move "HISTWR" to job-count-label(3)
                move step-hist to job-count-value(3)
           end-if
           open extend joblogfile
           if job-status not = "00" and job-status not = "05"
                display "Job log not writable, status " job-status
           else
                write jobstep-rec
                close joblogfile
           end-if
       exit.
       write-job-step-exit.
