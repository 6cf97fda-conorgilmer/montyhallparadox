      *> Seeded Regression Baseline Compare
      *> basecmp.cob
      *>
      *> A seeded card plays the same games every time it is run, so
      *> its results are a free regression test of PLAY and RANDUM -
      *> provided someone remembers to diff them against the last
      *> release's copy.  This program does the remembering.  THREE
      *> writes each seeded scenario's full result to seedres.dat in
      *> step with its extract.csv detail record; run after a seeded
      *> deck, this program walks the seeded (run 000000) detail
      *> records on extract.csv, takes the matching seedres.dat
      *> record, checks the two agree, and looks the scenario up on
      *> the baseline library (baseline.dat) by its full card shape -
      *> trials, doors, seed, host, stake, prize and opens, and the
      *> precision target, ceiling, offer policy and offer percentage
      *> that change the games played as surely as the rest, and the
      *> number of partitions a split card was played in (PARTMRG
      *> writes the merged run's record).  Every figure on the entry
      *> is compared - the stick, twist, random, voided, lost and
      *> no-offer counts, NUMA to NUMD, the draw count, the
      *> chi-square, the three bankrolls and every cross-tab cell -
      *> and each one that drifted is listed with its approved and
      *> current values.  A shape with no entry is noted NOBASE.
      *>
      *> A deliberate change to the game is signed into the library
      *> with a parameter card on basecmp.dat:
      *>
      *>   col 1     mode      C compare (the default)
      *>                       A approve the deck as the new baseline
      *>   col 2-9   approver  who signed it off (required for A)
      *>   col 10-33 reason    carried onto the approval log
      *>
      *> Approval writes or replaces the entry for every seeded
      *> scenario on the extract, stamped with the approver, date and
      *> time, and logs each one - NEW, REPLACED or SAME - onto
      *> baseapr.dat, which is only ever appended to.  An approval
      *> that cannot be logged is not made.
      *> RETURN-CODE 0 every scenario matched (or approved), 4 shapes
      *> with no baseline or no seeded scenario at all, 8 a drifted
      *> figure, extract.csv and seedres.dat out of step, a missing
      *> extract or a refused approval.
       identification division.
       program-id.              basecmp.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select optional parmcard assign to "basecmp.dat"
        organization is line sequential.
        select extractfile assign to "extract.csv"
        organization is line sequential
        file status is ext-status.
        select seedfile assign to "seedres.dat"
        organization is line sequential
        file status is seed-status.
        select basefile assign to "baseline.dat"
        organization is indexed
        access mode is dynamic
        record key is base-key
        file status is base-status.
        select optional aprlogfile assign to "baseapr.dat"
        organization is line sequential
        file status is apr-status.
        select reportfile assign to "basecmp.rec"
        organization is line sequential.
        select optional joblogfile assign to "joblog.dat"
        organization is line sequential
        file status is job-status.
       data division.
       file section.
       fd parmcard
        label records are standard.
       01 parm-rec.
           02 bc-mode                pic x(1).
           02 bc-approver            pic x(8).
           02 bc-reason              pic x(24).
           02 filler                 pic x(47).
       fd extractfile
        label records are standard.
       01 extractrec             pic x(140).
      *> a seeded scenario's card and full result, from THREE.
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
           02 sr-result.
               03 sr-games           pic 9(8).
               03 sr-stick           pic 9(8).
               03 sr-twist           pic 9(8).
               03 sr-randwin         pic 9(8).
               03 sr-voided          pic 9(8).
               03 sr-lost            pic 9(8).
               03 sr-nooffer         pic 9(8).
               03 sr-numa            pic 9(8).
               03 sr-numb            pic 9(8).
               03 sr-numc            pic 9(8).
               03 sr-numd            pic 9(8).
               03 sr-cnt             pic 9(9).
               03 sr-chi             pic 9(9)v99.
               03 sr-stick-bank      pic s9(9) sign leading separate.
               03 sr-twist-bank      pic s9(9) sign leading separate.
               03 sr-rand-bank       pic s9(9) sign leading separate.
               03 sr-xtab-total      pic 9(9).
               03 sr-xtab-area.
                   04 sr-xtab-row occurs 10 times.
                       05 sr-xtab-cell occurs 10 times pic 9(8).
      *> the baseline library - one approved result per card shape,
      *> laid out as the seedres.dat record it was approved from, and
      *> who approved it, when and why.
       fd basefile
        label records are standard.
       01 base-rec.
           02 base-key.
               03 base-trials        pic 9(8).
               03 base-doors         pic 9(3).
               03 base-seed          pic 9(9).
               03 base-host          pic x(1).
               03 base-stake         pic 9(5).
               03 base-prize         pic 9(7).
               03 base-opens         pic 9(3).
               03 base-target        pic 9(2)v99.
               03 base-ceiling       pic 9(8).
               03 base-policy        pic x(1).
               03 base-offer-pc      pic 9(3).
               03 base-parts         pic 9(2).
           02 base-result.
               03 base-games         pic 9(8).
               03 base-stick         pic 9(8).
               03 base-twist         pic 9(8).
               03 base-randwin       pic 9(8).
               03 base-voided        pic 9(8).
               03 base-lost          pic 9(8).
               03 base-nooffer       pic 9(8).
               03 base-numa          pic 9(8).
               03 base-numb          pic 9(8).
               03 base-numc          pic 9(8).
               03 base-numd          pic 9(8).
               03 base-cnt           pic 9(9).
               03 base-chi           pic 9(9)v99.
               03 base-stick-bank    pic s9(9) sign leading separate.
               03 base-twist-bank    pic s9(9) sign leading separate.
               03 base-rand-bank     pic s9(9) sign leading separate.
               03 base-xtab-total    pic 9(9).
               03 base-xtab-area.
                   04 base-xtab-row occurs 10 times.
                       05 base-xtab-cell occurs 10 times pic 9(8).
           02 base-approved-by       pic x(8).
           02 base-approved-date     pic 9(8).
           02 base-approved-time     pic 9(6).
           02 base-reason            pic x(24).
      *> one line per entry an approval touched - never rewritten.
       fd aprlogfile
        label records are standard.
       01 apr-rec.
           02 apr-date               pic 9(8).
           02 filler                 pic x(1).
           02 apr-time               pic 9(6).
           02 filler                 pic x(1).
           02 apr-approver           pic x(8).
           02 filler                 pic x(1).
           02 apr-action             pic x(8).
           02 filler                 pic x(1).
           02 apr-key                pic x(54).
           02 filler                 pic x(1).
           02 apr-reason             pic x(24).
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
           02 ext-status             pic x(2) value "00".
           02 seed-status            pic x(2) value "00".
           02 base-status            pic x(2) value "00".
           02 apr-status             pic x(2) value "00".
           02 ext-eof-switch         pic 9  value zero.
               88 ext-at-end         value 1.
           02 seed-eof-switch        pic 9  value zero.
               88 seed-at-end        value 1.
           02 ext-open-ok            pic 9  value zero.
               88 ext-is-open        value 1.
           02 seed-open-ok           pic 9  value zero.
               88 seed-is-open       value 1.
           02 base-open-ok           pic 9  value zero.
               88 base-is-open       value 1.
           02 apr-open-ok            pic 9  value zero.
               88 apr-is-open        value 1.
       01 cmpparms.
           02 run-mode               pic x(1) value "C".
               88 mode-compare       value "C".
               88 mode-approve       value "A".
           02 approver               pic x(8) value spaces.
           02 approve-reason         pic x(24) value spaces.
           02 cmp-severity           pic 9 value zero.
       01 timestampvars.
           02 current-date-raw       pic x(21).
      *> the leading fields of an extract detail record - enough to
      *> tell a seeded scenario and to check its seedres.dat record
      *> is the same scenario's.
       01 extractfields.
           02 xd-type                pic x(1).
           02 xd-runno               pic x(6).
           02 xd-stamp               pic x(14).
           02 xd-doors               pic x(3).
           02 xd-games               pic x(8).
           02 xd-stick               pic x(8).
           02 xd-twist               pic x(8).
           02 xd-randwin             pic x(8).
           02 xd-voided              pic x(8).
       01 scenariowork.
           02 scen-step-switch       pic 9  value zero.
               88 scen-in-step       value 1.
           02 field-drift-count      pic 9(4) value zero.
           02 prior-approver         pic x(8) value spaces.
           02 prior-date             pic 9(8) value zero.
           02 approve-action         pic x(8) value spaces.
      *> one figure being compared - its name on the report, the
      *> approved value and the value tonight's run produced.
       01 driftwork.
           02 drift-name             pic x(7) value spaces.
           02 drift-base             pic s9(11) value zero.
           02 drift-now              pic s9(11) value zero.
           02 drift-base-edit        pic -(11)9.
           02 drift-now-edit         pic -(11)9.
           02 chi-base-edit          pic z(8)9.99.
           02 chi-now-edit           pic z(8)9.99.
           02 target-edit            pic z9.99.
           02 xt-win-ix              pic 9(2) value zero.
           02 xt-cho-ix              pic 9(2) value zero.
       01 cmpcounters.
           02 detail-count           pic 9(6) value zero.
           02 seeded-count           pic 9(6) value zero.
           02 match-count            pic 9(6) value zero.
           02 drift-scen-count       pic 9(6) value zero.
           02 drift-total            pic 9(6) value zero.
           02 nobase-count           pic 9(6) value zero.
           02 approved-count         pic 9(6) value zero.
           02 refused-count          pic 9(6) value zero.
           02 out-step-count         pic 9(6) value zero.
           02 seed-extra-count       pic 9(6) value zero.
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
           move "Seeded Regression Baseline Compare!" to linetext
           write reportrec from outlinetext
           write reportrec from outlinetop
           display '*** Seeded Regression Baseline Compare ***'
           perform read-parm-card
           perform open-compare-files
           perform take-extract-record until ext-at-end
           perform check-seed-leftovers
           perform close-compare-files
           perform compare-summary
           write reportrec from outlinetop
           close reportfile
           display "Baseline compare written to basecmp.rec"
           move cmp-severity to return-code
           perform write-job-step
           stop run.
       main-logic-exit.

      *> No card compares.  An approve card with no approver on it
      *> is refused and the deck is compared instead - the library
      *> must always say who signed a baseline in.
       read-parm-card.
           open input parmcard
           read parmcard
                at end
                     continue
                not at end
                     if bc-mode = "A" or bc-mode = "a"
                          move "A" to run-mode
                          move bc-approver to approver
                          move bc-reason to approve-reason
                     end-if
           end-read
           close parmcard
           if mode-approve
                if approver = spaces
                     display "Approve card refused - no approver"
                     move "Approve card refused - no approver."
                          to linetext
                     write reportrec from outlinetext
                     move 8 to cmp-severity
                     move "C" to run-mode
                else
                     move spaces to linetext
                     string "Approve as new baseline by "
                          delimited by size
                          approver delimited by size
                          into linetext
                     end-string
                     write reportrec from outlinetext
                     display "Approve as new baseline, authorised by "
                          approver
                end-if
           end-if
           if mode-compare
                move "Compare against approved baseline."
                     to linetext
                write reportrec from outlinetext
           end-if
           write reportrec from outlinetop
       exit.
       read-parm-card-exit.

      *> A missing extract is a failure - there is nothing to check.
      *> A missing seedres.dat is not refused here: every seeded
      *> scenario then finds itself out of step, which says why.
      *> Compare mode never creates the library; approve mode does,
      *> and will not start without the approval log to write to.
       open-compare-files.
           open input extractfile
           if ext-status not = "00"
                display "Extract file not available, status "
                     ext-status
                move "extract.csv not available." to linetext
                write reportrec from outlinetext
                move 8 to cmp-severity
                set ext-at-end to true
           else
                set ext-is-open to true
           end-if
           open input seedfile
           if seed-status = "00"
                set seed-is-open to true
           else
                set seed-at-end to true
           end-if
           if mode-approve
                perform open-for-approval
           else
                open input basefile
                if base-status = "00"
                     set base-is-open to true
                else
                     display "Baseline library not available, status "
                          base-status
                     move "No baseline library on file." to linetext
                     write reportrec from outlinetext
                end-if
           end-if
       exit.
       open-compare-files-exit.

       open-for-approval.
           open extend aprlogfile
           if apr-status not = "00" and apr-status not = "05"
                display "Approval log not writable, status "
                     apr-status
                move "Approval log not writable." to linetext
                write reportrec from outlinetext
                move 8 to cmp-severity
           else
                set apr-is-open to true
                open i-o basefile
                if base-status = "35"
                     open output basefile
                     close basefile
                     open i-o basefile
                end-if
                if base-status = "00"
                     set base-is-open to true
                else
                     display "Baseline library not writable, status "
                          base-status
                     move "Baseline library not writable." to linetext
                     write reportrec from outlinetext
                     move 8 to cmp-severity
                end-if
           end-if
       exit.
       open-for-approval-exit.

       close-compare-files.
           if ext-is-open
                close extractfile
           end-if
           if seed-is-open
                close seedfile
           end-if
           if base-is-open
                close basefile
           end-if
           if apr-is-open
                close aprlogfile
           end-if
       exit.
       close-compare-files-exit.

      *> Header and trailer records are passed over; an unseeded
      *> detail record carries its run number and has no baseline.
       take-extract-record.
           read extractfile
                at end
                     set ext-at-end to true
                not at end
                     if extractrec(1:2) = "D,"
                          compute detail-count = detail-count + 1
                          perform take-detail-record
                     end-if
           end-read
       exit.
       take-extract-record-exit.

       take-detail-record.
           move spaces to extractfields
           unstring extractrec delimited by ","
                into xd-type xd-runno xd-stamp xd-doors xd-games
                     xd-stick xd-twist xd-randwin xd-voided
           end-unstring
           if xd-runno = "000000"
                compute seeded-count = seeded-count + 1
                perform take-seed-result
                if scen-in-step
                     if mode-approve
                          perform approve-scenario
                     else
                          perform compare-scenario
                     end-if
                end-if
           end-if
       exit.
       take-detail-record-exit.

      *> THREE writes the two files in step, one seedres.dat record
      *> per seeded detail record, so the next one must be this
      *> scenario's - the counts both carry are checked to prove it.
       take-seed-result.
           move zero to scen-step-switch
           if seed-at-end
                perform seed-result-short
           else
                read seedfile
                     at end
                          set seed-at-end to true
                          perform seed-result-short
                     not at end
                          perform write-card-lines
                          perform check-seed-in-step
                end-read
           end-if
       exit.
       take-seed-result-exit.

       seed-result-short.
           compute out-step-count = out-step-count + 1
           move 8 to cmp-severity
           move spaces to linetext
           string "Card " delimited by size
                seeded-count delimited by size
                " - no seedres.dat record" delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Seeded scenario " seeded-count
                " has no seedres.dat record"
       exit.
       seed-result-short-exit.

       check-seed-in-step.
           if xd-doors = sr-doors
                and xd-games = sr-games
                and xd-stick = sr-stick
                and xd-twist = sr-twist
                and xd-randwin = sr-randwin
                and xd-voided = sr-voided
                set scen-in-step to true
           else
                compute out-step-count = out-step-count + 1
                move 8 to cmp-severity
                move "  OUT OF STEP - extract and seedres differ"
                     to linetext
                write reportrec from outlinetext
                display "Seeded scenario " seeded-count
                     " - extract and seedres.dat out of step"
           end-if
       exit.
       check-seed-in-step-exit.

      *> The card shape the scenario is filed under, over three lines
      *> (a fourth for a split card).
       write-card-lines.
           move spaces to linetext
           string "Card " delimited by size
                seeded-count delimited by size
                " Trials " delimited by size
                sr-trials delimited by size
                " Doors " delimited by size
                sr-doors delimited by size
                " Host " delimited by size
                sr-host delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Seed " delimited by size
                sr-seed delimited by size
                " Opens " delimited by size
                sr-opens delimited by size
                " Policy " delimited by size
                sr-policy delimited by size
                " Pc " delimited by size
                sr-offer-pc delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move sr-target to target-edit
           move spaces to linetext
           string "Stk " delimited by size
                sr-stake delimited by size
                " Prz " delimited by size
                sr-prize delimited by size
                " Tgt " delimited by size
                target-edit delimited by size
                " Cl " delimited by size
                sr-ceiling delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           if sr-parts is numeric and sr-parts > zero
                move spaces to linetext
                string "Partitions " delimited by size
                     sr-parts delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           end-if
       exit.
       write-card-lines-exit.

       compare-scenario.
           if not base-is-open
                perform note-no-baseline
           else
                move sr-key to base-key
                read basefile
                     invalid key
                          perform note-no-baseline
                     not invalid key
                          perform compare-figures
                end-read
           end-if
       exit.
       compare-scenario-exit.

       note-no-baseline.
           compute nobase-count = nobase-count + 1
           if cmp-severity < 4
                move 4 to cmp-severity
           end-if
           move "  NOBASE - no approved baseline" to linetext
           write reportrec from outlinetext
           display "Seeded scenario " seeded-count
                " - no approved baseline"
       exit.
       note-no-baseline-exit.

      *> Every figure on the entry, one at a time; each that differs
      *> gets a line of its own.
       compare-figures.
           move zero to field-drift-count
           move "GAMES" to drift-name
           move base-games to drift-base
           move sr-games to drift-now
           perform check-figure
           move "STICK" to drift-name
           move base-stick to drift-base
           move sr-stick to drift-now
           perform check-figure
           move "TWIST" to drift-name
           move base-twist to drift-base
           move sr-twist to drift-now
           perform check-figure
           move "RANDWIN" to drift-name
           move base-randwin to drift-base
           move sr-randwin to drift-now
           perform check-figure
           move "VOIDED" to drift-name
           move base-voided to drift-base
           move sr-voided to drift-now
           perform check-figure
           move "LOST" to drift-name
           move base-lost to drift-base
           move sr-lost to drift-now
           perform check-figure
           move "NOOFFER" to drift-name
           move base-nooffer to drift-base
           move sr-nooffer to drift-now
           perform check-figure
           move "NUMA" to drift-name
           move base-numa to drift-base
           move sr-numa to drift-now
           perform check-figure
           move "NUMB" to drift-name
           move base-numb to drift-base
           move sr-numb to drift-now
           perform check-figure
           move "NUMC" to drift-name
           move base-numc to drift-base
           move sr-numc to drift-now
           perform check-figure
           move "NUMD" to drift-name
           move base-numd to drift-base
           move sr-numd to drift-now
           perform check-figure
           move "DRAWS" to drift-name
           move base-cnt to drift-base
           move sr-cnt to drift-now
           perform check-figure
           if base-chi not = sr-chi
                move base-chi to chi-base-edit
                move sr-chi to chi-now-edit
                move spaces to linetext
                string "  CHISQ   Base " delimited by size
                     chi-base-edit delimited by size
                     " Now " delimited by size
                     chi-now-edit delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                compute field-drift-count = field-drift-count + 1
           end-if
           move "STKBANK" to drift-name
           move base-stick-bank to drift-base
           move sr-stick-bank to drift-now
           perform check-figure
           move "TWIBANK" to drift-name
           move base-twist-bank to drift-base
           move sr-twist-bank to drift-now
           perform check-figure
           move "RNDBANK" to drift-name
           move base-rand-bank to drift-base
           move sr-rand-bank to drift-now
           perform check-figure
           move "XTABTOT" to drift-name
           move base-xtab-total to drift-base
           move sr-xtab-total to drift-now
           perform check-figure
           perform check-xtab-row
                varying xt-win-ix from 1 by 1
                until xt-win-ix > 10
           if field-drift-count = zero
                compute match-count = match-count + 1
                move spaces to linetext
                string "  MATCH - as approved " delimited by size
                     base-approved-date delimited by size
                     " by " delimited by size
                     base-approved-by delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           else
                compute drift-scen-count = drift-scen-count + 1
                compute drift-total = drift-total + field-drift-count
                move 8 to cmp-severity
                move spaces to linetext
                string "  DRIFT - " delimited by size
                     field-drift-count delimited by size
                     " figures off " delimited by size
                     base-approved-date delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                display "Seeded scenario " seeded-count " - "
                     field-drift-count " figures drifted"
           end-if
       exit.
       compare-figures-exit.

       check-xtab-row.
           perform check-xtab-cell
                varying xt-cho-ix from 1 by 1
                until xt-cho-ix > 10
       exit.
       check-xtab-row-exit.

      *> cell Xww/cc - winning door ww, chosen door cc.
       check-xtab-cell.
           move spaces to drift-name
           string "X" delimited by size
                xt-win-ix delimited by size
                "/" delimited by size
                xt-cho-ix delimited by size
                into drift-name
           end-string
           move base-xtab-cell(xt-win-ix, xt-cho-ix) to drift-base
           move sr-xtab-cell(xt-win-ix, xt-cho-ix) to drift-now
           perform check-figure
       exit.
       check-xtab-cell-exit.

       check-figure.
           if drift-base not = drift-now
                move drift-base to drift-base-edit
                move drift-now to drift-now-edit
                move spaces to linetext
                string "  " delimited by size
                     drift-name delimited by size
                     " Base " delimited by size
                     drift-base-edit delimited by size
                     " Now " delimited by size
                     drift-now-edit delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                compute field-drift-count = field-drift-count + 1
           end-if
       exit.
       check-figure-exit.

      *> A new shape is filed; a known one is replaced only when its
      *> figures have changed, and re-approving an unchanged result
      *> leaves the original approval standing - either way the log
      *> gets a line.
       approve-scenario.
           if not base-is-open
                perform refuse-approval
           else
                move sr-key to base-key
                read basefile
                     invalid key
                          move "NEW" to approve-action
                          perform stamp-base-entry
                          write base-rec
                               invalid key
                                    perform refuse-approval
                               not invalid key
                                    perform log-approval
                          end-write
                     not invalid key
                          if base-result = sr-result
                               move "SAME" to approve-action
                               perform log-approval
                          else
                               move base-approved-by to prior-approver
                               move base-approved-date to prior-date
                               move "REPLACED" to approve-action
                               perform stamp-base-entry
                               rewrite base-rec
                                    invalid key
                                         perform refuse-approval
                                    not invalid key
                                         perform log-approval
                               end-rewrite
                          end-if
                end-read
           end-if
       exit.
       approve-scenario-exit.

       stamp-base-entry.
           move function current-date to current-date-raw
           move sr-key to base-key
           move sr-result to base-result
           move approver to base-approved-by
           move current-date-raw(1:8) to base-approved-date
           move current-date-raw(9:6) to base-approved-time
           move approve-reason to base-reason
       exit.
       stamp-base-entry-exit.

       log-approval.
           move function current-date to current-date-raw
           move spaces to apr-rec
           move current-date-raw(1:8) to apr-date
           move current-date-raw(9:6) to apr-time
           move approver to apr-approver
           move approve-action to apr-action
           move sr-key to apr-key
           move approve-reason to apr-reason
           write apr-rec
           compute approved-count = approved-count + 1
           move spaces to linetext
           evaluate approve-action
                when "NEW"
                     move "  NEW - baseline approved" to linetext
                when "SAME"
                     move "  SAME - approved result unchanged"
                          to linetext
                when other
                     string "  REPLACED - was " delimited by size
                          prior-date delimited by size
                          " by " delimited by size
                          prior-approver delimited by size
                          into linetext
                     end-string
           end-evaluate
           write reportrec from outlinetext
       exit.
       log-approval-exit.

       refuse-approval.
           compute refused-count = refused-count + 1
           move 8 to cmp-severity
           move spaces to linetext
           string "  REFUSED - not filed, status " delimited by size
                base-status delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Seeded scenario " seeded-count
                " - baseline not filed, status " base-status
       exit.
       refuse-approval-exit.

      *> seedres.dat records with no detail record left to match
      *> mean the extract is short or is another night's.
       check-seed-leftovers.
           perform count-seed-leftover until seed-at-end
           if seed-extra-count > zero
                move 8 to cmp-severity
                move spaces to linetext
                string "seedres.dat has " delimited by size
                     seed-extra-count delimited by size
                     " records past extract" delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                display "seedres.dat has " seed-extra-count
                     " records with no extract detail"
           end-if
       exit.
       check-seed-leftovers-exit.

       count-seed-leftover.
           read seedfile
                at end
                     set seed-at-end to true
                not at end
                     compute seed-extra-count = seed-extra-count + 1
           end-read
       exit.
       count-seed-leftover-exit.

       compare-summary.
           write reportrec from outlinetop
           move spaces to linetext
           string "Detail records " delimited by size
                detail-count delimited by size
                " Seeded " delimited by size
                seeded-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           if mode-approve
                move spaces to linetext
                string "Approved " delimited by size
                     approved-count delimited by size
                     " Refused " delimited by size
                     refused-count delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           else
                move spaces to linetext
                string "Matched " delimited by size
                     match-count delimited by size
                     " Drifted " delimited by size
                     drift-scen-count delimited by size
                     " Nobase " delimited by size
                     nobase-count delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
                move spaces to linetext
                string "Figures drifted " delimited by size
                     drift-total delimited by size
                     into linetext
                end-string
                write reportrec from outlinetext
           end-if
           move spaces to linetext
           string "Out of step " delimited by size
                out-step-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           if seeded-count = zero and ext-is-open
                if cmp-severity < 4
                     move 4 to cmp-severity
                end-if
                move "No seeded scenario on extract.csv." to linetext
                write reportrec from outlinetext
                display "No seeded scenario on extract.csv"
           end-if
           move spaces to linetext
           string "Return code " delimited by size
                cmp-severity delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           display "Seeded " seeded-count " matched " match-count
                " drifted " drift-scen-count " nobase " nobase-count
                " approved " approved-count
       exit.
       compare-summary-exit.

      *> One step record onto the night's shared job log - program,
      *> run (none - seeded scenarios are never numbered), start and
      *> end, return code and the control counts for this mode.
       write-job-step.
           move function current-date to job-end-raw
           move "BASECMP" to job-program
           move zero to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
           move "SCENS" to job-count-label(1)
           move seeded-count to job-count-value(1)
           if mode-approve
                move "APPRVD" to job-count-label(2)
                move approved-count to job-count-value(2)
                move "REFUSD" to job-count-label(3)
                move refused-count to job-count-value(3)
           else
                move "DRIFT" to job-count-label(2)
                move drift-scen-count to job-count-value(2)
                move "NOBASE" to job-count-label(3)
                move nobase-count to job-count-value(3)
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
