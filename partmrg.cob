      *> Partitioned Run Merge
      *> partmrg.cob
      *>
      *> Combines the partitions of one partitioned THREE run back
      *> into the run it stands for.  Each partition job leaves a
      *> result record on prtNN.dat and a partial audit trail on
      *> audpNN.rec; this step checks that every partition from 1 to
      *> N is there exactly once, played the same card, covered its
      *> own slice of the games with nothing missed or played twice,
      *> drew on its own random stream and reconciles its own control
      *> totals - and only then draws the run number, joins the
      *> partial trails into one audit.rec under it (so AUDVER checks
      *> it as normal), and writes the output.rec report, history.dat
      *> record, extract detail and exceptions the run would have
      *> produced had it been played in one piece - and, for a seeded
      *> card, the seedres.dat result BASECMP holds against the
      *> baseline library.
      *>
      *> N comes off the parm card partmrg.dat (columns 1-2), or when
      *> there is none, off partition 1's own result record.  Nothing
      *> is merged unless every partition passes: a refused merge
      *> draws no number and leaves audit.rec and history.dat alone.
      *> RETURN-CODE 0 merged clean, 4 merged with warnings, 8 merge
      *> refused or the combined run failed a check.
       identification division.
       program-id.              partmrg.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select optional parmfile assign to "partmrg.dat"
        organization is line sequential.
        select prtfile assign to prt-name
        organization is line sequential
        file status is prt-status.
        select partauditfile assign to paud-name
        organization is line sequential
        file status is paud-status.
        select outfile assign to "output.rec"
        organization is line sequential.
        select auditfile assign to "audit.rec"
        organization is line sequential.
        select extractfile assign to "extract.csv"
        organization is line sequential.
        select excfile assign to "exception.rec"
        organization is line sequential.
        select seedfile assign to "seedres.dat"
        organization is line sequential.
        select optional runctrfile assign to "runctr.dat"
        organization is line sequential.
        select histfile assign to "history.dat"
        organization is indexed
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
       data division.
       file section.
       fd parmfile
        label records are standard.
       01 parm-rec.
           02 parm-parts             pic 9(2).
           02 filler                 pic x(78).
      *> one partition's result, exactly as THREE writes it.
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
      *> a partition's partial audit trail - rows laid out as PLAY
      *> writes them, read into auditlineout below.
       fd partauditfile
        label records are standard.
       01 partaudit-rec          pic x(48).
       fd outfile
        label records are standard.
       01 outrec                pic x(48).
       fd auditfile
        label records are standard.
       01 auditline              pic x(48).
       fd extractfile
        label records are standard.
       01 extractrec             pic x(140).
       fd excfile
        label records are standard.
       01 excrec                 pic x(40).
      *> a seeded card's full result, laid out as THREE writes it for
      *> BASECMP - the partition jobs write none, so the merged run's
      *> record is written here.
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
       fd runctrfile
        label records are standard.
       01 runctr-rec             pic 9(6).
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
       fd exchistfile
        label records are standard.
       01 exh-rec.
           02 exh-key.
               03 exh-runno          pic 9(6).
               03 exh-date           pic 9(8).
               03 exh-seq            pic 9(3).
           02 exh-severity           pic 9.
           02 exh-reason             pic x(6).
           02 exh-text               pic x(24).
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
           02 reg-auth-by            pic x(8).
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
      *> the card the partitions were cut from, taken off the first
      *> partition read and held every other partition to.
       01 runparms.
           02 trial-count            pic 9(8) value zero.
           02 num-doors              pic 9(3) value zero.
           02 random-seed            pic 9(9) value zero.
           02 host-mode              pic x(1) value space.
               88 ignorant-host      value "I".
           02 stake-per-game         pic 9(5) value zero.
           02 prize-value            pic 9(7) value zero.
           02 opens-count            pic 9(3) value zero.
           02 closed-remaining       pic 9(3) value 1.
           02 econ-mode              pic 9  value zero.
               88 economics-on       value 1.
           02 shape-switch           pic 9  value zero.
               88 shape-known        value 1.
           02 voidgames              pic 9(8) value zero.
           02 valid-games            pic 9(8) value zero.
           02 lostgames              pic 9(8) value zero.
           02 offer-policy           pic x(1) value space.
               88 offer-always       value space.
               88 offer-angelic      value "A".
               88 offer-devil        value "D".
           02 offer-pc               pic 9(3) value zero.
           02 nooffergames           pic 9(8) value zero.
           02 stick-bank             pic s9(9) value zero.
           02 twist-bank             pic s9(9) value zero.
           02 rand-bank              pic s9(9) value zero.
           02 bank-edit              pic -zzzzzzzz9.
      *> the partitions.  Each one's expected slice is worked out the
      *> same way THREE's partition-setup cuts it, so a missing or
      *> misnumbered partition cannot shift the others' ranges.
       01 mergevars.
           02 merge-parts            pic 9(2) value zero.
           02 part-ix                pic 9(2) value zero.
           02 seed-ix                pic 9(2) value zero.
           02 part-per               pic 9(8) value zero.
           02 expect-first           pic 9(8) value zero.
           02 expect-last            pic 9(8) value zero.
           02 expect-game            pic 9(8) value zero.
           02 part-rows              pic 9(8) value zero.
           02 part-suffix            pic 9(2) value zero.
           02 part-fault-switch      pic 9  value zero.
               88 part-faulted       value 1.
           02 merge-refused-switch   pic 9  value zero.
               88 merge-refused      value 1.
           02 part-eof-switch        pic 9  value zero.
               88 part-at-end        value 1.
           02 paud-eof-switch        pic 9  value zero.
               88 paud-at-end        value 1.
           02 parts-merged           pic 9(2) value zero.
           02 xtab-check             pic 9(9) value zero.
           02 recon-part             pic 9(9) value zero.
       01 parttable.
           02 part-entry occurs 99 times.
               03 pt-stream-seed     pic 9(9).
               03 pt-first-game      pic 9(8).
               03 pt-last-game       pic 9(8).
               03 pt-games           pic 9(8).
       01 filenames.
           02 prt-name               pic x(20) value spaces.
           02 paud-name              pic x(20) value spaces.
           02 prt-status             pic x(2) value "00".
           02 paud-status            pic x(2) value "00".
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
           02 run-number             pic 9(6) value zero.
           02 hist-status            pic x(2) value "00".
           02 hist-start-run         pic 9(6) value zero.
           02 hist-eof-switch        pic 9  value zero.
               88 hist-at-end        value 1.
           02 hist-lines-to-show     pic 9(2) value 5.
       01 timestampvars.
           02 current-date-raw       pic x(21).
      *> the achieved precision recorded with the run - a partitioned
      *> run always plays its fixed trials, so it stops on F.
       01 precisionvars.
           02 prec-games             pic 9(8) value zero.
           02 prec-valid             pic 9(8) value zero.
           02 prec-pc                pic 9(3)v99 value zero.
           02 prec-width             pic 9(3)v99 value zero.
           02 achieved-precision     pic 9(3)v99 value zero.
           02 run-stop               pic x(1) value "F".
           02 prec-edit              pic Z9.99.
       01 chivars.
           02 expected-count         pic 9(9)v99 value zero.
           02 expected-count-d       pic 9(9)v99 value zero.
           02 chi-square             pic 9(9)v99 value zero.
           02 chi-critical-2df       pic 9(2)v999 value 5.991.
           02 chi-critical-3df       pic 9(2)v999 value 7.815.
           02 chi-flag               pic x(4) value spaces.
           02 chi-square-edit        pic ZZZZZZZZ9.99.
           02 chi-critical-edit      pic Z9.999.
       01 extractvars.
           02 ext-rec-count          pic 9(6) value zero.
           02 ext-hash-games         pic 9(12) value zero.
           02 ext-hash-stick         pic 9(12) value zero.
           02 ext-hash-twist         pic 9(12) value zero.
           02 ext-timestamp          pic x(14) value spaces.
           02 ext-runno              pic 9(6) value zero.
           02 ext-stickpc-edit       pic 99.99.
           02 ext-twistpc-edit       pic 99.99.
           02 ext-randpc-edit        pic 99.99.
           02 ext-chi-edit           pic 9(9).99.
       01 civars.
           02 ci-count               pic 9(8) value zero.
           02 ci-pc                  pic 9(3)v99 value zero.
           02 ci-se-work             pic 9(4)v9(4) value zero.
           02 ci-se                  pic 9(2)v99 value zero.
           02 ci-low                 pic s9(3)v99 value zero.
           02 ci-high                pic 9(3)v99 value zero.
           02 z-95                   pic 9v99 value 1.96.
           02 ci-pc-edit             pic ZZ9.99.
           02 ci-se-edit             pic Z9.99.
           02 ci-low-edit            pic ZZ9.99.
           02 ci-high-edit           pic ZZ9.99.
       01 fitvars.
           02 fit-expected-stick     pic 9(9)v99 value zero.
           02 fit-expected-twist     pic 9(9)v99 value zero.
           02 fit-expected-lost      pic 9(9)v99 value zero.
           02 fit-chi                pic 9(9)v99 value zero.
           02 fit-critical-1df       pic 9(2)v999 value 3.841.
           02 fit-flag               pic x(4) value spaces.
           02 fit-chi-edit           pic ZZZZZZZZ9.99.
       01 xtabvars.
           02 xtab-max-doors         pic 9(2) value 10.
           02 xtab-win-ix            pic 9(2) value zero.
           02 xtab-cho-ix            pic 9(2) value zero.
           02 xtab-total             pic 9(9) value zero.
           02 xtab-expected          pic 9(9)v99 value zero.
           02 xtab-share             pic 9(3)v99 value zero.
           02 xtab-deviation         pic s9(9)v99 value zero.
           02 xtab-dev-pc            pic 9(5)v99 value zero.
           02 xtab-tolerance         pic 9(3)v99 value 20.00.
           02 xtab-min-expected      pic 9(2) value 5.
           02 xtab-flagged           pic 9(4) value zero.
           02 xtab-door-out          pic 9(3) value zero.
           02 xtab-share-edit        pic ZZ9.99.
       01 xtabtable.
           02 xtab-row occurs 10 times.
               03 xtab-cell occurs 10 times pic 9(8).
       01 exceptionvars.
           02 run-severity           pic 9 value zero.
           02 exh-status             pic x(2) value "00".
           02 exh-written-switch     pic 9  value zero.
               88 exh-written        value 1.
       01 exceptionline.
           02 exc-runno              pic 9(6).
           02 filler                 pic x(1) value space.
           02 exc-severity           pic 9.
           02 filler                 pic x(1) value space.
           02 exc-reason             pic x(6).
           02 filler                 pic x(1) value space.
           02 exc-text               pic x(24).
       01 registervars.
           02 reg-status             pic x(2) value "00".
           02 register-runno         pic 9(6) value zero.
           02 register-state         pic x(1) value space.
           02 register-games         pic 9(8) value zero.
           02 register-note          pic x(24) value spaces.
           02 hist-written-switch    pic 9  value zero.
               88 hist-written       value 1.
       01 jobstepvars.
           02 job-status             pic x(2) value "00".
           02 job-start-raw          pic x(21).
           02 job-end-raw            pic x(21).
           02 step-hist              pic 9(6) value zero.
       01 reconvars.
           02 recon-stick-twist      pic 9(9) value zero.
           02 recon-cnt-sum          pic 9(9) value zero.
           02 recon-out-of-balance   pic 9  value zero.
               88 recon-failed       value 1.
       01 counters.
           02 games                  pic 9(8) value zero.
           02 stick                  pic 9(8) value zero.
           02 twist                  pic 9(8) value zero.
           02 numa                   pic 9(8) value zero.
           02 numb                   pic 9(8) value zero.
           02 numc                   pic 9(8) value zero.
           02 numd                   pic 9(8) value zero.
           02 randwin                pic 9(8) value zero.
           02 cnt                    pic 9(9) value zero.
           02 audit-rows             pic 9(8) value zero.
       01 outputvars.
           02 resultstext            pic X(21) value spaces.
       01 auditlineout.
           02 aud-game               pic 9(8).
           02 filler                 pic x(1) value space.
           02 aud-winning            pic 9(3).
           02 filler                 pic x(1) value space.
           02 aud-chosen             pic 9(3).
           02 filler                 pic x(1) value space.
           02 aud-remove             pic 9(3).
           02 filler                 pic x(1) value space.
           02 aud-result             pic x(15).
           02 aud-runno              pic 9(6).
           02 filler                 pic x(1) value space.
           02 aud-opens              pic 9(3).
           02 filler                 pic x(1) value space.
           02 aud-policy             pic x(1).
       01 percentages.
           02 stickpc                pic 9(2)V99.
           02 twistpc                pic 9(2)V99.
           02 randwinpc              pic 9(2)V99.
           02 apc                    pic 9(2)V99.
           02 bpc                    pic 9(2)V99.
           02 cpc                    pic 9(2)V99.
           02 pc-edit                pic Z9.99.

       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                05 marginleft pic x(2) value all '* '.
                05 linetext pic x(44) value all spaces.
                05 marginright pic x(2) value all ' *'.
       01 outlineresults.
                05 games-out pic x(8) value 'Games'.
                05 filler pic x(1).
                05 stick-out pic x(8) value 'Stick'.
                05 filler pic x(1).
                05 twist-out pic x(8) value 'Twist'.
                05 filler pic x(1).
                05 rand-out pic x(8) value 'Rand'.
                05 filler pic x(1).
                05 result-txt pic x(12) value spaces.
       01 outlinerand.
                05 calledr pic x(9) value 'Called'.
                05 filler pic x(3).
                05 pickeda pic x(8) value '    A'.
                05 filler pic x(3).
                05 pickedb pic x(8) value '    B'.
                05 filler pic x(3).
                05 pickedc pic x(8) value '    C'.
                05 filler pic x(6).
       01 outlineheader.
                05 hdr-label pic x(9) value 'Run Id: '.
                05 hdr-runno-out pic x(6) value spaces.
                05 filler pic x(2).
                05 hdr-ts-label pic x(6) value 'Time: '.
                05 hdr-ts-out pic x(15) value spaces.
                05 filler pic x(10).
       01 outlinechi.
                05 chi-label pic x(12) value 'Chi-Square: '.
                05 chi-value-out pic x(13) value spaces.
                05 filler pic x(2).
                05 chi-flag-out pic x(4) value spaces.
                05 filler pic x(17).
       01 outlinerecon.
                05 marginleft pic x(2) value all '* '.
                05 recon-text pic x(44) value spaces.
                05 marginright pic x(2) value all ' *'.
       01 outlinehisttop.
                05 hist-run-out pic x(6) value 'Run'.
                05 filler pic x(1).
                05 hist-games-out pic x(8) value 'Games'.
                05 filler pic x(1).
                05 hist-stickpc-out pic x(6) value 'StkPc'.
                05 filler pic x(1).
                05 hist-twistpc-out pic x(6) value 'TwiPc'.
                05 filler pic x(19).
       01 outlineci.
                05 ci-name-out pic x(6) value spaces.
                05 filler pic x(1).
                05 ci-pc-out pic x(6) value spaces.
                05 filler pic x(1).
                05 ci-pm pic x(4) value '+/- '.
                05 ci-se-out pic x(5) value spaces.
                05 filler pic x(1).
                05 ci-range-out pic x(16) value spaces.
                05 filler pic x(8).
       01 outlinefit.
                05 fit-label pic x(12) value 'Theory Fit: '.
                05 fit-value-out pic x(13) value spaces.
                05 filler pic x(2).
                05 fit-flag-out pic x(4) value spaces.
                05 filler pic x(17).
       01 outlinebank.
                05 bank-name-out pic x(6) value spaces.
                05 filler pic x(1).
                05 bank-label pic x(9) value 'Bank/Net '.
                05 bank-amount-out pic x(10) value spaces.
                05 filler pic x(22).
       01 outlinextab.
                05 xt-win-label pic x(2) value 'W '.
                05 xt-win-out pic x(3) value spaces.
                05 filler pic x(1).
                05 xt-cho-label pic x(2) value 'C '.
                05 xt-cho-out pic x(3) value spaces.
                05 filler pic x(1).
                05 xt-count-out pic x(8) value spaces.
                05 filler pic x(1).
                05 xt-share-out pic x(6) value spaces.
                05 filler pic x(1).
                05 xt-flag-out pic x(4) value spaces.
                05 filler pic x(16).
       01 outlinepart.
                05 pl-part-label pic x(5) value 'Part '.
                05 pl-part-out pic x(2) value spaces.
                05 filler pic x(1).
                05 pl-first-out pic x(8) value spaces.
                05 pl-dash pic x(1) value '-'.
                05 pl-last-out pic x(8) value spaces.
                05 filler pic x(1).
                05 pl-games-out pic x(8) value spaces.
                05 filler pic x(1).
                05 pl-verdict-out pic x(6) value spaces.
                05 filler pic x(7).
       procedure division.
       main-logic-section.
       begin.
           move function current-date to job-start-raw
           move zeros to parttable
           move zeros to xtabtable
           open output outfile
           open output excfile
           display '*** Partitioned Run Merge ***'
           write outrec from outlinetop
           move "Partition Merge!" to linetext
           write outrec from outlinetext
           write outrec from outlinetop
           perform find-merge-parts
           if merge-parts > zero
                perform check-partition
                     varying part-ix from 1 by 1
                     until part-ix > merge-parts
                perform check-no-extra-partition
           end-if
           write outrec from outlinetop
      *> all or nothing - one bad partition and the run is not put
      *> together from the rest, since the pieces would no longer
      *> add up to the card that was submitted.
           if merge-refused
                move "Merge refused - nothing combined." to linetext
                write outrec from outlinetext
                write outrec from outlinetop
                display "*** Merge refused - no run number drawn, "
                     "audit.rec and history.dat untouched ***"
           else
                perform merge-run
           end-if
           close excfile
           close outfile
           display "*** The End ***"
           display "Output Statistics written to output.rec"
           if not merge-refused
                display "Per-game audit trail written to audit.rec"
                display "Delimited extract written to extract.csv"
           end-if
           if run-severity > zero
                display "Exceptions raised - see exception.rec, "
                     "return code " run-severity
           end-if
           move run-severity to return-code
           perform write-job-step
           stop run.
       main-logic-exit.

      *> How many partitions to expect: the parm card if it carries a
      *> count, otherwise what partition 1 says it was one of.
       find-merge-parts.
           open input parmfile
           read parmfile
                at end
                     continue
                not at end
                     if parm-parts is numeric and parm-parts > 1
                          move parm-parts to merge-parts
                     end-if
           end-read
           close parmfile
           if merge-parts = zero
                move "prt01.dat" to prt-name
                open input prtfile
                if prt-status = "00"
                     read prtfile
                          at end
                               continue
                          not at end
                               if prt-part-of is numeric
                                    move prt-part-of to merge-parts
                               end-if
                     end-read
                     close prtfile
                end-if
           end-if
           if merge-parts < 2
                display "*** No partition count - partition 1 "
                     "missing and no parm card ***"
                move "No partition count found." to linetext
                write outrec from outlinetext
                move zero to merge-parts
                move 8 to exc-severity
                move "MRG001" to exc-reason
                move "PARTITION COUNT UNKNOWN" to exc-text
                perform raise-exception
                set merge-refused to true
           else
                display "Merging " merge-parts " partitions"
           end-if
       exit.
       find-merge-parts-exit.

      *> One partition: its result record first, then - if that is
      *> sound - its partial audit trail.  Its counters go into the
      *> combined totals either way; they are only used if every
      *> partition passes.
       check-partition.
           move zero to part-fault-switch
           move zero to part-eof-switch
           move part-ix to part-suffix
           move spaces to prt-name
           string "prt" part-suffix ".dat" delimited by size
                into prt-name
           end-string
           move spaces to paud-name
           string "audp" part-suffix ".rec" delimited by size
                into paud-name
           end-string
           move part-ix to pl-part-out
           move spaces to pl-first-out
           move spaces to pl-last-out
           move spaces to pl-games-out
           open input prtfile
           if prt-status not = "00"
                move "PARTITION RESULT MISSING" to exc-text
                move "MRG002" to exc-reason
                perform partition-fault
           else
                read prtfile
                     at end
                          set part-at-end to true
                end-read
                if part-at-end
                     move "PARTITION RESULT EMPTY" to exc-text
                     move "MRG002" to exc-reason
                     perform partition-fault
                else
                     perform check-partition-result
                     read prtfile
                          at end
                               continue
                          not at end
                               move "PARTITION RESULT TWICE"
                                    to exc-text
                               move "MRG003" to exc-reason
                               perform partition-fault
                     end-read
                end-if
                close prtfile
           end-if
           if not part-faulted
                perform check-partition-audit
           end-if
           if part-faulted
                move "FAILED" to pl-verdict-out
           else
                move "OK" to pl-verdict-out
                compute parts-merged = parts-merged + 1
                perform add-partition-totals
           end-if
           write outrec from outlinepart
           display "Partition " part-ix " " pl-first-out " - "
                pl-last-out " games " pl-games-out " "
                pl-verdict-out
       exit.
       check-partition-exit.

      *> The result record against the card, the slice the
      *> partition should have played, the other partitions' random
      *> streams and its own control totals.
       check-partition-result.
      *> a result cut before the offer policy existed reads spaces
      *> there - the always-offer host, no games without an offer.
           if prt-offer-pc is not numeric
                move zero to prt-offer-pc
           end-if
           if prt-nooffer is not numeric
                move zero to prt-nooffer
           end-if
           if not shape-known
                perform take-card-shape
           end-if
           move prt-first-game to pl-first-out
           move prt-last-game to pl-last-out
           move prt-games to pl-games-out
           if prt-part-no not = part-ix or prt-part-of not = merge-parts
                move "PARTITION MISNUMBERED" to exc-text
                move "MRG004" to exc-reason
                perform partition-fault
           end-if
           if prt-trials not = trial-count
                or prt-doors not = num-doors
                or prt-seed not = random-seed
                or prt-host not = host-mode
                or prt-stake not = stake-per-game
                or prt-prize not = prize-value
                or prt-opens not = opens-count
                or prt-policy not = offer-policy
                or prt-offer-pc not = offer-pc
                move "PARTITION CARD DIFFERS" to exc-text
                move "MRG005" to exc-reason
                perform partition-fault
           end-if
           compute expect-first = (part-ix - 1) * part-per
           if part-ix = merge-parts
                move trial-count to expect-last
           else
                compute expect-last = expect-first + part-per - 1
           end-if
           if prt-first-game not = expect-first
                or prt-last-game not = expect-last
                or prt-games not = expect-last - expect-first + 1
                move "PARTITION SLICE WRONG" to exc-text
                move "MRG006" to exc-reason
                perform partition-fault
           end-if
           move prt-stream-seed to pt-stream-seed(part-ix)
           move prt-first-game to pt-first-game(part-ix)
           move prt-last-game to pt-last-game(part-ix)
           move prt-games to pt-games(part-ix)
           perform check-stream-seed
                varying seed-ix from 1 by 1
                until seed-ix >= part-ix
           compute recon-part =
                prt-stick + prt-twist + prt-voided + prt-lost
                + prt-nooffer
           if recon-part not = prt-games
                move "PARTITION GAMES UNBALANCED" to exc-text
                move "MRG007" to exc-reason
                perform partition-fault
           end-if
           compute recon-part =
                prt-numa + prt-numb + prt-numc + prt-numd
           if recon-part not = prt-cnt
                move "PARTITION CNT UNBALANCED" to exc-text
                move "MRG007" to exc-reason
                perform partition-fault
           end-if
           move zero to xtab-check
           perform add-xtab-check
                varying xtab-win-ix from 1 by 1
                until xtab-win-ix > xtab-max-doors
                after xtab-cho-ix from 1 by 1
                until xtab-cho-ix > xtab-max-doors
           if xtab-check not = prt-xtab-total
                or (num-doors <= xtab-max-doors
                     and prt-xtab-total not = prt-games)
                move "PARTITION XTAB UNBALANCED" to exc-text
                move "MRG007" to exc-reason
                perform partition-fault
           end-if
           if prt-audit-rows not = prt-games
                move "PARTITION AUDIT SHORT" to exc-text
                move "MRG007" to exc-reason
                perform partition-fault
           end-if
           if prt-severity >= 8
                move "PARTITION RUN FAILED" to exc-text
                move "MRG008" to exc-reason
                perform partition-fault
           end-if
       exit.
       check-partition-result-exit.

      *> The first partition read fixes the card every other one is
      *> held to, and the slice width THREE cut from it.
       take-card-shape.
           set shape-known to true
           move prt-trials to trial-count
           move prt-doors to num-doors
           move prt-seed to random-seed
           move prt-host to host-mode
           move prt-stake to stake-per-game
           move prt-prize to prize-value
           move prt-opens to opens-count
           move prt-policy to offer-policy
           move prt-offer-pc to offer-pc
           compute part-per = (trial-count + 1) / merge-parts
       exit.
       take-card-shape-exit.

      *> Two partitions on one stream drew the same doors - the run
      *> would be the same games counted twice.
       check-stream-seed.
           if pt-stream-seed(seed-ix) = prt-stream-seed
                move "PARTITION STREAM REUSED" to exc-text
                move "MRG009" to exc-reason
                perform partition-fault
           end-if
       exit.
       check-stream-seed-exit.

       add-xtab-check.
           compute xtab-check = xtab-check
                + prt-xtab-cell(xtab-win-ix, xtab-cho-ix)
       exit.
       add-xtab-check-exit.

      *> The partial trail must hold exactly the partition's games,
      *> in order, with no run number yet on any row.
       check-partition-audit.
           move zero to part-rows
           move zero to paud-eof-switch
           move prt-first-game to expect-game
           open input partauditfile
           if paud-status not = "00"
                move "PARTITION AUDIT MISSING" to exc-text
                move "MRG010" to exc-reason
                perform partition-fault
           else
                perform check-audit-row until paud-at-end
                close partauditfile
                if part-rows not = prt-games
                     move "PARTITION AUDIT ROWS OFF" to exc-text
                     move "MRG010" to exc-reason
                     perform partition-fault
                end-if
           end-if
       exit.
       check-partition-audit-exit.

       check-audit-row.
           read partauditfile into auditlineout
                at end
                     set paud-at-end to true
                not at end
                     compute part-rows = part-rows + 1
                     if aud-game not = expect-game
                          or aud-runno not = zero
                          move "PARTITION AUDIT OUT OF SEQ"
                               to exc-text
                          move "MRG010" to exc-reason
                          perform partition-fault
                          set paud-at-end to true
                     end-if
                     compute expect-game = expect-game + 1
           end-read
       exit.
       check-audit-row-exit.

      *> A partition fault refuses the whole merge.  Each is raised
      *> once per partition - the first found - so one corrupt slice
      *> does not bury the report in its knock-on faults.
       partition-fault.
           if not part-faulted
                set part-faulted to true
                set merge-refused to true
                move 8 to exc-severity
                move spaces to linetext
                string "Part " delimited by size
                     part-suffix delimited by size
                     " " delimited by size
                     exc-text delimited by size
                     into linetext
                end-string
                write outrec from outlinetext
                display "*** Partition " part-suffix " - " exc-text
                     " ***"
                perform raise-exception
           end-if
       exit.
       partition-fault-exit.

      *> A partition beyond N left from an earlier, wider split of
      *> some other run is not part of this one - it is not merged,
      *> but it is worth a warning in case N itself is what is wrong.
       check-no-extra-partition.
           if merge-parts < 99
                compute part-suffix = merge-parts + 1
                move spaces to prt-name
                string "prt" part-suffix ".dat" delimited by size
                     into prt-name
                end-string
                open input prtfile
                if prt-status = "00"
                     close prtfile
                     move spaces to linetext
                     string "Extra " delimited by size
                          prt-name delimited by space
                          " not merged" delimited by size
                          into linetext
                     end-string
                     write outrec from outlinetext
                     display "*** WARNING: " prt-name
                          " present beyond " merge-parts
                          " partitions - not merged ***"
                     move 4 to exc-severity
                     move "MRG011" to exc-reason
                     move "EXTRA PARTITION IGNORED" to exc-text
                     perform raise-exception
                end-if
           end-if
       exit.
       check-no-extra-partition-exit.

       add-partition-totals.
           compute games = games + prt-games
           compute stick = stick + prt-stick
           compute twist = twist + prt-twist
           compute numa = numa + prt-numa
           compute numb = numb + prt-numb
           compute numc = numc + prt-numc
           compute numd = numd + prt-numd
           compute randwin = randwin + prt-randwin
           compute cnt = cnt + prt-cnt
           compute voidgames = voidgames + prt-voided
           compute lostgames = lostgames + prt-lost
           compute nooffergames = nooffergames + prt-nooffer
           compute stick-bank = stick-bank + prt-stick-bank
           compute twist-bank = twist-bank + prt-twist-bank
           compute rand-bank = rand-bank + prt-rand-bank
           compute xtab-total = xtab-total + prt-xtab-total
           perform add-xtab-cell
                varying xtab-win-ix from 1 by 1
                until xtab-win-ix > xtab-max-doors
                after xtab-cho-ix from 1 by 1
                until xtab-cho-ix > xtab-max-doors
       exit.
       add-partition-totals-exit.

       add-xtab-cell.
           compute xtab-cell(xtab-win-ix, xtab-cho-ix) =
                xtab-cell(xtab-win-ix, xtab-cho-ix)
                + prt-xtab-cell(xtab-win-ix, xtab-cho-ix)
       exit.
       add-xtab-cell-exit.

      *> Every partition is in and sound - number the run, join the
      *> trails under that number, then report, record and extract
      *> the run exactly as THREE finishes an unpartitioned one.
       merge-run.
           if opens-count > zero
                compute closed-remaining =
                     num-doors - 1 - opens-count
           else
                move 1 to closed-remaining
           end-if
           if stake-per-game > zero and prize-value > zero
                move 1 to econ-mode
           else
                move zero to econ-mode
           end-if
      *> a seeded card is a regression run - never numbered, never
      *> on the history file - whether it was played whole or split.
           if random-seed = zero
                perform assign-run-number
           end-if
           perform join-audit-trails
           open output extractfile
           perform write-extract-header
      *> created on every merge, as THREE creates it on every
      *> whole-card execution - empty for an unseeded card, so
      *> BASECMP never meets a stale one.
           open output seedfile
           write outrec from outlinetop
           if random-seed = zero
                move function current-date to current-date-raw
                move run-number to hdr-runno-out
                move current-date-raw(1:14) to hdr-ts-out
                write outrec from outlineheader
                write outrec from outlinetop
           end-if
           move "Three Card Game Paradox!" to linetext
           write outrec from outlinetext
           write outrec from outlinetop
           write outrec from outlineresults
           write outrec from outlinetop
           move spaces to linetext
           string "Merged from " delimited by size
                merge-parts delimited by size
                " partitions" delimited by size
                into linetext
           end-string
           write outrec from outlinetext
           perform finish-scenario
           perform write-extract-trailer
           close extractfile
           close seedfile
       exit.
       merge-run-exit.

      *> The partial trails, partition by partition, onto one
      *> audit.rec - each row restamped with the combined run's
      *> number (zero for a seeded card, as PLAY would have written).
       join-audit-trails.
           open output auditfile
           perform join-partition-trail
                varying part-ix from 1 by 1
                until part-ix > merge-parts
           close auditfile
           display "Audit trail joined - " audit-rows " rows"
       exit.
       join-audit-trails-exit.

       join-partition-trail.
           move part-ix to part-suffix
           move spaces to paud-name
           string "audp" part-suffix ".rec" delimited by size
                into paud-name
           end-string
           move zero to paud-eof-switch
           open input partauditfile
           perform copy-audit-row until paud-at-end
           close partauditfile
       exit.
       join-partition-trail-exit.

       copy-audit-row.
           read partauditfile into auditlineout
                at end
                     set paud-at-end to true
                not at end
                     move run-number to aud-runno
                     write auditline from auditlineout
                     compute audit-rows = audit-rows + 1
           end-read
       exit.
       copy-audit-row-exit.

      *> One exception onto the file, and the run's return code
      *> ratcheted up to the worst severity seen.  Callers set
      *> exc-severity, exc-reason and exc-text before performing.
       raise-exception.
           move run-number to exc-runno
           write excrec from exceptionline
           if exc-severity > run-severity
                move exc-severity to run-severity
           end-if
           perform accumulate-exception
       exit.
       raise-exception-exit.

      *> The same exception onto the persistent history file, exactly
      *> as THREE keeps it for EXCRPT.
       accumulate-exception.
           open i-o exchistfile
           if exh-status = "35"
                open output exchistfile
                close exchistfile
                open i-o exchistfile
           end-if
           if exh-status not = "00"
                display "Exception history not writable, status "
                     exh-status
           else
                move exc-runno to exh-runno
                move function current-date to current-date-raw
                move current-date-raw(1:8) to exh-date
                move zero to exh-seq
                move exc-severity to exh-severity
                move exc-reason to exh-reason
                move exc-text to exh-text
                move zero to exh-written-switch
                perform write-exception-history
                     until exh-written or exh-seq = 999
                if not exh-written
                     display "Exception history full for run "
                          exh-runno " date " exh-date
                end-if
                close exchistfile
           end-if
       exit.
       accumulate-exception-exit.

       write-exception-history.
           compute exh-seq = exh-seq + 1
           write exh-rec
                invalid key
                     continue
                not invalid key
                     set exh-written to true
           end-write
       exit.
       write-exception-history-exit.

      *> The combined run's results, bankrolls, confidence, random
      *> analysis, cross-tab, history and extract detail - THREE's
      *> finish-scenario over the summed partition counters.
       finish-scenario.
           perform reconcile-totals
           if stick > twist then
                move "It's Better to Stick" to resultstext
                move "Stick!" to result-txt
           else
                move "It's Better to Twist" to resultstext
                move "Twist!" to result-txt
           end-if
           display "*** Results ***"
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
                move zero to randwinpc
           end-if
           display "Game played " games " times."
           if ignorant-host
                display "Ignorant host: " voidgames
                     " games voided (prize exposed), "
                     valid-games " games stand."
                move spaces to linetext
                string "Voided " delimited by size
                     voidgames delimited by size
                     " Valid " delimited by size
                     valid-games delimited by size
                     into linetext
                end-string
                write outrec from outlinetext
           end-if
           if opens-count > zero
                display "Generalised host opened " opens-count
                     " doors - " lostgames
                     " games lost both ways."
                move spaces to linetext
                string "Opened " delimited by size
                     opens-count delimited by size
                     " Lost both ways " delimited by size
                     lostgames delimited by size
                     into linetext
                end-string
                write outrec from outlinetext
           end-if
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
                "%) times."
           display resultstext
           move games to games-out
           move stick to stick-out
           move twist to twist-out
           move randwin to rand-out
           write outrec from outlineresults
           write outrec from outlinetop
           if economics-on
                perform bankroll-report
           end-if
           perform strategy-confidence
           move games to prec-games
           perform measure-precision
           write outrec from outlinetop
           move "How Random is Random Function!" to linetext
           write outrec from outlinetext
           write outrec from outlinetop
           write outrec from outlinerand
           write outrec from outlinetop
           perform randum-analysis
           perform crosstab-report
           if random-seed = zero
                write outrec from outlinetop
                move "Run History - Last Runs!" to linetext
                write outrec from outlinetext
                write outrec from outlinetop
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
       exit.
       finish-scenario-exit.

      *> The merged run's result under its card, filed apart from the
      *> card played whole by its partition count.  A precision
      *> target and ceiling are ignored on a partitioned card, so
      *> they are filed as zero - the card as it was played.
       write-seed-result.
           move trial-count to sr-trials
           move num-doors to sr-doors
           move random-seed to sr-seed
           move host-mode to sr-host
           move stake-per-game to sr-stake
           move prize-value to sr-prize
           move opens-count to sr-opens
           move zero to sr-target
           move zero to sr-ceiling
           move offer-policy to sr-policy
           move offer-pc to sr-offer-pc
           move merge-parts to sr-parts
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

      *> The combined run's control totals.  Each partition balanced
      *> on its own to get this far, so a failure here means the
      *> summing itself went wrong.
       reconcile-totals.
           move zero to recon-out-of-balance
           compute recon-stick-twist =
                stick + twist + voidgames + lostgames + nooffergames
           if recon-stick-twist not = games
                set recon-failed to true
                move "WARNING: GAMES <> STK+TWI+LOST+VOID+NOOF"
                     to recon-text
                write outrec from outlinerecon
                display "*** WARNING: GAMES (" games
                     ") does not equal STICK + TWIST ("
                     recon-stick-twist ") ***"
                move 4 to exc-severity
                move "REC001" to exc-reason
                move "GAMES<>STK+TWI+LOST+VOID" to exc-text
                perform raise-exception
           end-if
           compute recon-cnt-sum = numa + numb + numc + numd
           if recon-cnt-sum not = cnt
                set recon-failed to true
                move "WARNING: CNT <> NUMA+NUMB+C+D"
                     to recon-text
                write outrec from outlinerecon
                display "*** WARNING: CNT (" cnt
                     ") does not equal NUMA+NUMB+NUMC+NUMD ("
                     recon-cnt-sum ") ***"
                move 4 to exc-severity
                move "REC002" to exc-reason
                move "CNT<>NUMA+NUMB+NUMC+NUMD" to exc-text
                perform raise-exception
           end-if
           if audit-rows not = games
                set recon-failed to true
                move "WARNING: AUDIT ROWS <> GAMES" to recon-text
                write outrec from outlinerecon
                display "*** WARNING: audit rows (" audit-rows
                     ") does not equal GAMES (" games ") ***"
                move 8 to exc-severity
                move "MRG012" to exc-reason
                move "JOINED AUDIT ROWS<>GAMES" to exc-text
                perform raise-exception
           end-if
           if not recon-failed
                display "Control totals reconciled OK."
           end-if
       exit.
       reconcile-totals-exit.

       bankroll-report.
           write outrec from outlinetop
           move "Bankrolls - Net Profit/Loss!" to linetext
           write outrec from outlinetext
           write outrec from outlinetop
           display "*** Bankrolls (stake " stake-per-game
                ", prize " prize-value ") ***"
           move spaces to linetext
           string "Stake " delimited by size
                stake-per-game delimited by size
                " Prize " delimited by size
                prize-value delimited by size
                into linetext
           end-string
           write outrec from outlinetext
           move "Stick " to bank-name-out
           move stick-bank to bank-edit
           move bank-edit to bank-amount-out
           write outrec from outlinebank
           display "Always-stick  ends at " bank-edit
           move "Twist " to bank-name-out
           move twist-bank to bank-edit
           move bank-edit to bank-amount-out
           write outrec from outlinebank
           display "Always-switch ends at " bank-edit
           move "Random" to bank-name-out
           move rand-bank to bank-edit
           move bank-edit to bank-amount-out
           write outrec from outlinebank
           display "Random-choice ends at " bank-edit
           write outrec from outlinetop
       exit.
       bankroll-report-exit.

       strategy-confidence.
           if valid-games = zero
                display "No valid games - confidence block skipped."
           else
                write outrec from outlinetop
                move "Strategy Confidence - 95% CI!" to linetext
                write outrec from outlinetext
                write outrec from outlinetop
                display "*** Strategy Confidence (95% CI) ***"
                move "Stick " to ci-name-out
                move stick to ci-count
                perform confidence-line
                move "Twist " to ci-name-out
                move twist to ci-count
                perform confidence-line
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
       strategy-confidence-exit.

       confidence-line.
           compute ci-pc = (ci-count / valid-games) * 100
           compute ci-se-work =
                (ci-pc * (100 - ci-pc)) / valid-games
           compute ci-se = function sqrt (ci-se-work)
           compute ci-low = ci-pc - (z-95 * ci-se)
           compute ci-high = ci-pc + (z-95 * ci-se)
           if ci-low < zero
                move zero to ci-low
           end-if
           if ci-high > 100
                move 100 to ci-high
           end-if
           move ci-pc to ci-pc-edit
           move ci-pc-edit to ci-pc-out
           move ci-se to ci-se-edit
           move ci-se-edit to ci-se-out
           move ci-low to ci-low-edit
           move ci-high to ci-high-edit
           move spaces to ci-range-out
           string "(" delimited by size
                ci-low-edit delimited by size
                " -" delimited by size
                ci-high-edit delimited by size
                ")" delimited by size
                into ci-range-out
           end-string
           write outrec from outlineci
           display ci-name-out " " ci-pc-edit "% +/- " ci-se-edit
                " CI " ci-range-out
       exit.
       confidence-line-exit.

      *> Theory fit exactly as THREE tests it - see the notes there
      *> on the two- and three-bucket cases.
       theory-fit.
           if closed-remaining > 1
                if ignorant-host
                     compute fit-expected-stick =
                          valid-games / (closed-remaining + 1)
                     move fit-expected-stick to fit-expected-twist
                else
                     compute fit-expected-stick =
                          valid-games / num-doors
                     compute fit-expected-twist =
                          valid-games * (num-doors - 1)
                          / (num-doors * closed-remaining)
                end-if
                compute fit-expected-lost = valid-games
                     - fit-expected-stick - fit-expected-twist
           else
                if ignorant-host
                     compute fit-expected-stick = valid-games / 2
                     move fit-expected-stick to fit-expected-twist
                else
                     compute fit-expected-stick =
                          valid-games / num-doors
                     compute fit-expected-twist =
                          valid-games * (num-doors - 1) / num-doors
                end-if
                move zero to fit-expected-lost
           end-if
           if fit-expected-stick = zero or fit-expected-twist = zero
                display "Theory fit skipped - expected count zero."
                move spaces to fit-flag
           else
                compute fit-chi =
                     (((stick - fit-expected-stick) ** 2)
                          / fit-expected-stick)
                   + (((twist - fit-expected-twist) ** 2)
                          / fit-expected-twist)
                if fit-expected-lost > zero
                     compute fit-chi = fit-chi
                        + (((lostgames - fit-expected-lost) ** 2)
                               / fit-expected-lost)
                     if fit-chi <= chi-critical-2df
                          move "PASS" to fit-flag
                     else
                          move "FAIL" to fit-flag
                     end-if
                else
                     if fit-chi <= fit-critical-1df
                          move "PASS" to fit-flag
                     else
                          move "FAIL" to fit-flag
                     end-if
                end-if
                move fit-chi to fit-chi-edit
                move fit-chi-edit to fit-value-out
                move fit-flag to fit-flag-out
                write outrec from outlinefit
                if fit-expected-lost > zero
                     display "Theory Fit Chi-Square = " fit-chi-edit
                          " (critical  5.991 at 2 d.f., alpha 0.05)"
                          " - " fit-flag
                else
                     display "Theory Fit Chi-Square = " fit-chi-edit
                          " (critical  3.841 at 1 d.f., alpha 0.05)"
                          " - " fit-flag
                end-if
                if fit-flag = "FAIL"
                     move 4 to exc-severity
                     move "FIT001" to exc-reason
                     move "THEORY FIT CHI-SQ FAIL" to exc-text
                     perform raise-exception
                end-if
           end-if
       exit.
       theory-fit-exit.

      *> The selective hosts' split, as THREE's policy-fit: the
      *> angel's offered games never go to the sticker and go to
      *> the switcher 1 in closed-remaining, the devil's all go to
      *> the sticker.  A count where theory says none is a FAIL.
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

      *> The wider of the stick and twist 95% half-widths, as THREE
      *> measures it for hist-precision.
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

      *> Random analysis over every partition's draws together - the
      *> chi-square the run would have had played in one piece.
       randum-analysis.
           display "*** Random Analysis ***"
           display "Random called " cnt " times"
           compute apc = (numa/cnt)*100
           compute bpc = (numb/cnt)*100
           compute cpc = (numc/cnt)*100
           display "A " numa " times ("apc"%), B " numb
                " times ("bpc"%), C " numc " times ("cpc"%)."
           move numa to pickeda
           move numb to pickedb
           move numc to pickedc
           move cnt  to calledr
           write outrec from outlinerand
           if num-doors > 3
                compute expected-count = cnt / num-doors
                compute expected-count-d =
                     cnt * (num-doors - 3) / num-doors
                compute chi-square =
                     (((numa - expected-count) ** 2) / expected-count)
                   + (((numb - expected-count) ** 2) / expected-count)
                   + (((numc - expected-count) ** 2) / expected-count)
                   + (((numd - expected-count-d) ** 2)
                          / expected-count-d)
                if chi-square <= chi-critical-3df
                     move "PASS" to chi-flag
                else
                     move "FAIL" to chi-flag
                end-if
                move chi-square to chi-square-edit
                move chi-critical-3df to chi-critical-edit
                display "Chi-Square = " chi-square-edit " (critical "
                     chi-critical-edit " at 3 d.f., alpha 0.05, "
                     num-doors " doors) - " chi-flag
           else
                compute expected-count = cnt / 3
                compute chi-square =
                     (((numa - expected-count) ** 2) / expected-count)
                   + (((numb - expected-count) ** 2) / expected-count)
                   + (((numc - expected-count) ** 2) / expected-count)
                if chi-square <= chi-critical-2df
                     move "PASS" to chi-flag
                else
                     move "FAIL" to chi-flag
                end-if
                move chi-square to chi-square-edit
                move chi-critical-2df to chi-critical-edit
                display "Chi-Square = " chi-square-edit " (critical "
                     chi-critical-edit " at 2 d.f., alpha 0.05) - "
                     chi-flag
           end-if
           move chi-square-edit to chi-value-out
           move chi-flag to chi-flag-out
           write outrec from outlinechi
           if chi-flag = "FAIL"
                move 4 to exc-severity
                move "CHI001" to exc-reason
                move "RANDOM DRAW CHI-SQ FAIL" to exc-text
                perform raise-exception
           end-if
       exit.
       randum-analysis-exit.

      *> The combined cross-tab - every partition's cells summed, so
      *> unlike a resumed run's it covers every game.
       crosstab-report.
           write outrec from outlinetop
           move "Winning x Chosen Cross-Tab!" to linetext
           write outrec from outlinetext
           write outrec from outlinetop
           display "*** Winning x Chosen Cross-Tab ***"
           if num-doors > xtab-max-doors
                move "Skipped - more than 10 doors." to linetext
                write outrec from outlinetext
                display "Cross-tab skipped - more than 10 doors."
           else
                if xtab-total = zero
                     move "No games tallied." to linetext
                     write outrec from outlinetext
                else
                     move zero to xtab-flagged
                     compute xtab-expected = xtab-total /
                          (num-doors * num-doors)
                     perform crosstab-cell-line
                          varying xtab-win-ix from 1 by 1
                          until xtab-win-ix > num-doors
                          after xtab-cho-ix from 1 by 1
                          until xtab-cho-ix > num-doors
                     move spaces to linetext
                     string "Cells flagged " delimited by size
                          xtab-flagged delimited by size
                          " (tol 20pc)" delimited by size
                          into linetext
                     end-string
                     write outrec from outlinetext
                     display "Cells flagged " xtab-flagged
                          " at tolerance " xtab-tolerance "pc"
                end-if
           end-if
           write outrec from outlinetop
       exit.
       crosstab-report-exit.

       crosstab-cell-line.
           compute xtab-share =
                (xtab-cell(xtab-win-ix, xtab-cho-ix)
                     / xtab-total) * 100
           compute xtab-deviation =
                xtab-cell(xtab-win-ix, xtab-cho-ix) - xtab-expected
           if xtab-deviation < zero
                compute xtab-deviation = zero - xtab-deviation
           end-if
           compute xtab-dev-pc =
                (xtab-deviation / xtab-expected) * 100
           move spaces to xt-flag-out
           if xtab-expected >= xtab-min-expected
                and xtab-dev-pc > xtab-tolerance
                move "FLAG" to xt-flag-out
                compute xtab-flagged = xtab-flagged + 1
           end-if
           compute xtab-door-out = xtab-win-ix - 1
           move xtab-door-out to xt-win-out
           compute xtab-door-out = xtab-cho-ix - 1
           move xtab-door-out to xt-cho-out
           move xtab-cell(xtab-win-ix, xtab-cho-ix) to xt-count-out
           move xtab-share to xtab-share-edit
           move xtab-share-edit to xt-share-out
           write outrec from outlinextab
           display "W " xt-win-out " C " xt-cho-out " count "
                xt-count-out " share " xtab-share-edit "% "
                xt-flag-out
       exit.
       crosstab-cell-line-exit.

      *> The next run number off the shared counter, registered at
      *> once like THREE's - drawn only now every partition has
      *> passed, so a refused merge leaves no number to account for.
       assign-run-number.
           open input runctrfile
           read runctrfile
                at end
                     move 1 to run-number
                not at end
                     compute run-number = runctr-rec + 1
           end-read
           close runctrfile
           open output runctrfile
           move run-number to runctr-rec
           write runctr-rec
           close runctrfile
           move run-number to register-runno
           move "S" to register-state
           move zero to register-games
           move spaces to register-note
           string "MERGED FROM " delimited by size
                merge-parts delimited by size
                " PARTS" delimited by size
                into register-note
           end-string
           perform post-register
       exit.
       assign-run-number-exit.

       register-run-completed.
           move run-number to register-runno
           move "C" to register-state
           move games to register-games
           perform post-register
       exit.
       register-run-completed-exit.

      *> As THREE posts it - a register that cannot be written must
      *> not sink the run it records.
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

       build-register-entry.
           move function current-date to current-date-raw
           move register-runno to reg-runno
           move "PARTMRG" to reg-program
           move current-date-raw(1:8) to reg-drawn-date
           move current-date-raw(9:6) to reg-drawn-time
           move spaces to reg-auth-by
           move trial-count to reg-trials
           move num-doors to reg-doors
           move host-mode to reg-host
           move stake-per-game to reg-stake
           move prize-value to reg-prize
           move opens-count to reg-opens
           move 1 to reg-deck-ix
           move 1 to reg-deck-size
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

       append-history.
           move run-number to hist-runno
           move games to hist-games
           move stick to hist-stick
           move twist to hist-twist
           move stickpc to hist-stickpc
           move twistpc to hist-twistpc
           move numa to hist-numa
           move numb to hist-numb
           move numc to hist-numc
           move num-doors to hist-doors
           move host-mode to hist-host
           move voidgames to hist-voided
           move stick-bank to hist-stick-bank
           move twist-bank to hist-twist-bank
           move rand-bank to hist-rand-bank
           move opens-count to hist-opens
           move lostgames to hist-lost
           move run-stop to hist-stop
           move achieved-precision to hist-precision
           move offer-policy to hist-policy
           move offer-pc to hist-offer-pc
           move nooffergames to hist-nooffer
      *> a partitioned run is always a single-card batch run.
           move function current-date to current-date-raw
           move current-date-raw(1:8) to hist-run-date
           move "B" to hist-run-type
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
           if hist-status not = "00" and hist-status not = "02"
                move 8 to exc-severity
                move "HST001" to exc-reason
                move "HISTORY WRITE BAD STATUS" to exc-text
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
           move "PARTMRG" to hct-program
           move run-number to hct-runno
           move hct-date-raw(1:8) to hct-date
           move hct-date-raw(9:6) to hct-time
           move spaces to hct-auth-by
       exit.
       apply-history-control-exit.

       history-report.
           if run-number > hist-lines-to-show
                compute hist-start-run =
                     run-number - hist-lines-to-show + 1
           else
                move 1 to hist-start-run
           end-if
           move hist-start-run to hist-runno
           move zero to hist-eof-switch
           open input histfile
           if hist-status not = "00"
                display "History file not readable, status "
                     hist-status
           else
                start histfile key is greater than or equal to
                     hist-runno
                     invalid key
                          set hist-at-end to true
                end-start
                perform show-history-line until hist-at-end
                close histfile
           end-if
       exit.
       history-report-exit.

       show-history-line.
           read histfile next record
                at end
                     set hist-at-end to true
                not at end
                     move hist-runno to hist-run-out
                     move hist-games to hist-games-out
                     move hist-stickpc to pc-edit
                     move pc-edit to hist-stickpc-out
                     move hist-twistpc to pc-edit
                     move pc-edit to hist-twistpc-out
                     write outrec from outlinehisttop
                     display "Run " hist-runno " Games " hist-games
                          " StickPc " hist-stickpc " TwistPc "
                          hist-twistpc
           end-read
       exit.
       show-history-line-exit.

      *> The extract feed as THREE writes it - the receiving side
      *> sees one run, not how it was played.
       write-extract-header.
           move function current-date to current-date-raw
           move current-date-raw(1:14) to ext-timestamp
           move spaces to extractrec
           string "H," delimited by size
                "THREE," delimited by size
                ext-timestamp delimited by size
                into extractrec
           end-string
           write extractrec
       exit.
       write-extract-header-exit.

       write-extract-detail.
           move function current-date to current-date-raw
           move current-date-raw(1:14) to ext-timestamp
           move stickpc to ext-stickpc-edit
           move twistpc to ext-twistpc-edit
           move randwinpc to ext-randpc-edit
           move chi-square to ext-chi-edit
           move run-number to ext-runno
           move spaces to extractrec
           string "D," delimited by size
                ext-runno delimited by size
                "," delimited by size
                ext-timestamp delimited by size
                "," delimited by size
                num-doors delimited by size
                "," delimited by size
                games delimited by size
                "," delimited by size
                stick delimited by size
                "," delimited by size
                twist delimited by size
                "," delimited by size
                randwin delimited by size
                "," delimited by size
                voidgames delimited by size
                "," delimited by size
                ext-stickpc-edit delimited by size
                "," delimited by size
                ext-twistpc-edit delimited by size
                "," delimited by size
                ext-randpc-edit delimited by size
                "," delimited by size
                ext-chi-edit delimited by size
                "," delimited by size
                chi-flag delimited by size
                "," delimited by size
                run-stop delimited by size
                "," delimited by size
                prec-edit delimited by size
                "," delimited by size
                offer-policy delimited by size
                "," delimited by size
                nooffergames delimited by size
                into extractrec
           end-string
           write extractrec
           compute ext-rec-count = ext-rec-count + 1
           compute ext-hash-games = ext-hash-games + games
           compute ext-hash-stick = ext-hash-stick + stick
           compute ext-hash-twist = ext-hash-twist + twist
       exit.
       write-extract-detail-exit.

       write-extract-trailer.
           move spaces to extractrec
           string "T," delimited by size
                ext-rec-count delimited by size
                "," delimited by size
                ext-hash-games delimited by size
                "," delimited by size
                ext-hash-stick delimited by size
                "," delimited by size
                ext-hash-twist delimited by size
                into extractrec
           end-string
           write extractrec
       exit.
       write-extract-trailer-exit.

      *> One step record onto the night's shared job log - program,
      *> run, start and end, return code and the step's key control
      *> counts.  A log that cannot be written must not fail the run
      *> it is recording: complain to the console and carry on.
       write-job-step.
           move function current-date to job-end-raw
           move "PARTMRG" to job-program
           move run-number to job-runno
           move job-start-raw(1:8) to job-start-date
           move job-start-raw(9:6) to job-start-time
           move job-end-raw(1:8) to job-end-date
           move job-end-raw(9:6) to job-end-time
           move return-code to job-rc
      *> a refused merge combined nothing - its partial game total
      *> would only mislead the morning cross-checks.
           move "GAMES" to job-count-label(1)
           if merge-refused
                move zero to job-count-value(1)
           else
                move games to job-count-value(1)
           end-if
           move "PARTS" to job-count-label(2)
           move parts-merged to job-count-value(2)
           move "HISTWR" to job-count-label(3)
           move step-hist to job-count-value(3)
           open extend joblogfile
           if job-status not = "00" and job-status not = "05"
                display "Job log not writable, status " job-status
           else
                write jobstep-rec
                close joblogfile
           end-if
       exit.
       write-job-step-exit.
