      *> Scenario Grid Deck Builder
      *> deckgen.cob
      *>
      *> A comparison deck is one control card per scenario, every
      *> field keyed by hand in fixed columns - and most keying slips
      *> come from building a grid such as "3 to 10 doors by informed
      *> and ignorant host by 0 to 2 doors opened" card by card.  This
      *> program reads the grid as one spec card and writes out every
      *> legal combination as a control card, in the layout THREE and
      *> CTLEDIT read:
      *>
      *>   doors from and to, outermost;
      *>   host informed, ignorant or both;
      *>   doors opened from and to, innermost (0 is the classic
      *>   all-but-one host);
      *>   trials, seed, stake and prize the same on every card.
      *>
      *> A combination THREE would quietly default is left out and
      *> listed with the reason - fewer than 3 doors, or more doors
      *> opened than doors minus 2.  The cards are split into decks of
      *> at most 20 (THREE's SCENARIO-MAX), numbered ctl01.dat,
      *> ctl02.dat ..., each ready to be copied to control.dat and put
      *> through CTLEDIT.  The listing goes to deckgen.rec.
      *>
      *> Spec card deckgen.dat:
      *>   cols  1-8  trials            cols 22-30 seed (0 = none)
      *>   cols  9-11 doors from        cols 31-35 stake
      *>   cols 12-14 doors to          cols 36-42 prize
      *>   col  15    host - H informed, I ignorant, B both
      *>              (blank is informed)
      *>   cols 16-18 opens from        cols 19-21 opens to
      *> A blank "to" column means the same as its "from".
      *> RETURN-CODE 0 every combination written, 4 some combinations
      *> dropped, 8 no spec card, a spec THREE could not play, or more
      *> cards than 99 decks hold (nothing written in either case).
       identification division.
       program-id.              deckgen.
       author.                  conor gilmer.
       date-written.            october 2026.
       date-compiled.           october 2026.
       environment division.
       input-output section.
       file-control.
        select optional specfile assign to "deckgen.dat"
        organization is line sequential.
        select deckfile assign to deck-name
        organization is line sequential
        file status is deck-status.
        select reportfile assign to "deckgen.rec"
        organization is line sequential.
       data division.
       file section.
       fd specfile
        label records are standard.
       01 spec-rec.
           02 spc-trials             pic 9(8).
           02 spc-doors-from         pic 9(3).
           02 spc-doors-to           pic 9(3).
           02 spc-host               pic x(1).
           02 spc-opens-from         pic 9(3).
           02 spc-opens-to           pic 9(3).
           02 spc-seed               pic 9(9).
           02 spc-stake              pic 9(5).
           02 spc-prize              pic 9(7).
           02 filler                 pic x(38).
      *> one control card, laid out exactly as THREE reads it.  The
      *> partition and precision columns are left blank - a grid is
      *> a deck, and only a lone card can be partitioned.
       fd deckfile
        label records are standard.
       01 control-rec.
           02 ctl-trials             pic 9(8).
           02 ctl-doors              pic 9(3).
           02 ctl-seed               pic 9(9).
           02 ctl-host               pic x(1).
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
       01 reportrec             pic x(48).
       Working-storage section.
       01 filevars.
           02 deck-status            pic x(2) value "00".
           02 spec-found-switch      pic 9  value zero.
               88 spec-found         value 1.
      *> the grid as it will be expanded, defaults applied.
       01 gridparms.
           02 grid-trials            pic 9(8) value zero.
           02 doors-from             pic 9(3) value zero.
           02 doors-to               pic 9(3) value zero.
           02 opens-from             pic 9(3) value zero.
           02 opens-to               pic 9(3) value zero.
           02 grid-seed              pic 9(9) value zero.
           02 grid-stake             pic 9(5) value zero.
           02 grid-prize             pic 9(7) value zero.
           02 host-count             pic 9  value zero.
           02 host-codes             pic x(2) value spaces.
           02 host-text              pic x(8) value spaces.
      *> THREE's limits - the same ones CTLEDIT holds a card to.
       01 gridlimits.
           02 scenario-max           pic 9(2) value 20.
           02 deck-max               pic 9(2) value 99.
           02 min-doors              pic 9(3) value 3.
      *> the expansion.  The grid is walked twice: once to count the
      *> cards, so an overflow is refused before a single deck is
      *> written, and once to write them.  The walking counters are a
      *> digit wider than the card columns so a range ending at 999
      *> still runs off its end.
       01 expandvars.
           02 grid-doors             pic 9(4) value zero.
           02 grid-opens             pic 9(4) value zero.
           02 host-ix                pic 9  value zero.
           02 grid-host              pic x(1) value space.
           02 doors-edit             pic 9(3) value zero.
           02 opens-edit             pic 9(3) value zero.
           02 writing-switch         pic 9  value zero.
               88 writing-cards      value 1.
           02 spec-bad-switch        pic 9  value zero.
               88 spec-bad           value 1.
       01 deckvars.
           02 deck-name              pic x(20) value spaces.
           02 deck-no                pic 9(2) value zero.
           02 deck-cards             pic 9(2) value zero.
           02 deck-open-switch       pic 9  value zero.
               88 deck-is-open       value 1.
       01 gencounters.
           02 combo-count            pic 9(6) value zero.
           02 card-count             pic 9(6) value zero.
           02 drop-count             pic 9(6) value zero.
           02 decks-needed           pic 9(6) value zero.
           02 gen-severity           pic 9 value zero.
       01 outlinetop.
                05 star pic x(48) value all '*'.
       01 outlinetext.
                05 marginleft pic x(2) value all '* '.
                05 linetext pic x(44) value all spaces.
                05 marginright pic x(2) value all ' *'.
       01 outlinecard.
                05 filler pic x(1).
                05 gc-deck-label pic x(5) value 'Deck '.
                05 gc-deck-out pic x(2) value spaces.
                05 filler pic x(1).
                05 gc-card-label pic x(5) value 'Card '.
                05 gc-card-out pic x(2) value spaces.
                05 filler pic x(1).
                05 gc-doors-label pic x(6) value 'Doors '.
                05 gc-doors-out pic x(3) value spaces.
                05 filler pic x(1).
                05 gc-host-out pic x(8) value spaces.
                05 filler pic x(1).
                05 gc-opens-label pic x(6) value 'Opens '.
                05 gc-opens-out pic x(3) value spaces.
                05 filler pic x(3).
       01 outlinedrop.
                05 filler pic x(1).
                05 gd-label pic x(5) value 'Drop '.
                05 gd-doors-out pic x(3) value spaces.
                05 filler pic x(1).
                05 gd-host-out pic x(1) value spaces.
                05 filler pic x(1).
                05 gd-opens-out pic x(3) value spaces.
                05 filler pic x(1).
                05 gd-reason-out pic x(30) value spaces.
                05 filler pic x(2).
       procedure division.
       main-logic-section.
       begin.
           open output reportfile
           write reportrec from outlinetop
           move "Scenario Grid Deck Builder!" to linetext
           write reportrec from outlinetext
           write reportrec from outlinetop
           display '*** Scenario Grid Deck Builder ***'
           perform read-spec-card
           if not spec-bad
                perform list-spec
      *> first pass - count the cards and list the drops.
                move zero to writing-switch
                perform expand-doors
                     varying grid-doors from doors-from by 1
                     until grid-doors > doors-to
                compute decks-needed =
                     (card-count + scenario-max - 1) / scenario-max
                if card-count = zero
                     move "FLAG: NO LEGAL COMBINATION IN GRID"
                          to linetext
                     perform spec-error
                end-if
                if decks-needed > deck-max
                     move "FLAG: MORE THAN 99 DECKS - NARROW GRID"
                          to linetext
                     perform spec-error
                end-if
           end-if
      *> second pass - only a grid that fits is written at all.
           if not spec-bad
                write reportrec from outlinetop
                move zero to card-count
                move zero to combo-count
                set writing-cards to true
                perform expand-doors
                     varying grid-doors from doors-from by 1
                     until grid-doors > doors-to
                if deck-is-open
                     close deckfile
                end-if
                perform gen-summary
           end-if
           write reportrec from outlinetop
           close reportfile
           if spec-bad
                display "Spec refused - no decks written, "
                     "return code 8"
           else
                display "Cards " card-count " in " deck-no
                     " decks, dropped " drop-count ", return code "
                     gen-severity
           end-if
           display "Deck listing written to deckgen.rec"
           move gen-severity to return-code
           stop run.
       main-logic-exit.

      *> The spec card, with its blanks filled in and anything THREE
      *> could not play refused outright - better no decks than a
      *> deck of quietly defaulted cards.
       read-spec-card.
           open input specfile
           read specfile
                at end
                     continue
                not at end
                     set spec-found to true
           end-read
           close specfile
           if not spec-found
                move "FLAG: NO SPEC CARD ON DECKGEN.DAT" to linetext
                perform spec-error
           else
                perform take-spec-card
           end-if
       exit.
       read-spec-card-exit.

       take-spec-card.
           if spc-trials is numeric and spc-trials > zero
                move spc-trials to grid-trials
           else
                move "FLAG: TRIALS MISSING OR NOT NUMERIC" to linetext
                perform spec-error
           end-if
           if spc-doors-from is numeric
                move spc-doors-from to doors-from
           else
                move "FLAG: DOORS FROM NOT NUMERIC" to linetext
                perform spec-error
           end-if
           if spc-doors-to = spaces
                move doors-from to doors-to
           else
                if spc-doors-to is numeric
                     move spc-doors-to to doors-to
                else
                     move "FLAG: DOORS TO NOT NUMERIC" to linetext
                     perform spec-error
                end-if
           end-if
           if doors-to < doors-from
                move "FLAG: DOORS TO BELOW DOORS FROM" to linetext
                perform spec-error
           end-if
           evaluate spc-host
                when space
                when "H"
                when "h"
                     move 1 to host-count
                     move " " to host-codes
                when "I"
                when "i"
                     move 1 to host-count
                     move "I" to host-codes
                when "B"
                when "b"
                     move 2 to host-count
                     move " I" to host-codes
                when other
                     move "FLAG: HOST NOT H, I OR B" to linetext
                     perform spec-error
           end-evaluate
           if spc-opens-from = spaces
                move zero to opens-from
           else
                if spc-opens-from is numeric
                     move spc-opens-from to opens-from
                else
                     move "FLAG: OPENS FROM NOT NUMERIC" to linetext
                     perform spec-error
                end-if
           end-if
           if spc-opens-to = spaces
                move opens-from to opens-to
           else
                if spc-opens-to is numeric
                     move spc-opens-to to opens-to
                else
                     move "FLAG: OPENS TO NOT NUMERIC" to linetext
                     perform spec-error
                end-if
           end-if
           if opens-to < opens-from
                move "FLAG: OPENS TO BELOW OPENS FROM" to linetext
                perform spec-error
           end-if
           if spc-seed = spaces
                move zero to grid-seed
           else
                if spc-seed is numeric
                     move spc-seed to grid-seed
                else
                     move "FLAG: SEED NOT NUMERIC" to linetext
                     perform spec-error
                end-if
           end-if
      *> stake and prize switch economics on only as a pair - the
      *> same keying slip CTLEDIT flags on a single card.
           if spc-stake = spaces and spc-prize = spaces
                move zero to grid-stake
                move zero to grid-prize
           else
                if spc-stake is numeric and spc-prize is numeric
                     and ((spc-stake > zero and spc-prize > zero)
                       or (spc-stake = zero and spc-prize = zero))
                     move spc-stake to grid-stake
                     move spc-prize to grid-prize
                else
                     move "FLAG: STAKE/PRIZE PAIR INCOMPLETE"
                          to linetext
                     perform spec-error
                end-if
           end-if
       exit.
       take-spec-card-exit.

       spec-error.
           write reportrec from outlinetext
           display linetext
           set spec-bad to true
           move 8 to gen-severity
       exit.
       spec-error-exit.

       list-spec.
           move spaces to linetext
           string "Trials " delimited by size
                grid-trials delimited by size
                " Doors " delimited by size
                doors-from delimited by size
                " to " delimited by size
                doors-to delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           evaluate host-codes
                when " I"
                     move "both" to host-text
                when "I"
                     move "ignorant" to host-text
                when other
                     move "informed" to host-text
           end-evaluate
           move spaces to linetext
           string "Host " delimited by size
                host-text delimited by space
                " Opens " delimited by size
                opens-from delimited by size
                " to " delimited by size
                opens-to delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Seed " delimited by size
                grid-seed delimited by size
                " Stake " delimited by size
                grid-stake delimited by size
                " Prize " delimited by size
                grid-prize delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           write reportrec from outlinetop
       exit.
       list-spec-exit.

      *> One door count.  Fewer than three doors is not a game -
      *> THREE would play 3 - so every combination under it goes.
       expand-doors.
           if grid-doors < min-doors
                if not writing-cards
                     move grid-doors to doors-edit
                     move doors-edit to gd-doors-out
                     move "*" to gd-host-out
                     move "all" to gd-opens-out
                     move "DOORS UNDER 3 - THREE PLAYS 3"
                          to gd-reason-out
                     perform drop-combination
                end-if
           else
                perform expand-host
                     varying host-ix from 1 by 1
                     until host-ix > host-count
           end-if
       exit.
       expand-doors-exit.

       expand-host.
           move host-codes(host-ix:1) to grid-host
           perform expand-opens
                varying grid-opens from opens-from by 1
                until grid-opens > opens-to
       exit.
       expand-host-exit.

      *> One combination.  Opening more than doors - 2 leaves nothing
      *> to switch to, and THREE falls back to the classic host.
       expand-opens.
           compute combo-count = combo-count + 1
           if grid-opens > zero
                and grid-opens > grid-doors - 2
                if not writing-cards
                     move grid-doors to doors-edit
                     move doors-edit to gd-doors-out
                     if grid-host = "I"
                          move "I" to gd-host-out
                     else
                          move "H" to gd-host-out
                     end-if
                     move grid-opens to opens-edit
                     move opens-edit to gd-opens-out
                     move "OPENS OVER DOORS-2 - CLASSIC"
                          to gd-reason-out
                     perform drop-combination
                end-if
           else
                compute card-count = card-count + 1
                if writing-cards
                     perform write-card
                end-if
           end-if
       exit.
       expand-opens-exit.

       drop-combination.
           write reportrec from outlinedrop
           display "Dropped doors " gd-doors-out " host "
                gd-host-out " opens " gd-opens-out " - "
                gd-reason-out
           compute drop-count = drop-count + 1
           if gen-severity < 4
                move 4 to gen-severity
           end-if
       exit.
       drop-combination-exit.

      *> One card onto the current deck, starting the next deck when
      *> this one has its twenty.
       write-card.
           if not deck-is-open or deck-cards = scenario-max
                perform start-next-deck
           end-if
           compute deck-cards = deck-cards + 1
           move spaces to control-rec
           move grid-trials to ctl-trials
           move grid-doors to ctl-doors
           move grid-seed to ctl-seed
           move grid-host to ctl-host
           move grid-stake to ctl-stake
           move grid-prize to ctl-prize
           move grid-opens to ctl-opens
           write control-rec
           move deck-no to gc-deck-out
           move deck-cards to gc-card-out
           move grid-doors to doors-edit
           move doors-edit to gc-doors-out
           if grid-host = "I"
                move "Ignorant" to gc-host-out
           else
                move "Informed" to gc-host-out
           end-if
           if grid-opens = zero
                move "cls" to gc-opens-out
           else
                move grid-opens to opens-edit
                move opens-edit to gc-opens-out
           end-if
           write reportrec from outlinecard
       exit.
       write-card-exit.

       start-next-deck.
           if deck-is-open
                close deckfile
           end-if
           compute deck-no = deck-no + 1
           move zero to deck-cards
           move spaces to deck-name
           string "ctl" delimited by size
                deck-no delimited by size
                ".dat" delimited by size
                into deck-name
           end-string
           open output deckfile
           if deck-status not = "00"
                display "Deck file " deck-name " not writable, "
                     "status " deck-status
                move 8 to gen-severity
           end-if
           set deck-is-open to true
           display "Writing deck " deck-name
       exit.
       start-next-deck-exit.

       gen-summary.
           write reportrec from outlinetop
           move spaces to linetext
           string "Combinations " delimited by size
                combo-count delimited by size
                " Cards " delimited by size
                card-count delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Dropped " delimited by size
                drop-count delimited by size
                " Decks ctl01 to ctl" delimited by size
                deck-no delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
           move spaces to linetext
           string "Return code " delimited by size
                gen-severity delimited by size
                into linetext
           end-string
           write reportrec from outlinetext
       exit.
       gen-summary-exit.
