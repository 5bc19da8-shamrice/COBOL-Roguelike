      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Combat balance simulator: every BESTIARY.BST
      *>          template against a player synthesized at every
      *>          PROGRESS.TBL level, many trials each, written to
      *>          the catalog's best weapon and armor of the rarity
      *>          tier their level shops in. Keep the numbers here
      *>          in step with crl_game.cbl when combat changes.
      *>          The ceilings the suspicious-run report holds runs
      *>          to go to BALANCE.CEIL: the most exp a player can
      *>          earn per turn in any cell they win, and the most
      *>          exp any one kill is worth.
      *>          A perk path from PERKS.TBL can be modeled: each
      *>          perk named applies from the level it is offered
      *>          at. Resist and tick perks change the fights;
      *>          carry, price and regeneration perks are listed
      *>          but never enter them. The path is checked
      *>          against the table -- unknown ids, a prerequisite
      *>          not taken earlier in the path and perks for
      *>          another class are flagged in the report.
      *>          Forge work can be modeled too: the weapon and
      *>          armor carry the plus-level asked for, held to the
      *>          ceiling of their tier's rarity the way the game's
      *>          forge holds it, each level adding the game's
      *>          attack or defense per level.
      *>          Arguments:
      *>              --perks=ID,ID,...  perk ids in the order the
      *>                                 player takes them (none)
      *>              --forge=N          forge plus-level on the
      *>                                 weapon and armor (0)
      *> Tectonics:
      *>     ./build_balance_sim.sh
      *>*****************************************************************
               record key is f-catalog-item-id
               file status is ws-catalog-status.

           select optional fd-perks-table
               assign to ws-perks-table-file
               organization is line sequential
               file status is ws-perks-status.

           select fd-report
               assign to ws-report-file
               organization is line sequential
               file status is ws-report-status.

           select fd-ceiling
               assign to ws-ceiling-file
               organization is line sequential
               file status is ws-ceiling-status.

       data division.

       file section.
               05  f-catalog-item-resist-type   pic 9.
               05  f-catalog-item-set-id        pic 99.

           fd  fd-perks-table.
           01  f-perks-line                 pic x(60).

           fd  fd-report.
           01  f-report-line                pic x(100).

           fd  fd-ceiling.
           01  f-ceiling-line               pic x(40).

       working-storage section.

           78  ws-file-status-ok           value "00".
           01  ws-catalog-status           pic xx.
           78  ws-report-file              value "BALANCE.RPT".
           01  ws-report-status            pic xx.
           78  ws-ceiling-file             value "BALANCE.CEIL".
           01  ws-ceiling-status           pic xx.
           78  ws-perks-table-file         value "PERKS.TBL".
           01  ws-perks-status             pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
                   10  ws-tpl-ranged       pic a.
                   10  ws-tpl-dmg-type     pic 9.
                   10  ws-tpl-resist       pic 9.
                   10  ws-tpl-exp          pic 9(4).

      *> cumulative synthesized player per table level.
           01  ws-level-count              pic 99 value 0.
           01  ws-cum-hp                   pic 9(4).
           01  ws-cum-atk                  pic 9(4).

      *> PERKS.TBL, as the game reads it, and the path to model.
           78  ws-max-perk-rows            value 50.
           78  ws-max-path                 value 10.
           78  ws-perk-kind-resist         value 2.
           78  ws-perk-kind-tick           value 3.
           78  ws-perk-tick-cut-max        value 10.
      *> the game's forge: attack/defense per plus-level and how far
      *> above its rarity tier a piece can be taken.
           78  ws-forge-bonus-per-level    value 2.
           78  ws-forge-cap-over-rarity    value 1.
           01  ws-forge-target             pic 9 value 0.
           01  ws-forge-level              pic 9.
           01  ws-forge-cap                pic 9.
      *> the synthesized player is a warrior.
           78  ws-sim-class-letter         value "W".
           01  ws-perk-count               pic 99 value 0.
           01  ws-perk-rows.
               05  ws-perk-row occurs ws-max-perk-rows times.
                   10  ws-perk-id          pic 999.
                   10  ws-perk-level       pic 999.
                   10  ws-perk-class       pic x.
                   10  ws-perk-prereq      pic 999.
                   10  ws-perk-kind        pic 9.
                   10  ws-perk-amount      pic 99.
                   10  ws-perk-name        pic x(20).

           01  ws-perk-parse.
               05  ws-perk-p-id            pic x(3).
               05  ws-perk-p-level         pic x(3).
               05  ws-perk-p-class         pic x(1).
               05  ws-perk-p-prereq        pic x(3).
               05  ws-perk-p-kind          pic x(1).
               05  ws-perk-p-amount        pic x(2).
               05  ws-perk-p-name          pic x(20).

           01  ws-command-args             pic x(256).
           01  ws-args-pointer             pic 9(4).
           01  ws-arg-token                pic x(144).
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(128).
           01  ws-path-token               pic x(8).
           01  ws-path-pointer             pic 9(4).
           01  ws-path-count               pic 99 value 0.
           01  ws-path.
               05  ws-path-step occurs ws-max-path times.
                   10  ws-path-id          pic 999.
      *> the step's PERKS.TBL row, 0 when the table lacks it.
                   10  ws-path-row         pic 99.
           01  ws-path-idx                 pic 99.
           01  ws-path-scan                pic 99.
           01  ws-perk-idx                 pic 99.
           01  ws-path-note                pic x(50).
           01  ws-prereq-sw                pic a.
               88  ws-prereq-met           value 'Y'.
               88  ws-prereq-missing       value 'N'.

      *> what the path gives the player at the level being fought.
           01  ws-lvl-perk-res             pic 9.
           01  ws-lvl-tick-cut             pic 99.

      *> best weapon/armor the catalog offers per rarity tier.
           01  ws-tier-gear.
               05  ws-tier occurs 4 times.
               05  ws-p-res                pic 9.
               05  ws-p-dmg-type           pic 9.
               05  ws-p-ticks              pic 999.
               05  ws-p-act-cost           pic 99.
               05  ws-p-poison             pic 99.
               05  ws-p-slow               pic 99.
               05  ws-e-hp                 pic s9(5).
           01  ws-avg-taken                pic zzzz9.
           01  ws-flag                     pic xx.

      *> the ceilings across every cell the player wins.
           01  ws-cell-exp-rate            pic 9(4)v99.
           01  ws-ceil-exp-turn            pic 9(4)v99 value 0.
           01  ws-ceil-exp-kill            pic 9(4) value 0.
           01  ws-ceil-display             pic z(3)9.99.

           01  ws-temp-time                pic 9(9).
           01  ws-rand-scratch             pic 9(9).

           perform load-bestiary
           perform load-progression
           perform load-tier-gear
           perform load-perks-table
           perform parse-arguments

           if ws-tpl-count = 0 then
               display "BESTIARY.BST is empty or missing --"
           end-string
           write f-report-line

           perform write-perk-path
           perform write-forge-note

           perform varying ws-tpl-idx from 1 by 1
           until ws-tpl-idx > ws-tpl-count


           close fd-report

           perform write-ceilings

           display "Wrote " ws-report-file " covering "
               ws-tpl-count " template(s) x "
               ws-level-count " level(s)."

           stop run.

      ******************************************************************
      * BALANCE.CEIL -- KEY|VALUE lines, read by crl-suspect-report.
      ******************************************************************
       write-ceilings.

           open output fd-ceiling
           if ws-ceiling-status not = ws-file-status-ok then
               display "Could not write " ws-ceiling-file
               exit paragraph
           end-if

           move ws-ceil-exp-turn to ws-ceil-display
           move spaces to f-ceiling-line
           string "EXP-PER-TURN|" function trim(ws-ceil-display)
               delimited by size into f-ceiling-line
           end-string
           write f-ceiling-line

           move spaces to f-ceiling-line
           string "EXP-PER-KILL|" ws-ceil-exp-kill
               delimited by size into f-ceiling-line
           end-string
           write f-ceiling-line

           close fd-ceiling

           display "Ceilings: " function trim(ws-ceil-display)
               " exp per turn, " ws-ceil-exp-kill " exp per kill."

           exit paragraph.

       load-bestiary.

           set ws-not-eof to true
                       to ws-tpl-dmg-type(ws-tpl-count)
                   move f-bst-resist-type
                       to ws-tpl-resist(ws-tpl-count)
                   move f-bst-exp-worth
                       to ws-tpl-exp(ws-tpl-count)
                   if ws-tpl-exp(ws-tpl-count) > ws-ceil-exp-kill
                   then
                       move ws-tpl-exp(ws-tpl-count)
                           to ws-ceil-exp-kill
                   end-if
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * Reads PERKS.TBL: id|level|class|prereq|kind|amount|name per
      * line, the same rows the game offers at level-up.
      ******************************************************************
       load-perks-table.

           set ws-not-eof to true

           open input fd-perks-table
           if ws-perks-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-perk-count >= ws-max-perk-rows

               read fd-perks-table
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof
               and f-perks-line not = spaces then
                   move spaces to ws-perk-parse
                   unstring f-perks-line delimited by "|"
                       into ws-perk-p-id ws-perk-p-level
                           ws-perk-p-class ws-perk-p-prereq
                           ws-perk-p-kind ws-perk-p-amount
                           ws-perk-p-name
                   end-unstring

                   if function trim(ws-perk-p-id) is numeric
                   and function trim(ws-perk-p-level) is numeric
                   and function trim(ws-perk-p-kind) is numeric then
                       add 1 to ws-perk-count
                       move function numval(ws-perk-p-id)
                           to ws-perk-id(ws-perk-count)
                       move function numval(ws-perk-p-level)
                           to ws-perk-level(ws-perk-count)
                       move function upper-case(ws-perk-p-class)
                           to ws-perk-class(ws-perk-count)
                       move 0 to ws-perk-prereq(ws-perk-count)
                       if function trim(ws-perk-p-prereq)
                           is numeric then
                           move function numval(ws-perk-p-prereq)
                               to ws-perk-prereq(ws-perk-count)
                       end-if
                       move ws-perk-p-kind
                           to ws-perk-kind(ws-perk-count)
                       move 1 to ws-perk-amount(ws-perk-count)
                       if function trim(ws-perk-p-amount)
                           is numeric then
                           move function numval(ws-perk-p-amount)
                               to ws-perk-amount(ws-perk-count)
                       end-if
                       move ws-perk-p-name
                           to ws-perk-name(ws-perk-count)
                   end-if
               end-if

           end-perform

           close fd-perks-table
           set ws-not-eof to true

           exit paragraph.

      *> --perks=ID,ID,... and --forge=N, in either order.
       parse-arguments.

           accept ws-command-args from command-line

           if ws-command-args = spaces then
               exit paragraph
           end-if

           move 1 to ws-args-pointer
           perform until ws-args-pointer > length of ws-command-args
               move spaces to ws-arg-token
               unstring ws-command-args delimited by all spaces
                   into ws-arg-token
                   with pointer ws-args-pointer
               end-unstring
               if ws-arg-token not = spaces then
                   perform parse-one-argument
               end-if
           end-perform

           exit paragraph.

       parse-one-argument.

           move spaces to ws-arg-key
           move spaces to ws-arg-value
           unstring ws-arg-token delimited by "="
               into ws-arg-key ws-arg-value
           end-unstring

           evaluate function trim(function upper-case(ws-arg-key))
               when "--PERKS"
                   perform parse-perk-path
               when "--FORGE"
                   if function trim(ws-arg-value) is numeric
                   and function numval(ws-arg-value) <= 9 then
                       move function numval(ws-arg-value)
                           to ws-forge-target
                   else
                       display "Bad forge level: "
                           function trim(ws-arg-token)
                   end-if
               when other
                   display "Unknown argument: "
                       function trim(ws-arg-token)
           end-evaluate

           exit paragraph.

      *> --perks=ID,ID,... -- the path, each id matched to its row.
       parse-perk-path.

           move 1 to ws-path-pointer
           perform until ws-path-pointer > length of ws-arg-value
               or ws-path-count >= ws-max-path

               move spaces to ws-path-token
               unstring ws-arg-value delimited by "," or all spaces
                   into ws-path-token
                   with pointer ws-path-pointer
               end-unstring

               if function trim(ws-path-token) is numeric then
                   add 1 to ws-path-count
                   move function numval(ws-path-token)
                       to ws-path-id(ws-path-count)
                   move 0 to ws-path-row(ws-path-count)
                   perform varying ws-perk-idx from 1 by 1
                   until ws-perk-idx > ws-perk-count
                       if ws-perk-id(ws-perk-idx)
                           = ws-path-id(ws-path-count) then
                           move ws-perk-idx
                               to ws-path-row(ws-path-count)
                       end-if
                   end-perform
               else
                   if ws-path-token = spaces then
                       exit perform
                   end-if
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * The path at the head of the report, one line a step, with
      * anything the game itself would never have offered flagged.
      ******************************************************************
       write-perk-path.

           if ws-path-count = 0 then
               exit paragraph
           end-if

           move spaces to f-report-line
           write f-report-line
           move "PERK PATH (resist and tick perks enter the fights):"
               to f-report-line
           write f-report-line

           perform varying ws-path-idx from 1 by 1
           until ws-path-idx > ws-path-count

               move spaces to ws-path-note
               move ws-path-row(ws-path-idx) to ws-perk-idx

               if ws-perk-idx = 0 then
                   move "-- not in PERKS.TBL" to ws-path-note
                   move spaces to f-report-line
                   string "  " ws-path-id(ws-path-idx)
                       "  " ws-path-note
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               else
                   perform check-path-prereq
                   evaluate true
                       when ws-perk-class(ws-perk-idx) not = space
                       and ws-perk-class(ws-perk-idx)
                           not = ws-sim-class-letter
                           move "-- another class's perk"
                               to ws-path-note
                       when ws-prereq-missing
                           move "-- prerequisite not taken before it"
                               to ws-path-note
                   end-evaluate
                   move spaces to f-report-line
                   string "  " ws-path-id(ws-path-idx)
                       "  " ws-perk-name(ws-perk-idx)
                       " LV " ws-perk-level(ws-perk-idx)
                       "  " ws-path-note
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-if

           end-perform

           exit paragraph.

      *> The forge level modeled, at the head of the report.
       write-forge-note.

           if ws-forge-target = 0 then
               exit paragraph
           end-if

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "FORGE: weapon and armor at +" ws-forge-target
               ", held to each tier's ceiling (common +2 .. epic +5)"
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      *> Was the step's prerequisite taken earlier in the path?
       check-path-prereq.

           set ws-prereq-met to true
           if ws-perk-prereq(ws-perk-idx) = 0 then
               exit paragraph
           end-if

           set ws-prereq-missing to true
           perform varying ws-path-scan from 1 by 1
           until ws-path-scan >= ws-path-idx
               if ws-path-id(ws-path-scan)
                   = ws-perk-prereq(ws-perk-idx) then
                   set ws-prereq-met to true
               end-if
           end-perform

           exit paragraph.

      *> What the path's perks offered at or below this level add
      *> up to, the way the game's compute-perk-totals adds them.
       apply-perk-path.

           move 0 to ws-lvl-perk-res
           move 0 to ws-lvl-tick-cut

           perform varying ws-path-idx from 1 by 1
           until ws-path-idx > ws-path-count
               move ws-path-row(ws-path-idx) to ws-perk-idx
               if ws-perk-idx > 0 then
                   if ws-perk-level(ws-perk-idx)
                       <= ws-lvl-num(ws-lvl-idx) then
                       evaluate ws-perk-kind(ws-perk-idx)
                           when ws-perk-kind-resist
                               move ws-perk-amount(ws-perk-idx)
                                   to ws-lvl-perk-res
                           when ws-perk-kind-tick
                               add ws-perk-amount(ws-perk-idx)
                                   to ws-lvl-tick-cut
                       end-evaluate
                   end-if
               end-if
           end-perform

           if ws-lvl-tick-cut > ws-perk-tick-cut-max then
               move ws-perk-tick-cut-max to ws-lvl-tick-cut
           end-if

           exit paragraph.

      ******************************************************************
      * One template-vs-level cell: the trials, then the averages.
      ******************************************************************
               move spaces to ws-flag
           end-if

      *> a won cell's exp per turn: the template's worth over the
      *> turns one kill takes.
           if ws-win-pct >= 50 and ws-turn-total > 0 then
               compute ws-cell-exp-rate rounded =
                   ws-tpl-exp(ws-tpl-idx) * ws-trials-per-matchup
                   / ws-turn-total
               if ws-cell-exp-rate > ws-ceil-exp-turn then
                   move ws-cell-exp-rate to ws-ceil-exp-turn
               end-if
           end-if

           move spaces to f-report-line
           string "  " ws-lvl-num(ws-lvl-idx)
               "  " ws-win-pct
               move 4 to ws-gear-tier
           end-if

      *> forge levels on both pieces, held to the tier's ceiling --
      *> the tier is the catalog rarity the pieces come from.
           compute ws-forge-cap =
               ws-gear-tier + ws-forge-cap-over-rarity
           move ws-forge-target to ws-forge-level
           if ws-forge-level > ws-forge-cap then
               move ws-forge-cap to ws-forge-level
           end-if

           move ws-lvl-hp(ws-lvl-idx) to ws-p-hp
           compute ws-p-atk = ws-lvl-atk(ws-lvl-idx)
               + ws-tier-wpn-atk(ws-gear-tier)
               + (ws-forge-level * ws-forge-bonus-per-level)
           move ws-tier-wpn-dmg(ws-gear-tier) to ws-p-dmg-type
           compute ws-p-def = ws-tier-arm-def(ws-gear-tier)
               + (ws-forge-level * ws-forge-bonus-per-level)
           move ws-tier-arm-res(ws-gear-tier) to ws-p-res

      *> the perk path as it stands at this level: a resist perk
      *> covers what the armor doesn't, tick perks cheapen the act.
           perform apply-perk-path
           if ws-p-res = 0 then
               move ws-lvl-perk-res to ws-p-res
           end-if
           compute ws-p-act-cost = ws-tick-cost - ws-lvl-tick-cut

           move ws-tpl-hp(ws-tpl-idx) to ws-e-hp
           move 0 to ws-p-ticks
           move 0 to ws-e-ticks
                   add ws-tick-cost to ws-p-ticks
               end-if

               if ws-p-ticks >= ws-p-act-cost
               and ws-e-hp > 0 then
                   subtract ws-p-act-cost from ws-p-ticks
                   perform player-swing
               end-if

