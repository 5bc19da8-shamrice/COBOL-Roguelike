      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Support-desk save inspector and field-level patch
      *>          tool. Decodes a current-layout PLAYERn.SAV into
      *>          labeled fields (position, hp, gold, level, hunger,
      *>          inventory slots, quest states, conditions,
      *>          settlement reputation, perks taken, quick
      *>          slots, forge levels), lets an operator patch one
      *>          field at a time with validation against the
      *>          copybook ranges -- including dropping
      *>          a visited map or inventory slot, unequipping or
      *>          re-statting gear, the companion, class and exp to
      *>          next level, the fixes SAVRECON.RPT suggests --
      *>          and appends every change to SUPPORT.LOG with the
      *>          signed-on operator id, before/after values and a
      *>          reason code. Only an operator holding the SUPPORT
      *>          role in OPERATORS signs on (see
      *>          crl-operator-signon). Older layouts are refused
      *>          with a pointer at crl-save-migrate -- no more hex
      *>          dumps.
      *>          Keep the record layout below in step with
      *>          f-player-data-record in crl_game.cbl.
      *> Tectonics:
      *>     ./build_save_inspect.sh
      *>         src/shared/crl_operator_signon.cbl
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-save-inspect.
       file section.

           fd  fd-player-data.
      *> the layout-22 record, addressed by offset over one buffer
      *> -- the same geometry crl-save-migrate documents.
           01  f-player-image               pic x(3692).
           01  f-player-record redefines f-player-image.
               05  f-save-version           pic 9(3).
               05  f-player-name            pic x(16).
               05  f-exp-total              pic 9(7).
               05  f-exp-next               pic 9(7).
               05  f-map-name               pic x(15).
               05  f-equip-weapon.
                   10  f-weapon-name        pic x(16).
                   10  f-weapon-atk         pic 999.
                   10  f-weapon-status      pic x.
                   10  f-weapon-range       pic 99.
               05  f-equip-armor.
                   10  f-armor-name         pic x(16).
                   10  f-armor-def          pic 999.
                   10  f-armor-status       pic x.
               05  f-explored               pic x(2000).
               05  f-inv-count              pic 9.
               05  f-inventory.
                   10  f-inv-item occurs 9 times.
                       15  f-inv-name       pic x(16).
                       15  f-inv-stats.
                           20  f-inv-worth  pic 999.
                           20  f-inv-color  pic 9.
                           20  f-inv-char   pic x.
                           20  f-inv-effect pic 99.
                           20  f-inv-map-idx pic 999.
                           20  f-inv-type   pic 9.
                           20  f-inv-atk    pic 999.
                           20  f-inv-def    pic 999.
                           20  f-inv-heal   pic 999.
                       15  f-inv-qty        pic 99.
                       15  f-inv-status     pic x.
                       15  f-inv-ident      pic x.
               05  f-hardcore-sw            pic x.
               05  f-speed                  pic 99.
               05  f-visited-count          pic 99.
               05  f-visited-maps.
                   10  f-visited occurs 20 times.
                       15  f-vis-map        pic x(15).
                       15  f-vis-cleared    pic x.
               05  f-quests.
                   10  f-quest occurs 5 times.
                       15  f-quest-id       pic 999.
                       15  f-quest-state    pic 9.
               05  f-class                  pic 9.
               05  f-descent-depth          pic 999.
               05  f-companion.
                   10  f-comp-name          pic x(16).
                   10  f-comp-hp-cur        pic 999.
                   10  f-comp-hp-max        pic 999.
                   10  f-comp-atk           pic 999.
                   10  f-comp-color         pic 9.
                   10  f-comp-char          pic x.
                   10  f-comp-ticks         pic 999.
               05  f-hunger                 pic 999.
               05  f-durability             pic x(12).
               05  f-equip-extra.
                   10  f-head-name          pic x(16).
                   10  f-head-def           pic 999.
                   10  f-head-effect        pic 99.
                   10  f-ring1-name         pic x(16).
                   10  f-ring1-atk          pic 999.
                   10  f-ring1-def          pic 999.
                   10  f-ring1-effect       pic 99.
                   10  f-ring2-name         pic x(16).
                   10  f-ring2-atk          pic 999.
                   10  f-ring2-def          pic 999.
                   10  f-ring2-effect       pic 99.
                   10  f-amulet-name        pic x(16).
                   10  f-amulet-atk         pic 999.
                   10  f-amulet-def         pic 999.
                   10  f-amulet-effect      pic 99.
               05  f-ngplus                 pic 9.
               05  f-retrain-count          pic 99.
               05  f-settlements.
                   10  f-settle occurs 10 times.
                       15  f-settle-map     pic x(15).
                       15  f-settle-region  pic x(15).
                       15  f-settle-rep     pic s999.
               05  f-quest-settles.
                   10  f-quest-settle occurs 5 times pic 99.
               05  f-perks-taken.
                   10  f-perk-taken occurs 10 times pic 999.
               05  f-quick-slots.
                   10  f-quick-slot occurs 4 times pic x(16).
               05  f-equip-weapon-plus      pic 9.
               05  f-equip-armor-plus       pic 9.

           fd  fd-support-log.
           01  f-support-line               pic x(120).
       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-current-save-size        value 3692.
           78  ws-support-log-file         value "SUPPORT.LOG".

           01  ws-player-save-file         pic x(15).

           01  ws-command                  pic xx.
           01  ws-idx                      pic 9.
           01  ws-entry                    pic 99.
           01  ws-rep-disp                 pic -zz9.
           01  ws-piece                    pic x.
           01  ws-dirty-sw                 pic a value 'N'.
               88  ws-record-dirty         value 'Y'.
               88  ws-record-clean         value 'N'.

      *> Operator sign-on -- see crl-operator-signon.
           01  ws-operator                 pic x(12).
           01  ws-signon-program           pic x(20)
                                           value "crl-save-inspect".
           01  ws-signon-roles             pic x(40) value "SUPPORT".
           01  ws-signon-status            pic 9.
           01  ws-reason-code              pic x(8).
           01  ws-field-name               pic x(16).
           01  ws-before-value             pic x(16).
               stop run
           end-if

           perform sign-on-operator

           move function concatenate("PLAYER", ws-slot, ".SAV")
               to ws-player-save-file
           display " 7 SPEED     " f-speed
           display " 8 STATUS    " f-status
               " (0 alive / 1 dead)  hardcore " f-hardcore-sw
           display "   CLASS     " f-class
               " (0 none / 1 warrior / 2 scout / 3 adept)"
               "  retrained " f-retrain-count

           display "   EQUIPPED: W " f-weapon-name " atk " f-weapon-atk
               "  A " f-armor-name " def " f-armor-def
           display "             H " f-head-name " def " f-head-def
               "  M " f-amulet-name " " f-amulet-atk "/"
               f-amulet-def
           display "             1 " f-ring1-name " " f-ring1-atk "/"
               f-ring1-def "  2 " f-ring2-name " " f-ring2-atk "/"
               f-ring2-def
           if f-comp-name not = spaces then
               display "   COMPANION " f-comp-name " hp " f-comp-hp-cur
                   " / " f-comp-hp-max " atk " f-comp-atk
           end-if

           display "   VISITED (" f-visited-count " map(s)):"
           perform varying ws-entry from 1 by 1
           until ws-entry > f-visited-count or ws-entry > 20
               display "     " ws-entry ": " f-vis-map(ws-entry)
                   " cleared " f-vis-cleared(ws-entry)
           end-perform

           display "   CONDITIONS:"
           perform varying ws-idx from 1 by 1 until ws-idx > 4
           perform varying ws-idx from 1 by 1
           until ws-idx > f-inv-count or ws-idx > 9
               display "     " ws-idx ": " f-inv-name(ws-idx)
                   " atk " f-inv-atk(ws-idx) " def " f-inv-def(ws-idx)
           end-perform

           display "   QUESTS:"
                       " state " f-quest-state(ws-idx)
                       " (" f-quest-progress(ws-idx)
                       "/" f-quest-need(ws-idx) ")"
                       " settlement " f-quest-settle(ws-idx)
               end-if
           end-perform

           display "   SETTLEMENTS:"
           perform varying ws-entry from 1 by 1 until ws-entry > 10
               if f-settle-map(ws-entry) not = spaces then
                   move f-settle-rep(ws-entry) to ws-rep-disp
                   display "     " ws-entry ": " f-settle-map(ws-entry)
                       " " f-settle-region(ws-entry)
                       " rep " ws-rep-disp
               end-if
           end-perform

           display "   PERKS TAKEN:"
           perform varying ws-entry from 1 by 1 until ws-entry > 10
               if f-perk-taken(ws-entry) > 0 then
                   display "     " ws-entry ": perk id "
                       f-perk-taken(ws-entry)
               end-if
           end-perform

           display "   QUICK SLOTS:"
           perform varying ws-entry from 1 by 1 until ws-entry > 4
               if f-quick-slot(ws-entry) not = spaces then
                   display "     " ws-entry ": "
                       f-quick-slot(ws-entry)
               end-if
           end-perform

           display "   FORGE LEVELS: weapon +" f-equip-weapon-plus
               "  armor +" f-equip-armor-plus

           exit paragraph.

       get-patch-command.
           display "[2] hp  [3] position  [4] gold  [5] level  "
               "[6] hunger  [7] speed"
           display "[c] clear conditions  [qN] quest N state  "
               "[k] class  [n] exp to next level"
           display "[v] drop visited map  [i] drop inventory slot  "
               "[a] slot atk/def  [u] unequip  [e] equipped stats"
           display "[p] companion stats  [q] quit (writes changes)"
           display "Patch which field: " with no advancing
           accept ws-command

                       perform log-patch
                   end-if

               when "K "
                   move "CLASS" to ws-field-name
                   move f-class to ws-before-value
                   display "New class [0 none / 1 warrior / 2 scout"
                       " / 3 adept]: " with no advancing
                   accept ws-new-number
                   if ws-new-number > 3 then
                       display "Out of range - classes are 0-3."
                   else
                       move ws-new-number to f-class
                       move f-class to ws-after-value
                       perform log-patch
                   end-if

               when "N "
                   move "EXP-NEXT" to ws-field-name
                   move f-exp-next to ws-before-value
                   display "New exp to next level [1-9999999]: "
                       with no advancing
                   accept ws-new-number
                   if ws-new-number = 0 then
                       display "Out of range."
                   else
                       move ws-new-number to f-exp-next
                       move f-exp-next to ws-after-value
                       perform log-patch
                   end-if

               when "V "
                   perform drop-visited-entry

               when "I "
                   perform drop-inventory-slot

               when "A "
                   perform patch-slot-stats

               when "U "
                   perform unequip-piece

               when "E "
                   perform patch-equipped-stats

               when "P "
                   perform patch-companion

               when "Q "
                   set ws-is-quit to true


           exit paragraph.

      ******************************************************************
      * Visited-map entries close up behind the one dropped, so the
      * campaign order the game walks stays intact.
      ******************************************************************
       drop-visited-entry.

           display "Drop visited entry [1-" f-visited-count "]: "
               with no advancing
           accept ws-entry
           if ws-entry = 0 or ws-entry > f-visited-count
           or ws-entry > 20 then
               display "No such entry."
               exit paragraph
           end-if

           move "VISITED-MAP" to ws-field-name
           move f-vis-map(ws-entry) to ws-before-value
           perform until ws-entry >= f-visited-count
           or ws-entry >= 20
               move f-visited(ws-entry + 1) to f-visited(ws-entry)
               add 1 to ws-entry
           end-perform
           move spaces to f-visited(ws-entry)
           subtract 1 from f-visited-count
           move "(dropped)" to ws-after-value
           perform log-patch

           exit paragraph.

       drop-inventory-slot.

           display "Drop inventory slot [1-" f-inv-count "]: "
               with no advancing
           accept ws-idx
           if ws-idx = 0 or ws-idx > f-inv-count then
               display "No such slot."
               exit paragraph
           end-if

           move "INVENTORY" to ws-field-name
           move f-inv-name(ws-idx) to ws-before-value
           perform until ws-idx >= f-inv-count
               move f-inv-item(ws-idx + 1) to f-inv-item(ws-idx)
               add 1 to ws-idx
           end-perform
           initialize f-inv-item(ws-idx)
           subtract 1 from f-inv-count
           move "(dropped)" to ws-after-value
           perform log-patch

           exit paragraph.

       patch-slot-stats.

           display "Inventory slot [1-" f-inv-count "]: "
               with no advancing
           accept ws-idx
           if ws-idx = 0 or ws-idx > f-inv-count then
               display "No such slot."
               exit paragraph
           end-if

           move "INV-ATK" to ws-field-name
           move f-inv-atk(ws-idx) to ws-before-value
           display "New atk [0-999]: " with no advancing
           accept ws-new-number
           if ws-new-number > 999 then
               display "Out of range - copybook says 999."
               exit paragraph
           end-if
           move ws-new-number to f-inv-atk(ws-idx)
           move f-inv-atk(ws-idx) to ws-after-value
           perform log-patch

           move "INV-DEF" to ws-field-name
           move f-inv-def(ws-idx) to ws-before-value
           display "New def [0-999]: " with no advancing
           accept ws-new-number
           if ws-new-number > 999 then
               display "Out of range - copybook says 999."
               exit paragraph
           end-if
           move ws-new-number to f-inv-def(ws-idx)
           move f-inv-def(ws-idx) to ws-after-value
           perform log-patch

           exit paragraph.

      *> W weapon, A armor, H head, 1 and 2 rings, M amulet.
       unequip-piece.

           display "Unequip which [W/A/H/1/2/M]: " with no advancing
           accept ws-piece
           move function upper-case(ws-piece) to ws-piece

           evaluate ws-piece
               when "W"
                   move "WEAPON" to ws-field-name
                   move f-weapon-name to ws-before-value
                   initialize f-equip-weapon
               when "A"
                   move "ARMOR" to ws-field-name
                   move f-armor-name to ws-before-value
                   initialize f-equip-armor
               when "H"
                   move "HEAD" to ws-field-name
                   move f-head-name to ws-before-value
                   move spaces to f-head-name
                   move 0 to f-head-def f-head-effect
               when "1"
                   move "RING-1" to ws-field-name
                   move f-ring1-name to ws-before-value
                   move spaces to f-ring1-name
                   move 0 to f-ring1-atk f-ring1-def f-ring1-effect
               when "2"
                   move "RING-2" to ws-field-name
                   move f-ring2-name to ws-before-value
                   move spaces to f-ring2-name
                   move 0 to f-ring2-atk f-ring2-def f-ring2-effect
               when "M"
                   move "AMULET" to ws-field-name
                   move f-amulet-name to ws-before-value
                   move spaces to f-amulet-name
                   move 0 to f-amulet-atk f-amulet-def f-amulet-effect
               when other
                   display "No such piece."
                   exit paragraph
           end-evaluate

           move "(unequipped)" to ws-after-value
           perform log-patch

           exit paragraph.

       patch-equipped-stats.

           display "Which piece [W/A/H/1/2/M]: " with no advancing
           accept ws-piece
           move function upper-case(ws-piece) to ws-piece

           if ws-piece = "W" or "1" or "2" or "M" then
               display "New atk [0-999]: " with no advancing
               accept ws-new-number
               if ws-new-number > 999 then
                   display "Out of range - copybook says 999."
                   exit paragraph
               end-if
               evaluate ws-piece
                   when "W"
                       move f-weapon-atk to ws-before-value
                       move ws-new-number to f-weapon-atk
                   when "1"
                       move f-ring1-atk to ws-before-value
                       move ws-new-number to f-ring1-atk
                   when "2"
                       move f-ring2-atk to ws-before-value
                       move ws-new-number to f-ring2-atk
                   when "M"
                       move f-amulet-atk to ws-before-value
                       move ws-new-number to f-amulet-atk
               end-evaluate
               move "EQUIP-ATK" to ws-field-name
               move ws-new-number(5:3) to ws-after-value
               perform log-patch
           end-if

           if ws-piece = "A" or "H" or "1" or "2" or "M" then
               display "New def [0-999]: " with no advancing
               accept ws-new-number
               if ws-new-number > 999 then
                   display "Out of range - copybook says 999."
                   exit paragraph
               end-if
               evaluate ws-piece
                   when "A"
                       move f-armor-def to ws-before-value
                       move ws-new-number to f-armor-def
                   when "H"
                       move f-head-def to ws-before-value
                       move ws-new-number to f-head-def
                   when "1"
                       move f-ring1-def to ws-before-value
                       move ws-new-number to f-ring1-def
                   when "2"
                       move f-ring2-def to ws-before-value
                       move ws-new-number to f-ring2-def
                   when "M"
                       move f-amulet-def to ws-before-value
                       move ws-new-number to f-amulet-def
               end-evaluate
               move "EQUIP-DEF" to ws-field-name
               move ws-new-number(5:3) to ws-after-value
               perform log-patch
           end-if

           exit paragraph.

      *> a max hp of 0 dismisses the companion altogether.
       patch-companion.

           if f-comp-name = spaces then
               display "No companion in this save."
               exit paragraph
           end-if

           move "COMPANION-HP" to ws-field-name
           move f-comp-hp-max to ws-before-value
           display "New companion max hp [0 dismisses]: "
               with no advancing
           accept ws-new-number
           if ws-new-number > 999 then
               display "Out of range - copybook says 999."
               exit paragraph
           end-if

           if ws-new-number = 0 then
               move "COMPANION" to ws-field-name
               move f-comp-name to ws-before-value
               initialize f-companion
               move "(dismissed)" to ws-after-value
               perform log-patch
               exit paragraph
           end-if

           move ws-new-number to f-comp-hp-max
           if f-comp-hp-cur > f-comp-hp-max then
               move f-comp-hp-max to f-comp-hp-cur
           end-if
           move f-comp-hp-max to ws-after-value
           perform log-patch

           move "COMPANION-ATK" to ws-field-name
           move f-comp-atk to ws-before-value
           display "New companion atk [0-999]: " with no advancing
           accept ws-new-number
           if ws-new-number > 999 then
               display "Out of range - copybook says 999."
               exit paragraph
           end-if
           move ws-new-number to f-comp-atk
           move f-comp-atk to ws-after-value
           perform log-patch

           exit paragraph.

      ******************************************************************
      * The operator signs on before the save is even opened: the id
      * comes from CRL_OPERATOR when set, else from a prompt, and
      * only a SUPPORT-role operator gets past this point.
      ******************************************************************
       sign-on-operator.

           move spaces to ws-operator
           accept ws-operator from environment "CRL_OPERATOR"
           end-accept
           if ws-operator = spaces then
               display "Operator id: " with no advancing
               accept ws-operator
           end-if

           call "crl-operator-signon" using
               ws-signon-program ws-signon-roles
               ws-operator ws-signon-status
           end-call

           evaluate ws-signon-status
               when 0
                   display "Signed on as " function trim(ws-operator)
                       "."
               when 1
                   display "No OPERATORS file - nobody can sign on."
               when 2
                   display "Operator " function trim(ws-operator)
                       " is not on file - refused."
               when other
                   display "Operator " function trim(ws-operator)
                       " does not hold the SUPPORT role - refused."
           end-evaluate

           if ws-signon-status not = 0 then
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

      ******************************************************************
      * Every change goes on the record: who, when, what, from and
      * to, and the reason code the ticket carries.
