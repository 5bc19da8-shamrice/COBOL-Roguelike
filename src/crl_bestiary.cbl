      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-21
      *> Last Updated: 2026-10-15
      *> Purpose: Maintains the pack-level bestiary (BESTIARY.BST) of
      *>          enemy templates, the way the item creator maintains
      *>          ITEMS.ITL. Map .BGS records that carry a template
      *>          id take their stats from here when the map loads,
      *>          so one balance change propagates to every map --
      *>          which is why an edit that moves hp, attack or exp
      *>          previews its reach (every map and .BGS record on
      *>          the template, arena and spawner use, and each
      *>          map's total enemy strength before and after)
      *>          before the record is rewritten.
      *>          Templates take behavior 5, thief, alongside the
      *>          rest.
      *> Tectonics:
      *>     ./build_bestiary.sh
      *>*****************************************************************
               record key is f-bst-id
               file status is ws-bestiary-status.

           select optional fd-map-list
               assign to dynamic ws-map-list-file
               organization is line sequential
               file status is ws-map-list-status.

           select optional fd-enemy-data
               assign to dynamic ws-map-enemy-file
               organization is record sequential
               file status is ws-enemy-file-status.

           select optional fd-tile-data
               assign to dynamic ws-map-dat-file
               organization is record sequential
               file status is ws-tile-file-status.

       data division.

       file section.
               05  f-bst-dmg-type           pic 9.
               05  f-bst-resist-type        pic 9.

           fd  fd-map-list.
           01  f-map-list-line              pic x(30).

      *> the 74-byte on-disk .BGS record -- keep in step with the
      *> editor's and load-map-data's f-enemy.
           fd  fd-enemy-data.
           01  f-bgs-record.
               05  f-bgs-name               pic x(16).
               05  f-bgs-hp-total           pic 999.
               05  f-bgs-hp-current         pic 999.
               05  f-bgs-attack-damage      pic 999.
      *> position, colour, char, status, movement ticks.
               05  filler                   pic x(13).
               05  f-bgs-exp-worth          pic 9(4).
      *> ranged, behavior, four waypoints.
               05  filler                   pic x(18).
               05  f-bgs-boss-sw            pic a.
               05  f-bgs-template-id        pic 999.
      *> drop item, drop percent, detect radius, footprint.
               05  filler                   pic x(10).

           copy "shared/copybooks/fd-tile-data.cpy".

       working-storage section.

           78  ws-file-status-ok           value "00".
           01  ws-edit-id                  pic 999.
           01  ws-answer                   pic x.

      *> the edit in flight: the record as it stood, and as typed.
           01  ws-old-hp                   pic 999.
           01  ws-old-attack               pic 999.
           01  ws-old-exp-worth            pic 9(4).
           01  ws-new-template.
               05  ws-new-bst-id           pic 999.
               05  ws-new-bst-name         pic x(16).
               05  ws-new-bst-hp           pic 999.
               05  ws-new-bst-attack       pic 999.
               05  filler                  pic x(5).
               05  ws-new-bst-exp-worth    pic 9(4).
               05  filler                  pic x(4).

      *> change-impact preview over the pack's maps.
           78  ws-max-pack-maps            value 50.
           78  ws-max-bgs-records          value 99.
      *> the arena draws its waves from the first templates only --
      *> keep in step with crl_game.cbl's ws-max-arena-templates.
           78  ws-max-arena-templates      value 20.
           78  ws-spawner-effect-id        value 13.
           78  ws-max-map-height           value 25.
           78  ws-max-map-width            value 80.

           01  ws-map-list-file            pic x(15)
                                           value "BSTMAPS.TMP".
           01  ws-map-list-status          pic xx.
           01  ws-ls-command               pic x(40)
                               value "ls -1 *.BGS > BSTMAPS.TMP".
           01  ws-rm-command               pic x(40)
                               value "rm -f BSTMAPS.TMP".
           01  ws-map-enemy-file           pic x(20).
           01  ws-enemy-file-status        pic xx.
           01  ws-map-dat-file             pic x(20).
           01  ws-tile-file-status         pic xx.

           01  ws-list-eof-sw              pic a value 'N'.
               88  ws-list-is-eof          value 'Y'.
               88  ws-list-not-eof         value 'N'.
           01  ws-bgs-eof-sw               pic a value 'N'.
               88  ws-bgs-is-eof           value 'Y'.
               88  ws-bgs-not-eof          value 'N'.

           01  ws-pack-map-count           pic 99 value 0.
           01  ws-pack-maps.
               05  ws-pack-map occurs ws-max-pack-maps times
                                           pic x(15).
           01  ws-map-idx                  pic 99.
           01  ws-dot-pos                  pic 99.

           01  ws-arena-rank               pic 999.
           01  ws-arena-use-sw             pic a.
               88  ws-arena-uses-template  value 'Y'.
               88  ws-arena-skips-template value 'N'.

      *> one map's reading: which records ride the template, and
      *> the whole roster's strength on the old and new stats.
           01  ws-bgs-count                pic 99.
           01  ws-bgs-idx                  pic 99.
           01  ws-ref-count                pic 99.
           01  ws-ref-flags.
               05  ws-ref-flag occurs ws-max-bgs-records times
                                           pic a.
           01  ws-ref-list                 pic x(60).
           01  ws-ref-pointer              pic 99.
           01  ws-rec-hp                   pic 999.
           01  ws-rec-attack               pic 999.
           01  ws-rec-exp                  pic 9(4).
           01  ws-map-strength.
               05  ws-old-total-hp         pic 9(6).
               05  ws-old-total-atk        pic 9(6).
               05  ws-old-total-exp        pic 9(6).
               05  ws-new-total-hp         pic 9(6).
               05  ws-new-total-atk        pic 9(6).
               05  ws-new-total-exp        pic 9(6).
           01  ws-spawner-use-sw           pic a.
               88  ws-spawner-uses-template    value 'Y'.
               88  ws-spawner-skips-template   value 'N'.
           01  ws-tile-y                   pic 99.
           01  ws-tile-x                   pic 99.
           01  ws-spawn-rec                pic 99.
           01  ws-affected-maps            pic 99.
           01  ws-affected-records         pic 999.

       procedure division.

       main-procedure.
                   exit paragraph
           end-read

           move f-bst-hp to ws-old-hp
           move f-bst-attack to ws-old-attack
           move f-bst-exp-worth to ws-old-exp-worth

           perform prompt-template-fields
           move ws-edit-id to f-bst-id
           move f-bestiary-record to ws-new-template

           close fd-bestiary

      *> a change that moves the numbers every map inherits gets its
      *> reach shown before it lands.
           if f-bst-hp not = ws-old-hp
           or f-bst-attack not = ws-old-attack
           or f-bst-exp-worth not = ws-old-exp-worth then
               perform preview-template-impact
               display "Rewrite template " ws-edit-id
                   " with these values? [y/n] " with no advancing
               accept ws-answer
               if ws-answer not = "y" and ws-answer not = "Y" then
                   display "Template left unchanged."
                   exit paragraph
               end-if
           end-if

           open i-o fd-bestiary
           if ws-bestiary-status not = ws-file-status-ok then
               display "Could not reopen bestiary, status "
                   ws-bestiary-status
               exit paragraph
           end-if

           move ws-new-template to f-bestiary-record
           rewrite f-bestiary-record
               invalid key
                   display "Rewrite failed."

           exit paragraph.

      ******************************************************************
      * Everything the edit in ws-new-template would reach: the
      * arena (which draws from the first ws-max-arena-templates
      * templates in id order), and every map whose .BGS records
      * carry the template -- by record, whether a spawner on the
      * map breeds one of them, and the map's whole enemy roster
      * totalled on the old stats and on the new.
      ******************************************************************
       preview-template-impact.

           display " "
           display "CHANGE IMPACT -- template " ws-edit-id
           display "  hp " ws-old-hp " -> " ws-new-bst-hp
               "   atk " ws-old-attack " -> " ws-new-bst-attack
               "   exp " ws-old-exp-worth " -> "
               ws-new-bst-exp-worth
           end-display

           move 0 to ws-arena-rank
           set ws-arena-skips-template to true
           set ws-not-eof to true

           open input fd-bestiary
           if ws-bestiary-status = ws-file-status-ok then
               perform until ws-is-eof
                   or ws-arena-rank >= ws-max-arena-templates
                   read fd-bestiary next record
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof
                   and ws-bestiary-status = ws-file-status-ok then
                       add 1 to ws-arena-rank
                       if f-bst-id = ws-edit-id then
                           set ws-arena-uses-template to true
                       end-if
                   end-if
               end-perform
           end-if

           if ws-arena-uses-template then
               display "  ARENA: in the arena's wave pool"
           else
               display "  ARENA: not drawn by arena waves"
           end-if

           perform discover-bgs-maps

           move 0 to ws-affected-maps
           move 0 to ws-affected-records
           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-pack-map-count
               perform preview-one-map
           end-perform

           close fd-bestiary

           display "  " ws-affected-records " record(s) on "
               ws-affected-maps " map(s) carry this template."
           display " "

           exit paragraph.

       discover-bgs-maps.

           move 0 to ws-pack-map-count

           call "SYSTEM" using ws-ls-command
           end-call

           set ws-list-not-eof to true
           open input fd-map-list

           if ws-map-list-status = ws-file-status-ok then
               perform until ws-list-is-eof
                   or ws-pack-map-count >= ws-max-pack-maps
                   read fd-map-list
                       at end set ws-list-is-eof to true
                   end-read
                   if ws-list-not-eof
                   and f-map-list-line not = spaces then
                       add 1 to ws-pack-map-count
                       move 0 to ws-dot-pos
                       inspect f-map-list-line
                           tallying ws-dot-pos
                           for characters before initial "."
                       move f-map-list-line(1:ws-dot-pos)
                           to ws-pack-map(ws-pack-map-count)
                   end-if
               end-perform
               close fd-map-list
           end-if

           call "SYSTEM" using ws-rm-command
           end-call

           exit paragraph.

       preview-one-map.

           move spaces to ws-map-enemy-file
           string function trim(ws-pack-map(ws-map-idx)) ".BGS"
               delimited by size into ws-map-enemy-file
           end-string

           move 0 to ws-bgs-count
           move 0 to ws-ref-count
           initialize ws-map-strength
           move all 'N' to ws-ref-flags
           set ws-bgs-not-eof to true

           open input fd-enemy-data
           if ws-enemy-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-bgs-is-eof
               or ws-bgs-count >= ws-max-bgs-records

               read fd-enemy-data
                   at end set ws-bgs-is-eof to true
               end-read

               if ws-bgs-not-eof then
                   add 1 to ws-bgs-count
                   perform tally-bgs-record
               end-if

           end-perform

           close fd-enemy-data

           if ws-ref-count = 0 then
               exit paragraph
           end-if

           add 1 to ws-affected-maps
           add ws-ref-count to ws-affected-records

           perform check-map-spawners

           move spaces to ws-ref-list
           move 1 to ws-ref-pointer
           perform varying ws-bgs-idx from 1 by 1
           until ws-bgs-idx > ws-bgs-count
               if ws-ref-flag(ws-bgs-idx) = 'Y'
               and ws-ref-pointer < 56 then
                   string ws-bgs-idx " "
                       delimited by size into ws-ref-list
                       with pointer ws-ref-pointer
                   end-string
               end-if
           end-perform

           display "  MAP " ws-pack-map(ws-map-idx)
               " records: " function trim(ws-ref-list)
           end-display
           if ws-spawner-uses-template then
               display "      a spawner group breeds this template"
           end-if
           display "      total hp  " ws-old-total-hp
               " -> " ws-new-total-hp
               "   atk " ws-old-total-atk " -> " ws-new-total-atk
               "   exp " ws-old-total-exp " -> " ws-new-total-exp
           end-display

           exit paragraph.

      ******************************************************************
      * One roster record into the map's old/new totals: the edited
      * template swaps old for new, any other template resolves the
      * way load-map-data resolves it, and a plain record counts at
      * its placed stats.
      ******************************************************************
       tally-bgs-record.

           move f-bgs-hp-total to ws-rec-hp
           move f-bgs-attack-damage to ws-rec-attack
           move f-bgs-exp-worth to ws-rec-exp

           if f-bgs-template-id is not numeric then
               move 0 to f-bgs-template-id
           end-if

           if f-bgs-template-id = ws-edit-id then
               move 'Y' to ws-ref-flag(ws-bgs-count)
               add 1 to ws-ref-count
               add ws-old-hp to ws-old-total-hp
               add ws-old-attack to ws-old-total-atk
               add ws-old-exp-worth to ws-old-total-exp
               add ws-new-bst-hp to ws-new-total-hp
               add ws-new-bst-attack to ws-new-total-atk
               add ws-new-bst-exp-worth to ws-new-total-exp
               exit paragraph
           end-if

           if f-bgs-template-id > 0
           and ws-bestiary-status = ws-file-status-ok then
               move f-bgs-template-id to f-bst-id
               read fd-bestiary
                   invalid key continue
                   not invalid key
                       move f-bst-hp to ws-rec-hp
                       move f-bst-attack to ws-rec-attack
                       move f-bst-exp-worth to ws-rec-exp
               end-read
           end-if

           add ws-rec-hp to ws-old-total-hp ws-new-total-hp
           add ws-rec-attack to ws-old-total-atk ws-new-total-atk
           add ws-rec-exp to ws-old-total-exp ws-new-total-exp

           exit paragraph.

      *> a spawner breeds the record its switch group names (record
      *> 1 when it names none or a record past the roster).
       check-map-spawners.

           set ws-spawner-skips-template to true

           move spaces to ws-map-dat-file
           string function trim(ws-pack-map(ws-map-idx)) ".DAT"
               delimited by size into ws-map-dat-file
           end-string

           open input fd-tile-data
           if ws-tile-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-bgs-not-eof to true
           perform varying ws-tile-y from 1 by 1
           until ws-tile-y > ws-max-map-height or ws-bgs-is-eof
               perform varying ws-tile-x from 1 by 1
               until ws-tile-x > ws-max-map-width or ws-bgs-is-eof
                   read fd-tile-data
                       at end set ws-bgs-is-eof to true
                   end-read
                   if ws-bgs-not-eof
                   and f-tile-effect-id = ws-spawner-effect-id then
                       move f-tile-switch-group to ws-spawn-rec
                       if ws-spawn-rec = 0
                       or ws-spawn-rec > ws-bgs-count then
                           move 1 to ws-spawn-rec
                       end-if
                       if ws-ref-flag(ws-spawn-rec) = 'Y' then
                           set ws-spawner-uses-template to true
                       end-if
                   end-if
               end-perform
           end-perform

           close fd-tile-data

           exit paragraph.

       delete-template.

           display "Delete which template id? " with no advancing
               move "N" to f-bst-ranged-sw
           end-if
           display "Behavior [0=chase 1=guard 2=patrol 3=coward"
               " 4=ambush 5=thief]: " with no advancing
           accept f-bst-behavior
           display "Damage type [0=phys 1=fire 2=ice 3=venom]: "
               with no advancing
