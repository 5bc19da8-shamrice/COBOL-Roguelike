      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Save content reconciliation against the installed
      *>          pack. crl-profile-audit finds debris files; this
      *>          opens every current-layout PLAYERn.SAV and lists
      *>          what inside it the pack no longer backs: visited
      *>          maps whose .DAT is gone, quest journal ids missing
      *>          from QUESTS.QST, carried and equipped items whose
      *>          names ITEMS.ITL no longer lists or whose stored
      *>          atk/def no longer match the catalog (worn gear may
      *>          sit 2 either side for a curse or blessing), a
      *>          companion stronger than its bestiary template (or
      *>          than every template, when its own is gone), and a
      *>          class digit or level/exp-to-next PROGRESS.TBL does
      *>          not define. Each problem carries the crl-save-
      *>          inspect command that fixes it; drops are listed
      *>          bottom-up so applying them in order never shifts
      *>          an entry still waiting. A check whose pack file is
      *>          not installed is skipped and says so. Results go to
      *>          SAVRECON.RPT.
      *> Tectonics:
      *>     ./build_save_recon.sh
      *>*****************************************************************
       identification division.
       program-id. crl-save-recon.

       environment division.

       input-output section.

       file-control.
           select optional fd-player-data
               assign to dynamic ws-player-save-file
               organization is record sequential
               file status is ws-player-file-status.

           select optional fd-item-catalog
               assign to ws-item-catalog-file
               organization is indexed
               access mode is sequential
               record key is f-catalog-item-id
               file status is ws-catalog-status.

           select optional fd-bestiary
               assign to ws-bestiary-file
               organization is indexed
               access mode is sequential
               record key is f-bst-id
               file status is ws-bestiary-status.

           select optional fd-quest-defs
               assign to ws-quest-defs-file
               organization is line sequential
               file status is ws-quest-defs-status.

           select optional fd-progress-table
               assign to ws-progress-table-file
               organization is line sequential
               file status is ws-progress-status.

           select fd-report
               assign to ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-player-data.
      *> the layout-22 record -- keep in step with crl-save-inspect.
           01  f-player-image               pic x(3692).
           01  f-player-record redefines f-player-image.
               05  f-save-version           pic 9(3).
               05  f-player-name            pic x(16).
               05  f-hp-current             pic 999.
               05  f-hp-max                 pic 999.
               05  f-pos-y                  pic s99.
               05  f-pos-x                  pic s99.
               05  f-status                 pic 9.
               05  f-attack-damage          pic 999.
               05  f-level                  pic 999.
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
                       15  f-inv-worth      pic 999.
                       15  f-inv-color      pic 9.
                       15  f-inv-char       pic x.
                       15  f-inv-effect     pic 99.
                       15  f-inv-map-idx    pic 999.
                       15  f-inv-type       pic 9.
                       15  f-inv-atk        pic 999.
                       15  f-inv-def        pic 999.
                       15  f-inv-heal       pic 999.
                       15  f-inv-qty        pic 99.
                       15  f-inv-status     pic x.
                       15  f-inv-ident      pic x.
               05  f-gold                   pic 9(5).
               05  f-conditions             pic x(20).
               05  f-run-stamp              pic 9(8).
               05  f-hardcore-sw            pic x.
               05  f-speed                  pic 99.
               05  f-visited-count          pic 99.
               05  f-visited occurs 20 times.
                   10  f-vis-map            pic x(15).
                   10  f-vis-cleared        pic x.
               05  f-quest occurs 5 times.
                   10  f-quest-id           pic 999.
                   10  f-quest-title        pic x(30).
                   10  f-quest-type         pic 9.
                   10  f-quest-target       pic x(16).
                   10  f-quest-need         pic 999.
                   10  f-quest-progress     pic 999.
                   10  f-quest-state        pic 9.
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

           fd  fd-item-catalog.
           01  f-item-catalog-record.
               05  f-catalog-item-id            pic 999.
               05  f-catalog-item-name          pic x(16).
               05  f-catalog-item-effect-id     pic 99.
               05  f-catalog-item-worth         pic 999.
               05  f-catalog-item-color         pic 9.
               05  f-catalog-item-char          pic x.
               05  f-catalog-item-highlight     pic a.
               05  f-catalog-item-blink         pic a.
               05  f-catalog-item-type          pic 9.
               05  f-catalog-item-atk           pic 999.
               05  f-catalog-item-def           pic 999.
               05  f-catalog-item-heal          pic 999.
               05  f-catalog-item-rarity        pic 9.
               05  f-catalog-item-weight        pic 999.
               05  f-catalog-item-dmg-type      pic 9.
               05  f-catalog-item-resist-type   pic 9.
               05  f-catalog-item-set-id        pic 99.

           fd  fd-bestiary.
           01  f-bestiary-record.
               05  f-bst-id                 pic 999.
               05  f-bst-name               pic x(16).
               05  f-bst-hp                 pic 999.
               05  f-bst-attack             pic 999.
               05  f-bst-color              pic 9.
               05  f-bst-char               pic x.
               05  f-bst-ticks              pic 999.
               05  f-bst-exp-worth          pic 9(4).
               05  f-bst-ranged-sw          pic a.
               05  f-bst-behavior           pic 9.
               05  f-bst-dmg-type           pic 9.
               05  f-bst-resist-type        pic 9.

           fd  fd-quest-defs.
           01  f-quest-def-line             pic x(80).

           fd  fd-progress-table.
           01  f-progress-line              pic x(40).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-current-save-version     value 22.
           78  ws-current-save-size        value 3692.
           78  ws-max-slots                value 9.
           78  ws-max-catalog              value 999.
           78  ws-max-progress-rows        value 200.
      *> a curse or blessing moves worn gear this far off catalog.
           78  ws-fortune-swing            value 2.

           01  ws-player-save-file         pic x(15).
           01  ws-player-file-status       pic xx.
           78  ws-item-catalog-file        value "ITEMS.ITL".
           01  ws-catalog-status           pic xx.
           78  ws-bestiary-file            value "BESTIARY.BST".
           01  ws-bestiary-status          pic xx.
           78  ws-quest-defs-file          value "QUESTS.QST".
           01  ws-quest-defs-status        pic xx.
           78  ws-progress-table-file      value "PROGRESS.TBL".
           01  ws-progress-status          pic xx.
           78  ws-report-file              value "SAVRECON.RPT".
           01  ws-report-status            pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-date-data                pic x(21).
           01  ws-today                    pic x(8).

           01  ws-slot-idx                 pic 99.
           01  ws-slot                     pic 9.
           01  ws-probe-file               pic x(20).
           01  ws-probe-info.
               05  ws-probe-size           pic 9(18) comp.
               05  ws-probe-date           pic x(8).
           01  ws-probe-status             pic s9(9) comp-5.
           01  ws-size-disp                pic z(4)9.

      *> the installed pack, as far as the saves care.
           01  ws-catalog-sw               pic a value 'N'.
               88  ws-have-catalog         value 'Y'.
           01  ws-catalog-count            pic 9(4) value 0.
           01  ws-catalog.
               05  ws-cat-entry occurs ws-max-catalog times.
                   10  ws-cat-name         pic x(16).
                   10  ws-cat-type         pic 9.
                   10  ws-cat-worth        pic 999.
                   10  ws-cat-atk          pic 999.
                   10  ws-cat-def          pic 999.
           01  ws-cat-idx                  pic 9(4).
           01  ws-cat-found                pic 9(4).

           01  ws-bestiary-sw              pic a value 'N'.
               88  ws-have-bestiary        value 'Y'.
           01  ws-template-count           pic 9(4) value 0.
           01  ws-templates.
               05  ws-tpl occurs ws-max-catalog times.
                   10  ws-tpl-name         pic x(16).
                   10  ws-tpl-hp           pic 999.
                   10  ws-tpl-atk          pic 999.
           01  ws-tpl-idx                  pic 9(4).
           01  ws-tpl-max-hp               pic 999 value 0.
           01  ws-tpl-max-atk              pic 999 value 0.
           01  ws-limit-hp                 pic 999.
           01  ws-limit-atk                pic 999.
           01  ws-limit-source             pic x(30).

           01  ws-quests-sw                pic a value 'N'.
               88  ws-have-quests          value 'Y'.
           01  ws-quest-known-table.
               05  ws-quest-known occurs ws-max-catalog times
                                           pic a.
           01  ws-qdef-parse.
               05  ws-qdef-p-id            pic x(6).
               05  ws-qdef-p-rest          pic x(74).
           01  ws-qst-id                   pic 9(4).
           01  ws-quest-idx                pic 9.

           01  ws-progress-count           pic 999 value 0.
           01  ws-progress-rows.
               05  ws-prog occurs ws-max-progress-rows times.
                   10  ws-prog-level       pic 999.
                   10  ws-prog-exp         pic 9(7).
                   10  ws-prog-class       pic x.
           01  ws-prog-idx                 pic 999.
           01  ws-prog-match               pic 999.
           01  ws-prog-top-level           pic 999 value 0.
           01  ws-prog-parse.
               05  ws-prog-p-level         pic x(6).
               05  ws-prog-p-exp           pic x(10).
               05  ws-prog-p-hp            pic x(6).
               05  ws-prog-p-atk           pic x(6).
               05  ws-prog-p-class         pic x(6).
           01  ws-class-letter             pic x.

      *> one worn or carried piece being checked.
           01  ws-item-name                pic x(16).
           01  ws-item-label               pic x(12).
           01  ws-piece-code               pic x.
           01  ws-stored-atk               pic 999.
           01  ws-stored-def               pic 999.
           01  ws-expect-atk               pic 999.
           01  ws-expect-def               pic 999.
           01  ws-check-atk-sw             pic a.
           01  ws-check-def-sw             pic a.
           01  ws-atk-off-sw               pic a.
           01  ws-def-off-sw               pic a.
           01  ws-tolerance                pic 9.
           01  ws-diff                     pic s9(4).

           01  ws-vis-idx                  pic 99.
           01  ws-inv-idx                  pic 9.
           01  ws-map-dat-probe            pic x(20).
           01  ws-exp-disp                 pic z(6)9.
           01  ws-exp-disp-2               pic z(6)9.
           01  ws-slot-label               pic x(24).

           01  ws-slot-problems            pic 9(4).
           01  ws-slots-checked            pic 9 value 0.
           01  ws-slots-clean              pic 9 value 0.
           01  ws-issue-count              pic 9(4) value 0.
           01  ws-issue-text               pic x(98).
           01  ws-fix-text                 pic x(90).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike save reconciliation"
           display "-----------------------------------"

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today

           perform load-item-catalog
           perform load-bestiary
           perform load-quest-defs
           perform load-progression-table

           open output fd-report
           move "COBOL-ROGUELIKE SAVE RECONCILIATION" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "RUN DATE: " ws-today
               delimited by size into f-report-line
           end-string
           write f-report-line
           move "Fixes are crl-save-inspect commands; apply them in"
               & " the order listed." to f-report-line
           write f-report-line
           perform note-skipped-checks
           move spaces to f-report-line
           write f-report-line

           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > ws-max-slots
               move ws-slot-idx to ws-slot
               perform reconcile-one-slot
           end-perform

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "SLOTS CHECKED: " ws-slots-checked
               "   CLEAN: " ws-slots-clean
               "   PROBLEMS: " ws-issue-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           close fd-report

           display "Done. " ws-slots-checked " save(s), "
               ws-issue-count " problem(s). Report: "
               ws-report-file

           stop run.

      ******************************************************************
      * ITEMS.ITL by name, with the stats a save copies from it.
      ******************************************************************
       load-item-catalog.

           set ws-not-eof to true
           open input fd-item-catalog
           if ws-catalog-status = ws-file-status-ok then
               set ws-have-catalog to true
               perform until ws-is-eof
                   or ws-catalog-count >= ws-max-catalog
                   read fd-item-catalog next record
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof
                   and f-catalog-item-name not = spaces then
                       add 1 to ws-catalog-count
                       move f-catalog-item-name
                           to ws-cat-name(ws-catalog-count)
                       move f-catalog-item-type
                           to ws-cat-type(ws-catalog-count)
                       move f-catalog-item-worth
                           to ws-cat-worth(ws-catalog-count)
                       move f-catalog-item-atk
                           to ws-cat-atk(ws-catalog-count)
                       move f-catalog-item-def
                           to ws-cat-def(ws-catalog-count)
                   end-if
               end-perform
           end-if
           close fd-item-catalog

           exit paragraph.

       load-bestiary.

           set ws-not-eof to true
           open input fd-bestiary
           if ws-bestiary-status = ws-file-status-ok then
               set ws-have-bestiary to true
               perform until ws-is-eof
                   or ws-template-count >= ws-max-catalog
                   read fd-bestiary next record
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof and f-bst-name not = spaces then
                       add 1 to ws-template-count
                       move f-bst-name
                           to ws-tpl-name(ws-template-count)
                       move f-bst-hp to ws-tpl-hp(ws-template-count)
                       move f-bst-attack
                           to ws-tpl-atk(ws-template-count)
                       if f-bst-hp > ws-tpl-max-hp then
                           move f-bst-hp to ws-tpl-max-hp
                       end-if
                       if f-bst-attack > ws-tpl-max-atk then
                           move f-bst-attack to ws-tpl-max-atk
                       end-if
                   end-if
               end-perform
           end-if
           close fd-bestiary

           exit paragraph.

      *> QUESTS.QST: id|KILL/FETCH/REACH|target|count|title.
       load-quest-defs.

           move all 'N' to ws-quest-known-table
           set ws-not-eof to true
           open input fd-quest-defs
           if ws-quest-defs-status = ws-file-status-ok then
               set ws-have-quests to true
               perform until ws-is-eof
                   read fd-quest-defs
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof
                   and f-quest-def-line(1:1) not = "#"
                   and f-quest-def-line not = spaces then
                       move spaces to ws-qdef-parse
                       unstring f-quest-def-line delimited by "|"
                           into ws-qdef-p-id ws-qdef-p-rest
                       end-unstring
                       if function trim(ws-qdef-p-id) is numeric then
                           move function numval(ws-qdef-p-id)
                               to ws-qst-id
                           if ws-qst-id > 0
                           and ws-qst-id <= ws-max-catalog then
                               move 'Y' to ws-quest-known(ws-qst-id)
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           close fd-quest-defs

           exit paragraph.

      *> PROGRESS.TBL: LEVEL|EXP-TO-NEXT|HP-GAIN|ATK-GAIN|CLASS,
      *> read the way the game reads it.
       load-progression-table.

           set ws-not-eof to true
           open input fd-progress-table
           if ws-progress-status = ws-file-status-ok then
               perform until ws-is-eof
                   or ws-progress-count >= ws-max-progress-rows
                   read fd-progress-table
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof and f-progress-line not = spaces then
                       move spaces to ws-prog-parse
                       unstring f-progress-line delimited by "|"
                           into ws-prog-p-level ws-prog-p-exp
                               ws-prog-p-hp ws-prog-p-atk
                               ws-prog-p-class
                       end-unstring
                       if function trim(ws-prog-p-level) is numeric
                       and function trim(ws-prog-p-exp) is numeric
                       then
                           add 1 to ws-progress-count
                           move function numval(ws-prog-p-level)
                               to ws-prog-level(ws-progress-count)
                           move function numval(ws-prog-p-exp)
                               to ws-prog-exp(ws-progress-count)
                           move function upper-case(ws-prog-p-class)
                               to ws-prog-class(ws-progress-count)
                           if ws-prog-level(ws-progress-count)
                               > ws-prog-top-level then
                               move ws-prog-level(ws-progress-count)
                                   to ws-prog-top-level
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           close fd-progress-table

           exit paragraph.

       note-skipped-checks.

           if not ws-have-catalog then
               move "No ITEMS.ITL installed -- item checks skipped."
                   to f-report-line
               write f-report-line
           end-if
           if not ws-have-bestiary then
               move "No BESTIARY.BST installed -- companion checks"
                   & " skipped." to f-report-line
               write f-report-line
           end-if
           if not ws-have-quests then
               move "No QUESTS.QST installed -- quest journal checks"
                   & " skipped." to f-report-line
               write f-report-line
           end-if
           if ws-progress-count = 0 then
               move "No PROGRESS.TBL rows -- the classic curve"
                   & " applies; level checks skipped."
                   to f-report-line
               write f-report-line
           end-if

           exit paragraph.

      ******************************************************************
      * One slot, start to finish. An old layout is crl-save-
      * migrate's business first; its content is not guessed at.
      ******************************************************************
       reconcile-one-slot.

           move spaces to ws-player-save-file
           string "PLAYER" ws-slot ".SAV"
               delimited by size into ws-player-save-file
           end-string
           move ws-player-save-file to ws-probe-file

           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0 then
               exit paragraph
           end-if

           add 1 to ws-slots-checked
           move 0 to ws-slot-problems
           move spaces to ws-slot-label
           string "SLOT " ws-slot delimited by size into ws-slot-label
           end-string

           if ws-probe-size not = ws-current-save-size then
               move ws-probe-size to ws-size-disp
               move spaces to ws-issue-text
               string "old layout (" function trim(ws-size-disp)
                   " bytes) - contents not checked"
                   delimited by size into ws-issue-text
               end-string
               move "run crl-save-migrate first" to ws-fix-text
               perform note-problem
               exit paragraph
           end-if

           open input fd-player-data
           if ws-player-file-status not = ws-file-status-ok then
               close fd-player-data
               move spaces to ws-issue-text
               string "cannot be opened, status "
                   ws-player-file-status
                   delimited by size into ws-issue-text
               end-string
               move "check the file by hand" to ws-fix-text
               perform note-problem
               exit paragraph
           end-if
           read fd-player-data
               at end move spaces to f-player-image
           end-read
           close fd-player-data

           if f-save-version not numeric
           or f-save-version not = ws-current-save-version then
               move "record is not the current layout" to ws-issue-text
               move "run crl-save-migrate first" to ws-fix-text
               perform note-problem
               exit paragraph
           end-if

           move spaces to ws-slot-label
           string "SLOT " ws-slot " " function trim(f-player-name)
               delimited by size into ws-slot-label
           end-string

           perform check-visited-maps
           perform check-quest-journal
           perform check-inventory
           perform check-equipment
           perform check-companion
           perform check-progression

           if ws-slot-problems = 0 then
               add 1 to ws-slots-clean
               move spaces to f-report-line
               string function trim(ws-slot-label)
                   ": matches the installed pack"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           exit paragraph.

       check-visited-maps.

           if f-visited-count not numeric then
               exit paragraph
           end-if

           perform varying ws-vis-idx from f-visited-count by -1
           until ws-vis-idx < 1
               if ws-vis-idx <= 20
               and f-vis-map(ws-vis-idx) not = spaces then
                   move spaces to ws-map-dat-probe
                   string function trim(f-vis-map(ws-vis-idx)) ".DAT"
                       delimited by size into ws-map-dat-probe
                   end-string
                   call "CBL_CHECK_FILE_EXIST" using
                       ws-map-dat-probe ws-probe-info
                       returning ws-probe-status
                   end-call
                   if ws-probe-status not = 0 then
                       move spaces to ws-issue-text
                       string "visited map "
                           function trim(f-vis-map(ws-vis-idx))
                           " (entry " ws-vis-idx
                           ") is not installed"
                           delimited by size into ws-issue-text
                       end-string
                       move spaces to ws-fix-text
                       string "[v] drop visited entry " ws-vis-idx
                           delimited by size into ws-fix-text
                       end-string
                       perform note-problem
                   end-if
               end-if
           end-perform

           exit paragraph.

       check-quest-journal.

           if not ws-have-quests then
               exit paragraph
           end-if

           perform varying ws-quest-idx from 1 by 1
           until ws-quest-idx > 5
               if f-quest-id(ws-quest-idx) is numeric
               and f-quest-id(ws-quest-idx) > 0 then
                   if ws-quest-known(f-quest-id(ws-quest-idx)) = 'N'
                   then
                       move spaces to ws-issue-text
                       string "quest " f-quest-id(ws-quest-idx) " "
                           function trim(f-quest-title(ws-quest-idx))
                           " (journal " ws-quest-idx
                           ") is not in QUESTS.QST"
                           delimited by size into ws-issue-text
                       end-string
                       move spaces to ws-fix-text
                       string "[q" ws-quest-idx "] state 0"
                           " (clears the journal entry)"
                           delimited by size into ws-fix-text
                       end-string
                       perform note-problem
                   end-if
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Carried items hold exactly the catalog's atk/def; worn ones
      * may sit a curse or blessing away from it.
      ******************************************************************
       check-inventory.

           if not ws-have-catalog or f-inv-count not numeric then
               exit paragraph
           end-if

           perform varying ws-inv-idx from f-inv-count by -1
           until ws-inv-idx < 1
               move f-inv-name(ws-inv-idx) to ws-item-name
               perform find-catalog-item
               if ws-cat-found = 0 then
                   move spaces to ws-issue-text
                   string "inventory slot " ws-inv-idx " "
                       function trim(ws-item-name)
                       " is not in ITEMS.ITL"
                       delimited by size into ws-issue-text
                   end-string
                   move spaces to ws-fix-text
                   string "[i] drop inventory slot " ws-inv-idx
                       delimited by size into ws-fix-text
                   end-string
                   perform note-problem
               else
                   if f-inv-atk(ws-inv-idx)
                       not = ws-cat-atk(ws-cat-found)
                   or f-inv-def(ws-inv-idx)
                       not = ws-cat-def(ws-cat-found) then
                       move spaces to ws-issue-text
                       string "inventory slot " ws-inv-idx " "
                           function trim(ws-item-name)
                           " carries atk/def "
                           f-inv-atk(ws-inv-idx) "/"
                           f-inv-def(ws-inv-idx) ", catalog says "
                           ws-cat-atk(ws-cat-found) "/"
                           ws-cat-def(ws-cat-found)
                           delimited by size into ws-issue-text
                       end-string
                       move spaces to ws-fix-text
                       string "[a] slot " ws-inv-idx " atk "
                           ws-cat-atk(ws-cat-found) " def "
                           ws-cat-def(ws-cat-found)
                           delimited by size into ws-fix-text
                       end-string
                       perform note-problem
                   end-if
               end-if
           end-perform

           exit paragraph.

       check-equipment.

           if not ws-have-catalog then
               exit paragraph
           end-if

           move "weapon" to ws-item-label
           move "W" to ws-piece-code
           move f-weapon-name to ws-item-name
           move f-weapon-atk to ws-stored-atk
           move 0 to ws-stored-def
           move 'Y' to ws-check-atk-sw
           move 'N' to ws-check-def-sw
           perform check-worn-piece

           move "armor" to ws-item-label
           move "A" to ws-piece-code
           move f-armor-name to ws-item-name
           move 0 to ws-stored-atk
           move f-armor-def to ws-stored-def
           move 'N' to ws-check-atk-sw
           move 'Y' to ws-check-def-sw
           perform check-worn-piece

           move "head" to ws-item-label
           move "H" to ws-piece-code
           move f-head-name to ws-item-name
           move 0 to ws-stored-atk
           move f-head-def to ws-stored-def
           move 'N' to ws-check-atk-sw
           move 'Y' to ws-check-def-sw
           perform check-worn-piece

           move "ring 1" to ws-item-label
           move "1" to ws-piece-code
           move f-ring1-name to ws-item-name
           move f-ring1-atk to ws-stored-atk
           move f-ring1-def to ws-stored-def
           move 'Y' to ws-check-atk-sw
           move 'Y' to ws-check-def-sw
           perform check-worn-piece

           move "ring 2" to ws-item-label
           move "2" to ws-piece-code
           move f-ring2-name to ws-item-name
           move f-ring2-atk to ws-stored-atk
           move f-ring2-def to ws-stored-def
           move 'Y' to ws-check-atk-sw
           move 'Y' to ws-check-def-sw
           perform check-worn-piece

           move "amulet" to ws-item-label
           move "M" to ws-piece-code
           move f-amulet-name to ws-item-name
           move f-amulet-atk to ws-stored-atk
           move f-amulet-def to ws-stored-def
           move 'Y' to ws-check-atk-sw
           move 'Y' to ws-check-def-sw
           perform check-worn-piece

           exit paragraph.

       check-worn-piece.

           if ws-item-name = spaces then
               exit paragraph
           end-if

           perform find-catalog-item
           if ws-cat-found = 0 then
               move spaces to ws-issue-text
               string "equipped " function trim(ws-item-label) " "
                   function trim(ws-item-name)
                   " is not in ITEMS.ITL"
                   delimited by size into ws-issue-text
               end-string
               move spaces to ws-fix-text
               string "[u] unequip " ws-piece-code
                   delimited by size into ws-fix-text
               end-string
               perform note-problem
               exit paragraph
           end-if

      *> the game arms an untyped legacy weapon or armor with its
      *> worth; everything else takes the catalog stat as-is.
           move ws-cat-atk(ws-cat-found) to ws-expect-atk
           move ws-cat-def(ws-cat-found) to ws-expect-def
           if ws-piece-code = "W"
           and ws-cat-type(ws-cat-found) not = ws-item-type-weapon
           then
               move ws-cat-worth(ws-cat-found) to ws-expect-atk
           end-if
           if ws-piece-code = "A"
           and ws-cat-type(ws-cat-found) not = ws-item-type-armor
           then
               move ws-cat-worth(ws-cat-found) to ws-expect-def
           end-if

           move ws-fortune-swing to ws-tolerance
           move 'N' to ws-atk-off-sw
           move 'N' to ws-def-off-sw
           if ws-check-atk-sw = 'Y' then
               compute ws-diff = ws-stored-atk - ws-expect-atk
               if ws-diff > ws-tolerance
               or ws-diff < 0 - ws-tolerance then
                   move 'Y' to ws-atk-off-sw
               end-if
           end-if
           if ws-check-def-sw = 'Y' then
               compute ws-diff = ws-stored-def - ws-expect-def
               if ws-diff > ws-tolerance
               or ws-diff < 0 - ws-tolerance then
                   move 'Y' to ws-def-off-sw
               end-if
           end-if

           if ws-atk-off-sw = 'N' and ws-def-off-sw = 'N' then
               exit paragraph
           end-if

           move spaces to ws-issue-text
           move spaces to ws-fix-text
           evaluate true
               when ws-atk-off-sw = 'Y' and ws-def-off-sw = 'Y'
                   string "equipped " function trim(ws-item-label)
                       " " function trim(ws-item-name)
                       " has atk/def " ws-stored-atk "/"
                       ws-stored-def ", catalog says "
                       ws-expect-atk "/" ws-expect-def
                       delimited by size into ws-issue-text
                   end-string
                   string "[e] " ws-piece-code " atk " ws-expect-atk
                       " def " ws-expect-def
                       delimited by size into ws-fix-text
                   end-string
               when ws-atk-off-sw = 'Y'
                   string "equipped " function trim(ws-item-label)
                       " " function trim(ws-item-name)
                       " has atk " ws-stored-atk ", catalog says "
                       ws-expect-atk
                       delimited by size into ws-issue-text
                   end-string
                   string "[e] " ws-piece-code " atk " ws-expect-atk
                       delimited by size into ws-fix-text
                   end-string
               when other
                   string "equipped " function trim(ws-item-label)
                       " " function trim(ws-item-name)
                       " has def " ws-stored-def ", catalog says "
                       ws-expect-def
                       delimited by size into ws-issue-text
                   end-string
                   string "[e] " ws-piece-code " def " ws-expect-def
                       delimited by size into ws-fix-text
                   end-string
           end-evaluate
           perform note-problem

           exit paragraph.

       find-catalog-item.

           move 0 to ws-cat-found
           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-catalog-count
               if ws-cat-name(ws-cat-idx) = ws-item-name then
                   move ws-cat-idx to ws-cat-found
                   exit perform
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * A companion is held to its own template, or -- when the
      * bestiary no longer has one by its name -- to the strongest
      * template there is.
      ******************************************************************
       check-companion.

           if not ws-have-bestiary or f-comp-name = spaces then
               exit paragraph
           end-if

           move ws-tpl-max-hp to ws-limit-hp
           move ws-tpl-max-atk to ws-limit-atk
           move "any bestiary template" to ws-limit-source
           perform varying ws-tpl-idx from 1 by 1
           until ws-tpl-idx > ws-template-count
               if ws-tpl-name(ws-tpl-idx) = f-comp-name then
                   move ws-tpl-hp(ws-tpl-idx) to ws-limit-hp
                   move ws-tpl-atk(ws-tpl-idx) to ws-limit-atk
                   move "its bestiary template" to ws-limit-source
                   exit perform
               end-if
           end-perform

           if f-comp-hp-max <= ws-limit-hp
           and f-comp-atk <= ws-limit-atk then
               exit paragraph
           end-if

           move spaces to ws-issue-text
           string "companion " function trim(f-comp-name)
               " hp " f-comp-hp-max " atk " f-comp-atk
               " exceeds " function trim(ws-limit-source)
               " (hp " ws-limit-hp " atk " ws-limit-atk ")"
               delimited by size into ws-issue-text
           end-string
           move spaces to ws-fix-text
           string "[p] companion max hp " ws-limit-hp " atk "
               ws-limit-atk " (or 0 to dismiss)"
               delimited by size into ws-fix-text
           end-string
           perform note-problem

           exit paragraph.

      ******************************************************************
      * The class digit must be one the game knows, and the level
      * must have a PROGRESS.TBL row (the class's own wins over a
      * generic one, as in the game) whose exp-to-next the save
      * carries.
      ******************************************************************
       check-progression.

           if f-class not numeric or f-class > 3 then
               move spaces to ws-issue-text
               string "class " f-class " is not a defined class"
                   delimited by size into ws-issue-text
               end-string
               move "[k] class 0-3 (1 warrior / 2 scout / 3 adept)"
                   to ws-fix-text
               perform note-problem
           end-if

           if ws-progress-count = 0 then
               exit paragraph
           end-if

           evaluate f-class
               when 1
                   move "W" to ws-class-letter
               when 2
                   move "S" to ws-class-letter
               when 3
                   move "A" to ws-class-letter
               when other
                   move space to ws-class-letter
           end-evaluate

           move 0 to ws-prog-match
           perform varying ws-prog-idx from 1 by 1
           until ws-prog-idx > ws-progress-count
               if ws-prog-level(ws-prog-idx) = f-level then
                   if ws-prog-class(ws-prog-idx) = ws-class-letter
                   and ws-class-letter not = space then
                       move ws-prog-idx to ws-prog-match
                       exit perform
                   end-if
                   if ws-prog-class(ws-prog-idx) = space
                   and ws-prog-match = 0 then
                       move ws-prog-idx to ws-prog-match
                   end-if
               end-if
           end-perform

           if ws-prog-match = 0 then
               move spaces to ws-issue-text
               string "level " f-level
                   " is not defined in PROGRESS.TBL"
                   " (the game falls back to the classic curve)"
                   delimited by size into ws-issue-text
               end-string
               move spaces to ws-fix-text
               string "[5] level to one the table defines (up to "
                   ws-prog-top-level ")"
                   delimited by size into ws-fix-text
               end-string
               perform note-problem
               exit paragraph
           end-if

           if f-exp-next not = ws-prog-exp(ws-prog-match) then
               move f-exp-next to ws-exp-disp
               move ws-prog-exp(ws-prog-match) to ws-exp-disp-2
               move spaces to ws-issue-text
               string "exp to next level " function trim(ws-exp-disp)
                   ", PROGRESS.TBL says "
                   function trim(ws-exp-disp-2) " for level " f-level
                   delimited by size into ws-issue-text
               end-string
               move spaces to ws-fix-text
               string "[n] exp to next level "
                   function trim(ws-exp-disp-2)
                   delimited by size into ws-fix-text
               end-string
               perform note-problem
           end-if

           exit paragraph.

       note-problem.

           add 1 to ws-issue-count
           add 1 to ws-slot-problems

           move spaces to f-report-line
           string function trim(ws-slot-label)
               ": " function trim(ws-issue-text)
               delimited by size into f-report-line
           end-string
           write f-report-line
           display function trim(f-report-line)

      *> inspector commands are bracketed; anything else is advice.
           move spaces to f-report-line
           if ws-fix-text(1:1) = "[" then
               string "        FIX: crl-save-inspect slot " ws-slot
                   " " function trim(ws-fix-text)
                   delimited by size into f-report-line
               end-string
           else
               string "        FIX: " function trim(ws-fix-text)
                   delimited by size into f-report-line
               end-string
           end-if
           write f-report-line

           exit paragraph.

       end program crl-save-recon.
