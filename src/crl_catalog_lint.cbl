      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Item catalog lint. ITEMS.ITL takes any record the
      *>          item creator lets through; this pass reads the
      *>          whole catalog and lists, by id, every record that
      *>          makes no sense in play:
      *>            ERROR  a weapon carrying def but no atk
      *>            ERROR  a set id with no SETS.TBL row
      *>            ERROR  an effect id the game does not know
      *>            ERROR  a name another item already uses (shops
      *>                   and quests look items up by name)
      *>            WARN   armor carrying atk
      *>            WARN   a key or quest item the merchant would
      *>                   pay for (a key's worth is also its door
      *>                   group -- check which was meant)
      *>            WARN   a heal value nothing will ever read
      *>          Results go to CATLINT.RPT. Any ERROR sets return
      *>          code 8, so as a NIGHTRUN.CTL step a broken catalog
      *>          stops the night run; warnings alone do not.
      *> Tectonics:
      *>     ./build_catalog_lint.sh
      *>*****************************************************************
       identification division.
       program-id. crl-catalog-lint.

       environment division.

       input-output section.

       file-control.
           select optional fd-item-catalog
               assign to ws-item-catalog-file
               organization is indexed
               access mode is dynamic
               record key is f-catalog-item-id
               file status is ws-catalog-status.

           select optional fd-sets-table
               assign to ws-sets-table-file
               organization is line sequential
               file status is ws-sets-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

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

           fd  fd-sets-table.
           01  f-sets-line                  pic x(60).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-max-catalog              value 999.
           78  ws-max-set-rows             value 20.

           78  ws-item-catalog-file        value "ITEMS.ITL".
           01  ws-catalog-status           pic xx.
           78  ws-sets-table-file          value "SETS.TBL".
           01  ws-sets-status              pic xx.
           01  ws-report-file              pic x(15)
                                           value "CATLINT.RPT".
           01  ws-report-status            pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-catalog-count            pic 999 value 0.
           01  ws-catalog-items.
               05  ws-cat-item occurs ws-max-catalog times.
                   10  ws-cat-id           pic 999.
                   10  ws-cat-name         pic x(16).
                   10  ws-cat-effect-id    pic 99.
                   10  ws-cat-worth        pic 999.
                   10  ws-cat-type         pic 9.
                   10  ws-cat-atk          pic 999.
                   10  ws-cat-def          pic 999.
                   10  ws-cat-heal         pic 999.
                   10  ws-cat-set-id       pic 99.
      *> upper-cased, the way a name lookup would compare it.
                   10  ws-cat-match-name   pic x(16).

           01  ws-cat-idx                  pic 999.
           01  ws-dup-idx                  pic 999.
           01  ws-dup-found-sw             pic a value 'N'.
               88  ws-dup-found            value 'Y'.
               88  ws-dup-not-found        value 'N'.

      *> set ids only -- SETS.TBL parsed the way the game's
      *> parse-sets-line reads it.
           01  ws-set-count                pic 99 value 0.
           01  ws-set-ids.
               05  ws-set-id occurs ws-max-set-rows times pic 99.
           01  ws-set-parse.
               05  ws-set-p-id             pic x(2).
               05  ws-set-p-need           pic x(1).
           01  ws-set-idx                  pic 99.
           01  ws-set-found-sw             pic a value 'N'.
               88  ws-set-found            value 'Y'.
               88  ws-set-not-found        value 'N'.

           01  ws-finding-severity         pic x(5).
           01  ws-finding-text             pic x(60).
           01  ws-error-count              pic 9(4) value 0.
           01  ws-warn-count               pic 9(4) value 0.
           01  ws-flagged-count            pic 999 value 0.
           01  ws-item-flagged-sw          pic a value 'N'.
               88  ws-item-flagged         value 'Y'.
               88  ws-item-not-flagged     value 'N'.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                       value "crl-catalog-lint".
           01  ws-errlog-reason            pic x(8).
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike item catalog lint"
           display "---------------------------------"

           perform load-catalog

           if ws-catalog-count = 0 then
               display "ITEMS.ITL is empty or missing --"
                   " nothing to lint."
               stop run
           end-if

           perform load-sets-table

           open output fd-report
           move "COBOL-ROGUELIKE ITEM CATALOG LINT" to f-report-line
           write f-report-line
           move "=================================" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "Catalog items: " ws-catalog-count
               "   SETS.TBL sets: " ws-set-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line
           move "ID   NAME              SEVERITY  FINDING"
               to f-report-line
           write f-report-line

           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-catalog-count
               perform lint-one-item
           end-perform

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "Items flagged: " ws-flagged-count
               "   errors: " ws-error-count
               "   warnings: " ws-warn-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-error-count > 0 then
               move "CATALOG HAS ERRORS -- FIX BEFORE RELEASE"
                   to f-report-line
               write f-report-line
           end-if

           close fd-report

           display "Linted " ws-catalog-count " item(s): "
               ws-error-count " error(s), " ws-warn-count
               " warning(s). Report: " function trim(ws-report-file)
           end-display

           if ws-error-count > 0 then
               move 8 to return-code
           end-if

           stop run.

      ******************************************************************
      * The whole catalog into the table, key order.
      ******************************************************************
       load-catalog.

           set ws-not-eof to true
           open input fd-item-catalog
           if ws-catalog-status not = ws-file-status-ok then
               if ws-catalog-status not = "05"
               and ws-catalog-status not = "35" then
                   move "CATREAD" to ws-errlog-reason
                   move ws-item-catalog-file to ws-errlog-file
                   move "catalog open failed for lint"
                       to ws-errlog-detail
                   call "crl-error-log" using
                       ws-errlog-program ws-errlog-reason
                       ws-errlog-file ws-errlog-detail
                   end-call
               end-if
               close fd-item-catalog
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-catalog-count >= ws-max-catalog

               read fd-item-catalog next record
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof
               and ws-catalog-status = ws-file-status-ok then
                   add 1 to ws-catalog-count
                   move f-catalog-item-id
                       to ws-cat-id(ws-catalog-count)
                   move f-catalog-item-name
                       to ws-cat-name(ws-catalog-count)
                   move f-catalog-item-effect-id
                       to ws-cat-effect-id(ws-catalog-count)
                   move f-catalog-item-worth
                       to ws-cat-worth(ws-catalog-count)
                   move f-catalog-item-type
                       to ws-cat-type(ws-catalog-count)
                   move f-catalog-item-atk
                       to ws-cat-atk(ws-catalog-count)
                   move f-catalog-item-def
                       to ws-cat-def(ws-catalog-count)
                   move f-catalog-item-heal
                       to ws-cat-heal(ws-catalog-count)
                   move f-catalog-item-set-id
                       to ws-cat-set-id(ws-catalog-count)
                   move function upper-case(
                       function trim(f-catalog-item-name))
                       to ws-cat-match-name(ws-catalog-count)
               end-if

           end-perform

           close fd-item-catalog
           set ws-not-eof to true

           exit paragraph.

      ******************************************************************
      * SETS.TBL: id|pieces|bonus-type|amount|title per line. A row
      * the game's parse-sets-line would skip defines no set.
      ******************************************************************
       load-sets-table.

           set ws-not-eof to true
           open input fd-sets-table
           if ws-sets-status not = ws-file-status-ok then
               close fd-sets-table
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-set-count >= ws-max-set-rows

               read fd-sets-table
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-sets-line not = spaces then
                   move spaces to ws-set-parse
                   unstring f-sets-line delimited by "|"
                       into ws-set-p-id ws-set-p-need
                   end-unstring
                   if function trim(ws-set-p-id) is numeric
                   and function trim(ws-set-p-need) is numeric then
                       add 1 to ws-set-count
                       move ws-set-p-id to ws-set-id(ws-set-count)
                   end-if
               end-if

           end-perform

           close fd-sets-table
           set ws-not-eof to true

           exit paragraph.

      ******************************************************************
      * Every rule against one record; each finding is its own line.
      ******************************************************************
       lint-one-item.

           set ws-item-not-flagged to true

           if ws-cat-type(ws-cat-idx) = ws-item-type-weapon
           and ws-cat-def(ws-cat-idx) > 0
           and ws-cat-atk(ws-cat-idx) = 0 then
               move "ERROR" to ws-finding-severity
               move "weapon has def but no atk" to ws-finding-text
               perform write-finding
           end-if

           if ws-cat-type(ws-cat-idx) = ws-item-type-armor
           and ws-cat-atk(ws-cat-idx) > 0 then
               move "WARN" to ws-finding-severity
               move "armor carries atk" to ws-finding-text
               perform write-finding
           end-if

           if ws-cat-type(ws-cat-idx) = ws-item-type-key
           and ws-cat-worth(ws-cat-idx) > 0 then
               move "WARN" to ws-finding-severity
               move spaces to ws-finding-text
               string "key sells to the merchant (worth "
                   ws-cat-worth(ws-cat-idx) " = door group?)"
                   delimited by size into ws-finding-text
               end-string
               perform write-finding
           end-if

           if ws-cat-type(ws-cat-idx) = ws-item-type-quest
           and ws-cat-worth(ws-cat-idx) > 0 then
               move "WARN" to ws-finding-severity
               move spaces to ws-finding-text
               string "quest item sells to the merchant (worth "
                   ws-cat-worth(ws-cat-idx) ")"
                   delimited by size into ws-finding-text
               end-string
               perform write-finding
           end-if

      *> heal is read by consumables, by chests (their content
      *> count) and by the heal / torch / food effects on anything.
           if ws-cat-heal(ws-cat-idx) > 0
           and ws-cat-type(ws-cat-idx) not = ws-item-type-consumable
           and ws-cat-type(ws-cat-idx) not = ws-item-type-chest
           and ws-cat-effect-id(ws-cat-idx) not = ws-item-effect-heal
           and ws-cat-effect-id(ws-cat-idx) not = ws-item-effect-torch
           and ws-cat-effect-id(ws-cat-idx) not = ws-item-effect-food
           then
               move "WARN" to ws-finding-severity
               move "heal value on an item that never uses it"
                   to ws-finding-text
               perform write-finding
           end-if

           if ws-cat-set-id(ws-cat-idx) > 0 then
               set ws-set-not-found to true
               perform varying ws-set-idx from 1 by 1
               until ws-set-idx > ws-set-count or ws-set-found
                   if ws-set-id(ws-set-idx)
                       = ws-cat-set-id(ws-cat-idx) then
                       set ws-set-found to true
                   end-if
               end-perform
               if ws-set-not-found then
                   move "ERROR" to ws-finding-severity
                   move spaces to ws-finding-text
                   string "set id " ws-cat-set-id(ws-cat-idx)
                       " has no SETS.TBL row"
                       delimited by size into ws-finding-text
                   end-string
                   perform write-finding
               end-if
           end-if

      *> the digging tool is the highest effect the game knows;
      *> anything past it does nothing in play.
           if ws-cat-effect-id(ws-cat-idx) > ws-item-effect-dig
           then
               move "ERROR" to ws-finding-severity
               move spaces to ws-finding-text
               string "effect id " ws-cat-effect-id(ws-cat-idx)
                   " is not a known item effect"
                   delimited by size into ws-finding-text
               end-string
               perform write-finding
           end-if

      *> a duplicate is reported on the later id, naming the first.
           set ws-dup-not-found to true
           perform varying ws-dup-idx from 1 by 1
           until ws-dup-idx >= ws-cat-idx or ws-dup-found
               if ws-cat-match-name(ws-dup-idx)
                   = ws-cat-match-name(ws-cat-idx) then
                   set ws-dup-found to true
                   move "ERROR" to ws-finding-severity
                   move spaces to ws-finding-text
                   string "name already used by id "
                       ws-cat-id(ws-dup-idx)
                       delimited by size into ws-finding-text
                   end-string
                   perform write-finding
               end-if
           end-perform

           if ws-item-flagged then
               add 1 to ws-flagged-count
           end-if

           exit paragraph.

       write-finding.

           if ws-finding-severity = "ERROR" then
               add 1 to ws-error-count
           else
               add 1 to ws-warn-count
           end-if
           set ws-item-flagged to true

           move spaces to f-report-line
           string ws-cat-id(ws-cat-idx) "  "
               ws-cat-name(ws-cat-idx) "  "
               ws-finding-severity "     "
               ws-finding-text
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       end program crl-catalog-lint.
