      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Maintenance screens for the pack's pipe-delimited
      *>          tuning tables -- PROGRESS.TBL, SETS.TBL,
      *>          RECIPES.TBL and PRICES.TBL -- so they stop being
      *>          hand-edited. Where the game's parse-*-line
      *>          paragraphs quietly skip a line they can't read,
      *>          this program shows every line and checks it field
      *>          by field: progression levels ascending with no
      *>          gaps, set ids that some ITEMS.ITL item actually
      *>          carries, recipe materials and outputs that are
      *>          real catalog items, and price rows naming
      *>          installed maps. A table with problems is not
      *>          saved; a sound one is written after the old file
      *>          is kept as a .BAK, the way the map editor does.
      *> Tectonics:
      *>     ./build_table_maint.sh
      *>*****************************************************************
       identification division.
       program-id. crl-table-maint.

       environment division.

       input-output section.

       file-control.
           select optional fd-tuning-table
               assign to dynamic ws-table-file
               organization is line sequential
               file status is ws-table-status.

           select optional fd-item-list-data
               assign to dynamic ws-item-list-file-name
               organization is indexed
               access mode is dynamic
               record key is f-item-id
               file status is ws-item-list-file-status.

       data division.

       file section.

           fd  fd-tuning-table.
           01  f-table-line                 pic x(80).

           copy "shared/copybooks/fd-item-list-data.cpy".

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           copy "shared/copybooks/ws-item-list-file.cpy".

      *> the four tables, and the row limits crl_game.cbl reads
      *> them with -- keep in step with its ws-max-*-rows.
           78  ws-table-progress            value 1.
           78  ws-table-sets                value 2.
           78  ws-table-recipes             value 3.
           78  ws-table-prices              value 4.
           78  ws-max-progress-rows         value 50.
           78  ws-max-set-rows              value 20.
           78  ws-max-recipes               value 15.
           78  ws-max-price-rows            value 50.
           78  ws-max-table-rows            value 60.
           78  ws-max-row-fields            value 5.

           01  ws-table-kind                pic 9 value 0.
           01  ws-table-file                pic x(15).
           01  ws-table-status              pic xx.
           01  ws-table-bak-file            pic x(19).
           01  ws-table-max-rows            pic 99.
           01  ws-field-count               pic 9.
           01  ws-field-labels.
               05  ws-field-label occurs 5 times pic x(40).

           01  ws-backup-file-info          pic x(20).
           01  ws-backup-status             pic s9(9) comp-5.
           01  ws-map-dat-file              pic x(20).

           01  ws-eof-sw                    pic a value 'N'.
               88  ws-is-eof                value 'Y'.
               88  ws-not-eof               value 'N'.

           01  ws-quit-sw                   pic a value 'N'.
               88  ws-is-quit               value 'Y'.
               88  ws-not-quit              value 'N'.

           01  ws-back-sw                   pic a value 'N'.
               88  ws-is-back               value 'Y'.
               88  ws-not-back              value 'N'.

           01  ws-dirty-sw                  pic a value 'N'.
               88  ws-is-dirty              value 'Y'.
               88  ws-not-dirty             value 'N'.

           01  ws-command                   pic x.
           01  ws-answer                    pic x.

      *> every line of the table as text, parseable or not, so a
      *> line the game would skip shows up and must be fixed.
           01  ws-row-count                 pic 99 value 0.
           01  ws-table-rows.
               05  ws-table-row occurs ws-max-table-rows times.
                   10  ws-row-field occurs 5 times pic x(20).
           01  ws-row-idx                   pic 99.
           01  ws-scan-idx                  pic 99.
           01  ws-prev-idx                  pic 99.
           01  ws-field-idx                 pic 9.
           01  ws-last-field                pic 9.
           01  ws-line-ptr                  pic 99.
           01  ws-edit-row                  pic 99.
           01  ws-in-field                  pic x(30).

           01  ws-problem-count             pic 999.

      *> one field under test.
           01  ws-num-text                  pic x(20).
           01  ws-num-value                 pic 9(7).
           01  ws-num-ok-sw                 pic a.
               88  ws-num-ok                value 'Y'.
               88  ws-num-bad               value 'N'.
           01  ws-cur-level                 pic 9(7).
           01  ws-check-name                pic x(20).
           01  ws-case-hint                 pic x(16).
           01  ws-found-sw                  pic a.
               88  ws-name-found            value 'Y'.
               88  ws-name-not-found        value 'N'.
           01  ws-set-piece-count           pic 999.

      *> the catalog, for names and set ids.
           01  ws-catalog-count             pic 999 value 0.
           01  ws-catalog.
               05  ws-catalog-entry occurs 999 times.
                   10  ws-cat-name          pic x(16).
                   10  ws-cat-set-id        pic 99.
           01  ws-cat-idx                   pic 999.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike tuning table maintenance"
           display "----------------------------------------"

           perform load-catalog

           perform until ws-is-quit

               display " "
               display "[p]rogress  [s]ets  [r]ecipes  [m]arket"
                   " prices  [q]uit: " with no advancing
               accept ws-command

               evaluate function upper-case(ws-command)
                   when "P"
                       move ws-table-progress to ws-table-kind
                       perform maintain-table
                   when "S"
                       move ws-table-sets to ws-table-kind
                       perform maintain-table
                   when "R"
                       move ws-table-recipes to ws-table-kind
                       perform maintain-table
                   when "M"
                       move ws-table-prices to ws-table-kind
                       perform maintain-table
                   when "Q"
                       set ws-is-quit to true
                   when other
                       continue
               end-evaluate

           end-perform

           stop run.

       load-catalog.

           move 0 to ws-catalog-count
           set ws-not-eof to true
           move 0 to f-item-id

           open input fd-item-list-data
           if ws-item-list-file-status not = ws-file-status-ok then
      *> an optional file opens "05" when absent -- and is open.
               if ws-item-list-file-status = "05" then
                   close fd-item-list-data
               end-if
               display "No " function trim(ws-item-list-file-name)
                   " -- set and recipe checks will fail."
               end-display
               exit paragraph
           end-if

           perform until ws-is-eof or ws-catalog-count >= 999
               read fd-item-list-data next record
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   add 1 to ws-catalog-count
                   move f-item-name to ws-cat-name(ws-catalog-count)
                   move f-item-set-id
                       to ws-cat-set-id(ws-catalog-count)
               end-if
           end-perform

           close fd-item-list-data
           set ws-not-eof to true

           exit paragraph.

      ******************************************************************
      * One table's screen: the rows listed, then add, edit, delete,
      * check and save until the author backs out.
      ******************************************************************
       maintain-table.

           perform set-table-layout
           perform load-table-rows
           set ws-not-back to true
           set ws-not-dirty to true

           perform until ws-is-back

               perform list-table-rows

               display " "
               display "[a]dd [e]dit [d]elete [c]heck [s]ave [b]ack: "
                   with no advancing
               accept ws-command

               evaluate function upper-case(ws-command)
                   when "A"
                       perform add-table-row
                   when "E"
                       perform edit-table-row
                   when "D"
                       perform delete-table-row
                   when "C"
                       perform check-table-rows
                       if ws-problem-count = 0 then
                           display "No problems found."
                       end-if
                   when "S"
                       perform save-table-rows
                   when "B"
                       perform confirm-back
                   when other
                       continue
               end-evaluate

           end-perform

           exit paragraph.

       set-table-layout.

           move spaces to ws-field-labels

           evaluate ws-table-kind
               when ws-table-progress
                   move "PROGRESS.TBL" to ws-table-file
                   move ws-max-progress-rows to ws-table-max-rows
                   move 5 to ws-field-count
                   move "Level" to ws-field-label(1)
                   move "Exp to next level" to ws-field-label(2)
                   move "Hp gain [blank = 5]" to ws-field-label(3)
                   move "Attack gain [blank = 1]" to ws-field-label(4)
                   move "Class [blank = any, W, S, A]"
                       to ws-field-label(5)
               when ws-table-sets
                   move "SETS.TBL" to ws-table-file
                   move ws-max-set-rows to ws-table-max-rows
                   move 5 to ws-field-count
                   move "Set id" to ws-field-label(1)
                   move "Pieces needed" to ws-field-label(2)
                   move "Bonus [1=regen 2=resist 3=speed]"
                       to ws-field-label(3)
                   move "Bonus amount" to ws-field-label(4)
                   move "Title" to ws-field-label(5)
               when ws-table-recipes
                   move "RECIPES.TBL" to ws-table-file
                   move ws-max-recipes to ws-table-max-rows
                   move 5 to ws-field-count
                   move "Output item" to ws-field-label(1)
                   move "Material 1" to ws-field-label(2)
                   move "Quantity 1" to ws-field-label(3)
                   move "Material 2 [optional]" to ws-field-label(4)
                   move "Quantity 2" to ws-field-label(5)
               when ws-table-prices
                   move "PRICES.TBL" to ws-table-file
                   move ws-max-price-rows to ws-table-max-rows
                   move 2 to ws-field-count
                   move "Map name" to ws-field-label(1)
                   move "Price percent" to ws-field-label(2)
           end-evaluate

           move spaces to ws-table-bak-file
           string function trim(ws-table-file) ".BAK"
               delimited by size into ws-table-bak-file
           end-string

           exit paragraph.

       load-table-rows.

           move 0 to ws-row-count
           set ws-not-eof to true

           open input fd-tuning-table
           if ws-table-status not = ws-file-status-ok
           and ws-table-status not = "05" then
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-row-count >= ws-max-table-rows
               read fd-tuning-table
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof and f-table-line not = spaces then
                   add 1 to ws-row-count
                   move spaces to ws-table-row(ws-row-count)
                   unstring f-table-line delimited by "|"
                       into ws-row-field(ws-row-count, 1)
                           ws-row-field(ws-row-count, 2)
                           ws-row-field(ws-row-count, 3)
                           ws-row-field(ws-row-count, 4)
                           ws-row-field(ws-row-count, 5)
                   end-unstring
      *> the game upper-cases names and class letters as it
      *> parses; only a set's title keeps the author's case.
                   perform varying ws-field-idx from 1 by 1
                   until ws-field-idx > ws-max-row-fields
                       move function trim(
                           ws-row-field(ws-row-count, ws-field-idx))
                           to ws-row-field(ws-row-count, ws-field-idx)
                       if ws-table-kind not = ws-table-sets then
                           move function upper-case(ws-row-field(
                               ws-row-count, ws-field-idx))
                               to ws-row-field(
                                   ws-row-count, ws-field-idx)
                       end-if
                   end-perform
               end-if
           end-perform

           close fd-tuning-table
           set ws-not-eof to true

           exit paragraph.

       list-table-rows.

           display " "
           display function trim(ws-table-file) " -- "
               ws-row-count " row(s), the game reads "
               ws-table-max-rows
           end-display

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-row-count
               display ws-row-idx " " with no advancing
               perform varying ws-field-idx from 1 by 1
               until ws-field-idx > ws-field-count
                   display ws-row-field(ws-row-idx, ws-field-idx)
                       with no advancing
                   end-display
               end-perform
               display " "
           end-perform

           exit paragraph.

       add-table-row.

           if ws-row-count >= ws-table-max-rows then
               display "The game reads " ws-table-max-rows
                   " rows at most -- delete one first."
               exit paragraph
           end-if

           display "Insert at row [0 = end]: " with no advancing
           accept ws-edit-row
           if ws-edit-row = 0 or ws-edit-row > ws-row-count then
               compute ws-edit-row = ws-row-count + 1
           end-if

           perform varying ws-row-idx from ws-row-count by -1
           until ws-row-idx < ws-edit-row
               move ws-table-row(ws-row-idx)
                   to ws-table-row(ws-row-idx + 1)
           end-perform
           add 1 to ws-row-count
           move spaces to ws-table-row(ws-edit-row)

           perform prompt-row-fields
           set ws-is-dirty to true

           exit paragraph.

       edit-table-row.

           display "Edit which row? " with no advancing
           accept ws-edit-row
           if ws-edit-row = 0 or ws-edit-row > ws-row-count then
               exit paragraph
           end-if

           display "(enter keeps the current value, - clears it)"
           perform prompt-row-fields
           set ws-is-dirty to true

           exit paragraph.

       prompt-row-fields.

           perform varying ws-field-idx from 1 by 1
           until ws-field-idx > ws-field-count
               display function trim(ws-field-label(ws-field-idx))
                   " [" function trim(
                       ws-row-field(ws-edit-row, ws-field-idx))
                   "]: " with no advancing
               end-display
               move spaces to ws-in-field
               accept ws-in-field
               evaluate true
                   when ws-in-field = "-"
                       move spaces
                           to ws-row-field(ws-edit-row, ws-field-idx)
                   when ws-in-field(21:) not = spaces
                       display "  Too long -- kept the old value."
                   when ws-in-field not = spaces
                       move function upper-case(ws-in-field)
                           to ws-row-field(ws-edit-row, ws-field-idx)
               end-evaluate
           end-perform

      *> titles keep the author's own case.
           if ws-table-kind = ws-table-sets
           and ws-in-field not = spaces and ws-in-field not = "-"
           and ws-in-field(21:) = spaces then
               move ws-in-field to ws-row-field(ws-edit-row, 5)
           end-if

           exit paragraph.

       delete-table-row.

           display "Delete which row? " with no advancing
           accept ws-edit-row
           if ws-edit-row = 0 or ws-edit-row > ws-row-count then
               exit paragraph
           end-if

           perform varying ws-row-idx from ws-edit-row by 1
           until ws-row-idx >= ws-row-count
               move ws-table-row(ws-row-idx + 1)
                   to ws-table-row(ws-row-idx)
           end-perform
           subtract 1 from ws-row-count
           set ws-is-dirty to true

           exit paragraph.

       confirm-back.

           if ws-is-dirty then
               display "Unsaved changes -- leave anyway? [y/n] "
                   with no advancing
               accept ws-answer
               if ws-answer not = "y" and ws-answer not = "Y" then
                   exit paragraph
               end-if
           end-if

           set ws-is-back to true

           exit paragraph.

      ******************************************************************
      * Every row of the table checked field by field; each problem
      * is listed with its row number.
      ******************************************************************
       check-table-rows.

           move 0 to ws-problem-count
           display " "

           if ws-row-count > ws-table-max-rows then
               display "  The game reads only the first "
                   ws-table-max-rows " rows."
               add 1 to ws-problem-count
           end-if

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-row-count
               evaluate ws-table-kind
                   when ws-table-progress
                       perform check-progress-row
                   when ws-table-sets
                       perform check-sets-row
                   when ws-table-recipes
                       perform check-recipe-row
                   when ws-table-prices
                       perform check-price-row
               end-evaluate
           end-perform

           if ws-problem-count > 0 then
               display ws-problem-count " problem(s)."
           end-if

           exit paragraph.

      ******************************************************************
      * LEVEL|EXP|HP|ATK|CLASS. Generic rows run 1, 2, 3 ... with no
      * gaps; a class's own rows run on from wherever they start, one
      * level at a time, so gain-experience never climbs into a level
      * with no row while a later one exists.
      ******************************************************************
       check-progress-row.

           move ws-row-field(ws-row-idx, 1) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 then
               display "  row " ws-row-idx ": level must be a"
                   " number from 1 up."
               end-display
               add 1 to ws-problem-count
               exit paragraph
           end-if

           move ws-row-field(ws-row-idx, 2) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 then
               display "  row " ws-row-idx ": exp to next level"
                   " must be a number from 1 up."
               end-display
               add 1 to ws-problem-count
           end-if

           perform varying ws-field-idx from 3 by 1
           until ws-field-idx > 4
               if ws-row-field(ws-row-idx, ws-field-idx)
                   not = spaces then
                   move ws-row-field(ws-row-idx, ws-field-idx)
                       to ws-num-text
                   perform check-numeric-field
                   if ws-num-bad or ws-num-value > 999 then
                       display "  row " ws-row-idx ": "
                           function trim(
                               ws-field-label(ws-field-idx))
                           " must be blank or 0-999."
                       end-display
                       add 1 to ws-problem-count
                   end-if
               end-if
           end-perform

           if ws-row-field(ws-row-idx, 5) not = spaces
           and ws-row-field(ws-row-idx, 5) not = "W"
           and ws-row-field(ws-row-idx, 5) not = "S"
           and ws-row-field(ws-row-idx, 5) not = "A" then
               display "  row " ws-row-idx ": class must be blank,"
                   " W, S or A."
               end-display
               add 1 to ws-problem-count
           end-if

      *> the level before this one for the same class.
           move ws-row-field(ws-row-idx, 1) to ws-num-text
           perform check-numeric-field
           move 0 to ws-prev-idx
           perform varying ws-scan-idx from 1 by 1
           until ws-scan-idx >= ws-row-idx
               if ws-row-field(ws-scan-idx, 5)
                   = ws-row-field(ws-row-idx, 5) then
                   move ws-scan-idx to ws-prev-idx
               end-if
           end-perform

           if ws-prev-idx = 0 then
               if ws-row-field(ws-row-idx, 5) = spaces
               and ws-num-value not = 1 then
                   display "  row " ws-row-idx ": the generic"
                       " levels must start at 1."
                   end-display
                   add 1 to ws-problem-count
               end-if
               exit paragraph
           end-if

           move ws-num-value to ws-cur-level
           move ws-row-field(ws-prev-idx, 1) to ws-num-text
           perform check-numeric-field
           if ws-num-ok and ws-cur-level not = ws-num-value + 1 then
               display "  row " ws-row-idx ": level "
                   ws-cur-level " follows level " ws-num-value
                   " -- levels must ascend with no gaps."
               end-display
               add 1 to ws-problem-count
           end-if

           exit paragraph.

      ******************************************************************
      * ID|PIECES|BONUS|AMOUNT|TITLE. A set is only real when some
      * catalog items carry its id, and only completable when at
      * least the needed number of pieces exists.
      ******************************************************************
       check-sets-row.

           move ws-row-field(ws-row-idx, 1) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 or ws-num-value > 99
           then
               display "  row " ws-row-idx ": set id must be 1-99."
               add 1 to ws-problem-count
               exit paragraph
           end-if

           perform varying ws-scan-idx from 1 by 1
           until ws-scan-idx >= ws-row-idx
               if function trim(ws-row-field(ws-scan-idx, 1))
                   is numeric then
                   if function numval(ws-row-field(ws-scan-idx, 1))
                       = ws-num-value then
                       display "  row " ws-row-idx ": set id "
                           ws-num-value(6:2) " already defined on row "
                           ws-scan-idx "."
                       end-display
                       add 1 to ws-problem-count
                   end-if
               end-if
           end-perform

           move 0 to ws-set-piece-count
           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-catalog-count
               if ws-cat-set-id(ws-cat-idx) = ws-num-value then
                   add 1 to ws-set-piece-count
               end-if
           end-perform
           if ws-set-piece-count = 0 then
               display "  row " ws-row-idx ": no item in "
                   function trim(ws-item-list-file-name)
                   " carries set id " ws-num-value(6:2) "."
               end-display
               add 1 to ws-problem-count
           end-if

           move ws-row-field(ws-row-idx, 2) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 or ws-num-value > 9 then
               display "  row " ws-row-idx ": pieces needed must be"
                   " 1-9."
               end-display
               add 1 to ws-problem-count
           else
               if ws-set-piece-count > 0
               and ws-num-value > ws-set-piece-count then
                   display "  row " ws-row-idx ": needs "
                       ws-num-value(7:1) " pieces but the catalog"
                       " has only " ws-set-piece-count "."
                   end-display
                   add 1 to ws-problem-count
               end-if
           end-if

           move ws-row-field(ws-row-idx, 3) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value < 1 or ws-num-value > 3 then
               display "  row " ws-row-idx ": bonus must be 1, 2"
                   " or 3."
               end-display
               add 1 to ws-problem-count
           end-if

           move ws-row-field(ws-row-idx, 4) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 or ws-num-value > 99
           then
               display "  row " ws-row-idx ": bonus amount must be"
                   " 1-99."
               end-display
               add 1 to ws-problem-count
           end-if

           exit paragraph.

      ******************************************************************
      * OUTPUT|MAT1|QTY1|MAT2|QTY2. The bench compares the names
      * exactly against carried items and the catalog, so each one
      * must be a catalog item spelled the same way.
      ******************************************************************
       check-recipe-row.

           move ws-row-field(ws-row-idx, 1) to ws-check-name
           perform check-catalog-name
           if ws-name-not-found then
               display "  row " ws-row-idx ": output "
                   function trim(ws-check-name)
                   " is not a catalog item." with no advancing
               end-display
               perform show-case-hint
               add 1 to ws-problem-count
           end-if

           move ws-row-field(ws-row-idx, 2) to ws-check-name
           perform check-catalog-name
           if ws-name-not-found then
               display "  row " ws-row-idx ": material "
                   function trim(ws-check-name)
                   " is not a catalog item." with no advancing
               end-display
               perform show-case-hint
               add 1 to ws-problem-count
           end-if

           move ws-row-field(ws-row-idx, 3) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 or ws-num-value > 99
           then
               display "  row " ws-row-idx ": quantity 1 must be"
                   " 1-99."
               end-display
               add 1 to ws-problem-count
           end-if

           if ws-row-field(ws-row-idx, 4) = spaces then
               if ws-row-field(ws-row-idx, 5) not = spaces then
                   display "  row " ws-row-idx ": quantity 2 given"
                       " without a material 2."
                   end-display
                   add 1 to ws-problem-count
               end-if
               exit paragraph
           end-if

           move ws-row-field(ws-row-idx, 4) to ws-check-name
           perform check-catalog-name
           if ws-name-not-found then
               display "  row " ws-row-idx ": material "
                   function trim(ws-check-name)
                   " is not a catalog item." with no advancing
               end-display
               perform show-case-hint
               add 1 to ws-problem-count
           end-if

           move ws-row-field(ws-row-idx, 5) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 or ws-num-value > 99
           then
               display "  row " ws-row-idx ": quantity 2 must be"
                   " 1-99."
               end-display
               add 1 to ws-problem-count
           end-if

           exit paragraph.

      ******************************************************************
      * MAPNAME|PCT. A row for a map that isn't installed is dead
      * weight the game carries and rewrites forever.
      ******************************************************************
       check-price-row.

           if ws-row-field(ws-row-idx, 1) = spaces then
               display "  row " ws-row-idx ": no map named."
               add 1 to ws-problem-count
           else
               move spaces to ws-map-dat-file
               string function trim(ws-row-field(ws-row-idx, 1))
                   ws-data-file-ext
                   delimited by size into ws-map-dat-file
               end-string
               call "CBL_CHECK_FILE_EXIST" using
                   ws-map-dat-file ws-backup-file-info
                   returning ws-backup-status
               end-call
               if ws-backup-status not = 0 then
                   display "  row " ws-row-idx ": map "
                       function trim(ws-row-field(ws-row-idx, 1))
                       " is not installed."
                   end-display
                   add 1 to ws-problem-count
               end-if

               perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx >= ws-row-idx
                   if ws-row-field(ws-scan-idx, 1)
                       = ws-row-field(ws-row-idx, 1) then
                       display "  row " ws-row-idx ": map already"
                           " priced on row " ws-scan-idx "."
                       end-display
                       add 1 to ws-problem-count
                   end-if
               end-perform
           end-if

           move ws-row-field(ws-row-idx, 2) to ws-num-text
           perform check-numeric-field
           if ws-num-bad or ws-num-value = 0 or ws-num-value > 999
           then
               display "  row " ws-row-idx ": price percent must be"
                   " 1-999."
               end-display
               add 1 to ws-problem-count
           end-if

           exit paragraph.

       check-numeric-field.

           move 0 to ws-num-value
           set ws-num-bad to true
           if ws-num-text = spaces then
               exit paragraph
           end-if
           if function trim(ws-num-text) is numeric
           and function length(function trim(ws-num-text)) <= 7 then
               move function numval(ws-num-text) to ws-num-value
               set ws-num-ok to true
           end-if

           exit paragraph.

       check-catalog-name.

           set ws-name-not-found to true
           move spaces to ws-case-hint
           if ws-check-name = spaces then
               exit paragraph
           end-if

           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-catalog-count
               if ws-cat-name(ws-cat-idx) = ws-check-name then
                   set ws-name-found to true
                   exit perform
               end-if
               if function upper-case(ws-cat-name(ws-cat-idx))
                   = ws-check-name then
                   move ws-cat-name(ws-cat-idx) to ws-case-hint
               end-if
           end-perform

           exit paragraph.

       show-case-hint.

           if ws-case-hint = spaces then
               display " "
           else
               display " (catalog has "
                   function trim(ws-case-hint)
                   " -- the game matches exactly)"
               end-display
           end-if

           exit paragraph.

      ******************************************************************
      * Checks the table and, only when it is clean, takes the .BAK
      * generation and writes it back out, trailing empty fields
      * dropped.
      ******************************************************************
       save-table-rows.

           perform check-table-rows
           if ws-problem-count > 0 then
               display function trim(ws-table-file)
                   " NOT saved -- fix the problems above."
               end-display
               exit paragraph
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-table-file ws-backup-file-info
               returning ws-backup-status
           end-call
           if ws-backup-status = 0 then
               call "CBL_COPY_FILE" using
                   ws-table-file ws-table-bak-file
                   returning ws-backup-status
               end-call
           end-if

           open output fd-tuning-table
           if ws-table-status not = ws-file-status-ok
           and ws-table-status not = "05" then
               display "Could not write " function trim(ws-table-file)
                   ", status " ws-table-status
               end-display
               exit paragraph
           end-if

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-row-count
               perform build-table-line
               write f-table-line
           end-perform

           close fd-tuning-table

           set ws-not-dirty to true
           display "Saved " ws-row-count " row(s) to "
               function trim(ws-table-file) "."
           end-display

           exit paragraph.

       build-table-line.

           move spaces to f-table-line
           move 1 to ws-last-field
           perform varying ws-field-idx from 1 by 1
           until ws-field-idx > ws-field-count
               if ws-row-field(ws-row-idx, ws-field-idx)
                   not = spaces then
                   move ws-field-idx to ws-last-field
               end-if
           end-perform

           move 1 to ws-line-ptr
           perform varying ws-field-idx from 1 by 1
           until ws-field-idx > ws-last-field
               if ws-field-idx > 1 then
                   string "|" delimited by size
                       into f-table-line with pointer ws-line-ptr
                   end-string
               end-if
               if ws-row-field(ws-row-idx, ws-field-idx)
                   not = spaces then
                   string function trim(
                       ws-row-field(ws-row-idx, ws-field-idx))
                       delimited by size
                       into f-table-line with pointer ws-line-ptr
                   end-string
               end-if
           end-perform

           exit paragraph.

       end program crl-table-maint.
