      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Maintains the pack's quest definitions (QUESTS.QST)
      *>          the way the item creator maintains ITEMS.ITL, so
      *>          the pipe-delimited file stops being hand-edited.
      *>          Every add and edit is checked against what the
      *>          game will actually match at run time: a KILL
      *>          target must name an enemy on some map's .BGS or a
      *>          bestiary template, a FETCH target an ITEMS.ITL
      *>          item, a REACH target a map or a .RGN region; ids
      *>          are unique and the title fits the journal. A
      *>          delete warns when an NPC still hands the quest out.
      *>          The old file is kept as QUESTS.QST.BAK on each
      *>          save.
      *> Tectonics:
      *>     ./build_quest_editor.sh
      *>*****************************************************************
       identification division.
       program-id. crl-quest-editor.

       environment division.

       input-output section.

       file-control.
           select optional fd-quest-defs
               assign to dynamic ws-quest-defs-file
               organization is line sequential
               file status is ws-quest-defs-status.

           select optional fd-item-list-data
               assign to dynamic ws-item-list-file-name
               organization is indexed
               access mode is dynamic
               record key is f-item-id
               file status is ws-item-list-file-status.

           select optional fd-bestiary
               assign to dynamic ws-bestiary-file
               organization is indexed
               access mode is dynamic
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

           select optional fd-region-data
               assign to dynamic ws-map-region-file
               organization is line sequential
               file status is ws-region-file-status.

           select optional fd-npc-data
               assign to dynamic ws-map-npc-file
               organization is record sequential
               file status is ws-npc-file-status.

       data division.

       file section.

           fd  fd-quest-defs.
           01  f-quest-def-line             pic x(80).

           copy "shared/copybooks/fd-item-list-data.cpy".

           fd  fd-bestiary.
           01  f-bestiary-record.
               05  f-bst-id                 pic 999.
               05  f-bst-name               pic x(16).
               05  filler                   pic x(19).

           fd  fd-map-list.
           01  f-map-list-line              pic x(30).

      *> the 74-byte on-disk .BGS record -- only the name matters
      *> here.
           fd  fd-enemy-data.
           01  f-bgs-record.
               05  f-bgs-name               pic x(16).
               05  filler                   pic x(58).

           fd  fd-region-data.
           01  f-region-line                pic x(40).

      *> keep in step with crl_game.cbl's f-npc-record.
           fd  fd-npc-data.
           01  f-npc-record.
               05  f-npc-name               pic x(16).
               05  f-npc-y                  pic 99.
               05  f-npc-x                  pic 99.
               05  f-npc-color              pic 9.
               05  f-npc-char               pic x.
               05  f-npc-dialogue.
                   10  f-npc-line occurs 3 times pic x(60).
               05  f-npc-quest-id           pic 999.

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           copy "shared/copybooks/ws-item-list-file.cpy".

           01  ws-quest-defs-file           pic x(15)
                                            value "QUESTS.QST".
           01  ws-quest-defs-status         pic xx.
           01  ws-quest-bak-file            pic x(19)
                                            value "QUESTS.QST.BAK".
           01  ws-backup-file-info          pic x(20).
           01  ws-backup-status             pic s9(9) comp-5.

           01  ws-bestiary-file             pic x(15)
                                            value "BESTIARY.BST".
           01  ws-bestiary-status           pic xx.

           01  ws-eof-sw                    pic a.
               88  ws-is-eof                value 'Y'.
               88  ws-not-eof               value 'N'.

           01  ws-quit-sw                   pic a value 'N'.
               88  ws-is-quit               value 'Y'.
               88  ws-not-quit              value 'N'.

           01  ws-command                   pic x.
           01  ws-answer                    pic x.

      *> keep in step with crl_game.cbl: the game reads at most
      *> ws-max-quest-defs lines, and ids from the radiant base up
      *> belong to job-board postings composed at run time.
           78  ws-max-quest-defs            value 30.
           78  ws-radiant-quest-id-base     value 900.
           78  ws-quest-title-len           value 30.
           78  ws-quest-target-len          value 16.

      *> the definitions as loaded, in file order. Lines the game
      *> would skip are carried through a save untouched.
           01  ws-quest-def-count           pic 99 value 0.
           01  ws-quest-defs.
               05  ws-quest-def occurs ws-max-quest-defs times.
                   10  ws-qdef-id           pic 999.
                   10  ws-qdef-type         pic x(5).
                   10  ws-qdef-target       pic x(16).
                   10  ws-qdef-count        pic 999.
                   10  ws-qdef-title        pic x(30).
           01  ws-qdef-idx                  pic 99.
           01  ws-qdef-found-idx            pic 99.

           01  ws-qdef-parse.
               05  ws-qdef-p-id             pic x(3).
               05  ws-qdef-p-type           pic x(5).
               05  ws-qdef-p-target         pic x(16).
               05  ws-qdef-p-count          pic x(3).
               05  ws-qdef-p-title          pic x(30).

           01  ws-odd-line-count            pic 99 value 0.
           01  ws-odd-lines.
               05  ws-odd-line occurs ws-max-quest-defs times
                                            pic x(80).
           01  ws-odd-idx                   pic 99.

      *> the quest being added or edited, wider than the file
      *> fields so an overlong entry can be caught rather than cut.
           01  ws-edit-id                   pic 999.
           01  ws-edit-slot                 pic 99.
           01  ws-in-type                   pic x(10).
           01  ws-in-target                 pic x(30).
           01  ws-in-count                  pic x(5).
           01  ws-in-title                  pic x(60).
           01  ws-in-count-num              pic 999.
           01  ws-pipe-count                pic 99.

           01  ws-valid-sw                  pic a.
               88  ws-is-valid              value 'Y'.
               88  ws-not-valid             value 'N'.

      *> target lookups across the pack.
           78  ws-max-pack-maps             value 50.
           01  ws-map-list-file             pic x(15)
                                            value "QSTMAPS.TMP".
           01  ws-map-list-status           pic xx.
           01  ws-ls-command                pic x(40).
           01  ws-rm-command                pic x(40)
                                value "rm -f QSTMAPS.TMP".
           01  ws-map-enemy-file            pic x(20).
           01  ws-enemy-file-status         pic xx.
           01  ws-map-region-file           pic x(20).
           01  ws-region-file-status        pic xx.
           01  ws-map-npc-file              pic x(20).
           01  ws-npc-file-status           pic xx.

           01  ws-list-eof-sw               pic a value 'N'.
               88  ws-list-is-eof           value 'Y'.
               88  ws-list-not-eof          value 'N'.
           01  ws-scan-eof-sw               pic a value 'N'.
               88  ws-scan-is-eof           value 'Y'.
               88  ws-scan-not-eof          value 'N'.

           01  ws-pack-map-count            pic 99 value 0.
           01  ws-pack-maps.
               05  ws-pack-map occurs ws-max-pack-maps times
                                            pic x(15).
           01  ws-map-idx                   pic 99.
           01  ws-dot-pos                   pic 99.

           01  ws-target-found-sw           pic a.
               88  ws-target-found          value 'Y'.
               88  ws-target-not-found      value 'N'.
      *> a name that only differs in case: the game compares the
      *> upper-cased target exactly, so it would never match.
           01  ws-case-hint                 pic x(16).

           01  ws-region-name               pic x(15).
           01  ws-npc-ref-count             pic 99.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike quest editor"
           display "----------------------------"

           perform load-quest-defs

           perform until ws-is-quit

               perform list-quests

               display " "
               display "[a]dd  [e]dit  [d]elete  [q]uit: "
                   with no advancing
               accept ws-command

               evaluate function upper-case(ws-command)
                   when "A"
                       perform add-quest
                   when "E"
                       perform edit-quest
                   when "D"
                       perform delete-quest
                   when "Q"
                       set ws-is-quit to true
                   when other
                       continue
               end-evaluate

           end-perform

           stop run.

      ******************************************************************
      * Reads QUESTS.QST the way the game's load-quest-defs does. A
      * line the game would skip is held aside and written back on
      * save, so the editor never silently drops hand-made content.
      ******************************************************************
       load-quest-defs.

           move 0 to ws-quest-def-count
           move 0 to ws-odd-line-count
           set ws-not-eof to true

           open input fd-quest-defs
           if ws-quest-defs-status not = ws-file-status-ok
           and ws-quest-defs-status not = "05" then
               exit paragraph
           end-if

           perform until ws-is-eof
               read fd-quest-defs
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof
               and f-quest-def-line not = spaces then
                   perform parse-quest-def-line
               end-if
           end-perform

           close fd-quest-defs

           if ws-odd-line-count > 0 then
               display ws-odd-line-count " line(s) in "
                   function trim(ws-quest-defs-file)
                   " do not parse; the game skips them and they are"
                   " kept as-is."
               end-display
           end-if

           exit paragraph.

       parse-quest-def-line.

           move spaces to ws-qdef-parse
           unstring f-quest-def-line delimited by "|"
               into ws-qdef-p-id ws-qdef-p-type ws-qdef-p-target
                   ws-qdef-p-count ws-qdef-p-title
           end-unstring

           move function upper-case(ws-qdef-p-type) to ws-qdef-p-type

           if function trim(ws-qdef-p-id) not numeric
           or (ws-qdef-p-type not = "KILL"
               and ws-qdef-p-type not = "FETCH"
               and ws-qdef-p-type not = "REACH")
           or ws-quest-def-count >= ws-max-quest-defs then
               if ws-odd-line-count < ws-max-quest-defs then
                   add 1 to ws-odd-line-count
                   move f-quest-def-line
                       to ws-odd-line(ws-odd-line-count)
               end-if
               exit paragraph
           end-if

           add 1 to ws-quest-def-count
           move ws-qdef-p-id to ws-qdef-id(ws-quest-def-count)
           move ws-qdef-p-type to ws-qdef-type(ws-quest-def-count)
           move function upper-case(ws-qdef-p-target)
               to ws-qdef-target(ws-quest-def-count)
           move ws-qdef-p-title to ws-qdef-title(ws-quest-def-count)
           if function trim(ws-qdef-p-count) is numeric then
               move ws-qdef-p-count to ws-qdef-count(ws-quest-def-count)
           else
               move 1 to ws-qdef-count(ws-quest-def-count)
           end-if

           exit paragraph.

       list-quests.

           display " "
           display "ID  TYPE  TARGET           CNT TITLE"

           if ws-quest-def-count = 0 then
               display "  (no quests yet)"
               exit paragraph
           end-if

           perform varying ws-qdef-idx from 1 by 1
           until ws-qdef-idx > ws-quest-def-count
               display ws-qdef-id(ws-qdef-idx) " "
                   ws-qdef-type(ws-qdef-idx) " "
                   ws-qdef-target(ws-qdef-idx) " "
                   ws-qdef-count(ws-qdef-idx) " "
                   ws-qdef-title(ws-qdef-idx)
               end-display
           end-perform

           exit paragraph.

       add-quest.

           if ws-quest-def-count >= ws-max-quest-defs then
               display "The game reads " ws-max-quest-defs
                   " quests at most -- delete one first."
               exit paragraph
           end-if

           display "Quest id [1-899, 0 cancels]: " with no advancing
           accept ws-edit-id
           if ws-edit-id = 0 then
               exit paragraph
           end-if

           move 0 to ws-edit-slot
           perform prompt-quest-fields
           perform validate-quest-fields
           if ws-not-valid then
               display "Quest not added."
               exit paragraph
           end-if

           add 1 to ws-quest-def-count
           move ws-quest-def-count to ws-edit-slot
           perform store-quest-fields
           perform save-quest-defs

           exit paragraph.

       edit-quest.

           display "Edit which quest id? " with no advancing
           accept ws-edit-id
           if ws-edit-id = 0 then
               exit paragraph
           end-if

           perform find-quest-slot
           if ws-qdef-found-idx = 0 then
               display "No such quest."
               exit paragraph
           end-if
           move ws-qdef-found-idx to ws-edit-slot

           display "(enter keeps the current value)"
           perform prompt-quest-fields

      *> a blank answer keeps what the quest already has.
           if ws-in-type = spaces then
               move ws-qdef-type(ws-edit-slot) to ws-in-type
           end-if
           if ws-in-target = spaces then
               move ws-qdef-target(ws-edit-slot) to ws-in-target
           end-if
           if ws-in-count = spaces then
               move ws-qdef-count(ws-edit-slot) to ws-in-count
           end-if
           if ws-in-title = spaces then
               move ws-qdef-title(ws-edit-slot) to ws-in-title
           end-if

           perform validate-quest-fields
           if ws-not-valid then
               display "Quest left unchanged."
               exit paragraph
           end-if

           perform store-quest-fields
           perform save-quest-defs

           exit paragraph.

      ******************************************************************
      * Removing a quest an NPC still offers leaves that NPC's
      * f-npc-quest-id pointing at nothing -- grant-quest quietly
      * ignores it, so the errand just vanishes from the map. Every
      * such NPC is listed before the delete is confirmed.
      ******************************************************************
       delete-quest.

           display "Delete which quest id? " with no advancing
           accept ws-edit-id
           if ws-edit-id = 0 then
               exit paragraph
           end-if

           perform find-quest-slot
           if ws-qdef-found-idx = 0 then
               display "No such quest."
               exit paragraph
           end-if

           perform find-npc-quest-givers

           if ws-npc-ref-count > 0 then
               display "WARNING: " ws-npc-ref-count
                   " NPC(s) above still hand out quest " ws-edit-id
                   "."
               end-display
           end-if

           display "Delete quest " ws-edit-id " ? [y/n] "
               with no advancing
           accept ws-answer
           if ws-answer not = "y" and ws-answer not = "Y" then
               exit paragraph
           end-if

           perform varying ws-qdef-idx from ws-qdef-found-idx by 1
           until ws-qdef-idx >= ws-quest-def-count
               move ws-quest-def(ws-qdef-idx + 1)
                   to ws-quest-def(ws-qdef-idx)
           end-perform
           subtract 1 from ws-quest-def-count

           perform save-quest-defs

           exit paragraph.

       find-quest-slot.

           move 0 to ws-qdef-found-idx
           perform varying ws-qdef-idx from 1 by 1
           until ws-qdef-idx > ws-quest-def-count
               if ws-qdef-id(ws-qdef-idx) = ws-edit-id then
                   move ws-qdef-idx to ws-qdef-found-idx
                   exit perform
               end-if
           end-perform

           exit paragraph.

       prompt-quest-fields.

           display "Type [KILL/FETCH/REACH]: " with no advancing
           accept ws-in-type
           display "Target [enemy, item, map or region name]: "
               with no advancing
           accept ws-in-target
           display "Count [1-999, REACH is always 1]: "
               with no advancing
           accept ws-in-count
           display "Title [up to 30 characters]: " with no advancing
           accept ws-in-title

           exit paragraph.

      ******************************************************************
      * Every way the game could fail to run the quest, reported
      * together so the author fixes them in one pass.
      ******************************************************************
       validate-quest-fields.

           set ws-is-valid to true

           move function upper-case(ws-in-type) to ws-in-type
           move function upper-case(ws-in-target) to ws-in-target

           if ws-edit-id >= ws-radiant-quest-id-base then
               display "  Ids from " ws-radiant-quest-id-base
                   " up are reserved for the job board."
               set ws-not-valid to true
           end-if

           perform varying ws-qdef-idx from 1 by 1
           until ws-qdef-idx > ws-quest-def-count
               if ws-qdef-id(ws-qdef-idx) = ws-edit-id
               and ws-qdef-idx not = ws-edit-slot then
                   display "  Quest id " ws-edit-id
                       " is already in use."
                   set ws-not-valid to true
               end-if
           end-perform

           if ws-in-type not = "KILL" and ws-in-type not = "FETCH"
           and ws-in-type not = "REACH" then
               display "  Type must be KILL, FETCH or REACH."
               set ws-not-valid to true
           end-if

           if ws-in-type = "REACH" then
               move "1" to ws-in-count
           end-if
           if function trim(ws-in-count) is numeric then
               move function numval(ws-in-count) to ws-in-count-num
           else
               move 0 to ws-in-count-num
           end-if
           if ws-in-count-num = 0 then
               display "  Count must be a number from 1 to 999."
               set ws-not-valid to true
           end-if

           move 0 to ws-pipe-count
           inspect ws-in-title tallying ws-pipe-count for all "|"
           inspect ws-in-target tallying ws-pipe-count for all "|"
           if ws-pipe-count > 0 then
               display "  Target and title may not contain '|'."
               set ws-not-valid to true
           end-if

           if ws-in-title = spaces then
               display "  A quest needs a title."
               set ws-not-valid to true
           end-if
           if ws-in-title(ws-quest-title-len + 1:) not = spaces then
               display "  Title is "
                   function length(function trim(ws-in-title))
                   " characters; the journal holds "
                   ws-quest-title-len "."
               end-display
               set ws-not-valid to true
           end-if

           if ws-in-target = spaces then
               display "  A quest needs a target."
               set ws-not-valid to true
               exit paragraph
           end-if
           if ws-in-target(ws-quest-target-len + 1:) not = spaces then
               display "  Target is longer than "
                   ws-quest-target-len " characters."
               set ws-not-valid to true
               exit paragraph
           end-if

           set ws-target-not-found to true
           move spaces to ws-case-hint

           evaluate ws-in-type
               when "KILL"
                   perform find-kill-target
                   if ws-target-not-found then
                       display "  No enemy on any map and no"
                           " bestiary template is named "
                           function trim(ws-in-target) "."
                       end-display
                   end-if
               when "FETCH"
                   perform find-fetch-target
                   if ws-target-not-found then
                       display "  No item in "
                           function trim(ws-item-list-file-name)
                           " is named "
                           function trim(ws-in-target) "."
                       end-display
                   end-if
               when "REACH"
                   perform find-reach-target
                   if ws-target-not-found then
                       display "  No map and no .RGN region is named "
                           function trim(ws-in-target) "."
                       end-display
                   end-if
               when other
                   set ws-target-found to true
           end-evaluate

           if ws-target-not-found then
               if ws-case-hint not = spaces then
                   display "  (" function trim(ws-case-hint)
                       " only matches ignoring case -- the game"
                       " matches exactly.)"
                   end-display
               end-if
               set ws-not-valid to true
           end-if

           exit paragraph.

       store-quest-fields.

           move ws-edit-id to ws-qdef-id(ws-edit-slot)
           move ws-in-type to ws-qdef-type(ws-edit-slot)
           move ws-in-target to ws-qdef-target(ws-edit-slot)
           move ws-in-count-num to ws-qdef-count(ws-edit-slot)
           move ws-in-title to ws-qdef-title(ws-edit-slot)

           exit paragraph.

      ******************************************************************
      * Takes the .BAK generation, as the map editor does for its
      * files, then writes the whole definition list back out.
      ******************************************************************
       save-quest-defs.

           call "CBL_CHECK_FILE_EXIST" using
               ws-quest-defs-file ws-backup-file-info
               returning ws-backup-status
           end-call
           if ws-backup-status = 0 then
               call "CBL_COPY_FILE" using
                   ws-quest-defs-file ws-quest-bak-file
                   returning ws-backup-status
               end-call
           end-if

           open output fd-quest-defs
           if ws-quest-defs-status not = ws-file-status-ok
           and ws-quest-defs-status not = "05" then
               display "Could not write "
                   function trim(ws-quest-defs-file) ", status "
                   ws-quest-defs-status
               end-display
               exit paragraph
           end-if

           perform varying ws-qdef-idx from 1 by 1
           until ws-qdef-idx > ws-quest-def-count
               move spaces to f-quest-def-line
               string ws-qdef-id(ws-qdef-idx) delimited by size
                   "|" delimited by size
                   function trim(ws-qdef-type(ws-qdef-idx))
                       delimited by size
                   "|" delimited by size
                   function trim(ws-qdef-target(ws-qdef-idx))
                       delimited by size
                   "|" delimited by size
                   ws-qdef-count(ws-qdef-idx) delimited by size
                   "|" delimited by size
                   function trim(ws-qdef-title(ws-qdef-idx))
                       delimited by size
                   into f-quest-def-line
               end-string
               write f-quest-def-line
           end-perform

           perform varying ws-odd-idx from 1 by 1
           until ws-odd-idx > ws-odd-line-count
               write f-quest-def-line from ws-odd-line(ws-odd-idx)
           end-perform

           close fd-quest-defs

           display "Saved " ws-quest-def-count " quest(s)."

           exit paragraph.

      ******************************************************************
      * Lists the pack's files of one extension (ws-ls-command) into
      * ws-pack-maps by base name, as crl-bestiary does for .BGS.
      ******************************************************************
       discover-pack-files.

           move 0 to ws-pack-map-count

           call "SYSTEM" using ws-ls-command
           end-call

           set ws-list-not-eof to true
           open input fd-map-list

           if ws-map-list-status = ws-file-status-ok
           or ws-map-list-status = "05" then
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

      ******************************************************************
      * note-quest-kill matches the fallen enemy's name, elite tag
      * stripped, against the target -- so any placed .BGS name or
      * bestiary template name (which load-map-data stamps over a
      * templated record's name) will do.
      ******************************************************************
       find-kill-target.

           move "ls -1 *.BGS > QSTMAPS.TMP" to ws-ls-command
           perform discover-pack-files

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-pack-map-count
           or ws-target-found
               move spaces to ws-map-enemy-file
               string function trim(ws-pack-map(ws-map-idx)) ".BGS"
                   delimited by size into ws-map-enemy-file
               end-string

               set ws-scan-not-eof to true
               open input fd-enemy-data
               if ws-enemy-file-status = ws-file-status-ok
               or ws-enemy-file-status = "05" then
                   perform until ws-scan-is-eof or ws-target-found
                       read fd-enemy-data
                           at end set ws-scan-is-eof to true
                       end-read
                       if ws-scan-not-eof then
                           if f-bgs-name = ws-in-target then
                               set ws-target-found to true
                           else
                               if function upper-case(f-bgs-name)
                                   = ws-in-target then
                                   move f-bgs-name to ws-case-hint
                               end-if
                           end-if
                       end-if
                   end-perform
                   close fd-enemy-data
               end-if
           end-perform

           if ws-target-found then
               exit paragraph
           end-if

           set ws-scan-not-eof to true
           move 0 to f-bst-id
           open input fd-bestiary
           if ws-bestiary-status = ws-file-status-ok
           or ws-bestiary-status = "05" then
               perform until ws-scan-is-eof or ws-target-found
                   read fd-bestiary next record
                       at end set ws-scan-is-eof to true
                   end-read
                   if ws-scan-not-eof then
                       if f-bst-name = ws-in-target then
                           set ws-target-found to true
                       else
                           if function upper-case(f-bst-name)
                               = ws-in-target then
                               move f-bst-name to ws-case-hint
                           end-if
                       end-if
                   end-if
               end-perform
               close fd-bestiary
           end-if

           exit paragraph.

      ******************************************************************
      * A fetch hands over when a carried item's name matches the
      * target, and carried items take their names from the catalog.
      ******************************************************************
       find-fetch-target.

           set ws-scan-not-eof to true
           move 0 to f-item-id
           open input fd-item-list-data
           if ws-item-list-file-status not = ws-file-status-ok
           and ws-item-list-file-status not = "05" then
               exit paragraph
           end-if

           perform until ws-scan-is-eof or ws-target-found
               read fd-item-list-data next record
                   at end set ws-scan-is-eof to true
               end-read
               if ws-scan-not-eof then
                   if f-item-name = ws-in-target then
                       set ws-target-found to true
                   else
                       if function upper-case(f-item-name)
                           = ws-in-target then
                           move f-item-name to ws-case-hint
                       end-if
                   end-if
               end-if
           end-perform

           close fd-item-list-data

           exit paragraph.

      ******************************************************************
      * A reach completes on arriving at the named map, or on
      * crossing into a named region of any map's .RGN layer (the
      * game upper-cases region names as it loads them).
      ******************************************************************
       find-reach-target.

           move "ls -1 *.DAT > QSTMAPS.TMP" to ws-ls-command
           perform discover-pack-files

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-pack-map-count
           or ws-target-found
               if ws-pack-map(ws-map-idx) = ws-in-target then
                   set ws-target-found to true
               else
                   if function upper-case(ws-pack-map(ws-map-idx))
                       = ws-in-target then
                       move ws-pack-map(ws-map-idx) to ws-case-hint
                   end-if
               end-if
           end-perform

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-pack-map-count
           or ws-target-found
               move spaces to ws-map-region-file
               string function trim(ws-pack-map(ws-map-idx)) ".RGN"
                   delimited by size into ws-map-region-file
               end-string

               set ws-scan-not-eof to true
               open input fd-region-data
               if ws-region-file-status = ws-file-status-ok
               or ws-region-file-status = "05" then
                   perform until ws-scan-is-eof or ws-target-found
                       read fd-region-data
                           at end set ws-scan-is-eof to true
                       end-read
                       if ws-scan-not-eof
                       and f-region-line not = spaces then
                           move spaces to ws-region-name
                           unstring f-region-line delimited by "|"
                               into ws-region-name
                           end-unstring
                           if function upper-case(ws-region-name)
                               = ws-in-target then
                               set ws-target-found to true
                           end-if
                       end-if
                   end-perform
                   close fd-region-data
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Lists every NPC, on every map's .NPC file, whose
      * f-npc-quest-id is ws-edit-id.
      ******************************************************************
       find-npc-quest-givers.

           move 0 to ws-npc-ref-count

           move "ls -1 *.NPC > QSTMAPS.TMP" to ws-ls-command
           perform discover-pack-files

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-pack-map-count
               move spaces to ws-map-npc-file
               string function trim(ws-pack-map(ws-map-idx)) ".NPC"
                   delimited by size into ws-map-npc-file
               end-string

               set ws-scan-not-eof to true
               open input fd-npc-data
               if ws-npc-file-status = ws-file-status-ok
               or ws-npc-file-status = "05" then
                   perform until ws-scan-is-eof
                       read fd-npc-data
                           at end set ws-scan-is-eof to true
                       end-read
                       if ws-scan-not-eof
                       and f-npc-quest-id = ws-edit-id then
                           add 1 to ws-npc-ref-count
                           display "  "
                               ws-pack-map(ws-map-idx) " "
                               f-npc-name " at " f-npc-y ","
                               f-npc-x " offers this quest."
                           end-display
                       end-if
                   end-perform
                   close fd-npc-data
               end-if
           end-perform

           exit paragraph.

       end program crl-quest-editor.
