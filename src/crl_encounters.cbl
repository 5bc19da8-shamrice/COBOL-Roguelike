      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Maintains a map's wandering-encounter tables
      *>          (MAPNAME.ENC), one line per bestiary template a
      *>          named region (see the editor's "t" regions) may
      *>          raise while the player walks it: the template, its
      *>          percent chance per step, how many of it the region
      *>          may have standing at once, and whether it keeps to
      *>          day or night and to one weather. The game reads the
      *>          table at map load; templates are checked against
      *>          BESTIARY.BST as they are added.
      *>          Arguments:
      *>              --map=NAME        the map whose tables to edit
      *> Tectonics:
      *>     ./build_encounters.sh
      *>*****************************************************************
       identification division.
       program-id. crl-encounters.

       environment division.

       input-output section.

       file-control.
           select optional fd-encounter-data
               assign to dynamic ws-encounter-file
               organization is line sequential
               file status is ws-encounter-status.

           select optional fd-region-data
               assign to dynamic ws-region-file
               organization is line sequential
               file status is ws-region-status.

           select optional fd-bestiary
               assign to dynamic ws-bestiary-file
               organization is indexed
               access mode is dynamic
               record key is f-bst-id
               file status is ws-bestiary-status.

       data division.

       file section.

           fd  fd-encounter-data.
           01  f-encounter-line             pic x(40).

           fd  fd-region-data.
           01  f-region-line                pic x(40).

      *> keep in step with the 38-byte BESTIARY.BST record
      *> (crl_bestiary.cbl).
           fd  fd-bestiary.
           01  f-bestiary-record.
               05  f-bst-id                 pic 999.
               05  f-bst-name               pic x(16).
               05  f-bst-rest               pic x(19).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-encounters           value 20.
           78  ws-max-regions              value 10.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-map-name                 pic x(15) value spaces.
           01  ws-encounter-file           pic x(20).
           01  ws-encounter-status         pic xx.
           01  ws-region-file              pic x(20).
           01  ws-region-status            pic xx.
           01  ws-bestiary-file            pic x(15)
                                           value "BESTIARY.BST".
           01  ws-bestiary-status          pic xx.

           01  ws-eof-sw                   pic a.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-quit-sw                  pic a value 'N'.
               88  ws-is-quit              value 'Y'.
               88  ws-not-quit             value 'N'.

           01  ws-changed-sw               pic a value 'N'.
               88  ws-is-changed           value 'Y'.
               88  ws-not-changed          value 'N'.

           01  ws-command                  pic x.

           01  ws-region-count             pic 99 value 0.
           01  ws-regions.
               05  ws-region-name          pic x(15) occurs 10 times.
           01  ws-region-idx               pic 99.

           01  ws-encounter-count          pic 99 value 0.
           01  ws-encounters.
               05  ws-encounter occurs 20 times.
                   10  ws-enc-region       pic x(15).
                   10  ws-enc-tpl          pic 999.
                   10  ws-enc-chance       pic 99.
                   10  ws-enc-cap          pic 99.
                   10  ws-enc-when         pic x.
                   10  ws-enc-weather      pic x.
           01  ws-enc-idx                  pic 99.
           01  ws-enc-pick                 pic 99.

           01  ws-encounter-parse.
               05  ws-enc-p-region         pic x(15).
               05  ws-enc-p-tpl            pic x(3).
               05  ws-enc-p-chance         pic x(2).
               05  ws-enc-p-cap            pic x(2).
               05  ws-enc-p-when           pic x.
               05  ws-enc-p-weather        pic x.

           01  ws-new-encounter.
               05  ws-new-region           pic x(15).
               05  ws-new-tpl              pic 999.
               05  ws-new-chance           pic 99.
               05  ws-new-cap              pic 99.
               05  ws-new-when             pic x.
               05  ws-new-weather          pic x.

           01  ws-region-found-sw          pic a.
               88  ws-region-found         value 'Y'.
               88  ws-region-not-found     value 'N'.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike encounter table editor"
           display "--------------------------------------"

           perform parse-arguments

           if ws-map-name = spaces then
               display "Which map? --map=NAME"
               stop run
           end-if

           move function concatenate(
               function trim(ws-map-name), ".ENC")
               to ws-encounter-file
           move function concatenate(
               function trim(ws-map-name), ".RGN")
               to ws-region-file

           perform load-regions
           if ws-region-count = 0 then
               display "Map " function trim(ws-map-name)
                   " has no named regions -- mark some in the"
                   " editor first."
               stop run
           end-if

           perform load-encounters

           perform until ws-is-quit

               perform list-encounters

               display " "
               display "[a]dd  [d]elete  [q]uit: " with no advancing
               accept ws-command

               evaluate function upper-case(ws-command)
                   when "A"
                       perform add-encounter
                   when "D"
                       perform delete-encounter
                   when "Q"
                       set ws-is-quit to true
                   when other
                       continue
               end-evaluate

           end-perform

           if ws-is-changed then
               perform write-encounters
           end-if

           stop run.

       parse-arguments.

           accept ws-command-args from command-line

           if ws-command-args = spaces then
               exit paragraph
           end-if

           inspect function trim(ws-command-args)
               tallying ws-arg-count for all "--"

           perform varying ws-arg-idx from 1 by 1
           until ws-arg-idx > ws-arg-count

               unstring ws-command-args
                   delimited by all spaces
                   into ws-arg-token
                   with pointer ws-arg-pointer
                   on overflow continue
               end-unstring

               move spaces to ws-arg-key
               move spaces to ws-arg-value
               unstring ws-arg-token delimited by "="
                   into ws-arg-key ws-arg-value
               end-unstring

               if function trim(function upper-case(ws-arg-key))
                   = "--MAP" then
                   move function upper-case(
                       function trim(ws-arg-value))
                       to ws-map-name
               end-if

           end-perform

           exit paragraph.

       load-regions.

           move 0 to ws-region-count
           set ws-not-eof to true

           open input fd-region-data
           if ws-region-status = ws-file-status-ok then
               perform until ws-is-eof
                   or ws-region-count >= ws-max-regions
                   read fd-region-data
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof and f-region-line not = spaces then
                       add 1 to ws-region-count
                       unstring f-region-line delimited by "|"
                           into ws-region-name(ws-region-count)
                       end-unstring
                       move function upper-case(
                           ws-region-name(ws-region-count))
                           to ws-region-name(ws-region-count)
                   end-if
               end-perform
           end-if
           close fd-region-data

           exit paragraph.

       load-encounters.

           move 0 to ws-encounter-count
           set ws-not-eof to true

           open input fd-encounter-data
           if ws-encounter-status = ws-file-status-ok then
               perform until ws-is-eof
                   or ws-encounter-count >= ws-max-encounters
                   read fd-encounter-data
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof
                   and f-encounter-line not = spaces then
                       move spaces to ws-encounter-parse
                       unstring f-encounter-line delimited by "|"
                           into ws-enc-p-region ws-enc-p-tpl
                               ws-enc-p-chance ws-enc-p-cap
                               ws-enc-p-when ws-enc-p-weather
                       end-unstring
                       add 1 to ws-encounter-count
                       move function upper-case(ws-enc-p-region)
                           to ws-enc-region(ws-encounter-count)
                       move 0 to ws-enc-tpl(ws-encounter-count)
                       if function trim(ws-enc-p-tpl) is numeric then
                           move function numval(ws-enc-p-tpl)
                               to ws-enc-tpl(ws-encounter-count)
                       end-if
                       move 0 to ws-enc-chance(ws-encounter-count)
                       if function trim(ws-enc-p-chance) is numeric
                       then
                           move function numval(ws-enc-p-chance)
                               to ws-enc-chance(ws-encounter-count)
                       end-if
                       move 0 to ws-enc-cap(ws-encounter-count)
                       if function trim(ws-enc-p-cap) is numeric then
                           move function numval(ws-enc-p-cap)
                               to ws-enc-cap(ws-encounter-count)
                       end-if
                       move function upper-case(ws-enc-p-when)
                           to ws-enc-when(ws-encounter-count)
                       move function upper-case(ws-enc-p-weather)
                           to ws-enc-weather(ws-encounter-count)
                   end-if
               end-perform
           end-if
           close fd-encounter-data

           exit paragraph.

       list-encounters.

           display " "
           display "Regions of " function trim(ws-map-name) ":"
           perform varying ws-region-idx from 1 by 1
           until ws-region-idx > ws-region-count
               display "  " ws-region-name(ws-region-idx)
           end-perform

           display " "
           display "NO REGION          TPL CHANCE CAP WHEN WEATHER"
           if ws-encounter-count = 0 then
               display "   (no encounters yet)"
           end-if
           perform varying ws-enc-idx from 1 by 1
           until ws-enc-idx > ws-encounter-count
               display ws-enc-idx " " ws-enc-region(ws-enc-idx) " "
                   ws-enc-tpl(ws-enc-idx) "  "
                   ws-enc-chance(ws-enc-idx) "%    "
                   ws-enc-cap(ws-enc-idx) "  "
                   ws-enc-when(ws-enc-idx) "    "
                   ws-enc-weather(ws-enc-idx)
               end-display
           end-perform

           exit paragraph.

      ******************************************************************
      * One new line: the region must be one of the map's, the
      * template one the bestiary holds.
      ******************************************************************
       add-encounter.

           if ws-encounter-count >= ws-max-encounters then
               display "Encounter limit reached for this map."
               exit paragraph
           end-if

           move spaces to ws-new-encounter
           display "Region name: " with no advancing
           accept ws-new-region
           move function upper-case(ws-new-region) to ws-new-region

           set ws-region-not-found to true
           perform varying ws-region-idx from 1 by 1
           until ws-region-idx > ws-region-count
               if ws-region-name(ws-region-idx) = ws-new-region then
                   set ws-region-found to true
               end-if
           end-perform
           if ws-region-not-found then
               display "No such region on this map."
               exit paragraph
           end-if

           display "Bestiary template id [1-999]: " with no advancing
           accept ws-new-tpl
           if ws-new-tpl = 0 then
               exit paragraph
           end-if

           open input fd-bestiary
           if ws-bestiary-status not = ws-file-status-ok then
               display "No bestiary to draw templates from."
               close fd-bestiary
               exit paragraph
           end-if
           move ws-new-tpl to f-bst-id
           read fd-bestiary
               invalid key
                   display "No such bestiary template."
                   close fd-bestiary
                   exit paragraph
           end-read
           close fd-bestiary
           display "  -> " function trim(f-bst-name)

           display "Chance per step, percent [1-99]: "
               with no advancing
           accept ws-new-chance
           if ws-new-chance = 0 then
               move 1 to ws-new-chance
           end-if

           display "Most standing at once [1-99]: " with no advancing
           accept ws-new-cap
           if ws-new-cap = 0 then
               move 1 to ws-new-cap
           end-if

           display "Day or night only? [D/N, blank any]: "
               with no advancing
           accept ws-new-when
           move function upper-case(ws-new-when) to ws-new-when
           if ws-new-when not = "D" and ws-new-when not = "N" then
               move space to ws-new-when
           end-if

           display "Weather only? [R/F/S/N clear, blank any]: "
               with no advancing
           accept ws-new-weather
           move function upper-case(ws-new-weather) to ws-new-weather
           if ws-new-weather not = "R" and ws-new-weather not = "F"
           and ws-new-weather not = "S" and ws-new-weather not = "N"
           then
               move space to ws-new-weather
           end-if

           add 1 to ws-encounter-count
           move ws-new-encounter to ws-encounter(ws-encounter-count)
           set ws-is-changed to true

           exit paragraph.

       delete-encounter.

           display "Delete which line? " with no advancing
           accept ws-enc-pick
           if ws-enc-pick = 0 or ws-enc-pick > ws-encounter-count
           then
               exit paragraph
           end-if

           perform varying ws-enc-idx from ws-enc-pick by 1
           until ws-enc-idx >= ws-encounter-count
               move ws-encounter(ws-enc-idx + 1)
                   to ws-encounter(ws-enc-idx)
           end-perform
           subtract 1 from ws-encounter-count
           set ws-is-changed to true

           exit paragraph.

      *> an emptied table takes its file with it.
       write-encounters.

           if ws-encounter-count = 0 then
               call "CBL_DELETE_FILE" using ws-encounter-file
               end-call
               display "Encounter table removed."
               exit paragraph
           end-if

           open output fd-encounter-data
           if ws-encounter-status not = ws-file-status-ok then
               display "Could not write " function trim(
                   ws-encounter-file) ", status " ws-encounter-status
               move 8 to return-code
               exit paragraph
           end-if

           perform varying ws-enc-idx from 1 by 1
           until ws-enc-idx > ws-encounter-count
               move spaces to f-encounter-line
               string function trim(ws-enc-region(ws-enc-idx))
                   "|" ws-enc-tpl(ws-enc-idx)
                   "|" ws-enc-chance(ws-enc-idx)
                   "|" ws-enc-cap(ws-enc-idx)
                   "|" ws-enc-when(ws-enc-idx)
                   "|" ws-enc-weather(ws-enc-idx)
                   delimited by size into f-encounter-line
               end-string
               write f-encounter-line
           end-perform
           close fd-encounter-data

           display "Saved " ws-encounter-count " encounter line(s) to "
               function trim(ws-encounter-file) "."

           exit paragraph.

       end program crl-encounters.
