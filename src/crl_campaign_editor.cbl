      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Maintains the pack's campaign manifest
      *>          (CAMPAIGN.CMP). Lists the nodes, adds, deletes and
      *>          reorders maps, and sets each node's exits, gate map
      *>          and optional flag. Before anything is written the
      *>          graph is checked the way the game will walk it,
      *>          and a broken one is refused: exits to maps that are
      *>          not installed, gates that can never be cleared
      *>          before the node needing them is left, non-optional
      *>          nodes the first line can never lead to, or more
      *>          nodes than the save's visited-map table tracks.
      *>          [t] prints the graph as an indented tree. The old
      *>          manifest is kept as CAMPAIGN.CMP.BAK on each save.
      *> Tectonics:
      *>     ./build_campaign_editor.sh
      *>*****************************************************************
       identification division.
       program-id. crl-campaign-editor.

       environment division.

       input-output section.

       file-control.
           select optional fd-campaign-file
               assign to dynamic ws-campaign-file
               organization is line sequential
               file status is ws-campaign-status.

           select optional fd-enemy-data
               assign to dynamic ws-map-enemy-file
               organization is record sequential
               file status is ws-enemy-file-status.

       data division.

       file section.

           fd  fd-campaign-file.
           01  f-campaign-line              pic x(80).

      *> the 74-byte on-disk .BGS record -- only the count matters.
           fd  fd-enemy-data.
           01  f-bgs-record                 pic x(74).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

      *> keep in step with crl_game.cbl: the game reads at most
      *> ws-max-campaign-maps lines, and the save's visited-map
      *> table has the same number of rows. The editor holds a few
      *> more so an oversized manifest can still be loaded and cut
      *> back down.
           78  ws-max-campaign-maps         value 20.
           78  ws-max-edit-nodes            value 40.
           78  ws-max-tree-stack            value 130.

           01  ws-campaign-file             pic x(15)
                                            value "CAMPAIGN.CMP".
           01  ws-campaign-status           pic xx.
           01  ws-campaign-bak-file         pic x(19)
                                            value "CAMPAIGN.CMP.BAK".
           01  ws-backup-file-info          pic x(20).
           01  ws-backup-status             pic s9(9) comp-5.
           01  ws-map-check-file            pic x(20).
           01  ws-map-dat-file              pic x(20).
           01  ws-map-enemy-file            pic x(20).
           01  ws-enemy-file-status         pic xx.

           01  ws-eof-sw                    pic a value 'N'.
               88  ws-is-eof                value 'Y'.
               88  ws-not-eof               value 'N'.

           01  ws-quit-sw                   pic a value 'N'.
               88  ws-is-quit               value 'Y'.
               88  ws-not-quit              value 'N'.

           01  ws-dirty-sw                  pic a value 'N'.
               88  ws-is-dirty              value 'Y'.
               88  ws-not-dirty             value 'N'.

           01  ws-command                   pic x.
           01  ws-answer                    pic x.

           01  ws-campaign-count            pic 99 value 0.
           01  ws-campaign-nodes.
               05  ws-campaign-node occurs ws-max-edit-nodes times.
                   10  ws-cnode-map         pic x(15).
                   10  ws-cnode-exits.
                       15  ws-cnode-exit    pic x(15) occurs 3 times.
                   10  ws-cnode-gate        pic x(15).
                   10  ws-cnode-optional-sw pic a.
                       88  ws-cnode-optional    value 'Y'.
                   10  ws-cnode-reach-sw    pic a.
                       88  ws-cnode-reached     value 'Y'.
                       88  ws-cnode-unreached   value 'N'.
                   10  ws-cnode-shown-sw    pic a.
                       88  ws-cnode-shown       value 'Y'.
                       88  ws-cnode-not-shown   value 'N'.
           01  ws-hold-node                 pic x(80).
           01  ws-line-ptr                  pic 99.
           01  ws-exits-written             pic 9.

           01  ws-cnode-parse.
               05  ws-cnode-p-name          pic x(15).
               05  ws-cnode-p-exits         pic x(50).
               05  ws-cnode-p-gate          pic x(15).
               05  ws-cnode-p-opt           pic x(3).
           01  ws-exit-parse.
               05  ws-exit-p occurs 3 times pic x(20).

           01  ws-node-idx                  pic 99.
           01  ws-src-idx                   pic 99.
           01  ws-dest-idx                  pic 99.
           01  ws-gate-idx                  pic 99.
           01  ws-exit-idx                  pic 9.
           01  ws-find-name                 pic x(15).
           01  ws-found-idx                 pic 99.
           01  ws-edit-pos                  pic 99.
           01  ws-new-pos                   pic 99.

           01  ws-in-name                   pic x(20).
           01  ws-in-exits                  pic x(50).
           01  ws-in-gate                   pic x(20).
           01  ws-in-opt                    pic x.

      *> reachability: a breadth-first walk from the first line,
      *> optionally with one node's way onward cut (ws-cut-idx).
           01  ws-cut-idx                   pic 99.
           01  ws-reach-idx                 pic 99.
           01  ws-queue-count               pic 99.
           01  ws-queue-idx                 pic 99.
           01  ws-queue.
               05  ws-queue-node occurs ws-max-edit-nodes times
                                            pic 99.

           01  ws-check-sw                  pic a.
               88  ws-graph-ok              value 'Y'.
               88  ws-graph-broken          value 'N'.
           01  ws-problem-count             pic 999.
           01  ws-warning-count             pic 999.
           01  ws-bgs-count                 pic 999.

      *> the tree: a depth-first walk on an explicit stack, children
      *> pushed last-first so they print in file order.
           01  ws-tree-top                  pic 999.
           01  ws-tree-stack.
               05  ws-tree-entry occurs ws-max-tree-stack times.
                   10  ws-tree-name         pic x(15).
                   10  ws-tree-depth        pic 99.
           01  ws-tree-cur-name             pic x(15).
           01  ws-tree-cur-depth            pic 99.
           01  ws-tree-line                 pic x(100).
           01  ws-tree-indent               pic 999.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike campaign editor"
           display "-------------------------------"

           perform load-campaign-manifest

           perform until ws-is-quit

               perform list-nodes

               display " "
               display "[a]dd [e]dit [m]ove [d]elete [t]ree [c]heck"
                   " [s]ave [q]uit: " with no advancing
               accept ws-command

               evaluate function upper-case(ws-command)
                   when "A"
                       perform add-node
                   when "E"
                       perform edit-node
                   when "M"
                       perform move-node
                   when "D"
                       perform delete-node
                   when "T"
                       perform print-campaign-tree
                   when "C"
                       perform check-campaign-graph
                       if ws-graph-ok then
                           display "Graph is sound."
                       end-if
                   when "S"
                       perform save-campaign-manifest
                   when "Q"
                       perform confirm-quit
                   when other
                       continue
               end-evaluate

           end-perform

           stop run.

      ******************************************************************
      * The manifest, parsed the way the game's parse-campaign-line
      * reads it: plain names stay linear, piped lines carry exits,
      * a gate and the optional flag. Exit names are trimmed so a
      * stray blank after a comma doesn't survive a save.
      ******************************************************************
       load-campaign-manifest.

           move 0 to ws-campaign-count
           set ws-not-eof to true
           open input fd-campaign-file
           if ws-campaign-status not = ws-file-status-ok
           and ws-campaign-status not = "05" then
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-campaign-count >= ws-max-edit-nodes

               read fd-campaign-file
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-campaign-line not = spaces then
                   add 1 to ws-campaign-count
                   initialize ws-campaign-node(ws-campaign-count)
                   move spaces to ws-cnode-parse
                   unstring f-campaign-line delimited by "|"
                       into ws-cnode-p-name ws-cnode-p-exits
                           ws-cnode-p-gate ws-cnode-p-opt
                   end-unstring
                   move function upper-case(ws-cnode-p-name)
                       to ws-cnode-map(ws-campaign-count)
                   move ws-cnode-p-exits to ws-in-exits
                   move ws-campaign-count to ws-edit-pos
                   perform store-node-exits
                   move function upper-case(ws-cnode-p-gate)
                       to ws-cnode-gate(ws-campaign-count)
                   move 'N'
                       to ws-cnode-optional-sw(ws-campaign-count)
                   if function upper-case(ws-cnode-p-opt) = "Y" then
                       move 'Y'
                           to ws-cnode-optional-sw(ws-campaign-count)
                   end-if
               end-if

           end-perform

           close fd-campaign-file

           if ws-campaign-count > ws-max-campaign-maps then
               display "CAMPAIGN.CMP has " ws-campaign-count
                   " nodes; the game reads only the first "
                   ws-max-campaign-maps "."
               end-display
           end-if

           exit paragraph.

      *> ws-in-exits, comma separated, into node ws-edit-pos.
       store-node-exits.

           move spaces to ws-cnode-exits(ws-edit-pos)
           if ws-in-exits = spaces then
               exit paragraph
           end-if

           move spaces to ws-exit-parse
           unstring function upper-case(ws-in-exits)
               delimited by ","
               into ws-exit-p(1) ws-exit-p(2) ws-exit-p(3)
           end-unstring

           perform varying ws-exit-idx from 1 by 1
           until ws-exit-idx > 3
               move function trim(ws-exit-p(ws-exit-idx))
                   to ws-cnode-exit(ws-edit-pos, ws-exit-idx)
           end-perform

           exit paragraph.

       list-nodes.

           display " "
           display " #  MAP             EXITS"
               "                                     GATE"
               "            OPT"

           if ws-campaign-count = 0 then
               display "  (no campaign nodes yet)"
               exit paragraph
           end-if

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count
               display ws-node-idx " "
                   ws-cnode-map(ws-node-idx) " "
                   ws-cnode-exit(ws-node-idx, 1) " "
                   ws-cnode-exit(ws-node-idx, 2) " "
                   ws-cnode-exit(ws-node-idx, 3) " "
                   ws-cnode-gate(ws-node-idx) " "
                   ws-cnode-optional-sw(ws-node-idx)
               end-display
           end-perform

           exit paragraph.

       add-node.

           if ws-campaign-count >= ws-max-edit-nodes then
               display "No room for another node."
               exit paragraph
           end-if

           display "Map name [blank cancels]: " with no advancing
           accept ws-in-name
           if ws-in-name = spaces then
               exit paragraph
           end-if
           if ws-in-name(16:) not = spaces then
               display "Map names are at most 15 characters."
               exit paragraph
           end-if

           display "Insert at position [0 = end]: " with no advancing
           accept ws-new-pos
           if ws-new-pos = 0 or ws-new-pos > ws-campaign-count then
               compute ws-new-pos = ws-campaign-count + 1
           end-if

      *> open a hole at ws-new-pos.
           perform varying ws-node-idx from ws-campaign-count by -1
           until ws-node-idx < ws-new-pos
               move ws-campaign-node(ws-node-idx)
                   to ws-campaign-node(ws-node-idx + 1)
           end-perform
           add 1 to ws-campaign-count

           initialize ws-campaign-node(ws-new-pos)
           move function upper-case(ws-in-name)
               to ws-cnode-map(ws-new-pos)
           move 'N' to ws-cnode-optional-sw(ws-new-pos)

           move ws-new-pos to ws-edit-pos
           perform prompt-node-links
           set ws-is-dirty to true

           exit paragraph.

       edit-node.

           display "Edit which node #? " with no advancing
           accept ws-edit-pos
           if ws-edit-pos = 0 or ws-edit-pos > ws-campaign-count then
               exit paragraph
           end-if

           display "(enter keeps the current value, - clears it)"
           perform prompt-node-links
           set ws-is-dirty to true

           exit paragraph.

      ******************************************************************
      * Exits, gate and optional flag for node ws-edit-pos. A blank
      * answer keeps what is there; "-" clears it.
      ******************************************************************
       prompt-node-links.

           display "Exits [MAP1,MAP2,MAP3 -- none keeps it linear]: "
               with no advancing
           move spaces to ws-in-exits
           accept ws-in-exits
           evaluate true
               when ws-in-exits = "-"
                   move spaces to ws-cnode-exits(ws-edit-pos)
               when ws-in-exits not = spaces
                   perform store-node-exits
           end-evaluate

           display "Gate map [cleared before exits open]: "
               with no advancing
           move spaces to ws-in-gate
           accept ws-in-gate
           evaluate true
               when ws-in-gate = "-"
                   move spaces to ws-cnode-gate(ws-edit-pos)
               when ws-in-gate not = spaces
                   move function upper-case(ws-in-gate)
                       to ws-cnode-gate(ws-edit-pos)
           end-evaluate

           display "Optional content? [y/n]: " with no advancing
           move space to ws-in-opt
           accept ws-in-opt
           evaluate function upper-case(ws-in-opt)
               when "Y"
                   move 'Y' to ws-cnode-optional-sw(ws-edit-pos)
               when "N"
               when "-"
                   move 'N' to ws-cnode-optional-sw(ws-edit-pos)
           end-evaluate

           exit paragraph.

       move-node.

           display "Move which node #? " with no advancing
           accept ws-src-idx
           if ws-src-idx = 0 or ws-src-idx > ws-campaign-count then
               exit paragraph
           end-if
           display "To position #? " with no advancing
           accept ws-dest-idx
           if ws-dest-idx = 0 or ws-dest-idx > ws-campaign-count
           or ws-dest-idx = ws-src-idx then
               exit paragraph
           end-if

           move ws-campaign-node(ws-src-idx) to ws-hold-node

           if ws-src-idx < ws-dest-idx then
               perform varying ws-node-idx from ws-src-idx by 1
               until ws-node-idx >= ws-dest-idx
                   move ws-campaign-node(ws-node-idx + 1)
                       to ws-campaign-node(ws-node-idx)
               end-perform
           else
               perform varying ws-node-idx from ws-src-idx by -1
               until ws-node-idx <= ws-dest-idx
                   move ws-campaign-node(ws-node-idx - 1)
                       to ws-campaign-node(ws-node-idx)
               end-perform
           end-if

           move ws-hold-node to ws-campaign-node(ws-dest-idx)
           set ws-is-dirty to true

           exit paragraph.

       delete-node.

           display "Delete which node #? " with no advancing
           accept ws-edit-pos
           if ws-edit-pos = 0 or ws-edit-pos > ws-campaign-count then
               exit paragraph
           end-if

           display "Delete " function trim(ws-cnode-map(ws-edit-pos))
               " from the campaign? [y/n] " with no advancing
           accept ws-answer
           if ws-answer not = "y" and ws-answer not = "Y" then
               exit paragraph
           end-if

           perform varying ws-node-idx from ws-edit-pos by 1
           until ws-node-idx >= ws-campaign-count
               move ws-campaign-node(ws-node-idx + 1)
                   to ws-campaign-node(ws-node-idx)
           end-perform
           subtract 1 from ws-campaign-count
           set ws-is-dirty to true

           exit paragraph.

       confirm-quit.

           if ws-is-dirty then
               display "Unsaved changes -- quit anyway? [y/n] "
                   with no advancing
               accept ws-answer
               if ws-answer not = "y" and ws-answer not = "Y" then
                   exit paragraph
               end-if
           end-if

           set ws-is-quit to true

           exit paragraph.

      ******************************************************************
      * Every way the game could trip over the graph, reported
      * together. Anything that leaves ws-graph-broken blocks a
      * save; warnings are only shown.
      ******************************************************************
       check-campaign-graph.

           set ws-graph-ok to true
           move 0 to ws-problem-count
           move 0 to ws-warning-count

           display " "

           if ws-campaign-count = 0 then
               exit paragraph
           end-if

      *> the save remembers ws-max-campaign-maps visited maps.
           if ws-campaign-count > ws-max-campaign-maps then
               display "  BROKEN: " ws-campaign-count
                   " nodes -- the save's visited-map table holds "
                   ws-max-campaign-maps "."
               end-display
               add 1 to ws-problem-count
           end-if

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count

               move ws-cnode-map(ws-node-idx) to ws-map-check-file
               perform check-map-installed
               if ws-backup-status not = 0 then
                   display "  BROKEN: node "
                       function trim(ws-cnode-map(ws-node-idx))
                       " is not installed."
                   end-display
                   add 1 to ws-problem-count
               end-if

               perform varying ws-src-idx from 1 by 1
               until ws-src-idx >= ws-node-idx
                   if ws-cnode-map(ws-src-idx)
                       = ws-cnode-map(ws-node-idx) then
                       display "  WARNING: "
                           function trim(ws-cnode-map(ws-node-idx))
                           " is listed twice -- the game follows"
                           " the later line."
                       end-display
                       add 1 to ws-warning-count
                   end-if
               end-perform

               perform check-node-exits

               if ws-cnode-gate(ws-node-idx) not = spaces then
                   perform check-node-gate
               end-if

           end-perform

      *> non-optional content must be on some road from line one.
           move 0 to ws-cut-idx
           perform compute-reachable
           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count
               if ws-cnode-unreached(ws-node-idx) then
                   if ws-cnode-optional(ws-node-idx) then
                       display "  WARNING: optional node "
                           function trim(ws-cnode-map(ws-node-idx))
                           " can never be reached."
                       end-display
                       add 1 to ws-warning-count
                   else
                       display "  BROKEN: "
                           function trim(ws-cnode-map(ws-node-idx))
                           " is unreachable from "
                           function trim(ws-cnode-map(1)) "."
                       end-display
                       add 1 to ws-problem-count
                   end-if
               end-if
           end-perform

           if ws-problem-count > 0 then
               set ws-graph-broken to true
               display ws-problem-count " problem(s), "
                   ws-warning-count " warning(s)."
           else
               if ws-warning-count > 0 then
                   display ws-warning-count " warning(s)."
               end-if
           end-if

           exit paragraph.

       check-node-exits.

           perform varying ws-exit-idx from 1 by 1
           until ws-exit-idx > 3
               if ws-cnode-exit(ws-node-idx, ws-exit-idx)
                   not = spaces then
                   move ws-cnode-exit(ws-node-idx, ws-exit-idx)
                       to ws-map-check-file
                   perform check-map-installed
                   if ws-backup-status not = 0 then
                       display "  BROKEN: "
                           function trim(ws-cnode-map(ws-node-idx))
                           " exits to "
                           function trim(
                               ws-cnode-exit(ws-node-idx, ws-exit-idx))
                           ", which is not installed."
                       end-display
                       add 1 to ws-problem-count
                   else
                       move ws-cnode-exit(ws-node-idx, ws-exit-idx)
                           to ws-find-name
                       perform find-node-by-name
                       if ws-found-idx = 0 then
                           display "  WARNING: "
                               function trim(
                                   ws-cnode-map(ws-node-idx))
                               " exits to "
                               function trim(ws-cnode-exit(
                                   ws-node-idx, ws-exit-idx))
                               ", which is off the manifest --"
                               " its goal ends the campaign."
                           end-display
                           add 1 to ws-warning-count
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * A gate only opens once its map is marked cleared, and the
      * game marks a map cleared when every enemy it started with is
      * down -- never on a map with no enemies at all. And the gate
      * has to be cleared BEFORE leaving the gated node, so it must
      * be reachable with that node's way onward cut.
      ******************************************************************
       check-node-gate.

           if ws-cnode-exits(ws-node-idx) = spaces then
               display "  WARNING: "
                   function trim(ws-cnode-map(ws-node-idx))
                   " has a gate but no exits -- the game ignores it."
               end-display
               add 1 to ws-warning-count
               exit paragraph
           end-if

           move ws-cnode-gate(ws-node-idx) to ws-find-name
           perform find-node-by-name
           move ws-found-idx to ws-gate-idx

           if ws-gate-idx = 0 then
               display "  BROKEN: "
                   function trim(ws-cnode-map(ws-node-idx))
                   " is gated on "
                   function trim(ws-cnode-gate(ws-node-idx))
                   ", which is not a campaign node."
               end-display
               add 1 to ws-problem-count
               exit paragraph
           end-if

           move spaces to ws-map-enemy-file
           string function trim(ws-cnode-gate(ws-node-idx)) ".BGS"
               delimited by size into ws-map-enemy-file
           end-string
           perform count-bgs-records
           if ws-bgs-count = 0 then
               display "  BROKEN: gate map "
                   function trim(ws-cnode-gate(ws-node-idx))
                   " has no enemies, so it can never be cleared."
               end-display
               add 1 to ws-problem-count
               exit paragraph
           end-if

           move ws-node-idx to ws-cut-idx
           perform compute-reachable
           if ws-cnode-unreached(ws-gate-idx) then
               display "  BROKEN: gate map "
                   function trim(ws-cnode-gate(ws-node-idx))
                   " can only be reached through "
                   function trim(ws-cnode-map(ws-node-idx))
                   ", the node it gates."
               end-display
               add 1 to ws-problem-count
           end-if

           exit paragraph.

       check-map-installed.

           move spaces to ws-map-dat-file
           string function trim(ws-map-check-file)
               ws-data-file-ext
               delimited by size into ws-map-dat-file
           end-string
           call "CBL_CHECK_FILE_EXIST" using
               ws-map-dat-file ws-backup-file-info
               returning ws-backup-status
           end-call

           exit paragraph.

       count-bgs-records.

           move 0 to ws-bgs-count
           set ws-not-eof to true
           open input fd-enemy-data
           if ws-enemy-file-status = ws-file-status-ok
           or ws-enemy-file-status = "05" then
               perform until ws-is-eof
                   read fd-enemy-data
                       at end set ws-is-eof to true
                       not at end add 1 to ws-bgs-count
                   end-read
               end-perform
               close fd-enemy-data
           end-if
           set ws-not-eof to true

           exit paragraph.

      *> the last node named ws-find-name, as reach-goal finds it.
       find-node-by-name.

           move 0 to ws-found-idx
           perform varying ws-src-idx from 1 by 1
           until ws-src-idx > ws-campaign-count
               if ws-cnode-map(ws-src-idx) = ws-find-name then
                   move ws-src-idx to ws-found-idx
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Marks every node the first line leads to. A graph node leads
      * to its exits, a plain node to the next line -- except node
      * ws-cut-idx, whose way onward is treated as shut.
      ******************************************************************
       compute-reachable.

           perform varying ws-reach-idx from 1 by 1
           until ws-reach-idx > ws-campaign-count
               set ws-cnode-unreached(ws-reach-idx) to true
           end-perform

           move 1 to ws-queue-count
           move 1 to ws-queue-node(1)
           set ws-cnode-reached(1) to true
           move 0 to ws-queue-idx

           perform until ws-queue-idx >= ws-queue-count
               add 1 to ws-queue-idx
               move ws-queue-node(ws-queue-idx) to ws-src-idx

               if ws-src-idx not = ws-cut-idx then
                   if ws-cnode-exits(ws-src-idx) = spaces then
                       if ws-src-idx < ws-campaign-count then
                           compute ws-found-idx = ws-src-idx + 1
                           perform enqueue-reached-node
                       end-if
                   else
                       perform varying ws-exit-idx from 1 by 1
                       until ws-exit-idx > 3
                           if ws-cnode-exit(ws-src-idx, ws-exit-idx)
                               not = spaces then
                               perform find-exit-node
                               perform enqueue-reached-node
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

           exit paragraph.

      *> like find-node-by-name, but leaves ws-src-idx alone.
       find-exit-node.

           move 0 to ws-found-idx
           perform varying ws-dest-idx from 1 by 1
           until ws-dest-idx > ws-campaign-count
               if ws-cnode-map(ws-dest-idx)
                   = ws-cnode-exit(ws-src-idx, ws-exit-idx) then
                   move ws-dest-idx to ws-found-idx
               end-if
           end-perform

           exit paragraph.

       enqueue-reached-node.

           if ws-found-idx = 0 then
               exit paragraph
           end-if
           if ws-cnode-reached(ws-found-idx) then
               exit paragraph
           end-if

           set ws-cnode-reached(ws-found-idx) to true
           add 1 to ws-queue-count
           move ws-found-idx to ws-queue-node(ws-queue-count)

           exit paragraph.

      ******************************************************************
      * The campaign from its first line as an indented tree. A node
      * met a second time is shown but not expanded again, so loops
      * and merging roads stay readable; exits off the manifest are
      * leaves.
      ******************************************************************
       print-campaign-tree.

           display " "
           if ws-campaign-count = 0 then
               display "  (no campaign nodes yet)"
               exit paragraph
           end-if

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count
               set ws-cnode-not-shown(ws-node-idx) to true
           end-perform

           move 1 to ws-tree-top
           move ws-cnode-map(1) to ws-tree-name(1)
           move 0 to ws-tree-depth(1)

           perform until ws-tree-top = 0
               move ws-tree-name(ws-tree-top) to ws-tree-cur-name
               move ws-tree-depth(ws-tree-top) to ws-tree-cur-depth
               subtract 1 from ws-tree-top
               perform print-tree-node
           end-perform

      *> whatever the walk never met hangs off nothing.
           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count
               if ws-cnode-not-shown(ws-node-idx) then
                   display "  (unreached) "
                       function trim(ws-cnode-map(ws-node-idx))
                   end-display
               end-if
           end-perform

           exit paragraph.

       print-tree-node.

           move ws-tree-cur-name to ws-find-name
           perform find-node-by-name

           move spaces to ws-tree-line
           compute ws-tree-indent = ws-tree-cur-depth * 2 + 3
           string function trim(ws-tree-cur-name)
               delimited by size
               into ws-tree-line(ws-tree-indent:)
           end-string

           if ws-found-idx = 0 then
                   display function trim(ws-tree-line trailing)
                   " (off manifest)"
               end-display
               exit paragraph
           end-if

           if ws-cnode-shown(ws-found-idx) then
               display function trim(ws-tree-line trailing)
                   " (see above)"
               end-display
               exit paragraph
           end-if
           set ws-cnode-shown(ws-found-idx) to true

           if ws-cnode-optional(ws-found-idx) then
               display function trim(ws-tree-line trailing)
                   " (optional)" with no advancing
               end-display
           else
               display function trim(ws-tree-line trailing)
                   with no advancing
               end-display
           end-if
           if ws-cnode-gate(ws-found-idx) not = spaces
           and ws-cnode-exits(ws-found-idx) not = spaces then
               display " [gate: "
                   function trim(ws-cnode-gate(ws-found-idx)) "]"
               end-display
           else
               display " "
           end-if

      *> children go on the stack last-first.
           if ws-cnode-exits(ws-found-idx) = spaces then
               if ws-found-idx < ws-campaign-count
               and ws-tree-top < ws-max-tree-stack then
                   add 1 to ws-tree-top
                   move ws-cnode-map(ws-found-idx + 1)
                       to ws-tree-name(ws-tree-top)
                   compute ws-tree-depth(ws-tree-top) =
                       ws-tree-cur-depth + 1
               end-if
           else
               perform varying ws-exit-idx from 3 by -1
               until ws-exit-idx < 1
                   if ws-cnode-exit(ws-found-idx, ws-exit-idx)
                       not = spaces
                   and ws-tree-top < ws-max-tree-stack then
                       add 1 to ws-tree-top
                       move ws-cnode-exit(ws-found-idx, ws-exit-idx)
                           to ws-tree-name(ws-tree-top)
                       compute ws-tree-depth(ws-tree-top) =
                           ws-tree-cur-depth + 1
                   end-if
               end-perform
           end-if

           exit paragraph.

      ******************************************************************
      * Checks the graph and, only when it is sound, takes the .BAK
      * generation and writes the manifest back out. Linear nodes
      * go out as a bare map name, as the classic format has them.
      ******************************************************************
       save-campaign-manifest.

           perform check-campaign-graph
           if ws-graph-broken then
               display "Campaign NOT saved -- fix the problems above."
               exit paragraph
           end-if

           call "CBL_CHECK_FILE_EXIST" using
               ws-campaign-file ws-backup-file-info
               returning ws-backup-status
           end-call
           if ws-backup-status = 0 then
               call "CBL_COPY_FILE" using
                   ws-campaign-file ws-campaign-bak-file
                   returning ws-backup-status
               end-call
           end-if

           open output fd-campaign-file
           if ws-campaign-status not = ws-file-status-ok
           and ws-campaign-status not = "05" then
               display "Could not write CAMPAIGN.CMP, status "
                   ws-campaign-status
               exit paragraph
           end-if

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count
               perform build-manifest-line
               write f-campaign-line
           end-perform

           close fd-campaign-file

           set ws-not-dirty to true
           display "Saved " ws-campaign-count " node(s)."

           exit paragraph.

       build-manifest-line.

           move spaces to f-campaign-line

           if ws-cnode-exits(ws-node-idx) = spaces
           and ws-cnode-gate(ws-node-idx) = spaces
           and not ws-cnode-optional(ws-node-idx) then
               move ws-cnode-map(ws-node-idx) to f-campaign-line
               exit paragraph
           end-if

           move 1 to ws-line-ptr
           string ws-cnode-map(ws-node-idx) delimited by space
               "|" delimited by size
               into f-campaign-line with pointer ws-line-ptr
           end-string

           move 0 to ws-exits-written
           perform varying ws-exit-idx from 1 by 1
           until ws-exit-idx > 3
               if ws-cnode-exit(ws-node-idx, ws-exit-idx)
                   not = spaces then
                   if ws-exits-written > 0 then
                       string "," delimited by size
                           into f-campaign-line
                           with pointer ws-line-ptr
                       end-string
                   end-if
                   string ws-cnode-exit(ws-node-idx, ws-exit-idx)
                       delimited by space
                       into f-campaign-line with pointer ws-line-ptr
                   end-string
                   add 1 to ws-exits-written
               end-if
           end-perform

           string "|" delimited by size
               ws-cnode-gate(ws-node-idx) delimited by space
               "|" delimited by size
               ws-cnode-optional-sw(ws-node-idx) delimited by size
               into f-campaign-line with pointer ws-line-ptr
           end-string

           exit paragraph.

       end program crl-campaign-editor.
