      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Campaign drop-off funnel. DEATHS.RPT says how
      *>          players die; this says where they simply stop.
      *>          Every character (by name) is followed through
      *>          RUNSTATS.LOG -- each run's end map, outcome and
      *>          SPLIT| trail -- the nine save slots' visited-map
      *>          and cleared flags, and any crash checkpoint left
      *>          behind. For each CAMPAIGN.CMP node the report
      *>          shows how many characters reached it, cleared it,
      *>          moved on (reached one of its exits, or the next
      *>          node of a linear chain) and quit there for good:
      *>          never won, and either a checkpoint was left on the
      *>          node or the last run walked away from it and
      *>          nothing has been played since the idle window.
      *>          Quit points break down by the last region reached,
      *>          from the node's .RGN layer and the position the
      *>          character was saved at. Results go to FUNNEL.RPT.
      *>          Arguments:
      *>              --idle=N          days without play before a
      *>                                walk-away counts as quitting
      *>                                for good (14)
      *> Tectonics:
      *>     ./build_funnel_report.sh
      *>*****************************************************************
       identification division.
       program-id. crl-funnel-report.

       environment division.

       input-output section.

       file-control.
           select optional fd-run-stats-log
               assign to dynamic ws-run-stats-file-name
               organization is line sequential
               file status is ws-run-stats-file-status.

           select optional fd-campaign-file
               assign to dynamic ws-campaign-file-name
               organization is line sequential
               file status is ws-campaign-file-status.

           select optional fd-player-data
               assign to dynamic ws-player-save-file
               organization is record sequential
               file status is ws-player-file-status.

           select optional fd-checkpoint-data
               assign to dynamic ws-checkpoint-file
               organization is record sequential
               file status is ws-checkpoint-status.

           select optional fd-region-data
               assign to dynamic ws-region-file
               organization is line sequential
               file status is ws-region-file-status.

           select fd-report
               assign to dynamic ws-report-file-name
               organization is line sequential
               file status is ws-report-file-status.

       data division.

       file section.

           fd  fd-run-stats-log.
           01  f-run-stats-line             pic x(100).

           fd  fd-campaign-file.
           01  f-campaign-line              pic x(80).

           fd  fd-player-data.
      *> the layout-22 record -- see crl-save-inspect for the full
      *> geometry.
           01  f-player-image               pic x(3692).

           fd  fd-checkpoint-data.
      *> image of the save record, sized with headroom.
           01  f-checkpoint-record          pic x(4000).

           fd  fd-region-data.
           01  f-region-line                pic x(40).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-current-save-version     value 22.
           78  ws-save-image-len           value 3692.
           78  ws-max-slots                value 9.
           78  ws-max-nodes                value 20.
           78  ws-max-characters           value 500.
           78  ws-max-node-regions         value 10.
           78  ws-max-regions              value 20.

           01  ws-run-stats-file-name      pic x(12)
                                           value "RUNSTATS.LOG".
           01  ws-campaign-file-name       pic x(12)
                                           value "CAMPAIGN.CMP".
           01  ws-report-file-name         pic x(12)
                                           value "FUNNEL.RPT".
           01  ws-player-save-file         pic x(15).
           01  ws-checkpoint-file          pic x(15).
           01  ws-region-file              pic x(20).

           01  ws-run-stats-file-status    pic xx.
           01  ws-campaign-file-status     pic xx.
           01  ws-player-file-status       pic xx.
           01  ws-checkpoint-status        pic xx.
           01  ws-region-file-status       pic xx.
           01  ws-report-file-status       pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-idle-days                pic 999 value 14.

           01  ws-date-data                pic x(21).
           01  ws-today                    pic 9(8).
           01  ws-run-date-num             pic 9(8).
           01  ws-idle-for                 pic s9(6).

      *> CAMPAIGN.CMP as the game reads it: MAPNAME alone, or
      *> MAPNAME|EXIT1,EXIT2,EXIT3|GATEMAP|OPT.
           01  ws-node-count               pic 99 value 0.
           01  ws-nodes.
               05  ws-node occurs ws-max-nodes times.
                   10  ws-node-name        pic x(15).
                   10  ws-node-exit occurs 3 times pic x(15).
                   10  ws-node-reached     pic 9(4).
                   10  ws-node-cleared     pic 9(4).
                   10  ws-node-moved-on    pic 9(4).
                   10  ws-node-quit        pic 9(4).
                   10  ws-node-rgn-count   pic 99.
                   10  ws-node-rgn occurs ws-max-node-regions times.
                       15  ws-node-rgn-name pic x(16).
                       15  ws-node-rgn-quit pic 9(4).
           01  ws-node-idx                 pic 99.
           01  ws-exit-idx                 pic 9.
           01  ws-exit-node                pic 99.
           01  ws-find-map                 pic x(15).
           01  ws-found-node               pic 99.
           01  ws-find-idx                 pic 99.

           01  ws-cnode-parse.
               05  ws-cnode-p-name         pic x(15).
               05  ws-cnode-p-exits        pic x(50).
               05  ws-cnode-p-gate         pic x(15).
               05  ws-cnode-p-opt          pic x.

      *> every character seen anywhere, and which nodes they
      *> reached and cleared.
           01  ws-char-count               pic 999 value 0.
           01  ws-characters.
               05  ws-char occurs ws-max-characters times.
                   10  ws-chr-name         pic x(16).
                   10  ws-chr-won-sw       pic a.
                       88  ws-chr-won      value 'Y'.
                   10  ws-chr-last-date    pic x(10).
                   10  ws-chr-last-map     pic x(15).
      *> last run's outcome: V won, D died, blank walked away,
      *> "-" no run logged.
                   10  ws-chr-last-outcome pic x.
                   10  ws-chr-chk-sw       pic a.
                       88  ws-chr-left-checkpoint value 'Y'.
                   10  ws-chr-chk-map      pic x(15).
                   10  ws-chr-pos-map      pic x(15).
                   10  ws-chr-pos-y        pic 99.
                   10  ws-chr-pos-x        pic 99.
                   10  ws-chr-quit-map     pic x(15).
                   10  ws-chr-reached occurs ws-max-nodes times
                                           pic a.
                   10  ws-chr-cleared occurs ws-max-nodes times
                                           pic a.
           01  ws-char-idx                 pic 999.
           01  ws-find-name                pic x(16).
           01  ws-chars-dropped            pic 9(5) value 0.

      *> the save slot (or checkpoint) image, by offset.
           01  ws-save-view.
               05  ws-sv-version           pic 9(3).
               05  ws-sv-name              pic x(16).
               05  filler                  pic x(6).
               05  ws-sv-pos-y             pic s99.
               05  ws-sv-pos-x             pic s99.
               05  filler                  pic x(21).
               05  ws-sv-map-name          pic x(15).
               05  filler                  pic x(2439).
               05  ws-sv-visited-count     pic 99.
               05  ws-sv-visited occurs 20 times.
                   10  ws-sv-vis-map       pic x(15).
                   10  ws-sv-vis-cleared   pic x.
               05  filler                  pic x(428).
           01  ws-vis-idx                  pic 99.
           01  ws-slot-idx                 pic 99.
           01  ws-slot                     pic 9.
           01  ws-image-kind               pic x.
               88  ws-image-is-save        value "S".
               88  ws-image-is-checkpoint  value "C".
           01  ws-saves-read               pic 99 value 0.
           01  ws-checkpoints-read         pic 99 value 0.

           01  ws-split-map                pic x(15).
           01  ws-split-rest               pic x(80).
           01  ws-split-tag                pic x(6).

      *> the .RGN rectangles of the node being tallied.
           01  ws-region-count             pic 99 value 0.
           01  ws-regions.
               05  ws-region occurs ws-max-regions times.
                   10  ws-region-name      pic x(16).
                   10  ws-region-y1        pic 99.
                   10  ws-region-x1        pic 99.
                   10  ws-region-y2        pic 99.
                   10  ws-region-x2        pic 99.
           01  ws-region-idx               pic 99.
           01  ws-region-parse.
               05  ws-rgn-p-name           pic x(16).
               05  ws-rgn-p-y1             pic x(4).
               05  ws-rgn-p-x1             pic x(4).
               05  ws-rgn-p-y2             pic x(4).
               05  ws-rgn-p-x2             pic x(4).
           01  ws-quit-region              pic x(16).
           01  ws-rgn-idx                  pic 99.

           01  ws-total-won                pic 9(4) value 0.
           01  ws-total-died               pic 9(4) value 0.
           01  ws-total-quit               pic 9(4) value 0.
           01  ws-total-off-campaign       pic 9(4) value 0.
           01  ws-total-active             pic 9(4) value 0.

           01  ws-pct-disp                 pic zz9.
           01  ws-count-disp               pic zzz9.
           01  ws-reached-disp             pic zzz9.
           01  ws-cleared-disp             pic zzz9.
           01  ws-moved-disp               pic zzz9.
           01  ws-quit-disp                pic zzz9.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike campaign funnel report"
           display "--------------------------------------"

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today

           perform parse-arguments
           perform load-campaign-nodes

           if ws-node-count = 0 then
               display "No CAMPAIGN.CMP manifest here -- nothing to"
                   " funnel."
               stop run
           end-if

           perform scan-run-stats
           perform scan-save-slots

           if ws-char-count = 0 then
               display "No characters found in RUNSTATS.LOG or the"
                   " save slots."
               stop run
           end-if

           perform judge-quit-points
           perform tally-funnel
           perform write-funnel-report

           display "Done. " ws-char-count " character(s), "
               ws-total-quit " quit for good. Report: "
               function trim(ws-report-file-name)

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
                   = "--IDLE"
               and function trim(ws-arg-value) is numeric then
                   move function numval(ws-arg-value)
                       to ws-idle-days
               end-if

           end-perform

           exit paragraph.

       load-campaign-nodes.

           move 0 to ws-node-count
           set ws-not-eof to true

           open input fd-campaign-file
           if ws-campaign-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-node-count >= ws-max-nodes

               read fd-campaign-file
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof
               and f-campaign-line not = spaces then
                   add 1 to ws-node-count
                   initialize ws-node(ws-node-count)
                   move spaces to ws-cnode-parse
                   unstring f-campaign-line delimited by "|"
                       into ws-cnode-p-name ws-cnode-p-exits
                           ws-cnode-p-gate ws-cnode-p-opt
                   end-unstring
                   move function upper-case(ws-cnode-p-name)
                       to ws-node-name(ws-node-count)
                   if ws-cnode-p-exits not = spaces then
                       unstring function upper-case(ws-cnode-p-exits)
                           delimited by ","
                           into ws-node-exit(ws-node-count, 1)
                               ws-node-exit(ws-node-count, 2)
                               ws-node-exit(ws-node-count, 3)
                       end-unstring
                   end-if
               end-if

           end-perform

           close fd-campaign-file

           exit paragraph.

      ******************************************************************
      * RUNSTATS.LOG: each run's end map is reached, and so is every
      * map on the SPLIT| lines that follow it. The newest run per
      * character (by date) is the one whose outcome counts.
      ******************************************************************
       scan-run-stats.

           move 0 to ws-char-idx
           set ws-not-eof to true

           open input fd-run-stats-log
           if ws-run-stats-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-is-eof

               move spaces to f-run-stats-line
               read fd-run-stats-log
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-run-stats-line not = spaces then
                   if f-run-stats-line(1:6) = "SPLIT|" then
                       if ws-char-idx > 0 then
                           move spaces to ws-split-tag ws-split-map
                               ws-split-rest
                           unstring f-run-stats-line delimited by "|"
                               into ws-split-tag ws-split-map
                                   ws-split-rest
                           end-unstring
                           move function upper-case(ws-split-map)
                               to ws-find-map
                           perform mark-map-reached
                       end-if
                   else
                       perform note-one-run
                   end-if
               end-if

           end-perform

           close fd-run-stats-log

           exit paragraph.

       note-one-run.

           move f-run-stats-line(28:16) to ws-find-name
           perform find-or-add-character
           if ws-char-idx = 0 then
               exit paragraph
           end-if

           move function upper-case(f-run-stats-line(12:15))
               to ws-find-map
           perform mark-map-reached

           if f-run-stats-line(74:1) = "V" then
               move 'Y' to ws-chr-won-sw(ws-char-idx)
           end-if

           if f-run-stats-line(1:10) >= ws-chr-last-date(ws-char-idx)
           then
               move f-run-stats-line(1:10)
                   to ws-chr-last-date(ws-char-idx)
               move ws-find-map to ws-chr-last-map(ws-char-idx)
               move f-run-stats-line(74:1)
                   to ws-chr-last-outcome(ws-char-idx)
           end-if

           exit paragraph.

      ******************************************************************
      * Each slot's save, then its crash checkpoint if one was left
      * behind (a clean save deletes it, so one still on disk means
      * the session died mid-run). Only current-layout images are
      * read; crl-save-migrate brings older ones forward.
      ******************************************************************
       scan-save-slots.

           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > ws-max-slots

               move ws-slot-idx to ws-slot

               move spaces to ws-player-save-file
               string "PLAYER" ws-slot ".SAV"
                   delimited by size into ws-player-save-file
               end-string
               open input fd-player-data
               if ws-player-file-status = ws-file-status-ok then
                   read fd-player-data
                       not at end
                           move f-player-image to ws-save-view
                           set ws-image-is-save to true
                           perform note-slot-image
                   end-read
               end-if
               close fd-player-data

               move spaces to ws-checkpoint-file
               string "PLAYER" ws-slot ".CHK"
                   delimited by size into ws-checkpoint-file
               end-string
               open input fd-checkpoint-data
               if ws-checkpoint-status = ws-file-status-ok then
                   read fd-checkpoint-data
                       not at end
                           move f-checkpoint-record(
                               1:ws-save-image-len) to ws-save-view
                           set ws-image-is-checkpoint to true
                           perform note-slot-image
                   end-read
               end-if
               close fd-checkpoint-data

           end-perform

           exit paragraph.

       note-slot-image.

           if ws-sv-version not numeric
           or ws-sv-version not = ws-current-save-version then
               exit paragraph
           end-if

           move ws-sv-name to ws-find-name
           perform find-or-add-character
           if ws-char-idx = 0 then
               exit paragraph
           end-if

           if ws-image-is-save then
               add 1 to ws-saves-read
           else
               add 1 to ws-checkpoints-read
               move 'Y' to ws-chr-chk-sw(ws-char-idx)
               move function upper-case(ws-sv-map-name)
                   to ws-chr-chk-map(ws-char-idx)
           end-if

      *> the checkpoint is newer than the save it outlived, so its
      *> position wins; a save only fills in a missing one.
           if ws-image-is-checkpoint
           or ws-chr-pos-map(ws-char-idx) = spaces then
               move function upper-case(ws-sv-map-name)
                   to ws-chr-pos-map(ws-char-idx)
               if ws-sv-pos-y is numeric and ws-sv-pos-y > 0 then
                   move ws-sv-pos-y to ws-chr-pos-y(ws-char-idx)
               end-if
               if ws-sv-pos-x is numeric and ws-sv-pos-x > 0 then
                   move ws-sv-pos-x to ws-chr-pos-x(ws-char-idx)
               end-if
           end-if

           move function upper-case(ws-sv-map-name) to ws-find-map
           perform mark-map-reached

           if ws-sv-visited-count not numeric then
               exit paragraph
           end-if

           perform varying ws-vis-idx from 1 by 1
           until ws-vis-idx > ws-sv-visited-count or ws-vis-idx > 20
               move function upper-case(ws-sv-vis-map(ws-vis-idx))
                   to ws-find-map
               perform mark-map-reached
               if ws-sv-vis-cleared(ws-vis-idx) = "Y"
               and ws-found-node > 0 then
                   move 'Y'
                       to ws-chr-cleared(ws-char-idx, ws-found-node)
               end-if
           end-perform

           exit paragraph.

       find-or-add-character.

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > ws-char-count
               if ws-chr-name(ws-char-idx) = ws-find-name then
                   exit paragraph
               end-if
           end-perform

           if ws-find-name = spaces then
               move 0 to ws-char-idx
               exit paragraph
           end-if

           if ws-char-count >= ws-max-characters then
               add 1 to ws-chars-dropped
               move 0 to ws-char-idx
               exit paragraph
           end-if

           add 1 to ws-char-count
           move ws-char-count to ws-char-idx
           initialize ws-char(ws-char-idx)
           move ws-find-name to ws-chr-name(ws-char-idx)
           move 'N' to ws-chr-won-sw(ws-char-idx)
           move 'N' to ws-chr-chk-sw(ws-char-idx)
           move "-" to ws-chr-last-outcome(ws-char-idx)
           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-max-nodes
               move 'N' to ws-chr-reached(ws-char-idx, ws-node-idx)
               move 'N' to ws-chr-cleared(ws-char-idx, ws-node-idx)
           end-perform

           exit paragraph.

      *> ws-find-map reached by ws-char-idx, when it is a campaign
      *> node; ws-found-node comes back 0 otherwise.
       mark-map-reached.

           perform find-node
           if ws-found-node > 0 then
               move 'Y' to ws-chr-reached(ws-char-idx, ws-found-node)
           end-if

           exit paragraph.

       find-node.

           move 0 to ws-found-node
           if ws-find-map = spaces then
               exit paragraph
           end-if

           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-node-count
               if ws-node-name(ws-find-idx) = ws-find-map then
                   move ws-find-idx to ws-found-node
                   exit paragraph
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Where, if anywhere, each character quit for good. A win is
      * never a quit, and a death is DEATHS.RPT's business. A crash
      * checkpoint left behind marks its map; otherwise a last run
      * that walked away (blank outcome) counts once nothing has
      * been played for the idle window.
      ******************************************************************
       judge-quit-points.

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > ws-char-count

               move spaces to ws-chr-quit-map(ws-char-idx)

               evaluate true
                   when ws-chr-won(ws-char-idx)
                       add 1 to ws-total-won
                   when ws-chr-left-checkpoint(ws-char-idx)
                       move ws-chr-chk-map(ws-char-idx)
                           to ws-chr-quit-map(ws-char-idx)
                   when ws-chr-last-outcome(ws-char-idx) = "D"
                       add 1 to ws-total-died
                   when ws-chr-last-outcome(ws-char-idx) = space
                       perform judge-walk-away
                   when other
                       add 1 to ws-total-active
               end-evaluate

               if ws-chr-quit-map(ws-char-idx) not = spaces then
                   add 1 to ws-total-quit
               end-if

           end-perform

           exit paragraph.

       judge-walk-away.

           move 0 to ws-run-date-num
           if ws-chr-last-date(ws-char-idx)(1:4) is numeric
           and ws-chr-last-date(ws-char-idx)(6:2) is numeric
           and ws-chr-last-date(ws-char-idx)(9:2) is numeric then
               string ws-chr-last-date(ws-char-idx)(1:4)
                   ws-chr-last-date(ws-char-idx)(6:2)
                   ws-chr-last-date(ws-char-idx)(9:2)
                   delimited by size into ws-run-date-num
               end-string
           end-if

           if ws-run-date-num = 0
           or function test-date-yyyymmdd(ws-run-date-num) not = 0
           then
               add 1 to ws-total-active
               exit paragraph
           end-if

           compute ws-idle-for =
               function integer-of-date(ws-today)
               - function integer-of-date(ws-run-date-num)
           end-compute

           if ws-idle-for >= ws-idle-days then
               move ws-chr-last-map(ws-char-idx)
                   to ws-chr-quit-map(ws-char-idx)
           else
               add 1 to ws-total-active
           end-if

           exit paragraph.

      ******************************************************************
      * Per node: reached, cleared, moved on (reached an exit -- or,
      * for a plain linear node, the next node), quit there, and
      * the quits by last region reached.
      ******************************************************************
       tally-funnel.

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-node-count

               perform load-node-regions

               perform varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-char-count

                   if ws-chr-reached(ws-char-idx, ws-node-idx) = 'Y'
                   then
                       add 1 to ws-node-reached(ws-node-idx)
                       if ws-chr-cleared(ws-char-idx, ws-node-idx)
                           = 'Y' then
                           add 1 to ws-node-cleared(ws-node-idx)
                       end-if
                       perform judge-moved-on
                   end-if

                   if ws-chr-quit-map(ws-char-idx)
                       = ws-node-name(ws-node-idx) then
                       add 1 to ws-node-quit(ws-node-idx)
                       perform tally-quit-region
                   end-if

               end-perform

           end-perform

      *> quits on maps the manifest doesn't list.
           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > ws-char-count
               if ws-chr-quit-map(ws-char-idx) not = spaces then
                   move ws-chr-quit-map(ws-char-idx) to ws-find-map
                   perform find-node
                   if ws-found-node = 0 then
                       add 1 to ws-total-off-campaign
                   end-if
               end-if
           end-perform

           exit paragraph.

       judge-moved-on.

           if ws-node-exit(ws-node-idx, 1) = spaces then
               if ws-node-idx < ws-node-count then
                   compute ws-exit-node = ws-node-idx + 1
                   if ws-chr-reached(ws-char-idx, ws-exit-node) = 'Y'
                   then
                       add 1 to ws-node-moved-on(ws-node-idx)
                   end-if
               end-if
               exit paragraph
           end-if

           perform varying ws-exit-idx from 1 by 1
           until ws-exit-idx > 3
               move ws-node-exit(ws-node-idx, ws-exit-idx)
                   to ws-find-map
               perform find-node
               if ws-found-node > 0
               and ws-chr-reached(ws-char-idx, ws-found-node) = 'Y'
               then
                   add 1 to ws-node-moved-on(ws-node-idx)
                   exit paragraph
               end-if
           end-perform

           exit paragraph.

       tally-quit-region.

           if ws-chr-pos-map(ws-char-idx)
               not = ws-node-name(ws-node-idx)
           or ws-chr-pos-y(ws-char-idx) = 0 then
               move "(no position)" to ws-quit-region
           else
               move "(no region)" to ws-quit-region
               perform varying ws-region-idx from 1 by 1
               until ws-region-idx > ws-region-count
                   if ws-chr-pos-y(ws-char-idx)
                       >= ws-region-y1(ws-region-idx)
                   and ws-chr-pos-y(ws-char-idx)
                       <= ws-region-y2(ws-region-idx)
                   and ws-chr-pos-x(ws-char-idx)
                       >= ws-region-x1(ws-region-idx)
                   and ws-chr-pos-x(ws-char-idx)
                       <= ws-region-x2(ws-region-idx) then
                       move ws-region-name(ws-region-idx)
                           to ws-quit-region
                       exit perform
                   end-if
               end-perform
           end-if

           perform varying ws-rgn-idx from 1 by 1
           until ws-rgn-idx > ws-node-rgn-count(ws-node-idx)
               if ws-node-rgn-name(ws-node-idx, ws-rgn-idx)
                   = ws-quit-region then
                   add 1 to ws-node-rgn-quit(ws-node-idx, ws-rgn-idx)
                   exit paragraph
               end-if
           end-perform

           if ws-node-rgn-count(ws-node-idx) >= ws-max-node-regions
           then
               move ws-max-node-regions to ws-rgn-idx
               move "(other)"
                   to ws-node-rgn-name(ws-node-idx, ws-rgn-idx)
           else
               add 1 to ws-node-rgn-count(ws-node-idx)
               move ws-node-rgn-count(ws-node-idx) to ws-rgn-idx
               move ws-quit-region
                   to ws-node-rgn-name(ws-node-idx, ws-rgn-idx)
           end-if
           add 1 to ws-node-rgn-quit(ws-node-idx, ws-rgn-idx)

           exit paragraph.

      *> the node's .RGN sidecar: NAME|Y1|X1|Y2|X2 rectangles.
       load-node-regions.

           move 0 to ws-region-count
           set ws-not-eof to true

           move spaces to ws-region-file
           string function trim(ws-node-name(ws-node-idx)) ".RGN"
               delimited by size into ws-region-file
           end-string

           open input fd-region-data
           if ws-region-file-status not = ws-file-status-ok then
               close fd-region-data
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-region-count >= ws-max-regions

               read fd-region-data
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-region-line not = spaces then
                   move spaces to ws-region-parse
                   unstring f-region-line delimited by "|"
                       into ws-rgn-p-name ws-rgn-p-y1
                           ws-rgn-p-x1 ws-rgn-p-y2 ws-rgn-p-x2
                   end-unstring
                   if function trim(ws-rgn-p-y1) is numeric
                   and function trim(ws-rgn-p-x1) is numeric
                   and function trim(ws-rgn-p-y2) is numeric
                   and function trim(ws-rgn-p-x2) is numeric then
                       add 1 to ws-region-count
                       move function upper-case(ws-rgn-p-name)
                           to ws-region-name(ws-region-count)
                       move function numval(ws-rgn-p-y1)
                           to ws-region-y1(ws-region-count)
                       move function numval(ws-rgn-p-x1)
                           to ws-region-x1(ws-region-count)
                       move function numval(ws-rgn-p-y2)
                           to ws-region-y2(ws-region-count)
                       move function numval(ws-rgn-p-x2)
                           to ws-region-x2(ws-region-count)
                   end-if
               end-if

           end-perform

           close fd-region-data

           exit paragraph.

       write-funnel-report.

           open output fd-report

           move "COBOL-ROGUELIKE CAMPAIGN FUNNEL" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "RUN DATE: " ws-today
               "   IDLE WINDOW: " ws-idle-days " day(s)"
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "CHARACTERS: " ws-char-count
               "  WON: " ws-total-won
               "  DIED: " ws-total-died
               "  QUIT: " ws-total-quit
               "  STILL PLAYING: " ws-total-active
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "SOURCES: RUNSTATS.LOG, " ws-saves-read
               " save(s), " ws-checkpoints-read
               " checkpoint(s) left behind"
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           move "NODE            REACHED CLEARED MOVED-ON  QUIT  QUIT%"
               to f-report-line
           write f-report-line
           move "--------------- ------- ------- -------- ----- -----"
               to f-report-line
           write f-report-line

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-node-count

               move ws-node-reached(ws-node-idx) to ws-reached-disp
               move ws-node-cleared(ws-node-idx) to ws-cleared-disp
               move ws-node-moved-on(ws-node-idx) to ws-moved-disp
               move ws-node-quit(ws-node-idx) to ws-quit-disp
               if ws-node-reached(ws-node-idx) > 0 then
                   compute ws-pct-disp rounded =
                       ws-node-quit(ws-node-idx) * 100
                       / ws-node-reached(ws-node-idx)
               else
                   move 0 to ws-pct-disp
               end-if

               move spaces to f-report-line
               string ws-node-name(ws-node-idx)
                   "    " ws-reached-disp
                   "    " ws-cleared-disp
                   "     " ws-moved-disp
                   "  " ws-quit-disp
                   "  " ws-pct-disp "%"
                   delimited by size into f-report-line
               end-string
               write f-report-line

               perform varying ws-rgn-idx from 1 by 1
               until ws-rgn-idx > ws-node-rgn-count(ws-node-idx)
                   move ws-node-rgn-quit(ws-node-idx, ws-rgn-idx)
                       to ws-count-disp
                   move spaces to f-report-line
                   string "    quit in "
                       ws-node-rgn-name(ws-node-idx, ws-rgn-idx)
                       " " ws-count-disp
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-perform

           end-perform

           if ws-total-off-campaign > 0 then
               move spaces to f-report-line
               write f-report-line
               move spaces to f-report-line
               string ws-total-off-campaign
                   " character(s) quit on maps CAMPAIGN.CMP does not"
                   " list."
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           if ws-chars-dropped > 0 then
               move spaces to f-report-line
               string ws-chars-dropped
                   " character(s) past the table limit were not"
                   " followed."
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           close fd-report

           exit paragraph.

       end program crl-funnel-report.
