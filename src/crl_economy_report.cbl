      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Pack-wide gold and loot economy report. Every map
      *>          set is loaded and the wealth it puts into play is
      *>          totalled: the worth of its placed .ITM items, the
      *>          expected haul of its chests (contents rolled the
      *>          way open-container rolls them) and the expected
      *>          value of its enemies' drops -- an authored
      *>          drop-item-id at its drop-pct, else the global
      *>          rarity-weighted roll at its 30 percent. Against
      *>          that sits what a merchant on the map charges:
      *>          the catalog's average ware through the map's
      *>          PRICES.TBL percent, the same arithmetic as the
      *>          game's compute-shop-price. Maps are walked in
      *>          CAMPAIGN.CMP order (pack order when there is no
      *>          manifest) and the wealth gathered since the last
      *>          merchant is sold at the next one, flagging a
      *>          merchant the player reaches starved (cannot buy a
      *>          single ware) or flooded (can clear the shelves
      *>          twice over). Results go to ECONOMY.RPT.
      *>          Keep the numbers here in step with crl_game.cbl's
      *>          open-container / drop-loot / compute-shop-price /
      *>          shop-sell-item when the economy changes.
      *> Tectonics:
      *>     ./build_economy_report.sh
      *>         src/shared/load_map_data.cbl
      *>         src/shared/crl_error_log.cbl
      *>         src/shared/crl_catalog_version.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-economy-report.

       environment division.

       input-output section.

       file-control.
           select optional fd-map-list
               assign to dynamic ws-map-list-file
               organization is line sequential
               file status is ws-map-list-status.

           select optional fd-campaign-file
               assign to ws-campaign-file
               organization is line sequential
               file status is ws-campaign-status.

           select optional fd-item-catalog
               assign to ws-item-catalog-file
               organization is indexed
               access mode is dynamic
               record key is f-catalog-item-id
               file status is ws-catalog-status.

           select optional fd-prices-table
               assign to ws-prices-table-file
               organization is line sequential
               file status is ws-prices-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-map-list.
           01  f-map-list-line              pic x(30).

           fd  fd-campaign-file.
           01  f-campaign-line              pic x(80).

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

           fd  fd-prices-table.
           01  f-prices-line                pic x(40).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-max-pack-maps            value 50.
           78  ws-max-catalog              value 999.
           78  ws-max-price-rows           value 50.
      *> the game's loot economy, mirrored.
           78  ws-loot-drop-pct            value 30.
           78  ws-max-chest-contents       value 5.
           78  ws-shop-shelf-size          value 9.

           01  ws-map-list-file            pic x(15)
                                           value "ECONMAPS.TMP".
           01  ws-map-list-status          pic xx.
           01  ws-report-file              pic x(15)
                                           value "ECONOMY.RPT".
           01  ws-report-status            pic xx.
           78  ws-campaign-file            value "CAMPAIGN.CMP".
           01  ws-campaign-status          pic xx.
           78  ws-item-catalog-file        value "ITEMS.ITL".
           01  ws-catalog-status           pic xx.
           78  ws-prices-table-file        value "PRICES.TBL".
           01  ws-prices-status            pic xx.

           01  ws-ls-command               pic x(40)
                               value "ls -1 *.DAT > ECONMAPS.TMP".
           01  ws-rm-command               pic x(40)
                               value "rm -f ECONMAPS.TMP".

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-pack-map-count           pic 99 value 0.
           01  ws-pack-maps.
               05  ws-pack-map occurs ws-max-pack-maps times.
                   10  ws-pack-map-name    pic x(15).
                   10  ws-pack-map-queued  pic a.

      *> the walk order: manifest maps first, then anything the
      *> manifest does not name.
           01  ws-walk-count               pic 99 value 0.
           01  ws-walk-order.
               05  ws-walk-map occurs ws-max-pack-maps times
                                           pic x(15).

           01  ws-cnode-p-name             pic x(15).
           01  ws-map-idx                  pic 99.
           01  ws-scan-idx                 pic 99.
           01  ws-dot-pos                  pic 99.

           01  ws-map-files.
               05  ws-map-name             pic x(15).
               05  ws-map-name-temp        pic x(15).
               05  ws-map-dat-file         pic x(15).
               05  ws-map-tel-file         pic x(15).
               05  ws-map-enemy-file       pic x(15).
               05  ws-map-item-file        pic x(15).
               05  ws-map-dim-file         pic x(15).
               05  ws-map-height           pic 99 value 25.
               05  ws-map-width            pic 99 value 80.

           copy "shared/copybooks/ws-tile-map-table-matrix.cpy".
           copy "shared/copybooks/ws-enemy-data.cpy".
           copy "shared/copybooks/ws-teleport-data.cpy".
           copy "shared/copybooks/ws-item-data.cpy".

           01  ws-player-start-pos.
               05  ws-player-start-y           pic S99.
               05  ws-player-start-x           pic S99.
               05  ws-player-start-found-sw    pic a value 'N'.

           01  ws-load-return-code          pic 9.

      *> the catalog, in memory: worth and rarity are all the
      *> economy needs.
           01  ws-catalog-count            pic 999 value 0.
           01  ws-catalog.
               05  ws-cat-entry occurs ws-max-catalog times.
                   10  ws-cat-id           pic 999.
                   10  ws-cat-worth        pic 999.
                   10  ws-cat-rarity       pic 9.
           01  ws-cat-idx                  pic 999.
           01  ws-cat-total-worth          pic 9(7).

      *> expected worth of one rarity-weighted roll, in hundredths.
           01  ws-tier-stats.
               05  ws-tier occurs 4 times.
                   10  ws-tier-count       pic 999.
                   10  ws-tier-worth       pic 9(7).
           01  ws-tier-idx                 pic 9.
           01  ws-tier-weight              pic 99.
           01  ws-tier-avg                 pic 9(5)v99.
           01  ws-roll-value               pic 9(5)v99 value 0.
           01  ws-avg-ware-worth           pic 9(5)v99 value 0.

           01  ws-price-count              pic 99 value 0.
           01  ws-price-rows.
               05  ws-price-row occurs ws-max-price-rows times.
                   10  ws-price-map        pic x(15).
                   10  ws-price-pct        pic 999.
           01  ws-price-parse.
               05  ws-price-p-map          pic x(15).
               05  ws-price-p-pct          pic x(5).
           01  ws-price-idx                pic 99.
           01  ws-price-effective-pct      pic 999.

      *> this map's figures.
           01  ws-idx                      pic 999.
           01  ws-chest-contents           pic 9.
           01  ws-map-placed               pic 9(7)v99.
           01  ws-map-chests               pic 9(7)v99.
           01  ws-map-drops                pic 9(7)v99.
           01  ws-map-total                pic 9(7)v99.
           01  ws-map-chest-count          pic 999.
           01  ws-map-merchant-sw          pic a.
               88  ws-map-has-merchant     value 'Y'.
               88  ws-map-no-merchant      value 'N'.
           01  ws-tile-y                   pic 99.
           01  ws-tile-x                   pic 99.
           01  ws-avg-price                pic 9(5)v99.
           01  ws-shop-price               pic 9(5).

      *> the running purse: wealth gathered since the last merchant.
           01  ws-carried-worth            pic 9(8)v99 value 0.
           01  ws-sale-gold                pic 9(8)v99.
           01  ws-affordable               pic 9(5).
           01  ws-flag                     pic x(8).
           01  ws-pack-total               pic 9(9)v99 value 0.
           01  ws-merchant-count           pic 99 value 0.
           01  ws-flag-count               pic 99 value 0.

           01  ws-edit-worth               pic zzzzzz9.
           01  ws-edit-placed              pic zzzzzz9.
           01  ws-edit-chests              pic zzzzzz9.
           01  ws-edit-drops               pic zzzzzz9.
           01  ws-edit-gold                pic zzzzzz9.
           01  ws-edit-price               pic zzzz9.
           01  ws-edit-afford              pic zzzz9.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                       value "crl-economy-report".
           01  ws-errlog-reason            pic x(8).
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike economy report"
           display "------------------------------"

           perform discover-pack-maps

           if ws-pack-map-count = 0 then
               display "No map sets (*.DAT) found in this"
                   " directory."
               stop run
           end-if

           perform load-catalog
           perform load-prices-table
           perform compute-roll-value
           perform build-walk-order

           open output fd-report
           move "COBOL-ROGUELIKE GOLD AND LOOT ECONOMY REPORT"
               to f-report-line
           write f-report-line
           move "============================================"
               to f-report-line
           write f-report-line

           move ws-roll-value to ws-edit-price
           move ws-avg-ware-worth to ws-edit-worth
           move spaces to f-report-line
           string "Catalog items: " ws-catalog-count
               "   one loot roll is worth ~" ws-edit-price
               "g   average ware ~" ws-edit-worth "g at par"
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           move "MAP              PLACED  CHESTS   DROPS   TOTAL"
               & "  SHOP PCT PRICE    PURSE AFFORD FLAG"
               to f-report-line
           write f-report-line

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-walk-count
               perform report-one-map
           end-perform

           perform write-summary

           close fd-report

           display "Walked " ws-walk-count " map(s), "
               ws-merchant-count " merchant(s), "
               ws-flag-count " flagged. Report: "
               function trim(ws-report-file)

           stop run.

      ******************************************************************
      * Lists every *.DAT in the working directory -- run this from
      * inside the pack -- and strips the extension for the names.
      ******************************************************************
       discover-pack-maps.

           call "SYSTEM" using ws-ls-command
           end-call

           set ws-not-eof to true
           open input fd-map-list

           if ws-map-list-status = ws-file-status-ok then

               perform until ws-is-eof
                   or ws-pack-map-count >= ws-max-pack-maps

                   read fd-map-list
                       at end set ws-is-eof to true
                   end-read

      *> the shared stash is a .DAT too, but no map.
                   if ws-not-eof
                   and f-map-list-line not = spaces
                   and f-map-list-line not = "STASH.DAT" then
                       add 1 to ws-pack-map-count
                       move 0 to ws-dot-pos
                       inspect f-map-list-line
                           tallying ws-dot-pos
                           for characters before initial "."
                       move f-map-list-line(1:ws-dot-pos)
                           to ws-pack-map-name(ws-pack-map-count)
                       move 'N' to ws-pack-map-queued(
                           ws-pack-map-count)
                   end-if

               end-perform

               close fd-map-list
           end-if

           call "SYSTEM" using ws-rm-command
           end-call

           exit paragraph.

       load-catalog.

           set ws-not-eof to true
           open input fd-item-catalog
           if ws-catalog-status not = ws-file-status-ok then
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
                   move f-catalog-item-worth
                       to ws-cat-worth(ws-catalog-count)
                   move f-catalog-item-rarity
                       to ws-cat-rarity(ws-catalog-count)
      *> legacy rarity-0 records count as common, as in the game.
                   if ws-cat-rarity(ws-catalog-count) = 0 then
                       move ws-rarity-common
                           to ws-cat-rarity(ws-catalog-count)
                   end-if
               end-if

           end-perform

           close fd-item-catalog
           set ws-not-eof to true

           exit paragraph.

      ******************************************************************
      * PRICES.TBL: one MAPNAME|PCT row per line; a map without a
      * row trades at par.
      ******************************************************************
       load-prices-table.

           set ws-not-eof to true
           open input fd-prices-table
           if ws-prices-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-price-count >= ws-max-price-rows

               read fd-prices-table
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-prices-line not = spaces then
                   move spaces to ws-price-parse
                   unstring f-prices-line delimited by "|"
                       into ws-price-p-map ws-price-p-pct
                   end-unstring
                   if function trim(ws-price-p-pct) is numeric then
                       add 1 to ws-price-count
                       move function upper-case(ws-price-p-map)
                           to ws-price-map(ws-price-count)
                       move function numval(ws-price-p-pct)
                           to ws-price-pct(ws-price-count)
                   end-if
               end-if

           end-perform

           close fd-prices-table
           set ws-not-eof to true

           exit paragraph.

      ******************************************************************
      * What one pick-rarity-tier / pick-catalog-by-rarity roll is
      * worth on average: 60/25/12/3 across the tiers, uniform
      * within a tier, an empty tier falling back to common and an
      * empty common falling back to the whole catalog. The shop's
      * shelves roll uniformly over the whole catalog, so its
      * average ware is the plain catalog mean.
      ******************************************************************
       compute-roll-value.

           initialize ws-tier-stats
           move 0 to ws-cat-total-worth
           move 0 to ws-roll-value
           move 0 to ws-avg-ware-worth

           if ws-catalog-count = 0 then
               exit paragraph
           end-if

           perform varying ws-cat-idx from 1 by 1
           until ws-cat-idx > ws-catalog-count
               move ws-cat-rarity(ws-cat-idx) to ws-tier-idx
               if ws-tier-idx > ws-rarity-epic then
                   move ws-rarity-epic to ws-tier-idx
               end-if
               add 1 to ws-tier-count(ws-tier-idx)
               add ws-cat-worth(ws-cat-idx)
                   to ws-tier-worth(ws-tier-idx)
               add ws-cat-worth(ws-cat-idx) to ws-cat-total-worth
           end-perform

           compute ws-avg-ware-worth rounded =
               ws-cat-total-worth / ws-catalog-count

           perform varying ws-tier-idx from 1 by 1
           until ws-tier-idx > 4

               evaluate ws-tier-idx
                   when ws-rarity-common
                       move 60 to ws-tier-weight
                   when ws-rarity-uncommon
                       move 25 to ws-tier-weight
                   when ws-rarity-rare
                       move 12 to ws-tier-weight
                   when other
                       move 3 to ws-tier-weight
               end-evaluate

               evaluate true
                   when ws-tier-count(ws-tier-idx) > 0
                       compute ws-tier-avg rounded =
                           ws-tier-worth(ws-tier-idx)
                           / ws-tier-count(ws-tier-idx)
                   when ws-tier-count(ws-rarity-common) > 0
                       compute ws-tier-avg rounded =
                           ws-tier-worth(ws-rarity-common)
                           / ws-tier-count(ws-rarity-common)
                   when other
                       move ws-avg-ware-worth to ws-tier-avg
               end-evaluate

               compute ws-roll-value rounded = ws-roll-value
                   + (ws-tier-avg * ws-tier-weight / 100)

           end-perform

           exit paragraph.

      ******************************************************************
      * Manifest maps first, in manifest order, then whatever the
      * manifest leaves out, in pack order.
      ******************************************************************
       build-walk-order.

           set ws-not-eof to true
           open input fd-campaign-file
           if ws-campaign-status = ws-file-status-ok then

               perform until ws-is-eof

                   read fd-campaign-file
                       at end set ws-is-eof to true
                   end-read

                   if ws-not-eof and f-campaign-line not = spaces
                   then
                       move spaces to ws-cnode-p-name
                       unstring f-campaign-line delimited by "|"
                           into ws-cnode-p-name
                       end-unstring
                       move function upper-case(ws-cnode-p-name)
                           to ws-cnode-p-name
                       perform varying ws-scan-idx from 1 by 1
                       until ws-scan-idx > ws-pack-map-count
                           if ws-pack-map-name(ws-scan-idx)
                               = ws-cnode-p-name
                           and ws-pack-map-queued(ws-scan-idx) = 'N'
                           then
                               move 'Y' to ws-pack-map-queued(
                                   ws-scan-idx)
                               add 1 to ws-walk-count
                               move ws-cnode-p-name
                                   to ws-walk-map(ws-walk-count)
                           end-if
                       end-perform
                   end-if

               end-perform

               close fd-campaign-file
           end-if
           set ws-not-eof to true

           perform varying ws-scan-idx from 1 by 1
           until ws-scan-idx > ws-pack-map-count
               if ws-pack-map-queued(ws-scan-idx) = 'N' then
                   add 1 to ws-walk-count
                   move ws-pack-map-name(ws-scan-idx)
                       to ws-walk-map(ws-walk-count)
               end-if
           end-perform

           exit paragraph.

       report-one-map.

           move ws-walk-map(ws-map-idx) to ws-map-name
           move ws-map-name to ws-map-name-temp
           move 0 to ws-cur-num-enemies
           move 0 to ws-cur-num-teleports
           move 0 to ws-cur-num-items

           call "load-map-data" using
               ws-map-files ws-tile-map-table-matrix
               ws-enemy-data ws-teleport-data ws-item-data
               ws-player-start-pos
               ws-load-return-code
           end-call

           if ws-load-return-code not = ws-load-status-success then
               move "MAPLOAD" to ws-errlog-reason
               move ws-map-name to ws-errlog-file
               move "economy report could not load the map"
                   to ws-errlog-detail
               call "crl-error-log" using
                   ws-errlog-program ws-errlog-reason
                   ws-errlog-file ws-errlog-detail
               end-call
               move spaces to f-report-line
               string ws-map-name "  COULD NOT LOAD MAP SET"
                   delimited by size into f-report-line
               end-string
               write f-report-line
               exit paragraph
           end-if

           perform total-map-wealth
           perform find-map-merchant

           add ws-map-total to ws-carried-worth
           add ws-map-total to ws-pack-total

           move ws-map-placed to ws-edit-placed
           move ws-map-chests to ws-edit-chests
           move ws-map-drops to ws-edit-drops
           move ws-map-total to ws-edit-worth

           if ws-map-no-merchant then
               move spaces to f-report-line
               string ws-map-name " " ws-edit-placed " "
                   ws-edit-chests " " ws-edit-drops " "
                   ws-edit-worth "   -"
                   delimited by size into f-report-line
               end-string
               write f-report-line
               exit paragraph
           end-if

           add 1 to ws-merchant-count
           perform price-map-merchant

           move ws-avg-price to ws-edit-price
           move ws-sale-gold to ws-edit-gold
           move ws-affordable to ws-edit-afford
           move spaces to f-report-line
           string ws-map-name " " ws-edit-placed " "
               ws-edit-chests " " ws-edit-drops " "
               ws-edit-worth "   Y " ws-price-effective-pct
               " " ws-edit-price " " ws-edit-gold " "
               ws-edit-afford " " ws-flag
               delimited by size into f-report-line
           end-string
           write f-report-line

      *> the purse empties into this merchant's shelves.
           move 0 to ws-carried-worth

           exit paragraph.

      ******************************************************************
      * Placed items at their worth (keys and chests excepted: their
      * worth names a key group, not a price), chests at their
      * contents count times one roll, and every enemy's expected
      * drop.
      ******************************************************************
       total-map-wealth.

           move 0 to ws-map-placed
           move 0 to ws-map-chests
           move 0 to ws-map-drops
           move 0 to ws-map-chest-count

           perform varying ws-idx from 1 by 1
           until ws-idx > ws-cur-num-items

               evaluate true
                   when ws-item-type(ws-idx) = ws-item-type-chest
                       add 1 to ws-map-chest-count
                       move ws-item-heal(ws-idx) to ws-chest-contents
                       if ws-item-heal(ws-idx) = 0
                       or ws-item-heal(ws-idx)
                           > ws-max-chest-contents then
                           move 1 to ws-chest-contents
                       end-if
                       compute ws-map-chests rounded = ws-map-chests
                           + (ws-chest-contents * ws-roll-value)

                   when ws-item-type(ws-idx) = ws-item-type-key
                   when ws-item-effect-id(ws-idx)
                       = ws-item-effect-key
                       continue

                   when other
                       add ws-item-worth(ws-idx) to ws-map-placed
               end-evaluate

           end-perform

           perform varying ws-idx from 1 by 1
           until ws-idx > ws-cur-num-enemies

               if ws-enemy-drop-item-id(ws-idx) > 0 then
                   perform find-catalog-by-id
                   if ws-cat-idx > 0 then
                       compute ws-map-drops rounded = ws-map-drops
                           + (ws-cat-worth(ws-cat-idx)
                               * ws-enemy-drop-pct(ws-idx) / 100)
                   end-if
               else
                   compute ws-map-drops rounded = ws-map-drops
                       + (ws-roll-value * ws-loot-drop-pct / 100)
               end-if

           end-perform

           compute ws-map-total =
               ws-map-placed + ws-map-chests + ws-map-drops

           exit paragraph.

      *> an id the catalog no longer knows drops nothing.
       find-catalog-by-id.

           move 0 to ws-cat-idx
           perform varying ws-scan-idx from 1 by 1
           until ws-scan-idx > ws-catalog-count
               or ws-cat-idx > 0
               if ws-cat-id(ws-scan-idx)
                   = ws-enemy-drop-item-id(ws-idx) then
                   move ws-scan-idx to ws-cat-idx
               end-if
           end-perform

           exit paragraph.

       find-map-merchant.

           set ws-map-no-merchant to true

           perform varying ws-tile-y from 1 by 1
           until ws-tile-y > ws-map-height
               perform varying ws-tile-x from 1 by 1
               until ws-tile-x > ws-map-width
                   if ws-tile-effect-id(ws-tile-y, ws-tile-x)
                       = ws-merchant-effect-id then
                       set ws-map-has-merchant to true
                   end-if
               end-perform
           end-perform

           exit paragraph.

      ******************************************************************
      * The merchant's side, on compute-shop-price / shop-sell-item
      * arithmetic: wares cost worth times the map's percent (never
      * under a gold); the carried goods sell at half that rate.
      ******************************************************************
       price-map-merchant.

           move 100 to ws-price-effective-pct
           perform varying ws-price-idx from 1 by 1
           until ws-price-idx > ws-price-count
               if ws-price-map(ws-price-idx) = ws-map-name then
                   move ws-price-pct(ws-price-idx)
                       to ws-price-effective-pct
               end-if
           end-perform

           compute ws-avg-price rounded =
               ws-avg-ware-worth * ws-price-effective-pct / 100
           if ws-avg-price < 1 then
               move 1 to ws-avg-price
           end-if

           compute ws-sale-gold rounded =
               ws-carried-worth * ws-price-effective-pct / 200

           compute ws-affordable = ws-sale-gold / ws-avg-price

           evaluate true
               when ws-affordable < 1
                   move "STARVED" to ws-flag
                   add 1 to ws-flag-count
               when ws-affordable > ws-shop-shelf-size * 2
                   move "FLOODED" to ws-flag
                   add 1 to ws-flag-count
               when other
                   move spaces to ws-flag
           end-evaluate

           exit paragraph.

       write-summary.

           move spaces to f-report-line
           write f-report-line

           if ws-carried-worth > 0 then
               move ws-carried-worth to ws-edit-worth
               move spaces to f-report-line
               string "Wealth after the last merchant: "
                   ws-edit-worth
                   " worth that no shop further on will buy"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           move ws-pack-total to ws-edit-worth
           move spaces to f-report-line
           string "Pack total wealth in play: " ws-edit-worth
               "   merchants: " ws-merchant-count
               "   flagged: " ws-flag-count
               delimited by size into f-report-line
           end-string
           write f-report-line

           move "PURSE = sale value of everything gathered since the"
               & " previous merchant; AFFORD = wares it buys."
               to f-report-line
           write f-report-line

           exit paragraph.

       end program crl-economy-report.
