      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-08
      *> Last Updated: 2026-10-15
      *> Purpose: Top level game entry point that plays a map using the
      *>          modular engine sub programs (command-line-parser,
      *>          load-map-data, tile-effect-handler,
      *>          inventory, leveling and save/load have no modular
      *>          sub program of their own yet, so they stay here as
      *>          local paragraphs, adapted from cobol-roguelike-engine.
      *>          A loaded save is checked against the map it names:
      *>          a removed map sends the player to the campaign's
      *>          first map, and a position in a wall or off a
      *>          shrunken map is moved to the nearest open tile (or
      *>          the start tile), noted in the action history and
      *>          ERRORS.LOG as RELOCATE.
      *>          RUNSTATS.LOG marks each run's outcome: V won, D
      *>          died, blank quit. Every gold and item movement is
      *>          journaled to the slot's PLAYERn.LDG ledger for
      *>          crl-ledger-recon.
      *>          World-state sidecars (MAPNAME.W<slot>) hold only
      *>          what differs from the map as shipped -- changed
      *>          tiles, changed or spawned enemies, taken or dropped
      *>          items -- applied over the fresh map at load. A
      *>          change whose base no longer matches a reworked map
      *>          is dropped (logged as WSTATE); older full-copy
      *>          sidecars still load and are rewritten as changes at
      *>          the next save.
      *>          Enemies far outside their senses go dormant and only
      *>          keep their movement clock and idle steps running
      *>          until the player nears, an alarm rouses them or a
      *>          patrol carries them back in range.
      *>          A player leaving a map for good -- its goal
      *>          reached, or a hardcore hero fallen there -- is
      *>          offered a one-key 1-5 rating and a comment line for
      *>          the map's author, kept in FEEDBACK.LOG for
      *>          crl-feedback-report (RATINGS=N in CRL.CFG turns the
      *>          prompt off).
      *>          Descent floors and the daily challenge step past
      *>          generator seeds listed in BADSEEDS.TBL, the
      *>          known-bad list crl-seed-sweep keeps.
      *>          While the pack-wide maintenance flag is up
      *>          (MAINT.FLG, see crl-maint-flag) no new session
      *>          starts, and a session already running saves and
      *>          exits at its next map change; CRL_MAINT_OVERRIDE
      *>          lets a signed-on operator through.
      *>          --check-config reports every line of CRL.CFG,
      *>          KEYS.CFG and SOUNDS.CFG as accepted, unknown, out
      *>          of range or duplicated, then every setting's value
      *>          in force and where it came from (compiled default,
      *>          config file or command line), and exits with
      *>          return code 8 when anything was wrong.
      *>          A --verifyout playback writes, after its final
      *>          stats, a line for every replay pass that changed
      *>          the player's map, position, hp, level, exp, kills
      *>          or gold -- what crl-replay-suite compares.
      *>          Walking off a map edge that its .NBR names a
      *>          neighbor for carries the player into that map.
      *>          A region with an encounter table (the map's .ENC,
      *>          see crl-encounters) raises wandering enemies from
      *>          BESTIARY.BST as the player walks it, by day or
      *>          night on the world clock and by weather.
      *>          A trainer tile retrains the player into another
      *>          class for gold scaled to level, rebuilding hp and
      *>          attack along the new class's PROGRESS.TBL rows; a
      *>          retrained run is marked R in RUNSTATS.LOG.
      *>          Each slot keeps a reputation with every settlement
      *>          (a .RGN region, else the map) it has dealt with:
      *>          quests done raise it, quests abandoned and blows
      *>          struck there at unwary folk lower it. It moves
      *>          shop prices, picks which NPC lines are spoken and,
      *>          at its lowest, shuts the shop and job board.
      *>          At the levels PERKS.TBL names the player picks
      *>          one of up to three perks fit for their class and
      *>          the perks already taken: more carry weight, a
      *>          resist, a cheaper action, cheaper shops or longer
      *>          regeneration. The perks ride in the save and are
      *>          listed on the equipment screen.
      *>          A wielded pick or shovel carves through the plain
      *>          wall the player keeps walking into -- a few blows,
      *>          each a turn and a point of wear -- but never the
      *>          map's edge or a wall marked undiggable. The carved
      *>          floor rides in the world-state sidecar.
      *>          The player drops labelled markers on explored
      *>          tiles of the map in hand; they ride in the map's
      *>          world-state sidecar, show on the playfield and the
      *>          overview, and the marker list walks the player to
      *>          one -- a step a turn, stopping for walls, enemies
      *>          or any key pressed.
      *>          A monster compendium (PLAYERn.CPD, kept for the
      *>          character in the slot) fills in as enemies are seen
      *>          and killed: name and glyph first, then hp and
      *>          attack, damage and resist types, and the drop --
      *>          from the BESTIARY.BST template where there is one
      *>          -- plus the elite affixes seen.
      *>          Thieves (behavior 5) creep up while the player's
      *>          back is turned, lift gold or an unequipped pack item
      *>          on contact and flee; a thief killed on the run drops
      *>          exactly what it took, and one that gets away (out of
      *>          sight, to a map edge or teleport, or as the player
      *>          leaves the map) stashes it where it stood, kept in
      *>          the world-state sidecar for a later visit.
      *>          A recorded session that sets a new best split keeps
      *>          its .REP as the start map's ghost (MAP.GHO); --ghost
      *>          plays that run back alongside the live one, its
      *>          hero drawn as a cyan "&" and the time against the
      *>          SPLITS.TBL split shown under the info panel. The
      *>          ghost only reads its file -- it rolls no random
      *>          number and touches no enemy, item or tile.
      *>          Four quick slots (keys 1-4, QUICK-1 to QUICK-4 in
      *>          KEYS.CFG) hold pack items picked from the item
      *>          menu; a slot key uses the first stack of that name
      *>          exactly as [u] on the inventory screen does. The
      *>          slots and their stack counts show under the info
      *>          panel and ride in the save.
      *>          A forge tile turns gold and crafting materials into
      *>          plus-levels on the equipped weapon or armor, each
      *>          worth attack or defense, up to a ceiling set by the
      *>          piece's catalog rarity; the higher the piece already
      *>          stands the likelier the work fails. The level rides
      *>          in the save with the slot and shows beside the name
      *>          on the inventory and equipment screens.
      *> Tectonics:
      *>     ./build_engine.sh
      *>*****************************************************************
               organization is line sequential
               file status is ws-keys-file-status.

      *> SOUNDS.CFG, read here only by --check-config; the action
      *> history module loads it for play.
           select optional fd-sounds-check
               assign to ws-cfgchk-sounds-file
               organization is line sequential
               file status is ws-cfgchk-file-status.

      *> Replay file (.REP) -- the seed plus every pass's keystroke,
      *> written in record mode and fed back through get-input in
      *> playback mode.
               organization is record sequential
               file status is ws-replay-status.

      *> Ghost run (MAP.GHO) -- a kept copy of the start map's best
      *> recorded session, read alongside live play; see
      *> start-ghost-race.
           select optional fd-ghost
               assign to dynamic ws-ghost-file
               organization is record sequential
               file status is ws-ghost-status.

      *> Per-slot achievements file (PLAYERn.ACH) -- earned flags
      *> and the lifetime kill tally, persisting across runs.
           select optional fd-achievements
               organization is record sequential
               file status is ws-achievements-status.

      *> Per-slot monster compendium (PLAYERn.CPD) -- a header with
      *> the character's run stamp, then one record per monster.
           select optional fd-compendium
               assign to dynamic ws-compendium-file
               organization is record sequential
               file status is ws-compendium-status.

      *> Periodic autosave checkpoint (PLAYERn.CHK) -- written every
      *> AUTOSAVE turns and deleted again by a clean save, so one
      *> found at startup means a session died mid-run.
               file status is ws-checkpoint-status.

      *> Per-map, per-slot world state sidecar (MAPNAME.W<slot>) --
      *> what the player changed on the map (tiles, enemies, items,
      *> fog, pushed objects), so revisiting a map keeps its kills,
      *> taken items, dropped loot and flipped switches. Written as
      *> fd-world-delta; fd-world-state reads the older full-copy
      *> layout still left in profiles.
           select optional fd-world-delta
               assign to dynamic ws-world-state-file
               organization is record sequential
               file status is ws-world-state-status.

           select optional fd-world-state
               assign to dynamic ws-world-state-file
               organization is record sequential
               organization is line sequential
               file status is ws-run-stats-file-status.

      *> Player ratings of the maps they leave -- one line per
      *> rating, appended, summarized by crl-feedback-report.
           select optional fd-feedback-log
               assign to ws-feedback-log-file
               organization is line sequential
               file status is ws-feedback-log-status.

      *> Where a verification playback reports its final stats.
           select optional fd-verify-out
               assign to ws-verify-out-file
               organization is line sequential
               file status is ws-verify-out-status.

      *> The playback's pass-by-pass state, gathered while it runs
      *> and appended to VERIFY.OUT at the end.
           select optional fd-verify-trace
               assign to ws-verify-trace-file
               organization is line sequential
               file status is ws-verify-trace-status.

      *> The season counter the season-close batch maintains.
           select optional fd-season-file
               assign to ws-season-file-name
               organization is record sequential
               file status is ws-stash-file-status.

      *> Per-slot gold and item ledger (PLAYERn.LDG) -- every coin
      *> and item that changes hands, for crl-ledger-recon.
           select optional fd-ledger
               assign to dynamic ws-ledger-file
               organization is line sequential
               file status is ws-ledger-status.

      *> The pack bestiary, read whole at startup in arena mode so
      *> waves can be raised straight from its templates.
           select optional fd-arena-bestiary
               organization is line sequential
               file status is ws-region-file-status.

      *> The maps beyond this one's edges, and the size of the one
      *> about to be walked into.
           select optional fd-neighbor-data
               assign to dynamic ws-map-neighbor-file
               organization is line sequential
               file status is ws-neighbor-file-status.

           select optional fd-edge-dim
               assign to dynamic ws-edge-dim-file
               organization is record sequential
               file status is ws-edge-dim-status.

      *> The map's regional encounter tables.
           select optional fd-encounter-data
               assign to dynamic ws-map-encounter-file
               organization is line sequential
               file status is ws-encounter-file-status.

      *> Crafting recipes.
           select optional fd-recipes-table
               assign to ws-recipes-table-file
               organization is line sequential
               file status is ws-sets-table-status.

      *> Level-up perk definitions, alongside PROGRESS.TBL.
           select optional fd-perks-table
               assign to ws-perks-table-file
               organization is line sequential
               file status is ws-perks-table-status.

      *> Known-bad generator seeds, written by crl-seed-sweep.
           select optional fd-bad-seeds
               assign to ws-bad-seeds-file
               organization is line sequential
               file status is ws-bad-seeds-status.

       data division.

       file section.
                   10  f-player-equip-amulet-def     pic 999.
                   10  f-player-equip-amulet-effect  pic 99.
               05  f-player-ngplus              pic 9.
               05  f-player-retrain-count       pic 99.
               05  f-player-settlements.
                   10  f-player-settle occurs 10 times.
                       15  f-player-settle-map     pic x(15).
                       15  f-player-settle-region  pic x(15).
                       15  f-player-settle-rep     pic s999.
               05  f-player-quest-settles.
                   10  f-player-quest-settle occurs 5 times pic 99.
               05  f-player-perks-taken.
                   10  f-player-perk-taken occurs 10 times pic 999.
               05  f-player-quick-slots.
                   10  f-player-quick-slot occurs 4 times pic x(16).
               05  f-player-equip-weapon-plus   pic 9.
               05  f-player-equip-armor-plus    pic 9.

           fd  fd-item-catalog.
           01  f-item-catalog-record.
           fd  fd-keys-file.
           01  f-keys-line                  pic x(64).

           fd  fd-sounds-check.
           01  f-sounds-check-line          pic x(32).

           fd  fd-replay.
      *> first record is the header (seed + map); each later record
      *> is one pass's key and crt status, plus where the player
      *> stood when it was pressed -- playback ignores the latter,
      *> a ghost race draws from it.
           01  f-replay-header.
               05  f-rep-seed               pic 9(9).
               05  f-rep-map                pic x(15).
           01  f-replay-turn.
               05  f-rep-key                pic x.
               05  f-rep-crt                pic x(4).
               05  f-rep-map-y              pic 99.
               05  f-rep-map-x              pic 99.
               05  f-rep-map-name           pic x(15).
      *> the recorded session's starting character, written right
      *> after the header so playback resumes the same hero (this
      *> widens every record in the file; a replay is a debugging
      *> artifact, not an archive format). Sized with headroom
      *> over the save record, like the checkpoint image.
           01  f-replay-player              pic x(4000).

           fd  fd-ghost.
      *> same layout as fd-replay -- a .GHO is a kept .REP.
           01  f-ghost-turn.
               05  f-gho-key                pic x.
               05  f-gho-crt                pic x(4).
               05  f-gho-map-y              pic 99.
               05  f-gho-map-x              pic 99.
               05  f-gho-map-name           pic x(15).
           01  f-ghost-image                pic x(4000).

           fd  fd-achievements.
           01  f-achievements-record.
      *> image of f-player-data-record, sized with headroom.
           01  f-checkpoint-record          pic x(4000).

           fd  fd-world-delta.
      *> one fixed record carries the "WSD1" header or one change --
      *> a tile, an enemy, an item, a fog row or a pushed object --
      *> with headroom past the largest (an enemy, 130 bytes).
           01  f-wsd-record                 pic x(160).

           fd  fd-world-state.
      *> one fixed record carries either the state header, one tile
      *> map row (1,040 bytes today), one enemy record or one item
           fd  fd-region-data.
           01  f-region-line                pic x(40).

           fd  fd-neighbor-data.
           01  f-neighbor-line              pic x(20).

           fd  fd-edge-dim.
           01  f-edge-dim-record.
               05  f-edge-dim-height        pic 99.
               05  f-edge-dim-width         pic 99.

           fd  fd-encounter-data.
           01  f-encounter-line             pic x(40).

           fd  fd-recipes-table.
           01  f-recipes-line               pic x(60).

           01  f-hints-record.
               05  f-hint-flag occurs 8 times pic a.

           fd  fd-compendium.
      *> the "CPD1" header or one ws-cpd-entry, with headroom.
           01  f-compendium-record          pic x(60).

           fd  fd-arena-bestiary.
           01  f-arena-bestiary-record.
               05  f-arn-bst-id             pic 999.
           fd  fd-sets-table.
           01  f-sets-line                  pic x(60).

           fd  fd-perks-table.
           01  f-perks-line                 pic x(60).

           fd  fd-bad-seeds.
           01  f-bad-seeds-line             pic x(80).

           fd  fd-stash-data.
      *> image of one ws-stash-item entry -- keep in step.
           01  f-stash-record               pic x(40).

           fd  fd-ledger.
      *> keep in step with f-ledger-record in crl_ledger_recon.cbl.
           01  f-ledger-record.
               05  f-ledger-stamp              pic x(14).
               05  filler                      pic x value space.
               05  f-ledger-kind               pic x(3).
               05  filler                      pic x value space.
               05  f-ledger-turn               pic 9(6).
               05  filler                      pic x value space.
               05  f-ledger-map                pic x(15).
               05  filler                      pic x value space.
               05  f-ledger-source             pic x(8).
               05  filler                      pic x value space.
               05  f-ledger-gold-delta         pic s9(5)
                                               sign leading separate.
               05  filler                      pic x value space.
               05  f-ledger-gold               pic 9(5).
               05  filler                      pic x value space.
               05  f-ledger-qty                pic s99
                                               sign leading separate.
               05  filler                      pic x value space.
               05  f-ledger-item               pic x(16).

           fd  fd-verify-out.
           01  f-verify-line                pic x(80).

           fd  fd-verify-trace.
           01  f-verify-trace-line          pic x(80).

           fd  fd-season-file.
           01  f-season-line                pic x(10).

               05  f-run-stats-rewind          pic x.
               05  filler                      pic x value space.
               05  f-run-stats-season          pic 99.
      *> cols 93 and 95 are stamped later by crl-replay-verify and
      *> crl-suspect-report.
               05  filler                      pic x(5) value spaces.
               05  f-run-stats-retrain         pic x.

           fd  fd-feedback-log.
           01  f-feedback-record.
               05  f-feedback-date             pic x(10).
               05  filler                      pic x value space.
               05  f-feedback-map-name         pic x(15).
               05  filler                      pic x value space.
               05  f-feedback-slot             pic 9.
               05  filler                      pic x value space.
               05  f-feedback-class            pic x.
               05  filler                      pic x value space.
               05  f-feedback-level            pic 999.
               05  filler                      pic x value space.
               05  f-feedback-run-stamp        pic 9(8).
               05  filler                      pic x value space.
      *> G goal reached, L fallen for good (hardcore).
               05  f-feedback-kind             pic x.
               05  filler                      pic x value space.
               05  f-feedback-rating           pic 9.
               05  filler                      pic x value space.
               05  f-feedback-comment          pic x(60).

       working-storage section.


           01  ws-player-file-status       pic xx.

           78  ws-save-layout-version      value 22.
           01  ws-catalog-file-status      pic xx.

      *> Optional CRL.CFG config file -- see load-config-file.
               88  ws-quest-scr-not-done    value 'N'.
           01  ws-quest-prog-disp           pic zz9.
           01  ws-quest-need-disp           pic zz9.
           01  ws-quest-slot-disp           pic 9.

      *> Pushables and pressure plates -- see push-object /
      *> update-pressure-plates.
               05  ws-key-sneak             pic x value "z".
               05  ws-key-camp              pic x value "b".
               05  ws-key-attack            pic x value space.
               05  ws-key-markers           pic x value "n".
               05  ws-key-compendium        pic x value "l".
               05  ws-key-quick-1           pic x value "1".
               05  ws-key-quick-2           pic x value "2".
               05  ws-key-quick-3           pic x value "3".
               05  ws-key-quick-4           pic x value "4".

           01  ws-keybinds-table redefines ws-keybinds.
               05  ws-keybind-entry occurs 24 times pic x.

           01  ws-keys-idx-a                pic 99.
           01  ws-keys-idx-b                pic 99.
               88  ws-replay-armed          value 'Y'.
               88  ws-replay-not-armed      value 'N'.

           01  ws-replay-player-image       pic x(4000).

      *> every in-session menu keystroke funnels through
      *> accept-ui-key so the record and playback streams hold the
           01  ws-wst-row-idx               pic 99.
           01  ws-wst-idx                   pic 999.

      *> Change-only world state: the header, one change entry, and
      *> the map as load-map-data delivered it, which every change is
      *> measured against on save and checked against on load.
           01  ws-wsd-header.
               05  ws-wsd-marker            pic x(4).
                   88  ws-wsd-is-delta      value "WSD1".
               05  ws-wsd-run-stamp         pic 9(8).

           01  ws-wsd-entry.
               05  ws-wsd-kind              pic x.
                   88  ws-wsd-kind-tile     value "T".
                   88  ws-wsd-kind-enemy    value "E".
                   88  ws-wsd-kind-spawn    value "S".
                   88  ws-wsd-kind-item     value "I".
                   88  ws-wsd-kind-drop     value "D".
                   88  ws-wsd-kind-explored value "X".
                   88  ws-wsd-kind-pushable value "P".
                   88  ws-wsd-kind-marker   value "M".
               05  ws-wsd-idx               pic 999.
               05  ws-wsd-body              pic x(156).
               05  ws-wsd-tile-body redefines ws-wsd-body.
                   10  ws-wsd-tile-y        pic 99.
                   10  ws-wsd-tile-x        pic 99.
                   10  ws-wsd-tile-base     pic x(13).
                   10  ws-wsd-tile-live     pic x(13).
                   10  filler               pic x(126).
               05  ws-wsd-enemy-body redefines ws-wsd-body.
                   10  ws-wsd-enemy-origin.
                       15  ws-wsd-enemy-origin-name pic x(16).
                       15  ws-wsd-enemy-origin-pos  pic x(4).
                   10  ws-wsd-enemy-live    pic x(106).
                   10  filler               pic x(30).
               05  ws-wsd-item-body redefines ws-wsd-body.
                   10  ws-wsd-item-base     pic x(38).
                   10  ws-wsd-item-live     pic x(38).
      *> "D" only: the thief whose stash a dropped item is.
                   10  ws-wsd-item-stash    pic x(16).
                   10  filler               pic x(64).
               05  ws-wsd-push-body redefines ws-wsd-body.
                   10  ws-wsd-push-base     pic x(7).
                   10  ws-wsd-push-live     pic x(7).
                   10  filler               pic x(142).
               05  ws-wsd-mark-body redefines ws-wsd-body.
                   10  ws-wsd-mark-y        pic 99.
                   10  ws-wsd-mark-x        pic 99.
                   10  ws-wsd-mark-label    pic x(16).
                   10  filler               pic x(136).

           01  ws-wsd-base-tile-matrix.
               05  ws-wsd-base-row          occurs ws-max-map-height
                                            times.
                   10  ws-wsd-base-tile     occurs ws-max-map-width
                                            times pic x(13).
           01  ws-wsd-base-num-enemies      pic 99 value 0.
           01  ws-wsd-base-enemies.
               05  ws-wsd-base-enemy        occurs ws-max-num-enemies
                                            times pic x(106).
      *> each shipped enemy's name and spot before any elite roll
      *> retags it -- how a change finds its enemy again.
           01  ws-wsd-origins.
               05  ws-wsd-origin            occurs ws-max-num-enemies
                                            times.
                   10  ws-wsd-origin-name   pic x(16).
                   10  ws-wsd-origin-pos    pic x(4).
           01  ws-wsd-base-num-items        pic 999 value 0.
           01  ws-wsd-base-items.
               05  ws-wsd-base-item         occurs ws-max-num-items
                                            times pic x(38).
           01  ws-wsd-base-push-count       pic 99 value 0.
           01  ws-wsd-base-pushables.
               05  ws-wsd-base-pushable     occurs 20 times
                                            pic x(7).

           01  ws-wsd-y                     pic 99.
           01  ws-wsd-x                     pic 99.
           01  ws-wsd-match-idx             pic 999.
           01  ws-wsd-search-idx            pic 999.
           01  ws-wsd-tally                 pic 99.
           01  ws-wsd-dropped               pic 9(4).
           01  ws-wsd-dropped-edit          pic z(3)9.
           01  ws-wsd-hold-enemy            pic x(106).
           01  ws-wsd-base-ticks            pic 999.
           01  ws-wsd-base-facing           pic x(2).
           01  ws-wsd-eof-sw                pic a.
               88  ws-wsd-eof               value 'Y'.
               88  ws-wsd-not-eof           value 'N'.
           01  ws-wsd-changed-sw            pic a.
               88  ws-wsd-changed           value 'Y'.
               88  ws-wsd-unchanged         value 'N'.
      *> a checkpoint snapshots the map mid-play; only a real save
      *> or leaving the map settles thieves still on the run.
           01  ws-wsd-checkpoint-sw         pic a value 'N'.
               88  ws-wsd-for-checkpoint    value 'Y'.
               88  ws-wsd-for-save          value 'N'.

      *> Stamped once at New Game and carried in the save, so world
      *> state left behind by an earlier character in the same slot
      *> is recognized as stale and ignored.
           78  ws-config-autosave-key      value "AUTOSAVE".
           78  ws-config-hints-key         value "HINTS".
           78  ws-config-attract-key       value "ATTRACT".
           78  ws-config-ratings-key       value "RATINGS".

      *> Configuration check -- see run-config-check. Sources: D the
      *> compiled default, F the config file, C the command line.
           01  ws-cfgchk-sw                pic a value 'N'.
               88  ws-cfgchk-mode          value 'Y'.
               88  ws-cfgchk-off           value 'N'.
           78  ws-cfgchk-sounds-file       value "SOUNDS.CFG".
           01  ws-cfgchk-file-status       pic xx.
           01  ws-cfgchk-eof-sw            pic a value 'N'.
               88  ws-cfgchk-is-eof        value 'Y'.
               88  ws-cfgchk-not-eof       value 'N'.
           01  ws-cfgchk-errors            pic 999 value 0.
           01  ws-cfgchk-line-no           pic 999.
           01  ws-cfgchk-line-no-first     pic 999.
           01  ws-cfgchk-file-label        pic x(10).
           01  ws-cfgchk-key               pic x(18).
           01  ws-cfgchk-value             pic x(32).
           01  ws-cfgchk-value-len         pic 99.
           01  ws-cfgchk-verdict           pic x(12).
           01  ws-cfgchk-note              pic x(40).
           01  ws-cfgchk-idx               pic 99.
           01  ws-cfgchk-idx-b             pic 99.
           01  ws-cfgchk-found             pic 99.
           01  ws-cfgchk-src-code          pic x.
           01  ws-cfgchk-show-value        pic x(40).
           01  ws-cfgchk-num-edit          pic z(8)9.
           01  ws-cfgchk-dir-status        pic s9(9) comp-5.
           01  ws-cfgchk-map-file          pic x(20).
           01  ws-cfgchk-map-info          pic x(20).
           01  ws-cfgchk-map-status        pic s9(9) comp-5.

      *> CRL.CFG keys, in ws-config-*-key order.
           01  ws-cfgchk-cfg-name-list.
               05  filler                   pic x(12) value "MAP".
               05  filler                   pic x(12) value "MAP-DIR".
               05  filler                   pic x(12) value "SLOT".
               05  filler                   pic x(12) value "SEED".
               05  filler                   pic x(12)
                                            value "DIFFICULTY".
               05  filler                   pic x(12)
                                            value "COLORBLIND".
               05  filler                   pic x(12) value "AUTOSAVE".
               05  filler                   pic x(12) value "HINTS".
               05  filler                   pic x(12) value "ATTRACT".
               05  filler                   pic x(12) value "RATINGS".
           01  ws-cfgchk-cfg-names redefines ws-cfgchk-cfg-name-list.
               05  ws-cfgchk-cfg-name occurs 10 times pic x(12).
           01  ws-cfgchk-cfg-table.
               05  ws-cfgchk-cfg-entry occurs 10 times.
                   10  ws-cfgchk-cfg-line  pic 999 value 0.
                   10  ws-cfgchk-cfg-src   pic x value "D".

      *> KEYS.CFG actions, in ws-keybinds order, and the binding
      *> each line asks for -- checked for clashes before the
      *> loader's all-or-nothing fallback hides them.
           01  ws-cfgchk-key-name-list.
               05  filler                   pic x(14) value "MOVE-UP".
               05  filler                   pic x(14) value "MOVE-DOWN".
               05  filler                   pic x(14) value "MOVE-LEFT".
               05  filler                   pic x(14)
                                            value "MOVE-RIGHT".
               05  filler                   pic x(14) value "INVENTORY".
               05  filler                   pic x(14) value "HISTORY".
               05  filler                   pic x(14)
                                            value "JUMP-DEBUG".
               05  filler                   pic x(14)
                                            value "DEBUG-OVERLAY".
               05  filler                   pic x(14) value "MINIMAP".
               05  filler                   pic x(14)
                                            value "COLORBLIND".
               05  filler                   pic x(14) value "QUIT".
               05  filler                   pic x(14) value "CAMPAIGN".
               05  filler                   pic x(14) value "TALK".
               05  filler                   pic x(14) value "QUESTS".
               05  filler                   pic x(14) value "OPEN".
               05  filler                   pic x(14) value "SNEAK".
               05  filler                   pic x(14) value "CAMP".
               05  filler                   pic x(14) value "ATTACK".
               05  filler                   pic x(14) value "MARKERS".
               05  filler                   pic x(14)
                                            value "COMPENDIUM".
               05  filler                   pic x(14) value "QUICK-1".
               05  filler                   pic x(14) value "QUICK-2".
               05  filler                   pic x(14) value "QUICK-3".
               05  filler                   pic x(14) value "QUICK-4".
           01  ws-cfgchk-key-names redefines ws-cfgchk-key-name-list.
               05  ws-cfgchk-key-name occurs 24 times pic x(14).
           01  ws-cfgchk-key-table.
               05  ws-cfgchk-key-entry occurs 24 times.
                   10  ws-cfgchk-key-line  pic 999 value 0.
                   10  ws-cfgchk-key-src   pic x value "D".
           01  ws-cfgchk-wanted-binds.
               05  ws-cfgchk-wanted-bind occurs 24 times pic x.

      *> SOUNDS.CFG classes, as add-action-history-item reads them.
           01  ws-cfgchk-snd-name-list.
               05  filler                   pic x(10) value "COMBAT".
               05  filler                   pic x(10) value "LOOT".
               05  filler                   pic x(10) value "MOVEMENT".
               05  filler                   pic x(10) value "SYSTEM".
           01  ws-cfgchk-snd-names redefines ws-cfgchk-snd-name-list.
               05  ws-cfgchk-snd-name occurs 4 times pic x(10).
           01  ws-cfgchk-snd-table.
               05  ws-cfgchk-snd-entry occurs 4 times.
                   10  ws-cfgchk-snd-line  pic 999 value 0.
                   10  ws-cfgchk-snd-src   pic x value "D".
                   10  ws-cfgchk-snd-bells pic 9 value 0.

      *> the command line parsed a second time into empty fields, so
      *> the settings it names can be told from config defaults.
           01  ws-cfgchk-cl-map-name       pic x(15) value spaces.
           01  ws-cfgchk-cl-map-name-temp  pic x(15) value spaces.
           01  ws-cfgchk-cl-working-dir    pic x(1024) value spaces.
           01  ws-cfgchk-cl-save-slot      pic 9 value 0.
           01  ws-cfgchk-cl-seed           pic 9(9) value 0.
           01  ws-cfgchk-cl-difficulty     pic 9 value 0.
           01  ws-cfgchk-cl-validate       pic x(15) value spaces.
           01  ws-cfgchk-cl-playtest.
               05  filler                  pic 9(4) value 0.
               05  filler                  pic a value 'N'.
           01  ws-cfgchk-cl-replay.
               05  filler                  pic x value 'N'.
               05  filler                  pic x(15) value spaces.
               05  filler                  pic a value 'N'.
           01  ws-cfgchk-cl-daily-sw       pic a value 'N'.
           01  ws-cfgchk-cl-descent-sw     pic a value 'N'.
           01  ws-cfgchk-cl-arena-sw       pic a value 'N'.
           01  ws-cfgchk-cl-verify-sw      pic a value 'N'.
           01  ws-cfgchk-cl-check-sw       pic a value 'N'.
           01  ws-cfgchk-cl-ghost-sw       pic a value 'N'.

      *> Alternate palette that swaps the classic red/green
      *> colorblind-confusion pair for magenta/cyan wherever a tile,
           01  ws-weapon-atk-effective      pic 999.
           01  ws-armor-def-effective       pic 999.

      *> Digging -- a wielded pick (ws-item-effect-dig) carves the
      *> plain wall the player keeps walking into: this many blows
      *> on the same tile, each a turn and a point of the tool's
      *> durability. See dig-wall.
           78  ws-dig-blows-needed          value 3.
           01  ws-dig-y                     pic s99 value 0.
           01  ws-dig-x                     pic s99 value 0.
           01  ws-dig-blows                 pic 9 value 0.
           01  ws-dig-blows-disp            pic 9.
           01  ws-dig-need-disp             pic 9
                                            value ws-dig-blows-needed.
           01  ws-dig-floor-y               pic s99.
           01  ws-dig-floor-x               pic s99.
           01  ws-dig-tool-sw               pic a value 'N'.
               88  ws-dig-tool-wielded      value 'Y'.
               88  ws-dig-tool-missing      value 'N'.

      *> The rest of the loadout: head, two rings and an amulet.
      *> Jewelry's catalog effect id runs passively while worn --
      *> haste quickens, regen knits, identify names every pickup.
                       88  ws-equip-weapon-bless   value "+".
      *> 1 = melee; ranged weapons reach ws-ranged-weapon-range.
                   10  ws-equip-weapon-range       pic 99 value 1.
      *> forge plus-levels -- see show-forge.
                   10  ws-equip-weapon-plus        pic 9 value 0.
               05  ws-equiped-armor.
                   10  ws-equip-armor-name         pic x(16).
                   10  ws-equip-armor-def          pic 999 value 0.
                       88  ws-equip-armor-curse    value "-".
                       88  ws-equip-armor-normal   value "0".
                       88  ws-equip-armor-bless    value "+".
                   10  ws-equip-armor-plus         pic 9 value 0.

           01  ws-inventory-count           pic 9 value 0.

      *> run on. See compute-player-speed in the main loop.
           01  ws-player-current-ticks      pic 999 value 20.
           01  ws-player-speed-effective    pic s99 value 20.
      *> ticks one action costs -- ws-player-tick-cost less any
      *> tick perks (see compute-perk-totals).
           01  ws-player-act-cost           pic 99 value 20.
           01  ws-player-can-act-sw         pic a value 'Y'.
               88  ws-player-can-act        value 'Y'.
               88  ws-player-cannot-act     value 'N'.
               88  ws-attacked-this-pass    value 'Y'.
               88  ws-not-attacked-this-pass value 'N'.

      *> Thieves -- see run-thief-behavior / thief-steal. What each
      *> one carries off rides beside the enemy table (the .BGS
      *> record has no room for it): gold, or one unit of a pack
      *> item in the inventory entry's own shape.
           78  ws-thief-steal-min-pct       value 10.
           78  ws-thief-steal-span-pct      value 16.
           78  ws-thief-escape-margin       value 6.
           01  ws-thief-loot-table.
               05  ws-thief-loot            occurs ws-max-num-enemies
                                            times.
                   10  ws-thief-loot-kind   pic x value space.
                       88  ws-thief-loot-none   value space.
                       88  ws-thief-loot-gold   value "G".
                       88  ws-thief-loot-item   value "I".
                   10  ws-thief-loot-amt    pic 999 value 0.
                   10  ws-thief-loot-entry  pic x(40) value spaces.
           01  ws-thief-carried.
               05  ws-thief-c-name          pic x(16).
               05  ws-thief-c-worth         pic 999.
               05  ws-thief-c-color         pic 9.
               05  ws-thief-c-char          pic x.
               05  ws-thief-c-effect-id     pic 99.
               05  ws-thief-c-map-idx       pic 999.
               05  ws-thief-c-type          pic 9.
               05  ws-thief-c-atk           pic 999.
               05  ws-thief-c-def           pic 999.
               05  ws-thief-c-heal          pic 999.
               05  ws-thief-c-qty           pic 99.
               05  ws-thief-c-status        pic x.
               05  ws-thief-c-ident         pic a.
           01  ws-thief-cand-count          pic 99.
           01  ws-thief-pick                pic 99.
           01  ws-thief-seen-idx            pic 99.
           01  ws-thief-roll                pic 999.
           01  ws-thief-take                pic 9(5).
           01  ws-thief-loot-text           pic x(24).
           01  ws-thief-amt-disp            pic zz9.
           01  ws-thief-hold-idx            pic 99.
           01  ws-thief-tel-idx             pic 999.
           01  ws-thief-stole-sw            pic a value 'N'.
               88  ws-thief-stole           value 'Y'.
               88  ws-thief-not-stole       value 'N'.
           01  ws-thief-seen-sw             pic a value 'N'.
               88  ws-thief-seen            value 'Y'.
               88  ws-thief-unseen          value 'N'.
           01  ws-thief-escape-sw           pic a value 'N'.
               88  ws-thief-got-away        value 'Y'.
               88  ws-thief-still-here      value 'N'.
      *> the bolt-hole a loaded thief runs for -- see
      *> pick-thief-bolt-hole.
           01  ws-thief-hole-sw             pic a value 'N'.
               88  ws-thief-hole-found      value 'Y'.
               88  ws-thief-no-hole         value 'N'.
           01  ws-thief-hole-y              pic 99.
           01  ws-thief-hole-x              pic 99.
           01  ws-thief-hole-dist           pic 999.
           01  ws-thief-cand-y              pic 99.
           01  ws-thief-cand-x              pic 99.
           01  ws-thief-cand-dist           pic 999.
           01  ws-thief-cand-pdist          pic 999.
           01  ws-thief-py                  pic 99.
           01  ws-thief-px                  pic 99.
           01  ws-thief-from-pos.
               05  ws-thief-from-y          pic 99.
               05  ws-thief-from-x          pic 99.
      *> whether place-thief-loot found room on the map, and whether
      *> what it puts down is an escaped thief's stash.
           01  ws-thief-placed-sw           pic a value 'N'.
               88  ws-thief-loot-placed     value 'Y'.
               88  ws-thief-loot-lost       value 'N'.
           01  ws-thief-stash-sw            pic a value 'N'.
               88  ws-thief-stashing        value 'Y'.
               88  ws-thief-not-stashing    value 'N'.
      *> a stash an escaped thief left: the thief's name against the
      *> map item it became, so picking it up reads as a recovery.
      *> Carried through the world-state "D" record.
           01  ws-thief-stash-table.
               05  ws-item-stash-thief      occurs ws-max-num-items
                                            times pic x(16).

      *> Companion -- a tamed enemy riding in the save so it follows
      *> the player across map transitions and quit/resume. In play
      *> it lives as a normal enemy-table record flagged with the
           01  ws-rewind-hg-idx             pic 99.
           01  ws-rewind-override-hold     pic a.

      *> Maintenance window -- MAINT.FLG, raised by crl-night-batch.
      *> See check-maint-at-startup / check-maint-at-map-change.
           01  ws-maint-request             pic x value "Q".
           01  ws-maint-message             pic x(60).
           01  ws-maint-until               pic x(12).
           01  ws-maint-status              pic 9.
           01  ws-maint-until-text          pic x(16).
           01  ws-maint-watch-sw            pic a value 'N'.
               88  ws-maint-watching        value 'Y'.
               88  ws-maint-not-watching    value 'N'.
           01  ws-maint-closing-sw          pic a value 'N'.
               88  ws-maint-closing         value 'Y'.
               88  ws-maint-not-closing     value 'N'.

      *> Shared fleet error log -- see crl-error-log. One line per
      *> incident in ERRORS.LOG; these fields feed the call.
           01  ws-errlog-program            pic x(20)
           01  ws-errlog-file               pic x(20).
           01  ws-errlog-detail             pic x(40).

      *> Map ratings -- see ask-map-rating.
           78  ws-feedback-log-file         value "FEEDBACK.LOG".
           01  ws-feedback-log-status       pic xx.
           01  ws-ratings-sw                pic a value 'Y'.
               88  ws-ratings-enabled       value 'Y'.
               88  ws-ratings-disabled      value 'N'.
           01  ws-feedback-kind             pic x.
           01  ws-feedback-rating           pic 9.
           01  ws-feedback-comment          pic x(60).
           01  ws-feedback-date-data        pic x(21).

      *> Replay verification -- --verifyout makes a playback dump
      *> its final stats to VERIFY.OUT for crl-replay-verify.
           78  ws-verify-out-file           value "VERIFY.OUT".
           01  ws-verify-sw                 pic a value 'N'.
               88  ws-verify-mode           value 'Y'.
               88  ws-verify-off            value 'N'.
      *> after the stats line VERIFY.OUT carries one
      *> "T|pass|map|y|x|hp|lv|exp|kills|gold" line for every
      *> replay pass that changed any of them, so a regression run
      *> can say on which pass two playbacks parted company.
           78  ws-verify-trace-file         value "VERIFY.TRC".
           01  ws-verify-trace-status       pic xx.
           01  ws-verify-trace-sw           pic a value 'N'.
               88  ws-verify-trace-open     value 'Y'.
               88  ws-verify-trace-closed   value 'N'.
           01  ws-verify-state              pic x(60).
           01  ws-verify-last-state         pic x(60) value spaces.
           01  ws-verify-map-y              pic 99.
           01  ws-verify-map-x              pic 99.
           01  ws-verify-eof-sw             pic a.
               88  ws-verify-trace-eof      value 'Y'.
               88  ws-verify-trace-not-eof  value 'N'.
           01  ws-verify-delete-status      pic s9(9) comp-5.

      *> Season number -- read from SEASON.NUM (written by the
      *> crl-season-close batch) and stamped into every run record
               88  ws-quar-not-retried      value 'N'.
           01  ws-quarantine-rpt-status     pic xx.

      *> Saved-position guard -- a save can name a map that has since
      *> been removed, or a spot that a shrunken .DIM or a new wall
      *> has made unreachable. See check-saved-map-exists and
      *> check-saved-position.
           01  ws-reloc-dat-file            pic x(20).
           01  ws-reloc-file-info           pic x(20).
           01  ws-reloc-file-status         pic s9(9) comp-5.
           01  ws-reloc-old-map             pic x(15).
           01  ws-reloc-check-sw            pic a value 'N'.
               88  ws-reloc-check-pending   value 'Y'.
               88  ws-reloc-check-done      value 'N'.
           01  ws-reloc-to-start-sw         pic a value 'N'.
               88  ws-reloc-to-start        value 'Y'.
               88  ws-reloc-not-to-start    value 'N'.
           01  ws-reloc-pos.
               05  ws-reloc-saved-y         pic S99.
               05  ws-reloc-saved-x         pic S99.
               05  ws-reloc-near-y          pic S99.
               05  ws-reloc-near-x          pic S99.
               05  ws-reloc-best-y          pic S99.
               05  ws-reloc-best-x          pic S99.
           01  ws-reloc-best-dist           pic 9(4).
           01  ws-reloc-dist                pic 9(4).
           01  ws-reloc-idx-y               pic 99.
           01  ws-reloc-idx-x               pic 99.
           01  ws-reloc-disp-y              pic 99.
           01  ws-reloc-disp-x              pic 99.
           01  ws-reloc-disp-new-y          pic 99.
           01  ws-reloc-disp-new-x          pic 99.

      *> Traffic heatmap -- every step and every death lands in a
      *> per-tile counter, banked to MAPNAME.TRF at the same
      *> moments the world state banks (so play isn't slowed) and
           01  ws-region-idx                pic 99.
           01  ws-region-here               pic 99 value 0.
           01  ws-region-last               pic 99 value 0.

      *> Edge neighbors -- the map's .NBR names a map beyond any of
      *> its N/S/E/W edges ("EDGE|MAPNAME" lines, written by the
      *> editor). Walking off such an edge crosses into that map,
      *> landing on the facing edge. See walk-off-edge.
           78  ws-neighbor-file-ext         value ".NBR".
           01  ws-map-neighbor-file         pic x(20).
           01  ws-neighbor-file-status      pic xx.
           01  ws-neighbor-eof-sw           pic a value 'N'.
               88  ws-neighbor-is-eof       value 'Y'.
               88  ws-neighbor-not-eof      value 'N'.
           01  ws-neighbor-edge-values      pic x(4) value "NSEW".
           01  ws-neighbor-edge-table
                   redefines ws-neighbor-edge-values.
               05  ws-neighbor-edge         pic x occurs 4 times.
           01  ws-map-neighbors.
               05  ws-neighbor-map          pic x(15) occurs 4 times.
           01  ws-neighbor-idx              pic 9.
           01  ws-neighbor-parse.
               05  ws-nbr-p-edge            pic x.
               05  ws-nbr-p-map             pic x(15).
           01  ws-edge-idx                  pic 9 value 0.
           01  ws-edge-dir-values.
               05  filler                   pic x(5) value "north".
               05  filler                   pic x(5) value "south".
               05  filler                   pic x(5) value "east".
               05  filler                   pic x(5) value "west".
           01  ws-edge-dir-table redefines ws-edge-dir-values.
               05  ws-edge-dir-name         pic x(5) occurs 4 times.
           01  ws-edge-dim-file             pic x(20).
           01  ws-edge-dim-status           pic xx.
           01  ws-edge-dim-height           pic 99.
           01  ws-edge-dim-width            pic 99.
           01  ws-edge-dat-file             pic x(20).
           01  ws-edge-file-info            pic x(20).
           01  ws-edge-file-status          pic s9(9) comp-5.
           01  ws-edge-land-y               pic S99.
           01  ws-edge-land-x               pic S99.

      *> Wandering encounters -- the map's .ENC gives its regions
      *> REGION|TEMPLATE|CHANCE|CAP|WHEN|WEATHER lines: a bestiary
      *> template that may turn up, its percent chance per step
      *> taken in the region, how many of it the region may have
      *> standing at once, D or N for day or night only and R, F,
      *> S or N for one weather only (blank for any). See
      *> roll-region-encounter.
           78  ws-encounter-file-ext        value ".ENC".
           78  ws-max-encounters            value 20.
      *> a world-clock day runs this many turns, night falling at
      *> the second mark.
           78  ws-day-length-turns          value 400.
           78  ws-nightfall-turn            value 300.
      *> a wanderer carries spawn group 89 plus its region's number,
      *> so each region counts its own.
           78  ws-wander-group-base         value 89.
           01  ws-map-encounter-file        pic x(20).
           01  ws-encounter-file-status     pic xx.
           01  ws-encounter-eof-sw          pic a value 'N'.
               88  ws-encounter-is-eof      value 'Y'.
               88  ws-encounter-not-eof     value 'N'.
           01  ws-encounter-count           pic 99 value 0.
           01  ws-encounters.
               05  ws-encounter occurs 20 times.
                   10  ws-enc-region        pic 99.
                   10  ws-enc-chance        pic 99.
                   10  ws-enc-cap           pic 99.
                   10  ws-enc-when          pic x.
                   10  ws-enc-weather       pic x.
                   10  ws-enc-tpl-id        pic 999.
                   10  ws-enc-name          pic x(16).
                   10  ws-enc-hp            pic 999.
                   10  ws-enc-atk           pic 999.
                   10  ws-enc-color         pic 9.
                   10  ws-enc-char          pic x.
                   10  ws-enc-ticks         pic 999.
                   10  ws-enc-exp           pic 9(4).
                   10  ws-enc-ranged        pic a.
                   10  ws-enc-behavior      pic 9.
                   10  ws-enc-dmg-type      pic 9.
                   10  ws-enc-resist        pic 9.
           01  ws-encounter-parse.
               05  ws-enc-p-region          pic x(15).
               05  ws-enc-p-tpl             pic x(3).
               05  ws-enc-p-chance          pic x(2).
               05  ws-enc-p-cap             pic x(2).
               05  ws-enc-p-when            pic x.
               05  ws-enc-p-weather         pic x.
           01  ws-enc-idx                   pic 99.
           01  ws-enc-scan                  pic 99.
           01  ws-enc-live                  pic 99.
           01  ws-enc-group                 pic 99.
           01  ws-enc-roll                  pic 999.
           01  ws-enc-try                   pic 99.
           01  ws-enc-spot-y                pic 99.
           01  ws-enc-spot-x                pic 99.
           01  ws-enc-night-sw              pic a value 'N'.
               88  ws-enc-is-night          value 'Y'.
               88  ws-enc-is-day            value 'N'.
           01  ws-enc-bestiary-sw           pic a value 'N'.
               88  ws-enc-bestiary-open     value 'Y'.
               88  ws-enc-bestiary-closed   value 'N'.
           01  ws-enc-raised-sw             pic a value 'N'.
               88  ws-enc-raised            value 'Y'.
               88  ws-enc-not-raised        value 'N'.
           01  ws-region-row                pic 99.

      *> Corpse harvesting and crafting -- kills can shed materials
           01  ws-split-delta               pic s9(6).
           01  ws-split-delta-disp          pic +(5)9.

      *> Ghost racing -- --ghost plays the start map's best recorded
      *> run back one recorded pass per live pass (menu keystrokes
      *> included, so both clocks keep step). It is only drawn:
      *> nothing it reads reaches the random generator, enemies,
      *> items or map, so the live session still replays true.
           78  ws-ghost-file-ext            value ".GHO".
           01  ws-ghost-file                pic x(20) value spaces.
           01  ws-ghost-status              pic xx.
           01  ws-ghost-sw                  pic a value 'N'.
               88  ws-ghost-mode            value 'Y'.
               88  ws-ghost-off             value 'N'.
           01  ws-ghost-racing-sw           pic a value 'N'.
               88  ws-ghost-racing          value 'Y'.
               88  ws-ghost-not-racing      value 'N'.
           01  ws-ghost-run-sw              pic a value 'N'.
               88  ws-ghost-running         value 'Y'.
               88  ws-ghost-stopped         value 'N'.
           01  ws-ghost-placed-sw           pic a value 'N'.
               88  ws-ghost-placed          value 'Y'.
               88  ws-ghost-unplaced        value 'N'.
           01  ws-ghost-map-name            pic x(15) value spaces.
           01  ws-ghost-y                   pic 99 value 0.
           01  ws-ghost-x                   pic 99 value 0.
           01  ws-ghost-scr-pos.
               05  ws-ghost-scr-y           pic s99.
               05  ws-ghost-scr-x           pic s99.
           01  ws-ghost-scr-pos-disp.
               05  ws-ghost-disp-y          pic 99.
               05  ws-ghost-disp-x          pic 99.
      *> the session's own start map, the name a kept ghost files
      *> under; set as a recording goes live.
           01  ws-ghost-start-map           pic x(15) value spaces.
           01  ws-ghost-new-best-sw         pic a value 'N'.
               88  ws-ghost-new-best        value 'Y'.
               88  ws-ghost-no-new-best     value 'N'.
           01  ws-ghost-copy-status         pic s9(9) comp-5.
      *> the HUD line: behind a ghost already on a map the player
      *> has yet to reach, the gap grows live; otherwise it is the
      *> gap at the last split line crossed.
           01  ws-ghost-delta               pic s9(6) value 0.
           01  ws-ghost-delta-disp          pic +(5)9.
           01  ws-ghost-split-delta         pic s9(6) value 0.
           01  ws-ghost-delta-sw            pic a value 'N'.
               88  ws-ghost-delta-known     value 'Y'.
               88  ws-ghost-delta-unknown   value 'N'.
           01  ws-ghost-best-found          pic 99.
           01  ws-ghost-hud-col             pic 999.
           01  ws-ghost-hud-text            pic x(20).

      *> Arena survival -- one map, escalating waves raised from
      *> the bestiary, a merchant restock between them, and the
      *> wave count banked to the run log. See run-arena-waves.
           01  ws-ngplus-count              pic 9 value 0.
           01  ws-ngplus-choice             pic x.

      *> Trainer -- see show-trainer. Retraining costs this much
      *> gold per character level; the count rides in the save and
      *> any retrain at all marks the run in RUNSTATS.LOG.
           78  ws-trainer-gold-per-level    value 50.
           01  ws-player-retrain-count      pic 99 value 0.
           01  ws-trainer-cost              pic 9(5).
           01  ws-trainer-cost-disp         pic z(4)9.
           01  ws-trainer-choice            pic 9.
           01  ws-trainer-level-hold        pic 999.
           01  ws-trainer-from-name         pic x(7).
           01  ws-trainer-class-name        pic x(7).
           01  ws-trainer-done-sw           pic a value 'N'.
               88  ws-trainer-scr-done      value 'Y'.
               88  ws-trainer-scr-open      value 'N'.

      *> Forge -- see show-forge. Each plus-level on the equipped
      *> weapon or armor is worth ws-forge-bonus-per-level attack or
      *> defense. Going to level N costs N times the gold and the
      *> materials below, fails ws-forge-fail-base-pct of the time
      *> plus ws-forge-fail-step-pct for every level already on the
      *> piece, and a piece tops out ws-forge-cap-over-rarity above
      *> its catalog rarity tier (common +2 up to epic +5).
      *> crl-balance-sim mirrors these numbers.
           78  ws-forge-bonus-per-level     value 2.
           78  ws-forge-gold-per-level      value 100.
           78  ws-forge-mats-per-level      value 1.
           78  ws-forge-fail-base-pct       value 10.
           78  ws-forge-fail-step-pct       value 20.
           78  ws-forge-cap-over-rarity     value 1.
           01  ws-forge-slot                pic 9.
           01  ws-forge-piece-name          pic x(16).
           01  ws-forge-piece-plus          pic 9.
           01  ws-forge-next-level          pic 9.
           01  ws-forge-rarity              pic 9.
           01  ws-forge-cap                 pic 9.
           01  ws-forge-gold-cost           pic 9(5).
           01  ws-forge-mat-cost            pic 99.
           01  ws-forge-mat-have            pic 999.
           01  ws-forge-fail-pct            pic 999.
           01  ws-forge-roll                pic 999.
           01  ws-forge-take                pic 99.
           01  ws-forge-scan                pic 999.
           01  ws-forge-row                 pic 99.
           01  ws-forge-line                pic x(70).
           01  ws-forge-gold-disp           pic z(4)9.
           01  ws-forge-pct-disp            pic z9.
           01  ws-forge-mat-disp            pic z9.
           01  ws-forge-atk-bonus           pic 99.
           01  ws-forge-def-bonus           pic 99.
           01  ws-forge-done-sw             pic a value 'N'.
               88  ws-forge-scr-done        value 'Y'.
               88  ws-forge-scr-open        value 'N'.

      *> Settlement reputation -- see find-settlement and
      *> adjust-reputation. A settlement is the .RGN region a spot
      *> lies in, else the map itself; its entry is opened the
      *> first time a quest is taken or the score moves there.
      *> Both tables ride in the save; a journal quest carries the
      *> entry of the settlement that gave it (0 = none).
           78  ws-max-settlements           value 10.
           78  ws-rep-ceiling               value 100.
           78  ws-rep-quest-done-gain       value 10.
           78  ws-rep-quest-abandon-loss    value 15.
           78  ws-rep-attack-loss           value 5.
      *> standing bands: HONORED and LIKED trade cheaper and hear
      *> the "+" NPC lines; DISLIKED pays more and hears the "-"
      *> lines; HATED is turned away by shop and job board.
           78  ws-rep-honored-at            value 60.
           78  ws-rep-liked-at              value 20.
           78  ws-rep-disliked-at           value -20.
           78  ws-rep-hated-at              value -60.
           01  ws-settlements.
               05  ws-settle occurs 10 times.
                   10  ws-settle-map        pic x(15).
                   10  ws-settle-region     pic x(15).
                   10  ws-settle-rep        pic s999.
           01  ws-quest-settles.
               05  ws-quest-settle occurs 5 times pic 99.
           01  ws-quest-grant-settle        pic 99 value 0.
           01  ws-settle-y                  pic 99.
           01  ws-settle-x                  pic 99.
           01  ws-settle-key-map            pic x(15).
           01  ws-settle-key-region         pic x(15).
      *> 99, not 9 -- the scan's exit test needs to see the 11.
           01  ws-settle-idx                pic 99.
           01  ws-settle-found              pic 99.
           01  ws-rep-delta                 pic s999.
           01  ws-rep-score                 pic s999.
           01  ws-rep-standing              pic x(8).
           01  ws-rep-disp                  pic -zz9.
           01  ws-rep-row                   pic 99.
           01  ws-npc-line-skip-sw          pic a.
               88  ws-npc-line-skipped      value 'Y'.
               88  ws-npc-line-spoken       value 'N'.
           01  ws-npc-line-text             pic x(60).
           01  ws-settle-hold-region        pic x(15).
           01  ws-settle-hold-name          pic x(15).
           01  ws-rep-standing-hold         pic x(8).

      *> Perks -- PERKS.TBL, ID|LEVEL|CLASS|PREREQ|KIND|AMOUNT|NAME
      *> per line, offers up to three of its rows at the level each
      *> names (see offer-level-perks). A row names a class letter
      *> or leaves it blank for every class, and may need another
      *> perk taken first. The ids taken ride in the save; what
      *> they add up to is kept by compute-perk-totals and read
      *> wherever the stat is used. A resist perk's amount is the
      *> damage type it resists, the same as a resist set's.
           78  ws-max-perk-rows             value 50.
           78  ws-max-perks-taken           value 10.
           78  ws-max-perk-offers           value 3.
           78  ws-perk-kind-carry           value 1.
           78  ws-perk-kind-resist          value 2.
           78  ws-perk-kind-tick            value 3.
           78  ws-perk-kind-price           value 4.
           78  ws-perk-kind-regen           value 5.
      *> however many tick and price perks are stacked, an action
      *> never costs less than half, a shop never gives more than
      *> half off and a draught of regeneration runs at most 200
      *> turns longer.
           78  ws-perk-tick-cut-max         value 10.
           78  ws-perk-price-cut-max        value 50.
           78  ws-perk-regen-bonus-max      value 200.
           78  ws-perks-table-file          value "PERKS.TBL".
           01  ws-perks-table-status        pic xx.
           01  ws-perks-eof-sw              pic a value 'N'.
               88  ws-perks-is-eof          value 'Y'.
               88  ws-perks-not-eof         value 'N'.

           01  ws-perk-count                pic 99 value 0.
           01  ws-perk-rows.
               05  ws-perk-row occurs 50 times.
                   10  ws-perk-id           pic 999.
                   10  ws-perk-level        pic 999.
                   10  ws-perk-class        pic x.
                   10  ws-perk-prereq       pic 999.
                   10  ws-perk-kind         pic 9.
                   10  ws-perk-amount       pic 99.
                   10  ws-perk-name         pic x(20).

           01  ws-perk-parse.
               05  ws-perk-p-id             pic x(3).
               05  ws-perk-p-level          pic x(3).
               05  ws-perk-p-class          pic x(1).
               05  ws-perk-p-prereq         pic x(3).
               05  ws-perk-p-kind           pic x(1).
               05  ws-perk-p-amount         pic x(2).
               05  ws-perk-p-name           pic x(20).

           01  ws-perks-taken.
               05  ws-perk-taken occurs 10 times pic 999.
           01  ws-perk-idx                  pic 99.
           01  ws-perk-taken-idx            pic 99.
           01  ws-perk-query-id             pic 999.
           01  ws-perk-row-found            pic 99.
           01  ws-perk-held-sw              pic a.
               88  ws-perk-is-held          value 'Y'.
               88  ws-perk-not-held         value 'N'.
           01  ws-perk-fit-sw               pic a.
               88  ws-perk-fits             value 'Y'.
               88  ws-perk-unfit            value 'N'.
           01  ws-perk-offer-count          pic 9.
           01  ws-perk-offers.
               05  ws-perk-offer occurs 3 times pic 99.
           01  ws-perk-offer-idx            pic 9.
           01  ws-perk-choice               pic 9.
           01  ws-perk-list-row             pic 99.
           01  ws-perk-list-col             pic 99.
           01  ws-perk-kind-text            pic x(16).
           01  ws-perk-amount-disp          pic z9.
      *> what the perks taken add up to.
           01  ws-perk-carry-bonus          pic 999 value 0.
           01  ws-perk-resist-type          pic 9 value 0.
           01  ws-perk-tick-cut             pic 99 value 0.
           01  ws-perk-price-cut            pic 99 value 0.
           01  ws-perk-regen-bonus          pic 999 value 0.

      *> Quick slots -- see use-quick-slot. Each holds the name of
      *> a pack item; the slot stays set when the stack runs out so
      *> the next one picked up is ready again.
           78  ws-max-quick-slots           value 4.
           01  ws-quick-slots.
               05  ws-quick-slot-name occurs 4 times pic x(16).
           01  ws-quick-slot-idx            pic 9.
           01  ws-quick-found-idx           pic 9.
           01  ws-quick-qty-total           pic 999.
           01  ws-quick-qty-disp            pic zz9.
           01  ws-quick-hud-text            pic x(24).
           01  ws-quick-hud-row             pic 99.
           01  ws-quick-hud-col             pic 999.

      *> Bones -- see write-bones-record / maybe-raise-bones-ghost.
      *> A fallen hardcore character's last stand is banked to
      *> MAPNAME.BNS; a later run on that map has an even chance of
      *> the bonus in force right now (0 = no completed set).
           01  ws-set-active-row            pic 99 value 0.

      *> Known-bad seeds -- BADSEEDS.TBL, SEED|BUDGET|REASON per
      *> line from crl-seed-sweep. Descent floors step past a seed
      *> listed at their budget (or at budget 0, meaning any); the
      *> daily challenge steps past one listed at any budget.
      *> See load-bad-seeds / skip-bad-daily-seed.
           78  ws-max-bad-seeds             value 500.
           78  ws-max-bad-seed-skips        value 50.
           78  ws-bad-seeds-file            value "BADSEEDS.TBL".
           01  ws-bad-seeds-status          pic xx.
           01  ws-bad-seeds-eof-sw          pic a value 'N'.
               88  ws-bad-seeds-is-eof      value 'Y'.
               88  ws-bad-seeds-not-eof     value 'N'.
           01  ws-bad-seed-count            pic 999 value 0.
           01  ws-bad-seed-rows.
               05  ws-bad-seed-row occurs 500 times.
                   10  ws-bad-seed-num      pic 9(9).
                   10  ws-bad-seed-budget   pic 999.
           01  ws-bad-seed-parse.
               05  ws-bad-seed-p-num        pic x(12).
               05  ws-bad-seed-p-budget     pic x(6).
           01  ws-bad-seed-idx              pic 999.
           01  ws-bad-seed-tries            pic 99.
           01  ws-bad-seed-check            pic 9(9).
           01  ws-bad-seed-check-budget     pic 999.
           01  ws-bad-seed-sw               pic a value 'N'.
               88  ws-bad-seed-listed       value 'Y'.
               88  ws-bad-seed-clear        value 'N'.

      *> Multi-tile footprints -- a boss may stand 2x2 or 2x3;
      *> every cell of the box blocks movement and takes hits. See
      *> check-boss-cell-occupied / normalize-enemy-footprints.
      *> kill quests match what the author actually named.
           01  ws-kill-match-name           pic x(16).

      *> Monster compendium -- one entry per creature (elite tags
      *> stripped, as set-kill-match-name does), filled in as it is
      *> seen and killed; more shows at each kill tier. Kept per
      *> character in PLAYERn.CPD. See show-compendium.
           78  ws-max-cpd-entries           value 60.
           78  ws-cpd-tier-stats            value 1.
           78  ws-cpd-tier-types            value 3.
           78  ws-cpd-tier-drops            value 5.
           78  ws-cpd-page-size             value 10.
           78  ws-compendium-file-ext       value ".CPD".
           01  ws-compendium-file           pic x(15).
           01  ws-compendium-status         pic xx.
           01  ws-cpd-header.
               05  ws-cpd-marker            pic x(4).
                   88  ws-cpd-is-header     value "CPD1".
               05  ws-cpd-run-stamp         pic 9(8).
           01  ws-cpd-count                 pic 99 value 0.
           01  ws-cpd-entries.
               05  ws-cpd-entry             occurs ws-max-cpd-entries
                                             times.
                   10  ws-cpd-name          pic x(16).
                   10  ws-cpd-char          pic x.
                   10  ws-cpd-color         pic 9.
                   10  ws-cpd-template      pic 999.
                   10  ws-cpd-hp            pic 999.
                   10  ws-cpd-atk           pic 999.
                   10  ws-cpd-dmg-type      pic 9.
                   10  ws-cpd-resist        pic 9.
                   10  ws-cpd-drop-id       pic 999.
                   10  ws-cpd-drop-pct      pic 999.
                   10  ws-cpd-kills         pic 9(4).
                   10  ws-cpd-affix-seen    occurs 4 times pic a.
           01  ws-cpd-idx                   pic 99.
           01  ws-cpd-hit                   pic 99.
           01  ws-cpd-eof-sw                pic a value 'N'.
               88  ws-cpd-eof               value 'Y'.
               88  ws-cpd-not-eof           value 'N'.
           01  ws-cpd-bestiary-sw           pic a value 'N'.
               88  ws-cpd-bestiary-open     value 'Y'.
               88  ws-cpd-bestiary-closed   value 'N'.
           01  ws-cpd-dist-y                pic 99.
           01  ws-cpd-dist-x                pic 99.
           01  ws-cpd-page-start            pic 99 value 1.
           01  ws-cpd-row                   pic 99.
           01  ws-cpd-is-done-sw            pic a value 'N'.
               88  ws-cpd-done              value 'Y'.
               88  ws-cpd-not-done          value 'N'.
           01  ws-cpd-show-hp               pic 999.
           01  ws-cpd-show-atk              pic 999.
           01  ws-cpd-show-dmg              pic 9.
           01  ws-cpd-show-resist           pic 9.
           01  ws-cpd-num-disp              pic zz9.
           01  ws-cpd-kills-disp            pic zzz9.
           01  ws-cpd-type-text             pic x(6).
           01  ws-cpd-affix-idx             pic 9.
           01  ws-cpd-type-code             pic 9.
           01  ws-cpd-line                  pic x(78).
           01  ws-cpd-cat-idx               pic 999.
           01  ws-cpd-ptr                   pic 99.

      *> who landed the blow that (pending the hourglass) ended the
      *> run -- consumed by note-player-death at the main loop.
           01  ws-last-killer-name          pic x(16) value spaces.
      *> its stack, and past the thresholds it costs speed ticks.
           78  ws-carry-threshold-1         value 50.
           78  ws-carry-threshold-2         value 100.
      *> the thresholds with any carry perks added on.
           01  ws-carry-limit-1             pic 9(5) value 50.
           01  ws-carry-limit-2             pic 9(5) value 100.
           01  ws-carry-weight              pic 9(5) value 0.
           01  ws-carry-scan                pic 99.
           01  ws-carry-cat-scan            pic 9(4).
      *> regional stocking bias (0 when the map has no sidecar).
           01  ws-map-rec-level             pic 999 value 0.

      *> Gold and item ledger -- see write-ledger-entry. A line per
      *> movement (MOV), plus session markers: OPN when the slot is
      *> taken up (source SAVE, NEWGAME or CHECKPNT), RST when the
      *> hourglass rewinds to a checkpoint, SAV at the clean save.
      *> A caller notes the purse in ws-ledger-gold-before before
      *> touching it; the entry carries the difference.
           01  ws-ledger-file               pic x(15) value spaces.
           78  ws-ledger-file-ext           value ".LDG".
           01  ws-ledger-status             pic xx.
           01  ws-ledger-kind               pic x(3).
           01  ws-ledger-source             pic x(8).
           01  ws-ledger-gold-before        pic 9(5) value 0.
           01  ws-ledger-qty                pic s99 value 0.
           01  ws-ledger-item               pic x(16) value spaces.
           01  ws-ledger-date-data          pic x(21).

      *> Shared stash -- see show-stash. Lives in STASH.DAT in the
      *> pack directory, outside any slot's save record, so a fresh
      *> character (or one started after a hardcore retirement) can
               05  ws-minimap-scr-row       pic 99.
               05  ws-minimap-scr-col       pic 99 value 1.

      *> Player-placed markers on the map in hand -- cleared by
      *> load-current-map and restored from the map's world-state
      *> sidecar ("M" changes). See show-map-markers.
           78  ws-max-map-markers           value 20.
           01  ws-map-marker-count          pic 99 value 0.
           01  ws-map-markers.
               05  ws-map-marker            occurs ws-max-map-markers
                                             times.
                   10  ws-mark-y            pic 99.
                   10  ws-mark-x            pic 99.
                   10  ws-mark-label        pic x(16).
           01  ws-mark-idx                  pic 99.
           01  ws-mark-hit                  pic 99.
           01  ws-mark-row                  pic 99.
           01  ws-mark-num-disp             pic z9.
           01  ws-mark-entry                pic x(2).
           01  ws-mark-entry-num            pic 99.
           01  ws-mark-entry-y              pic 99.
           01  ws-mark-entry-x              pic 99.
           01  ws-mark-entry-label          pic x(16).
           01  ws-mark-scr-pos.
               05  ws-mark-scr-y            pic s99.
               05  ws-mark-scr-x            pic s99.
           01  ws-mark-scr-pos-disp.
               05  ws-mark-disp-y           pic 99.
               05  ws-mark-disp-x           pic 99.
           01  ws-mark-is-done-sw           pic a value 'N'.
               88  ws-mark-done             value 'Y'.
               88  ws-mark-not-done         value 'N'.
           01  ws-mark-note                 pic x(60) value spaces.

      *> Travel toward a chosen marker -- one step on each turn the
      *> player is idle and able to act. See take-travel-step.
           78  ws-max-travel-steps          value 500.
           78  ws-travel-watch-radius       value 5.
           01  ws-travel-sw                 pic a value 'N'.
               88  ws-travel-on             value 'Y'.
               88  ws-travel-off            value 'N'.
           01  ws-travel-target-y           pic 99 value 0.
           01  ws-travel-target-x           pic 99 value 0.
           01  ws-travel-label              pic x(16) value spaces.
           01  ws-travel-steps              pic 999 value 0.
           01  ws-travel-map-y              pic s99.
           01  ws-travel-map-x              pic s99.
           01  ws-travel-last-y             pic s99 value 0.
           01  ws-travel-last-x             pic s99 value 0.
           01  ws-travel-dy                 pic s9.
           01  ws-travel-dx                 pic s9.
           01  ws-travel-try-y              pic s99.
           01  ws-travel-try-x              pic s99.
           01  ws-travel-dist-y             pic 99.
           01  ws-travel-dist-x             pic 99.
           01  ws-travel-step-key           pic x.
           01  ws-travel-enemy-sw           pic a value 'N'.
               88  ws-travel-enemy-near     value 'Y'.
               88  ws-travel-enemy-clear    value 'N'.

           01  ws-kb-input                  pic x.

           01  ws-is-quit-sw                pic a value 'N'.
      *> how many ticks the current enemy needs before acting --
      *> its authored pace, doubled while it stands in mud.
           01  ws-enemy-act-threshold       pic 9(4).

      *> Enemies well outside their senses sleep through move-enemy's
      *> full brain and just keep their clock and idle steps going.
      *> Roused ones (alarm, shriek) never drop back to dormant.
           01  ws-dormant-radius            pic 99 comp value 20.
           01  ws-dormant-reach             pic 9(3).
           01  ws-dormant-dist-y            pic 99.
           01  ws-dormant-dist-x            pic 99.
           01  ws-enemy-dormancy-table.
               05  ws-enemy-dormancy-sw     pic a
                                            occurs ws-max-num-enemies
                                            times.
                   88  ws-enemy-dormant     value 'D'.
                   88  ws-enemy-awake       value ' '.
                   88  ws-enemy-roused      value 'R'.
           01  ws-enemy-target-pos.
               05  ws-enemy-target-y        pic 99.
               05  ws-enemy-target-x        pic 99.
               ws-working-dir ws-save-slot ws-seed ws-difficulty
               ws-validate-map-name ws-playtest-pos
               ws-replay-mode-and-file ws-daily-sw ws-descent-sw
               ws-arena-sw ws-verify-sw ws-cfgchk-sw ws-ghost-sw
           end-call

           if ws-cfgchk-mode then
               perform run-config-check
               stop run
           end-if

      *> verification playback runs flat out and answers to a
      *> file, not a watcher.
           if ws-verify-mode then

           perform switch-map-working-dir

           perform check-maint-at-startup

           perform load-bad-seeds
           if ws-daily-mode then
               perform skip-bad-daily-seed
           end-if

           perform start-replay-session

           perform load-campaign-manifest
           perform load-progression-table
           perform load-prices-table
           perform load-sets-table
           perform load-perks-table
           perform load-best-splits
           perform load-recipes-table
           perform load-season-number
           end-evaluate

           perform load-player-data
           perform open-slot-ledger

           if ws-replay-playing then
      *> resume the recorded session's hero, exactly as they stood.
           end-if
           perform load-achievements
           perform load-hint-flags
           perform load-compendium

      *> a descent run plays on generated floors -- put the player
      *> on the floor their depth names, rolling it first if this
               perform set-descent-floor-map
           end-if

           perform check-saved-map-exists

           perform load-current-map.

      *> from here on a raised maintenance flag closes the session
      *> at the next map change -- unless it was overridden above.
           if ws-maint-status = 0 then
               set ws-maint-watching to true
           end-if

           perform arm-replay-session.
           perform start-ghost-race.

           perform main-procedure.


           exit paragraph.

      ******************************************************************
      * No new session while the nightly window is open. Playback of
      * a recorded run (replay, verify, spectate) reads no save and
      * is left alone -- the nightly batch verifies replays itself.
      ******************************************************************
       check-maint-at-startup.

           move 0 to ws-maint-status
           if ws-verify-mode or ws-replay-playing then
               exit paragraph
           end-if

           call "crl-maint-flag" using
               ws-errlog-program ws-maint-request ws-maint-message
               ws-maint-until ws-maint-status
           end-call

           evaluate ws-maint-status
               when 1
                   perform format-maint-until
                   display "The game is closed for maintenance: "
                       function trim(ws-maint-message)
                   display function trim(ws-maint-until-text)
                   display "Please try again later."
                   stop run
               when 2
                   display "Maintenance override in effect: "
                       function trim(ws-maint-message)
           end-evaluate

           exit paragraph.

      ******************************************************************
      * A session already running when the flag went up finishes at
      * its next map change: the new map loads as usual, then the
      * session ends through the normal quit, which saves the player
      * on the map they just reached.
      ******************************************************************
       check-maint-at-map-change.

           if ws-maint-not-watching or ws-maint-closing
           or ws-verify-mode or ws-replay-playing then
               exit paragraph
           end-if

           call "crl-maint-flag" using
               ws-errlog-program ws-maint-request ws-maint-message
               ws-maint-until ws-maint-status
           end-call

           if ws-maint-status = 1 then
               perform format-maint-until
               set ws-maint-closing to true
               set ws-quit to true
           end-if

           exit paragraph.

       format-maint-until.

           if ws-maint-until is numeric then
               move spaces to ws-maint-until-text
               string "Back by " ws-maint-until(9:2) ":"
                   ws-maint-until(11:2)
                   delimited by size into ws-maint-until-text
               end-string
           else
               move "Back soon." to ws-maint-until-text
           end-if

           exit paragraph.

      ******************************************************************
      * Headless batch mode for --validate=MAP_NAME -- runs
      * validate-map-data's checks against the named map and displays
           exit paragraph.

      ******************************************************************
      * --check-config: every line of the three config files judged
      * the way the loaders would take it, then every setting in
      * force and where it came from. Anything unknown, out of range
      * or duplicated is an error, and errors end with code 8.
      ******************************************************************
       run-config-check.

           move 0 to ws-cfgchk-errors

      *> the command line once more, into empty fields.
           call "command-line-parser" using
               ws-command-args ws-cfgchk-cl-map-name
               ws-cfgchk-cl-map-name-temp ws-cfgchk-cl-working-dir
               ws-cfgchk-cl-save-slot ws-cfgchk-cl-seed
               ws-cfgchk-cl-difficulty ws-cfgchk-cl-validate
               ws-cfgchk-cl-playtest ws-cfgchk-cl-replay
               ws-cfgchk-cl-daily-sw ws-cfgchk-cl-descent-sw
               ws-cfgchk-cl-arena-sw ws-cfgchk-cl-verify-sw
               ws-cfgchk-cl-check-sw ws-cfgchk-cl-ghost-sw
           end-call

           display "COBOL-Roguelike configuration check"
           display "-----------------------------------"

           perform check-crl-cfg-file
           perform check-keys-cfg-file

      *> SOUNDS.CFG is read from the map directory, as in play.
           if ws-working-dir not = spaces then
               call "CBL_CHANGE_DIR" using ws-working-dir
                   returning ws-cfgchk-dir-status
               end-call
               if ws-cfgchk-dir-status not = 0 then
                   display "MAP-DIR    " function trim(ws-working-dir)
                       "  NOT FOUND"
                   add 1 to ws-cfgchk-errors
               end-if
           end-if

           perform check-sounds-cfg-file

           perform show-effective-settings

           display space
           if ws-cfgchk-errors = 0 then
               display "Configuration OK."
           else
               display ws-cfgchk-errors " configuration error(s)."
               move 8 to return-code
           end-if

           exit paragraph.

       check-crl-cfg-file.

           move ws-config-file-name to ws-cfgchk-file-label
           move 0 to ws-cfgchk-line-no
           set ws-cfgchk-not-eof to true
           display space

           open input fd-config-file
           if ws-config-file-status not = ws-file-status-ok then
               display "CRL.CFG    not found - compiled defaults"
               close fd-config-file
               exit paragraph
           end-if

           perform until ws-cfgchk-is-eof
               read fd-config-file into f-config-line
                   at end set ws-cfgchk-is-eof to true
               end-read
               if ws-cfgchk-not-eof then
                   add 1 to ws-cfgchk-line-no
                   if f-config-line not = spaces
                   and f-config-line(1:1) not = "#" then
                       perform check-crl-cfg-line
                   end-if
               end-if
           end-perform

           close fd-config-file

           exit paragraph.

       check-crl-cfg-line.

           move spaces to ws-cfgchk-key ws-cfgchk-value
           unstring f-config-line
               delimited by ws-config-key-val-delim
               into ws-cfgchk-key ws-cfgchk-value
           end-unstring
           move function upper-case(function trim(ws-cfgchk-key))
               to ws-cfgchk-key
           move function trim(ws-cfgchk-value) to ws-cfgchk-value
           perform measure-cfgchk-value

           move 0 to ws-cfgchk-found
           perform varying ws-cfgchk-idx from 1 by 1
           until ws-cfgchk-idx > 10
               if ws-cfgchk-cfg-name(ws-cfgchk-idx) = ws-cfgchk-key
               then
                   move ws-cfgchk-idx to ws-cfgchk-found
               end-if
           end-perform

           move "ACCEPTED" to ws-cfgchk-verdict
           move spaces to ws-cfgchk-note

           if ws-cfgchk-found = 0 then
               move "UNKNOWN KEY" to ws-cfgchk-verdict
               perform show-config-line
               exit paragraph
           end-if

           evaluate ws-cfgchk-found
               when 1
                   if ws-cfgchk-value = spaces then
                       move "needs a map name" to ws-cfgchk-note
                   else
                       if ws-cfgchk-value-len > 15 then
                           move "map names are 15 characters at most"
                               to ws-cfgchk-note
                       end-if
                   end-if
               when 2
                   if ws-cfgchk-value = spaces then
                       move "needs a directory" to ws-cfgchk-note
                   end-if
               when 3
                   if ws-cfgchk-value-len not = 1
                   or ws-cfgchk-value(1:1) not numeric
                   or ws-cfgchk-value(1:1) = "0" then
                       move "slot is 1-9" to ws-cfgchk-note
                   end-if
               when 4
                   if ws-cfgchk-value = spaces
                   or ws-cfgchk-value-len > 9
                   or function trim(ws-cfgchk-value) not numeric then
                       move "seed is a number of up to 9 digits"
                           to ws-cfgchk-note
                   end-if
               when 5
                   evaluate function upper-case(ws-cfgchk-value)
                       when "EASY"
                       when "NORMAL"
                       when "HARD"
                       when "1"
                       when "2"
                       when "3"
                           continue
                       when other
                           move "EASY, NORMAL, HARD or 1-3"
                               to ws-cfgchk-note
                   end-evaluate
               when 7
               when 9
                   if ws-cfgchk-value = spaces
                   or ws-cfgchk-value-len > 4
                   or function trim(ws-cfgchk-value) not numeric then
                       move "a number, 0-9999" to ws-cfgchk-note
                   end-if
               when other
                   if function upper-case(ws-cfgchk-value) not = "Y"
                   and function upper-case(ws-cfgchk-value) not = "N"
                   then
                       move "Y or N" to ws-cfgchk-note
                   end-if
           end-evaluate

           if ws-cfgchk-note not = spaces then
               move "OUT OF RANGE" to ws-cfgchk-verdict
           end-if

           if ws-cfgchk-cfg-line(ws-cfgchk-found) > 0 then
               move ws-cfgchk-cfg-line(ws-cfgchk-found)
                   to ws-cfgchk-line-no-first
               perform note-cfgchk-duplicate
           end-if
           move ws-cfgchk-line-no
               to ws-cfgchk-cfg-line(ws-cfgchk-found)

           perform show-config-line

           exit paragraph.

      *> a second line for the same key: the later one wins.
       note-cfgchk-duplicate.

           move "DUPLICATE" to ws-cfgchk-verdict
           move spaces to ws-cfgchk-note
           string "repeats line " ws-cfgchk-line-no-first
               " - this one wins"
               delimited by size into ws-cfgchk-note
           end-string

           exit paragraph.

       check-keys-cfg-file.

           move ws-keys-file-name to ws-cfgchk-file-label
           move 0 to ws-cfgchk-line-no
           set ws-cfgchk-not-eof to true
           move "wsadihjvmcqptkozb nl1234" to ws-cfgchk-wanted-binds
           display space

           open input fd-keys-file
           if ws-keys-file-status not = ws-file-status-ok then
               display "KEYS.CFG   not found - default key bindings"
               close fd-keys-file
               exit paragraph
           end-if

           perform until ws-cfgchk-is-eof
               read fd-keys-file into f-keys-line
                   at end set ws-cfgchk-is-eof to true
               end-read
               if ws-cfgchk-not-eof then
                   add 1 to ws-cfgchk-line-no
                   if f-keys-line not = spaces
                   and f-keys-line(1:1) not = "#" then
                       perform check-keys-cfg-line
                   end-if
               end-if
           end-perform

           close fd-keys-file

      *> the loader drops every remap when two actions share a key.
           perform varying ws-cfgchk-idx from 1 by 1
           until ws-cfgchk-idx > 24
               perform varying ws-cfgchk-idx-b from 1 by 1
               until ws-cfgchk-idx-b > 24
                   if ws-cfgchk-idx < ws-cfgchk-idx-b
                   and ws-cfgchk-wanted-bind(ws-cfgchk-idx)
                       = ws-cfgchk-wanted-bind(ws-cfgchk-idx-b) then
                       display "KEYS.CFG   CONFLICT      "
                           function trim(
                               ws-cfgchk-key-name(ws-cfgchk-idx))
                           " and "
                           function trim(
                               ws-cfgchk-key-name(ws-cfgchk-idx-b))
                           " share a key"
                       add 1 to ws-cfgchk-errors
                   end-if
               end-perform
           end-perform

           if ws-keys-conflict then
               display "KEYS.CFG   ignored - default bindings in force"
               perform varying ws-cfgchk-idx from 1 by 1
               until ws-cfgchk-idx > 24
                   move "D" to ws-cfgchk-key-src(ws-cfgchk-idx)
               end-perform
           end-if

           exit paragraph.

       check-keys-cfg-line.

           move spaces to ws-cfgchk-key ws-cfgchk-value
           unstring f-keys-line
               delimited by ws-config-key-val-delim
               into ws-cfgchk-key ws-cfgchk-value
           end-unstring
           move function upper-case(function trim(ws-cfgchk-key))
               to ws-cfgchk-key
           move function trim(ws-cfgchk-value) to ws-cfgchk-value
           perform measure-cfgchk-value
           if function upper-case(ws-cfgchk-value) = "SPACE" then
               move space to ws-cfgchk-value
               move 1 to ws-cfgchk-value-len
           end-if

           move 0 to ws-cfgchk-found
           perform varying ws-cfgchk-idx from 1 by 1
           until ws-cfgchk-idx > 24
               if ws-cfgchk-key-name(ws-cfgchk-idx) = ws-cfgchk-key
               then
                   move ws-cfgchk-idx to ws-cfgchk-found
               end-if
           end-perform

           move "ACCEPTED" to ws-cfgchk-verdict
           move spaces to ws-cfgchk-note

           if ws-cfgchk-found = 0 then
               move "UNKNOWN KEY" to ws-cfgchk-verdict
               perform show-config-line
               exit paragraph
           end-if

           evaluate true
               when ws-cfgchk-value-len = 0
               and ws-cfgchk-found not = 18
                   move "needs a key" to ws-cfgchk-note
               when ws-cfgchk-value = space
               and ws-cfgchk-found not = 18
                   move "only ATTACK may be SPACE" to ws-cfgchk-note
               when ws-cfgchk-value-len > 1
                   move "one key only - the first is used"
                       to ws-cfgchk-note
           end-evaluate

           if ws-cfgchk-note not = spaces then
               move "OUT OF RANGE" to ws-cfgchk-verdict
           end-if

      *> whatever the loader would take, it takes: the first
      *> character, unless it is a space for anything but ATTACK.
           if ws-cfgchk-value not = space
           or ws-cfgchk-found = 18 then
               move ws-cfgchk-value(1:1)
                   to ws-cfgchk-wanted-bind(ws-cfgchk-found)
               move "F" to ws-cfgchk-key-src(ws-cfgchk-found)
           end-if

           if ws-cfgchk-key-line(ws-cfgchk-found) > 0 then
               move ws-cfgchk-key-line(ws-cfgchk-found)
                   to ws-cfgchk-line-no-first
               perform note-cfgchk-duplicate
           end-if
           move ws-cfgchk-line-no
               to ws-cfgchk-key-line(ws-cfgchk-found)

           perform show-config-line

           exit paragraph.

       check-sounds-cfg-file.

           move ws-cfgchk-sounds-file to ws-cfgchk-file-label
           move 0 to ws-cfgchk-line-no
           set ws-cfgchk-not-eof to true
           display space

           open input fd-sounds-check
           if ws-cfgchk-file-status not = ws-file-status-ok then
               display "SOUNDS.CFG not found - all cues silent"
               close fd-sounds-check
               exit paragraph
           end-if

           perform until ws-cfgchk-is-eof
               read fd-sounds-check
                   at end set ws-cfgchk-is-eof to true
               end-read
               if ws-cfgchk-not-eof then
                   add 1 to ws-cfgchk-line-no
                   if f-sounds-check-line not = spaces
                   and f-sounds-check-line(1:1) not = "#" then
                       perform check-sounds-cfg-line
                   end-if
               end-if
           end-perform

           close fd-sounds-check

           exit paragraph.

       check-sounds-cfg-line.

           move spaces to ws-cfgchk-key ws-cfgchk-value
           unstring f-sounds-check-line delimited by "="
               into ws-cfgchk-key ws-cfgchk-value
           end-unstring
           move function upper-case(function trim(ws-cfgchk-key))
               to ws-cfgchk-key
           move function trim(ws-cfgchk-value) to ws-cfgchk-value
           perform measure-cfgchk-value

           move 0 to ws-cfgchk-found
           perform varying ws-cfgchk-idx from 1 by 1
           until ws-cfgchk-idx > 4
               if ws-cfgchk-snd-name(ws-cfgchk-idx) = ws-cfgchk-key
               then
                   move ws-cfgchk-idx to ws-cfgchk-found
               end-if
           end-perform

           move "ACCEPTED" to ws-cfgchk-verdict
           move spaces to ws-cfgchk-note

           if ws-cfgchk-found = 0 then
               move "UNKNOWN KEY" to ws-cfgchk-verdict
               perform show-config-line
               exit paragraph
           end-if

           if ws-cfgchk-value = spaces
           or function trim(ws-cfgchk-value) not numeric then
               move "bell count 0-3 - line ignored" to ws-cfgchk-note
           else
               if ws-cfgchk-value-len > 1
               or ws-cfgchk-value(1:1) > "3" then
                   move "bell count is 0-3" to ws-cfgchk-note
               end-if
      *> numeric values are taken, first digit only.
               move ws-cfgchk-value(1:1)
                   to ws-cfgchk-snd-bells(ws-cfgchk-found)
               move "F" to ws-cfgchk-snd-src(ws-cfgchk-found)
           end-if

           if ws-cfgchk-note not = spaces then
               move "OUT OF RANGE" to ws-cfgchk-verdict
           end-if

           if ws-cfgchk-snd-line(ws-cfgchk-found) > 0 then
               move ws-cfgchk-snd-line(ws-cfgchk-found)
                   to ws-cfgchk-line-no-first
               perform note-cfgchk-duplicate
           end-if
           move ws-cfgchk-line-no
               to ws-cfgchk-snd-line(ws-cfgchk-found)

           perform show-config-line

           exit paragraph.

       measure-cfgchk-value.

           move 0 to ws-cfgchk-value-len
           if ws-cfgchk-value not = spaces then
               move function length(function trim(ws-cfgchk-value))
                   to ws-cfgchk-value-len
           end-if

           exit paragraph.

       show-config-line.

           if ws-cfgchk-verdict not = "ACCEPTED" then
               add 1 to ws-cfgchk-errors
           end-if

           display ws-cfgchk-file-label " line " ws-cfgchk-line-no
               "  " ws-cfgchk-key "  " ws-cfgchk-verdict
               "  " function trim(ws-cfgchk-note)

           exit paragraph.

      ******************************************************************
      * The settings in force once config files and command line have
      * had their say, each with where it came from.
      ******************************************************************
       show-effective-settings.

           display space
           display "SETTING            VALUE              "
               "                    SOURCE"

           move ws-config-file-name to ws-cfgchk-file-label
           move "MAP" to ws-cfgchk-key
           move ws-map-name to ws-cfgchk-show-value
           move ws-cfgchk-cfg-src(1) to ws-cfgchk-src-code
           if ws-cfgchk-cl-map-name not = spaces then
               move "C" to ws-cfgchk-src-code
           end-if
           perform show-one-setting
           if ws-map-name not = spaces
           and ws-cfgchk-src-code not = "D" then
               move spaces to ws-cfgchk-map-file
               string function trim(ws-map-name) ".DAT"
                   delimited by size into ws-cfgchk-map-file
               end-string
               call "CBL_CHECK_FILE_EXIST" using
                   ws-cfgchk-map-file ws-cfgchk-map-info
                   returning ws-cfgchk-map-status
               end-call
               if ws-cfgchk-map-status not = 0 then
                   display "                 (no "
                       function trim(ws-cfgchk-map-file)
                       " in the map directory)"
                   add 1 to ws-cfgchk-errors
               end-if
           end-if

           move "MAP-DIR" to ws-cfgchk-key
           move ws-working-dir to ws-cfgchk-show-value
           move ws-cfgchk-cfg-src(2) to ws-cfgchk-src-code
           if ws-cfgchk-cl-working-dir not = spaces then
               move "C" to ws-cfgchk-src-code
           end-if
           perform show-one-setting

           move "SLOT" to ws-cfgchk-key
           move ws-save-slot to ws-cfgchk-num-edit
           move function trim(ws-cfgchk-num-edit)
               to ws-cfgchk-show-value
           if ws-save-slot = 0 then
               move "0 (asked at start)" to ws-cfgchk-show-value
           end-if
           move ws-cfgchk-cfg-src(3) to ws-cfgchk-src-code
           if ws-cfgchk-cl-save-slot not = 0 then
               move "C" to ws-cfgchk-src-code
           end-if
           perform show-one-setting

           move "SEED" to ws-cfgchk-key
           move ws-seed to ws-cfgchk-num-edit
           move function trim(ws-cfgchk-num-edit)
               to ws-cfgchk-show-value
           if ws-seed = 0 then
               move "0 (from the clock)" to ws-cfgchk-show-value
           end-if
           move ws-cfgchk-cfg-src(4) to ws-cfgchk-src-code
           if ws-cfgchk-cl-seed not = 0 then
               move "C" to ws-cfgchk-src-code
           end-if
           perform show-one-setting

           move "DIFFICULTY" to ws-cfgchk-key
           evaluate ws-difficulty
               when ws-difficulty-easy
                   move "EASY" to ws-cfgchk-show-value
               when ws-difficulty-hard
                   move "HARD" to ws-cfgchk-show-value
               when ws-difficulty-normal
               when 0
                   move "NORMAL" to ws-cfgchk-show-value
               when other
                   move ws-difficulty to ws-cfgchk-show-value
           end-evaluate
           move ws-cfgchk-cfg-src(5) to ws-cfgchk-src-code
           if ws-cfgchk-cl-difficulty not = 0 then
               move "C" to ws-cfgchk-src-code
           end-if
           perform show-one-setting

           move "COLORBLIND" to ws-cfgchk-key
           move "N" to ws-cfgchk-show-value
           if ws-colorblind-mode-on then
               move "Y" to ws-cfgchk-show-value
           end-if
           move ws-cfgchk-cfg-src(6) to ws-cfgchk-src-code
           perform show-one-setting

           move "AUTOSAVE" to ws-cfgchk-key
           move ws-checkpoint-interval to ws-cfgchk-num-edit
           move function trim(ws-cfgchk-num-edit)
               to ws-cfgchk-show-value
           move ws-cfgchk-cfg-src(7) to ws-cfgchk-src-code
           perform show-one-setting

           move "HINTS" to ws-cfgchk-key
           move "Y" to ws-cfgchk-show-value
           if ws-hints-disabled then
               move "N" to ws-cfgchk-show-value
           end-if
           move ws-cfgchk-cfg-src(8) to ws-cfgchk-src-code
           perform show-one-setting

           move "ATTRACT" to ws-cfgchk-key
           move ws-attract-idle-seconds to ws-cfgchk-num-edit
           move function trim(ws-cfgchk-num-edit)
               to ws-cfgchk-show-value
           move ws-cfgchk-cfg-src(9) to ws-cfgchk-src-code
           perform show-one-setting

           move "RATINGS" to ws-cfgchk-key
           move "Y" to ws-cfgchk-show-value
           if ws-ratings-disabled then
               move "N" to ws-cfgchk-show-value
           end-if
           move ws-cfgchk-cfg-src(10) to ws-cfgchk-src-code
           perform show-one-setting

           move ws-keys-file-name to ws-cfgchk-file-label
           perform varying ws-cfgchk-idx from 1 by 1
           until ws-cfgchk-idx > 24
               move spaces to ws-cfgchk-key
               string "KEY-" ws-cfgchk-key-name(ws-cfgchk-idx)
                   delimited by space into ws-cfgchk-key
               end-string
               move ws-keybind-entry(ws-cfgchk-idx)
                   to ws-cfgchk-show-value
               if ws-keybind-entry(ws-cfgchk-idx) = space then
                   move "SPACE" to ws-cfgchk-show-value
               end-if
               move ws-cfgchk-key-src(ws-cfgchk-idx)
                   to ws-cfgchk-src-code
               perform show-one-setting
           end-perform

           move ws-cfgchk-sounds-file to ws-cfgchk-file-label
           perform varying ws-cfgchk-idx from 1 by 1
           until ws-cfgchk-idx > 4
               move spaces to ws-cfgchk-key
               string "SOUND-" ws-cfgchk-snd-name(ws-cfgchk-idx)
                   delimited by space into ws-cfgchk-key
               end-string
               move ws-cfgchk-snd-bells(ws-cfgchk-idx)
                   to ws-cfgchk-show-value
               move ws-cfgchk-snd-src(ws-cfgchk-idx)
                   to ws-cfgchk-src-code
               perform show-one-setting
           end-perform

           exit paragraph.

       show-one-setting.

           evaluate ws-cfgchk-src-code
               when "C"
                   display ws-cfgchk-key " " ws-cfgchk-show-value
                       " command line"
               when "F"
                   display ws-cfgchk-key " " ws-cfgchk-show-value
                       " " function trim(ws-cfgchk-file-label)
               when other
                   display ws-cfgchk-key " " ws-cfgchk-show-value
                       " default"
           end-evaluate

           exit paragraph.

      ******************************************************************
      * Reads optional CRL.CFG key=value defaults for the same settings
      * the command line accepts (MAP, MAP-DIR, SLOT, SEED,
      * DIFFICULTY), one per line. Performed before command-line-parser
      * so a command line flag always wins over a config file default.
      * Absence of the file is not an error -- it's an optional file.
      ******************************************************************
       load-config-file.

           open input fd-config-file

           if ws-config-file-status = ws-file-status-ok then

               perform until ws-config-is-eof

                   read fd-config-file into f-config-line
                       at end set ws-config-is-eof to true
                   end-read

                   if ws-config-not-eof
                   and f-config-line not = spaces then
                       perform process-config-line
                   end-if

               end-perform

               close fd-config-file
           end-if

           exit paragraph.

       process-config-line.
           move spaces to ws-config-key-val-pair

           unstring f-config-line
               delimited by ws-config-key-val-delim
               into ws-config-key ws-config-value
           end-unstring

           evaluate function trim(function upper-case(ws-config-key))

               when ws-config-map-key
                   move function trim(ws-config-value) to ws-map-name
                   move ws-map-name to ws-map-name-temp
                   move "F" to ws-cfgchk-cfg-src(1)

               when ws-config-map-dir-key
                   move function trim(ws-config-value)
                       to ws-working-dir
                   move "F" to ws-cfgchk-cfg-src(2)

               when ws-config-slot-key
                   if function trim(ws-config-value) is numeric then
                       move ws-config-value to ws-save-slot
                       move "F" to ws-cfgchk-cfg-src(3)
                   end-if

               when ws-config-seed-key
                   if function trim(ws-config-value) is numeric then
                       move ws-config-value to ws-seed
                       move "F" to ws-cfgchk-cfg-src(4)
                   end-if

               when ws-config-difficulty-key
                   evaluate function trim(
                       function upper-case(ws-config-value))
                       when "EASY"
                           move ws-difficulty-easy to ws-difficulty
                           move "F" to ws-cfgchk-cfg-src(5)
                       when "NORMAL"
                           move ws-difficulty-normal to ws-difficulty
                           move "F" to ws-cfgchk-cfg-src(5)
                       when "HARD"
                           move ws-difficulty-hard to ws-difficulty
                           move "F" to ws-cfgchk-cfg-src(5)
                       when other
                           if function trim(ws-config-value)
                               is numeric then
                               move ws-config-value to ws-difficulty
                               move "F" to ws-cfgchk-cfg-src(5)
                           end-if
                   end-evaluate

               when ws-config-autosave-key
                   if function trim(ws-config-value) is numeric then
                       move ws-config-value to ws-checkpoint-interval
                       move "F" to ws-cfgchk-cfg-src(7)
                   end-if

               when ws-config-colorblind-key
                   if function trim(
                       function upper-case(ws-config-value)) = "Y" then
                       set ws-colorblind-mode-on to true
                       move "F" to ws-cfgchk-cfg-src(6)
                   end-if

               when ws-config-hints-key
                   if function trim(
                       function upper-case(ws-config-value)) = "N"
                   then
                       set ws-hints-disabled to true
                       move "F" to ws-cfgchk-cfg-src(8)
                   end-if

               when ws-config-attract-key
                   if function trim(ws-config-value) is numeric then
                       move ws-config-value
                           to ws-attract-idle-seconds
                       move "F" to ws-cfgchk-cfg-src(9)
                   end-if

               when ws-config-ratings-key
                   if function trim(
                       function upper-case(ws-config-value)) = "N"
                   then
                       set ws-ratings-disabled to true
                       move "F" to ws-cfgchk-cfg-src(10)
                   end-if

               when other
                   continue

           end-evaluate

           exit paragraph.

      ******************************************************************
      * Reads the optional CAMPAIGN.CMP manifest -- the pack's maps
      * in intended order, first line the starting map.
      ******************************************************************
       load-campaign-manifest.

           move 0 to ws-campaign-count
           set ws-campaign-not-eof to true

           open input fd-campaign-file

           if ws-campaign-file-status = ws-file-status-ok then

               perform until ws-campaign-is-eof
                   or ws-campaign-count >= ws-max-campaign-maps

                   read fd-campaign-file
                       at end set ws-campaign-is-eof to true
                   end-read

                   if ws-campaign-not-eof
                   and f-campaign-line not = spaces then
                       add 1 to ws-campaign-count
                       perform parse-campaign-line
                   end-if

               end-perform

               close fd-campaign-file
           end-if

           exit paragraph.

      *> One manifest line into its node: plain names stay linear,
      *> piped lines carry exits, a gate and the optional flag.
       parse-campaign-line.

           move spaces to ws-cnode-parse
           unstring f-campaign-line delimited by "|"
                   ws-run-elapsed-seconds
                   - ws-best-seconds(ws-best-found)
               move ws-split-delta to ws-split-delta-disp
               move ws-split-delta to ws-ghost-split-delta
               set ws-ghost-delta-known to true
               move spaces to ws-history-text
               string "Split " function trim(ws-map-name)
                   ": " ws-split-seconds(ws-split-count) "s ("
                   move ws-keys-value(1:1) to ws-key-camp
               when "ATTACK"
                   move ws-keys-value(1:1) to ws-key-attack
               when "MARKERS"
                   move ws-keys-value(1:1) to ws-key-markers
               when "COMPENDIUM"
                   move ws-keys-value(1:1) to ws-key-compendium
               when "QUICK-1"
                   move ws-keys-value(1:1) to ws-key-quick-1
               when "QUICK-2"
                   move ws-keys-value(1:1) to ws-key-quick-2
               when "QUICK-3"
                   move ws-keys-value(1:1) to ws-key-quick-3
               when "QUICK-4"
                   move ws-keys-value(1:1) to ws-key-quick-4
               when other
                   continue

           set ws-keys-no-conflict to true

           perform varying ws-keys-idx-a from 1 by 1
           until ws-keys-idx-a > 24
               perform varying ws-keys-idx-b from 1 by 1
               until ws-keys-idx-b > 24

                   if ws-keys-idx-a < ws-keys-idx-b
                   and ws-keybind-entry(ws-keys-idx-a) =
               accept omitted
               move "wsadihjvmcqptkozb" to ws-keybinds(1:17)
               move space to ws-key-attack
               move "n" to ws-key-markers
               move "l" to ws-key-compendium
               move "1234" to ws-keybinds(21:4)
           end-if

           exit paragraph.
           end-if

           move ws-class-choice to ws-player-class
           move 0 to ws-player-retrain-count
           initialize ws-settlements ws-quest-settles
           initialize ws-perks-taken
           perform compute-perk-totals
           move spaces to ws-quick-slots
           move 0 to ws-equip-weapon-plus ws-equip-armor-plus

           perform set-class-base-stats

           move ws-player-hp-max to ws-player-hp-current
           move 1 to ws-player-level

           exit paragraph.

      *> A level-1 character's hit points, attack and speed by class.
       set-class-base-stats.

           evaluate true
               when ws-class-warrior
                   move 60 to ws-player-hp-max
                   move 7 to ws-player-attack-damage
                   move 15 to ws-player-speed
               when ws-class-scout
                   move 40 to ws-player-hp-max
                   move 5 to ws-player-attack-damage
                   move 25 to ws-player-speed
               when other
                   move 35 to ws-player-hp-max
                   move 4 to ws-player-attack-damage
                   move 20 to ws-player-speed
           end-evaluate

           exit paragraph.

      ******************************************************************
      * The class's opening kit: the catalog's first matching piece
      * when one exists, a dependable built-in otherwise.
      ******************************************************************
       load-current-map.

           perform check-maint-at-map-change

           move 0 to ws-cur-num-enemies
           initialize ws-enemy-dormancy-table
           move 0 to ws-cur-num-teleports
           move 0 to ws-cur-num-items
      *> markers and any walk toward one belong to the map left.
           move 0 to ws-map-marker-count
           set ws-travel-off to true
           initialize ws-thief-loot-table
           initialize ws-thief-stash-table

           call "load-map-data" using
               ws-map-files ws-tile-map-table-matrix ws-enemy-data

           perform scale-enemies-for-difficulty

           perform snapshot-enemy-origins

      *> bestiary spawns get their elite roll before the world
      *> state restores any earlier session's rolls over them.
           perform varying ws-affix-idx from 1 by 1
      *> hold newer positions for everything in it.
           perform load-pushable-data

           perform snapshot-world-base

           perform load-world-state

      *> world-state records banked before footprints existed come

           perform load-region-data

           perform load-neighbor-data

           perform load-encounter-data

           perform load-traffic-data

           perform take-map-read-lock
               compute ws-player-x = ws-playtest-x - ws-player-scr-x
           end-if

      *> the first map of a session vets the save's position before
      *> anything (explored fog, the companion) is placed around it.
           if ws-reloc-check-pending then
               perform check-saved-position
           end-if

           move ws-player-y to ws-temp-map-pos-y
           move ws-player-x to ws-temp-map-pos-x
           add ws-player-scr-y to ws-temp-map-pos-y

           exit paragraph.

      ******************************************************************
      * A save names the map it was made on -- if that map has since
      * been retired from the install, the player is sent to the
      * campaign's first map (WORLD0 without a manifest) and placed
      * on its start tile. New games, playtests, descent floors and
      * a --map override carry no saved map to vet. Arms the
      * position check load-current-map makes on the way in.
      ******************************************************************
       check-saved-map-exists.

           set ws-reloc-not-to-start to true
           set ws-reloc-check-done to true

           if ws-new-game-chosen or ws-playtest-on then
               exit paragraph
           end-if

           set ws-reloc-check-pending to true

           if ws-descent-mode or ws-map-was-overridden then
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-map-name), ws-data-file-ext)
               to ws-reloc-dat-file

           call "CBL_CHECK_FILE_EXIST" using
               ws-reloc-dat-file ws-reloc-file-info
               returning ws-reloc-file-status
           end-call

           if ws-reloc-file-status = 0 then
               exit paragraph
           end-if

           move ws-map-name to ws-reloc-old-map
           if ws-campaign-count > 0 then
               move ws-campaign-map(1) to ws-map-name
           else
               move "WORLD0" to ws-map-name
           end-if
           move ws-map-name to ws-map-name-temp
           set ws-reloc-to-start to true

           move spaces to ws-history-text
           string "Your saved map " delimited by size
               function trim(ws-reloc-old-map) delimited by size
               " is gone - you wake in " delimited by size
               function trim(ws-map-name) delimited by size
               "." delimited by size
               into ws-history-text
           end-string
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           move "RELOCATE" to ws-errlog-reason
           move ws-reloc-old-map to ws-errlog-file
           move spaces to ws-errlog-detail
           string "saved map missing, moved to " delimited by size
               function trim(ws-map-name) delimited by size
               into ws-errlog-detail
           end-string
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           exit paragraph.

      ******************************************************************
      * Checks the saved position against the map as it loads today.
      * A spot off the edge of a map whose .DIM shrank, or inside a
      * tile that now blocks, is moved to the nearest open tile; a
      * save whose map was replaced goes to the player-start tile.
      * Either fallback covers for the other when it has nothing to
      * offer. The move is told to the player and logged for support.
      ******************************************************************
       check-saved-position.

           set ws-reloc-check-done to true

           compute ws-reloc-saved-y = ws-player-y + ws-player-scr-y
           compute ws-reloc-saved-x = ws-player-x + ws-player-scr-x

           if ws-reloc-not-to-start
           and ws-reloc-saved-y >= 1
           and ws-reloc-saved-y < ws-map-height
           and ws-reloc-saved-x >= 1
           and ws-reloc-saved-x < ws-map-width then
               if ws-tile-not-blocking(
               ws-reloc-saved-y, ws-reloc-saved-x) then
                   exit paragraph
               end-if
           end-if

      *> the search is anchored on the nearest on-map cell.
           move ws-reloc-saved-y to ws-reloc-near-y
           move ws-reloc-saved-x to ws-reloc-near-x
           if ws-reloc-near-y < 1 then
               move 1 to ws-reloc-near-y
           end-if
           if ws-reloc-near-y >= ws-map-height then
               compute ws-reloc-near-y = ws-map-height - 1
           end-if
           if ws-reloc-near-x < 1 then
               move 1 to ws-reloc-near-x
           end-if
           if ws-reloc-near-x >= ws-map-width then
               compute ws-reloc-near-x = ws-map-width - 1
           end-if

           move 0 to ws-reloc-best-y
           move 0 to ws-reloc-best-x

           if ws-reloc-to-start and ws-player-start-was-found then
               move ws-player-start-y to ws-reloc-best-y
               move ws-player-start-x to ws-reloc-best-x
           else
               perform find-nearest-open-tile
               if ws-reloc-best-y = 0 and ws-player-start-was-found
               then
                   move ws-player-start-y to ws-reloc-best-y
                   move ws-player-start-x to ws-reloc-best-x
               end-if
           end-if

           if ws-reloc-best-y = 0 then
      *> a map with no open floor at all -- nothing better to offer.
               exit paragraph
           end-if

           compute ws-player-y = ws-reloc-best-y - ws-player-scr-y
           compute ws-player-x = ws-reloc-best-x - ws-player-scr-x

           if ws-reloc-saved-y < 0 then
               move 0 to ws-reloc-disp-y
           else
               move ws-reloc-saved-y to ws-reloc-disp-y
           end-if
           if ws-reloc-saved-x < 0 then
               move 0 to ws-reloc-disp-x
           else
               move ws-reloc-saved-x to ws-reloc-disp-x
           end-if
           move ws-reloc-best-y to ws-reloc-disp-new-y
           move ws-reloc-best-x to ws-reloc-disp-new-x

           if ws-reloc-not-to-start then
               move "Your saved spot is no longer open ground - you"
                   & " find your footing nearby." to ws-history-text
               move "S" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
           end-if

           move "RELOCATE" to ws-errlog-reason
           move ws-map-name to ws-errlog-file
           move spaces to ws-errlog-detail
           string "saved pos " delimited by size
               ws-reloc-disp-y delimited by size
               "," delimited by size
               ws-reloc-disp-x delimited by size
               " moved to " delimited by size
               ws-reloc-disp-new-y delimited by size
               "," delimited by size
               ws-reloc-disp-new-x delimited by size
               into ws-errlog-detail
           end-string
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           exit paragraph.

      ******************************************************************
      * Scans the whole map for the open tile closest (in steps,
      * ignoring walls) to ws-reloc-near-y/x. Row-major order breaks
      * ties, so the result is the same every load.
      ******************************************************************
       find-nearest-open-tile.

           move 9999 to ws-reloc-best-dist

           perform varying ws-reloc-idx-y from 1 by 1
           until ws-reloc-idx-y >= ws-map-height
               perform varying ws-reloc-idx-x from 1 by 1
               until ws-reloc-idx-x >= ws-map-width
                   if ws-tile-not-blocking(
                   ws-reloc-idx-y, ws-reloc-idx-x) then
                       compute ws-reloc-dist =
                           function abs(ws-reloc-idx-y
                               - ws-reloc-near-y)
                           + function abs(ws-reloc-idx-x
                               - ws-reloc-near-x)
                       end-compute
                       if ws-reloc-dist < ws-reloc-best-dist then
                           move ws-reloc-dist to ws-reloc-best-dist
                           move ws-reloc-idx-y to ws-reloc-best-y
                           move ws-reloc-idx-x to ws-reloc-best-x
                       end-if
                   end-if
               end-perform
           end-perform

           exit paragraph.

      ******************************************************************
      * The corrupt map set is moved whole into QUARANTINE (names
      * stamped with the date) beside a small report of what failed
                       to ws-quest-need(ws-quest-idx)
                   move 0 to ws-quest-progress(ws-quest-idx)
                   set ws-quest-active(ws-quest-idx) to true
                   move ws-quest-grant-settle
                       to ws-quest-settle(ws-quest-idx)

                   move function concatenate(
                       "Quest accepted: ",
               compute ws-job-reward =
                   ws-quest-need(ws-quest-idx)
                   * (5 + ws-player-level)
               move ws-player-gold to ws-ledger-gold-before
               add ws-job-reward to ws-player-gold
               if ws-player-gold > 99999 then
                   move 99999 to ws-player-gold
               end-if
               move "JOBPAY" to ws-ledger-source
               perform write-ledger-movement

               move spaces to ws-history-text
               string "The job pays out "
               ws-action-history
           end-call

           if ws-quest-settle(ws-quest-idx) > 0 then
               move ws-quest-settle(ws-quest-idx) to ws-settle-found
               move ws-rep-quest-done-gain to ws-rep-delta
               perform adjust-reputation
           end-if

           add 50 to ws-player-exp-total
           perform gain-experience

           exit paragraph.

      ******************************************************************
      * The "k" quest journal: every carried quest with its progress,
      * then the player's standing with each settlement dealt with.
      * An active quest can be abandoned here, at a cost in standing
      * with the settlement that gave it.
      ******************************************************************
       show-quest-journal.

                       move ws-quest-need(ws-quest-idx)
                           to ws-quest-need-disp

                       move ws-quest-idx to ws-quest-slot-disp
                       display ws-quest-slot-disp
                           at line ws-quest-row column 1
                       end-display
                       display ws-quest-title(ws-quest-idx)
                           at line ws-quest-row column 3
                       end-display
                       at 0301
               end-if

               perform show-settlement-standings

               display "[a] abandon a quest   [q] close" at 2401

      *> abandoning changes the game, so keys go through the
      *> recorded funnel like every other in-session screen.
               move 2501 to ws-ui-accept-pos
               perform accept-ui-key
               move ws-ui-key to ws-kb-input

               if ws-kb-input = 'q' or ws-kb-input = 'Q'
               or ws-kb-input = ws-key-quests then
                   set ws-quest-scr-done to true
               end-if

               if ws-kb-input = 'a' or ws-kb-input = 'A' then
                   perform abandon-quest
               end-if

           end-perform

           exit paragraph.

      *> Which journal line to give up: the quest leaves the journal
      *> and its settlement thinks the less of the player.
       abandon-quest.

           display "Abandon which quest? [1-5]        " at 2401
           move 2436 to ws-ui-accept-pos
           perform accept-ui-key-wait

           if ws-ui-key < '1' or ws-ui-key > '5' then
               exit paragraph
           end-if

           move ws-ui-key to ws-quest-slot-disp
           move ws-quest-slot-disp to ws-quest-idx

           if not ws-quest-active(ws-quest-idx) then
               exit paragraph
           end-if

           move function concatenate(
               "Quest abandoned: ",
               function trim(ws-quest-title(ws-quest-idx)))
               to ws-history-text
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           if ws-quest-settle(ws-quest-idx) > 0 then
               move ws-quest-settle(ws-quest-idx) to ws-settle-found
               compute ws-rep-delta = 0 - ws-rep-quest-abandon-loss
               perform adjust-reputation
           end-if

           set ws-quest-empty(ws-quest-idx) to true
           move 0 to ws-quest-id(ws-quest-idx)
           move 0 to ws-quest-settle(ws-quest-idx)

           exit paragraph.

      *> The journal's lower half: one line per settlement entry.
       show-settlement-standings.

           if ws-settle-map(1) = spaces then
               exit paragraph
           end-if

           move 14 to ws-rep-row
           display "STANDING" at line 13 column 3 end-display

           perform varying ws-settle-idx from 1 by 1
           until ws-settle-idx > ws-max-settlements
               if ws-settle-map(ws-settle-idx) not = spaces then
                   move ws-settle-rep(ws-settle-idx) to ws-rep-score
                   perform set-rep-standing
                   move ws-rep-score to ws-rep-disp
                   if ws-settle-region(ws-settle-idx) = spaces then
                       display ws-settle-map(ws-settle-idx)
                           at line ws-rep-row column 3
                       end-display
                   else
                       display ws-settle-region(ws-settle-idx)
                           at line ws-rep-row column 3
                       end-display
                       display "(" at line ws-rep-row column 19
                       end-display
                       display ws-settle-map(ws-settle-idx)
                           at line ws-rep-row column 20
                       end-display
                       display ")" at line ws-rep-row column 35
                       end-display
                   end-if
                   display ws-rep-disp at line ws-rep-row column 38
                   end-display
                   display ws-rep-standing
                       at line ws-rep-row column 44
                   end-display
                   add 1 to ws-rep-row
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Names the settlement at ws-settle-y/x -- the first .RGN
      * region of this map holding the spot, else the map itself --
      * and finds its reputation entry (ws-settle-found, 0 when the
      * player has never dealt with it).
      ******************************************************************
       find-settlement.

           move ws-map-name to ws-settle-key-map
           move spaces to ws-settle-key-region

           perform varying ws-region-idx from 1 by 1
           until ws-region-idx > ws-region-count
               or ws-settle-key-region not = spaces
               if ws-settle-y >= ws-region-y1(ws-region-idx)
               and ws-settle-y <= ws-region-y2(ws-region-idx)
               and ws-settle-x >= ws-region-x1(ws-region-idx)
               and ws-settle-x <= ws-region-x2(ws-region-idx) then
                   move ws-region-name(ws-region-idx)
                       to ws-settle-key-region
               end-if
           end-perform

           move 0 to ws-settle-found
           perform varying ws-settle-idx from 1 by 1
           until ws-settle-idx > ws-max-settlements
               or ws-settle-found > 0
               if ws-settle-map(ws-settle-idx) = ws-settle-key-map
               and ws-settle-region(ws-settle-idx)
                   = ws-settle-key-region then
                   move ws-settle-idx to ws-settle-found
               end-if
           end-perform

           exit paragraph.

      *> Same, opening a fresh entry at 0 when there is none and a
      *> free one remains (ws-settle-found stays 0 on a full table).
       open-settlement.

           perform find-settlement
           if ws-settle-found > 0 then
               exit paragraph
           end-if

           perform varying ws-settle-idx from 1 by 1
           until ws-settle-idx > ws-max-settlements
               or ws-settle-found > 0
               if ws-settle-map(ws-settle-idx) = spaces then
                   move ws-settle-key-map
                       to ws-settle-map(ws-settle-idx)
                   move ws-settle-key-region
                       to ws-settle-region(ws-settle-idx)
                   move 0 to ws-settle-rep(ws-settle-idx)
                   move ws-settle-idx to ws-settle-found
               end-if
           end-perform

           exit paragraph.

      *> Only a place where people live can be wronged: an entry
      *> already open, or one of this map's NPCs standing inside the
      *> same settlement, opens one.
       open-peopled-settlement.

           perform find-settlement
           if ws-settle-found > 0 then
               exit paragraph
           end-if

           move ws-settle-key-region to ws-settle-hold-region
           perform varying ws-npc-idx from 1 by 1
           until ws-npc-idx > ws-npc-count
               or ws-settle-found > 0
               move ws-npc-y(ws-npc-idx) to ws-settle-y
               move ws-npc-x(ws-npc-idx) to ws-settle-x
               perform find-settlement
               if ws-settle-key-region = ws-settle-hold-region then
                   perform open-settlement
               else
                   move 0 to ws-settle-found
               end-if
           end-perform

           exit paragraph.

      *> The player's own spot, in settlement terms.
       set-player-settle-pos.

           compute ws-settle-y = ws-player-y + ws-player-scr-y
           compute ws-settle-x = ws-player-x + ws-player-scr-x

           exit paragraph.

      *> ws-rep-score for entry ws-settle-found (0, neutral, when
      *> there is none) and its standing name.
       set-rep-score.

           if ws-settle-found > 0 then
               move ws-settle-rep(ws-settle-found) to ws-rep-score
           else
               move 0 to ws-rep-score
           end-if
           perform set-rep-standing

           exit paragraph.

       set-rep-standing.

           evaluate true
               when ws-rep-score >= ws-rep-honored-at
                   move "HONORED" to ws-rep-standing
               when ws-rep-score >= ws-rep-liked-at
                   move "LIKED" to ws-rep-standing
               when ws-rep-score <= ws-rep-hated-at
                   move "HATED" to ws-rep-standing
               when ws-rep-score <= ws-rep-disliked-at
                   move "DISLIKED" to ws-rep-standing
               when other
                   move "NEUTRAL" to ws-rep-standing
           end-evaluate

           exit paragraph.

      ******************************************************************
      * Moves entry ws-settle-found's score by ws-rep-delta, held
      * to +/- the ceiling, and tells the player when the standing
      * band changes.
      ******************************************************************
       adjust-reputation.

           move ws-settle-rep(ws-settle-found) to ws-rep-score
           perform set-rep-standing
           move ws-rep-standing to ws-rep-standing-hold

           compute ws-rep-score = ws-rep-score + ws-rep-delta
           if ws-rep-score > ws-rep-ceiling then
               move ws-rep-ceiling to ws-rep-score
           end-if
           if ws-rep-score < 0 - ws-rep-ceiling then
               compute ws-rep-score = 0 - ws-rep-ceiling
           end-if
           move ws-rep-score to ws-settle-rep(ws-settle-found)

           perform set-rep-standing
           if ws-rep-standing = ws-rep-standing-hold then
               exit paragraph
           end-if

           if ws-settle-region(ws-settle-found) = spaces then
               move ws-settle-map(ws-settle-found)
                   to ws-settle-hold-name
           else
               move ws-settle-region(ws-settle-found)
                   to ws-settle-hold-name
           end-if
           move function concatenate(
               "You are now ", function trim(ws-rep-standing),
               " in ", function trim(ws-settle-hold-name), ".")
               to ws-history-text
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      *> NPC line ws-npc-idx as the speaker's settlement hears it:
      *> a line opening with "+" is kept for the LIKED and better,
      *> one opening with "-" for the DISLIKED and worse; the mark
      *> itself is never spoken.
       pick-npc-line.

           set ws-npc-line-spoken to true
           move ws-npc-line(ws-npc-talk-idx, ws-npc-idx)
               to ws-npc-line-text

           evaluate ws-npc-line-text(1:1)
               when "+"
                   if ws-rep-score < ws-rep-liked-at then
                       set ws-npc-line-skipped to true
                   end-if
                   move ws-npc-line(ws-npc-talk-idx, ws-npc-idx)(2:)
                       to ws-npc-line-text
               when "-"
                   if ws-rep-score > ws-rep-disliked-at then
                       set ws-npc-line-skipped to true
                   end-if
                   move ws-npc-line(ws-npc-talk-idx, ws-npc-idx)(2:)
                       to ws-npc-line-text
           end-evaluate

           exit paragraph.

      ******************************************************************
      * Loads the map's pushable object layer, when it has one.
      ******************************************************************
       load-pushable-data.

           move 0 to ws-pushable-count
           set ws-push-not-eof to true
           move all "N" to ws-plate-groups

           move function concatenate(
               function trim(ws-map-name), ws-pushable-file-ext)
               to ws-map-pushable-file

           open input fd-pushable-data
           if ws-pushable-file-status = ws-file-status-ok then
               perform until ws-push-is-eof
                   or ws-pushable-count >= ws-max-pushables

                   read fd-pushable-data
                       at end set ws-push-is-eof to true
                   end-read

                   if ws-push-not-eof
                   and ws-pushable-file-status
                       = ws-file-status-ok then
                       add 1 to ws-pushable-count
                       move f-pushable-record(1:7)
                           to ws-pushable(ws-pushable-count)
                   end-if
               end-perform
               close fd-pushable-data
           end-if

           exit paragraph.

       draw-pushables.

           perform varying ws-push-idx from 1 by 1
           until ws-push-idx > ws-pushable-count

               compute ws-push-scr-y =
                   ws-push-y(ws-push-idx) - ws-player-y
               compute ws-push-scr-x =
                   ws-push-x(ws-push-idx) - ws-player-x

               if ws-push-scr-y >= 1
               and ws-push-scr-y <= ws-view-height
               and ws-push-scr-x >= 1
               and ws-push-scr-x <= ws-view-width
               and ws-is-explored(ws-push-y(ws-push-idx),
                   ws-push-x(ws-push-idx))
               then
                   display ws-push-char(ws-push-idx)
                       at ws-push-scr-pos
                       foreground-color ws-push-color(ws-push-idx)
                   end-display
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * Sets ws-push-hit to the pushable standing on the player's
      * destination tile, 0 when the way is clear of objects.
      ******************************************************************
       find-pushable-at-dest.

           move 0 to ws-push-hit
           perform varying ws-push-idx from 1 by 1
           until ws-push-idx > ws-pushable-count
               if ws-push-y(ws-push-idx) = ws-temp-map-pos-y
               and ws-push-x(ws-push-idx) = ws-temp-map-pos-x then
                   move ws-push-idx to ws-push-hit
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Shoves pushable ws-push-hit one tile along the player's
      * movement direction -- if the tile beyond it is on the map,
      * not blocking, and free of objects and enemies. A shove that
      * can't happen simply leaves the object where it stood.
      ******************************************************************
       push-object.

           compute ws-push-dest-y = ws-temp-map-pos-y
               + ws-player-pos-delta-y
           compute ws-push-dest-x = ws-temp-map-pos-x
               + ws-player-pos-delta-x

           perform check-push-dest-clear

           if ws-push-dest-clear then
               move ws-push-dest-y to ws-push-y(ws-push-hit)
               move ws-push-dest-x to ws-push-x(ws-push-hit)
           end-if

           exit paragraph.

       check-push-dest-clear.

           set ws-push-dest-clear to true

           if ws-push-dest-y <= 0 or ws-push-dest-x <= 0
           or ws-push-dest-y >= ws-map-height
           or ws-push-dest-x >= ws-map-width then
               set ws-push-dest-blocked to true
               exit paragraph
           end-if

               exit paragraph
           end-if

      *> the speaker's settlement decides which lines are said.
           move ws-npc-y(ws-npc-talk-idx) to ws-settle-y
           move ws-npc-x(ws-npc-talk-idx) to ws-settle-x
           perform find-settlement
           perform set-rep-score

           display space blank screen
           display ws-npc-name(ws-npc-talk-idx) at 0320
               underline highlight
           move 6 to ws-npc-line-row
           perform varying ws-npc-idx from 1 by 1
           until ws-npc-idx > 3
               perform pick-npc-line
               if ws-npc-line-spoken
               and ws-npc-line-text not = spaces then
                   display '"' at line ws-npc-line-row column 10
                   end-display
                   display ws-npc-line-text
                       at line ws-npc-line-row column 11
                   end-display
                   add 2 to ws-npc-line-row
           if ws-npc-quest-id(ws-npc-talk-idx) > 0 then
               move ws-npc-quest-id(ws-npc-talk-idx)
                   to ws-quest-grant-id
               move ws-npc-y(ws-npc-talk-idx) to ws-settle-y
               move ws-npc-x(ws-npc-talk-idx) to ws-settle-x
               perform open-settlement
               move ws-settle-found to ws-quest-grant-settle
               perform grant-quest
               move 0 to ws-quest-grant-settle
           end-if

           display "Press any key." at 1520
               if ws-player-current-ticks > 40 then
                   move 40 to ws-player-current-ticks
               end-if
               if ws-player-current-ticks >= ws-player-act-cost then
                   set ws-player-can-act to true
               else
                   set ws-player-cannot-act to true
               perform tick-status-effects
               perform tick-hunger
               perform check-achievements
               perform note-compendium-sightings

               add 1 to ws-stat-turns

           and ws-player-hardcore
           and ws-playtest-off then
               perform write-bones-record
               move "L" to ws-feedback-kind
               perform ask-map-rating
           end-if

           if ws-playtest-off then
               close fd-replay
           end-if

           if ws-ghost-running then
               close fd-ghost
               set ws-ghost-stopped to true
           end-if

           if ws-replay-recording and ws-ghost-new-best then
               perform keep-ghost-run
           end-if

           call "action-history-log-end"
           end-call

                   move f-player-equip-amulet-effect
                       to ws-equip-amulet-effect
                   move f-player-ngplus to ws-ngplus-count
                   move f-player-retrain-count
                       to ws-player-retrain-count
                   move f-player-settlements to ws-settlements
                   move f-player-quest-settles to ws-quest-settles
                   move f-player-perks-taken to ws-perks-taken
                   perform compute-perk-totals
                   move f-player-quick-slots to ws-quick-slots
                   move f-player-equip-weapon-plus
                       to ws-equip-weapon-plus
                   move f-player-equip-armor-plus
                       to ws-equip-armor-plus

           exit paragraph.

      *> carried companion state leaves with the player.
           perform sync-companion-state

           if ws-wsd-for-save then
               perform settle-fleeing-thieves
           end-if

      *> playtests and replays are rehearsals -- they must never
      *> write world state over a real slot's sidecars.
           if ws-player-run-stamp = 0
               function trim(ws-map-name), ".W", ws-save-slot)
               to ws-world-state-file

           open output fd-world-delta

           if ws-world-state-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-wsd-is-delta to true
           move ws-player-run-stamp to ws-wsd-run-stamp
           move spaces to f-wsd-record
           move ws-wsd-header to f-wsd-record
           write f-wsd-record

           perform write-tile-deltas
           perform write-enemy-deltas
           perform write-item-deltas
           perform write-explored-deltas
           perform write-pushable-deltas
           perform write-marker-deltas

           close fd-world-delta

           exit paragraph.

      ******************************************************************
      * The map as load-map-data (and the object layer) delivered it,
      * before any world state goes over it -- what save-world-state
      * measures changes against and load-world-delta checks them by.
      ******************************************************************
       snapshot-world-base.

           move ws-tile-map-table-matrix to ws-wsd-base-tile-matrix

           move ws-cur-num-enemies to ws-wsd-base-num-enemies
           perform varying ws-wst-idx from 1 by 1
           until ws-wst-idx > ws-cur-num-enemies
               move ws-enemy(ws-wst-idx)
                   to ws-wsd-base-enemy(ws-wst-idx)
           end-perform

           move ws-cur-num-items to ws-wsd-base-num-items
           perform varying ws-wst-idx from 1 by 1
           until ws-wst-idx > ws-cur-num-items
               move ws-item-data-record(ws-wst-idx)
                   to ws-wsd-base-item(ws-wst-idx)
           end-perform

           move ws-pushable-count to ws-wsd-base-push-count
           move ws-pushables to ws-wsd-base-pushables

           exit paragraph.

      ******************************************************************
      * Each shipped enemy's name and spot, taken before elite rolls
      * retag bestiary spawns, so a saved change can find its enemy
      * again even after a map rework reorders the enemy file.
      ******************************************************************
       snapshot-enemy-origins.

           perform varying ws-wst-idx from 1 by 1
           until ws-wst-idx > ws-cur-num-enemies
               move ws-enemy-name(ws-wst-idx)
                   to ws-wsd-origin-name(ws-wst-idx)
               move ws-enemy-pos(ws-wst-idx)
                   to ws-wsd-origin-pos(ws-wst-idx)
           end-perform

           exit paragraph.

      ******************************************************************
      * One "T" change per tile that differs from the shipped map,
      * carrying the shipped tile so a reworked map can tell whether
      * the change still applies.
      ******************************************************************
       write-tile-deltas.

           perform varying ws-wsd-y from 1 by 1
           until ws-wsd-y > ws-max-map-height

               if ws-tile-map(ws-wsd-y) not =
                   ws-wsd-base-row(ws-wsd-y) then

                   perform varying ws-wsd-x from 1 by 1
                   until ws-wsd-x > ws-max-map-width
                       if ws-tile-map-data(ws-wsd-y, ws-wsd-x) not =
                           ws-wsd-base-tile(ws-wsd-y, ws-wsd-x) then
                           move spaces to ws-wsd-entry
                           set ws-wsd-kind-tile to true
                           move 0 to ws-wsd-idx
                           move ws-wsd-y to ws-wsd-tile-y
                           move ws-wsd-x to ws-wsd-tile-x
                           move ws-wsd-base-tile(ws-wsd-y, ws-wsd-x)
                               to ws-wsd-tile-base
                           move ws-tile-map-data(ws-wsd-y, ws-wsd-x)
                               to ws-wsd-tile-live
                           move ws-wsd-entry to f-wsd-record
                           write f-wsd-record
                       end-if
                   end-perform

               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * An "E" change for every shipped enemy that was killed, hurt,
      * moved or otherwise altered, and an "S" for every enemy
      * spawned since (spawners, the companion) -- full records.
      ******************************************************************
       write-enemy-deltas.

           perform varying ws-wst-idx from 1 by 1
           until ws-wst-idx > ws-cur-num-enemies

               move spaces to ws-wsd-entry
               move ws-wst-idx to ws-wsd-idx

               if ws-wst-idx > ws-wsd-base-num-enemies then
                   set ws-wsd-kind-spawn to true
                   move ws-enemy(ws-wst-idx) to ws-wsd-enemy-live
                   move ws-wsd-entry to f-wsd-record
                   write f-wsd-record
               else
                   perform check-enemy-changed
                   if ws-wsd-changed then
                       set ws-wsd-kind-enemy to true
                       move ws-wsd-origin(ws-wst-idx)
                           to ws-wsd-enemy-origin
                       move ws-enemy(ws-wst-idx)
                           to ws-wsd-enemy-live
                       move ws-wsd-entry to f-wsd-record
                       write f-wsd-record
                   end-if
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * Sets ws-wsd-changed-sw for shipped enemy ws-wst-idx. Its
      * movement clock and facing churn every turn and don't count;
      * a bestiary spawn always counts, since its elite roll could
      * not be rolled the same way again.
      ******************************************************************
       check-enemy-changed.

           set ws-wsd-unchanged to true

           if ws-enemy-template-id(ws-wst-idx) > 0 then
               set ws-wsd-changed to true
               exit paragraph
           end-if

           move ws-enemy(ws-wst-idx) to ws-wsd-hold-enemy
           move ws-wsd-base-enemy(ws-wst-idx) to ws-enemy(ws-wst-idx)
           move ws-enemy-current-ticks(ws-wst-idx) to ws-wsd-base-ticks
           move ws-enemy-facing(ws-wst-idx) to ws-wsd-base-facing

           move ws-wsd-hold-enemy to ws-enemy(ws-wst-idx)
           move ws-wsd-base-ticks to ws-enemy-current-ticks(ws-wst-idx)
           move ws-wsd-base-facing to ws-enemy-facing(ws-wst-idx)

           if ws-enemy(ws-wst-idx) not =
               ws-wsd-base-enemy(ws-wst-idx) then
               set ws-wsd-changed to true
           end-if

           move ws-wsd-hold-enemy to ws-enemy(ws-wst-idx)

           exit paragraph.

      ******************************************************************
      * An "I" change for every shipped item that was taken or moved
      * and a "D" for every item dropped since.
      ******************************************************************
       write-item-deltas.

           perform varying ws-wst-idx from 1 by 1
           until ws-wst-idx > ws-cur-num-items

               move spaces to ws-wsd-entry
               move ws-wst-idx to ws-wsd-idx

               if ws-wst-idx > ws-wsd-base-num-items then
                   set ws-wsd-kind-drop to true
                   move ws-item-data-record(ws-wst-idx)
                       to ws-wsd-item-live
                   move ws-item-stash-thief(ws-wst-idx)
                       to ws-wsd-item-stash
                   move ws-wsd-entry to f-wsd-record
                   write f-wsd-record
               else
                   if ws-item-data-record(ws-wst-idx) not =
                       ws-wsd-base-item(ws-wst-idx) then
                       set ws-wsd-kind-item to true
                       move ws-wsd-base-item(ws-wst-idx)
                           to ws-wsd-item-base
                       move ws-item-data-record(ws-wst-idx)
                           to ws-wsd-item-live
                       move ws-wsd-entry to f-wsd-record
                       write f-wsd-record
                   end-if
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * The explored fog rides along too, so a revisited map shows
      * what the player has already seen of it -- only rows with
      * something seen in them.
      ******************************************************************
       write-explored-deltas.

           perform varying ws-wst-row-idx from 1 by 1
           until ws-wst-row-idx > ws-max-map-height

               move 0 to ws-wsd-tally
               inspect ws-map-explored-y(ws-wst-row-idx)
                   tallying ws-wsd-tally for all "Y"

               if ws-wsd-tally > 0 then
                   move spaces to ws-wsd-entry
                   set ws-wsd-kind-explored to true
                   move ws-wst-row-idx to ws-wsd-idx
                   move ws-map-explored-y(ws-wst-row-idx)
                       to ws-wsd-body
                   move ws-wsd-entry to f-wsd-record
                   write f-wsd-record
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * Pushed objects stay pushed: a "P" change for each one no
      * longer where (or as) the map shipped it.
      ******************************************************************
       write-pushable-deltas.

           perform varying ws-wst-idx from 1 by 1
           until ws-wst-idx > ws-pushable-count
           or ws-wst-idx > ws-wsd-base-push-count

               if ws-pushable(ws-wst-idx) not =
                   ws-wsd-base-pushable(ws-wst-idx) then
                   move spaces to ws-wsd-entry
                   set ws-wsd-kind-pushable to true
                   move ws-wst-idx to ws-wsd-idx
                   move ws-wsd-base-pushable(ws-wst-idx)
                       to ws-wsd-push-base
                   move ws-pushable(ws-wst-idx) to ws-wsd-push-live
                   move ws-wsd-entry to f-wsd-record
                   write f-wsd-record
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * The player's markers on this map, one "M" change apiece --
      * they exist only here, so every one is written.
      ******************************************************************
       write-marker-deltas.

           perform varying ws-mark-idx from 1 by 1
           until ws-mark-idx > ws-map-marker-count
               move spaces to ws-wsd-entry
               set ws-wsd-kind-marker to true
               move ws-mark-idx to ws-wsd-idx
               move ws-mark-y(ws-mark-idx) to ws-wsd-mark-y
               move ws-mark-x(ws-mark-idx) to ws-wsd-mark-x
               move ws-mark-label(ws-mark-idx) to ws-wsd-mark-label
               move ws-wsd-entry to f-wsd-record
               write f-wsd-record
           end-perform

           exit paragraph.

      ******************************************************************
      * Restores this map's world-state sidecar over the fresh
      * load-map-data tables, when one exists and was written by the
      * character being played (run stamps match). A stale sidecar
      * from an earlier character in the slot is left untouched and
      * simply overwritten at the next save. Change-only sidecars go
      * through load-world-delta; an older full copy is read whole
      * below and becomes changes the next time the map is saved.
      ******************************************************************
       load-world-state.

      *> a replay re-executes against the maps as authored -- the
      *> recording cannot carry the sidecar files a live session
      *> may have had, so none are applied.
           if ws-player-run-stamp = 0
           or ws-replay-playing then
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-map-name), ".W", ws-save-slot)
               to ws-world-state-file

           open input fd-world-delta

           if ws-world-state-status not = ws-file-status-ok then
               exit paragraph
           end-if

           read fd-world-delta
               at end
                   close fd-world-delta
                   exit paragraph
           end-read

           move f-wsd-record to ws-wsd-header

           if ws-wsd-is-delta then
               perform load-world-delta
               close fd-world-delta
               exit paragraph
           end-if

           close fd-world-delta

           open input fd-world-state

           if ws-world-state-status not = ws-file-status-ok then
               exit paragraph
           end-if

           read fd-world-state
               at end
                   close fd-world-state
                   exit paragraph
           end-read

           move f-wst-record to ws-wst-header

           if ws-wst-run-stamp not = ws-player-run-stamp then
               close fd-world-state
               exit paragraph
           end-if

           perform varying ws-wst-row-idx from 1 by 1
           until ws-wst-row-idx > ws-max-map-height
               read fd-world-state
                   at end
                       close fd-world-state
                       exit paragraph
               end-read
               move f-wst-record to ws-tile-map(ws-wst-row-idx)
           end-perform

           move ws-wst-num-enemies to ws-cur-num-enemies
           perform varying ws-wst-idx from 1 by 1
           until ws-wst-idx > ws-cur-num-enemies
               read fd-world-state
                   at end
                       close fd-world-state
                       exit paragraph
               end-read

           exit paragraph.

      ******************************************************************
      * Applies a change-only sidecar (header already read) over the
      * freshly loaded map. Each change is checked against what it
      * was made over: a tile, item or pushed object whose shipped
      * form has since been reworked, or an enemy no longer in the
      * map, keeps the author's new version and the change is
      * dropped -- counted into ERRORS.LOG as WSTATE.
      ******************************************************************
       load-world-delta.

           if ws-wsd-run-stamp not = ws-player-run-stamp then
               exit paragraph
           end-if

           move 0 to ws-wsd-dropped
           set ws-wsd-not-eof to true

           perform until ws-wsd-eof
               read fd-world-delta
                   at end set ws-wsd-eof to true
               end-read
               if ws-wsd-not-eof then
                   move f-wsd-record to ws-wsd-entry
                   perform apply-world-delta-entry
               end-if
           end-perform

           if ws-wsd-dropped > 0 then
               move ws-wsd-dropped to ws-wsd-dropped-edit
               move "WSTATE" to ws-errlog-reason
               move ws-world-state-file to ws-errlog-file
               move spaces to ws-errlog-detail
               string function trim(ws-wsd-dropped-edit)
                   delimited by size
                   " change(s) no longer fit the map, dropped"
                   delimited by size
                   into ws-errlog-detail
               end-string
               call "crl-error-log" using
                   ws-errlog-program ws-errlog-reason
                   ws-errlog-file ws-errlog-detail
               end-call
           end-if

           exit paragraph.

      ******************************************************************
      * One change from a change-only sidecar, by its kind.
      ******************************************************************
       apply-world-delta-entry.

           evaluate true

               when ws-wsd-kind-tile
                   if ws-wsd-tile-y is numeric
                   and ws-wsd-tile-x is numeric
                   and ws-wsd-tile-y >= 1
                   and ws-wsd-tile-y <= ws-max-map-height
                   and ws-wsd-tile-x >= 1
                   and ws-wsd-tile-x <= ws-max-map-width then
                       move ws-wsd-tile-y to ws-wsd-y
                       move ws-wsd-tile-x to ws-wsd-x
                       if ws-tile-map-data(ws-wsd-y, ws-wsd-x)
                           = ws-wsd-tile-base then
                           move ws-wsd-tile-live
                               to ws-tile-map-data(ws-wsd-y, ws-wsd-x)
                       else
                           add 1 to ws-wsd-dropped
                       end-if
                   else
                       add 1 to ws-wsd-dropped
                   end-if

               when ws-wsd-kind-enemy
                   perform find-delta-enemy
                   if ws-wsd-match-idx > 0 then
                       move ws-wsd-enemy-live
                           to ws-enemy(ws-wsd-match-idx)
                   else
                       add 1 to ws-wsd-dropped
                   end-if

               when ws-wsd-kind-spawn
                   if ws-cur-num-enemies < ws-max-num-enemies - 1 then
                       add 1 to ws-cur-num-enemies
                       move ws-wsd-enemy-live
                           to ws-enemy(ws-cur-num-enemies)
                   else
                       add 1 to ws-wsd-dropped
                   end-if

               when ws-wsd-kind-item
                   perform find-delta-item
                   if ws-wsd-match-idx > 0 then
                       move ws-wsd-item-live
                           to ws-item-data-record(ws-wsd-match-idx)
                   else
                       add 1 to ws-wsd-dropped
                   end-if

               when ws-wsd-kind-drop
                   if ws-cur-num-items < ws-max-num-items then
                       add 1 to ws-cur-num-items
                       move ws-wsd-item-live
                           to ws-item-data-record(ws-cur-num-items)
                       move ws-wsd-item-stash
                           to ws-item-stash-thief(ws-cur-num-items)
                   else
                       add 1 to ws-wsd-dropped
                   end-if

               when ws-wsd-kind-explored
                   if ws-wsd-idx >= 1
                   and ws-wsd-idx <= ws-max-map-height then
                       move ws-wsd-body(1:ws-max-map-width)
                           to ws-map-explored-y(ws-wsd-idx)
                   end-if

               when ws-wsd-kind-pushable
                   perform find-delta-pushable
                   if ws-wsd-match-idx > 0 then
                       move ws-wsd-push-live
                           to ws-pushable(ws-wsd-match-idx)
                   else
                       add 1 to ws-wsd-dropped
                   end-if

      *> the player's own notes -- nothing authored to check them
      *> against beyond the map's bounds.
               when ws-wsd-kind-marker
                   if ws-wsd-mark-y is numeric
                   and ws-wsd-mark-x is numeric
                   and ws-wsd-mark-y >= 1
                   and ws-wsd-mark-y <= ws-max-map-height
                   and ws-wsd-mark-x >= 1
                   and ws-wsd-mark-x <= ws-max-map-width
                   and ws-map-marker-count < ws-max-map-markers then
                       add 1 to ws-map-marker-count
                       move ws-wsd-mark-y
                           to ws-mark-y(ws-map-marker-count)
                       move ws-wsd-mark-x
                           to ws-mark-x(ws-map-marker-count)
                       move ws-wsd-mark-label
                           to ws-mark-label(ws-map-marker-count)
                   end-if

           end-evaluate

           exit paragraph.

      ******************************************************************
      * Sets ws-wsd-match-idx to the shipped enemy an "E" change was
      * made to: the same slot when its name and spot still match,
      * else the first shipped enemy that does, else 0.
      ******************************************************************
       find-delta-enemy.

           move 0 to ws-wsd-match-idx

           if ws-wsd-idx >= 1
           and ws-wsd-idx <= ws-wsd-base-num-enemies then
               if ws-wsd-origin(ws-wsd-idx) = ws-wsd-enemy-origin then
                   move ws-wsd-idx to ws-wsd-match-idx
                   exit paragraph
               end-if
           end-if

           perform varying ws-wsd-search-idx from 1 by 1
           until ws-wsd-search-idx > ws-wsd-base-num-enemies
           or ws-wsd-match-idx > 0
               if ws-wsd-origin(ws-wsd-search-idx)
                   = ws-wsd-enemy-origin then
                   move ws-wsd-search-idx to ws-wsd-match-idx
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Same as find-delta-enemy for an "I" change, matched on the
      * whole shipped item record.
      ******************************************************************
       find-delta-item.

           move 0 to ws-wsd-match-idx

           if ws-wsd-idx >= 1
           and ws-wsd-idx <= ws-wsd-base-num-items then
               if ws-wsd-base-item(ws-wsd-idx) = ws-wsd-item-base then
                   move ws-wsd-idx to ws-wsd-match-idx
                   exit paragraph
               end-if
           end-if

           perform varying ws-wsd-search-idx from 1 by 1
           until ws-wsd-search-idx > ws-wsd-base-num-items
           or ws-wsd-match-idx > 0
               if ws-wsd-base-item(ws-wsd-search-idx)
                   = ws-wsd-item-base then
                   move ws-wsd-search-idx to ws-wsd-match-idx
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Same as find-delta-item for a "P" change.
      ******************************************************************
       find-delta-pushable.

           move 0 to ws-wsd-match-idx

           if ws-wsd-idx >= 1
           and ws-wsd-idx <= ws-wsd-base-push-count then
               if ws-wsd-base-pushable(ws-wsd-idx)
                   = ws-wsd-push-base then
                   move ws-wsd-idx to ws-wsd-match-idx
                   exit paragraph
               end-if
           end-if

           perform varying ws-wsd-search-idx from 1 by 1
           until ws-wsd-search-idx > ws-wsd-base-push-count
           or ws-wsd-match-idx > 0
               if ws-wsd-base-pushable(ws-wsd-search-idx)
                   = ws-wsd-push-base then
                   move ws-wsd-search-idx to ws-wsd-match-idx
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Persists character state next to the map data so the player can
      * be picked back up on the next run instead of restarting fresh.
           write f-player-data-record
           close fd-player-data

           move "SAV" to ws-ledger-kind
           move "SAVE" to ws-ledger-source
           move ws-player-gold to ws-ledger-gold-before
           perform write-ledger-entry

           perform save-world-state

      *> save-player-data runs once, at session end, so the session
      *> run summary still reads the untouched session counter.
           add ws-stat-enemies-killed to ws-ach-lifetime-kills
           perform save-achievements
           perform save-compendium

      *> a clean save supersedes any crash checkpoint.
           call "CBL_DELETE_FILE" using ws-checkpoint-file
           move ws-equip-amulet-effect
               to f-player-equip-amulet-effect
           move ws-ngplus-count to f-player-ngplus
           move ws-player-retrain-count to f-player-retrain-count
           move ws-settlements to f-player-settlements
           move ws-quest-settles to f-player-quest-settles
           move ws-perks-taken to f-player-perks-taken
           move ws-quick-slots to f-player-quick-slots
           move ws-equip-weapon-plus to f-player-equip-weapon-plus
           move ws-equip-armor-plus to f-player-equip-armor-plus

           exit paragraph.

           if ws-replay-recording then
               move ws-seed to f-rep-seed
               move ws-map-name to f-rep-map
               move ws-map-name to ws-ghost-start-map
               write f-replay-header

               perform build-player-save-record
           if ws-replay-recording and ws-replay-armed then
               move ws-ui-key to f-rep-key
               move ws-crt-status to f-rep-crt
               perform stamp-replay-position
               write f-replay-turn
           end-if

           if ws-ghost-running then
               perform advance-ghost
           end-if

           exit paragraph.

      *> same, but holds at the prompt the way an un-timed accept
           exit paragraph.

      ******************************************************************
      * Reads the slot's monster compendium when it was written for
      * the character being played (run stamps match) -- a book left
      * by an earlier character in the slot is ignored and simply
      * overwritten at the next save.
      ******************************************************************
       load-compendium.

           move 0 to ws-cpd-count
           initialize ws-cpd-entries

           move function concatenate(
               "PLAYER", ws-save-slot, ws-compendium-file-ext)
               to ws-compendium-file

           if ws-player-run-stamp = 0
           or ws-replay-playing then
               exit paragraph
           end-if

           open input fd-compendium
           if ws-compendium-status not = ws-file-status-ok then
               exit paragraph
           end-if

           read fd-compendium
               at end
                   close fd-compendium
                   exit paragraph
           end-read

           move f-compendium-record to ws-cpd-header
           if not ws-cpd-is-header
           or ws-cpd-run-stamp not = ws-player-run-stamp then
               close fd-compendium
               exit paragraph
           end-if

           set ws-cpd-not-eof to true
           perform until ws-cpd-eof
           or ws-cpd-count >= ws-max-cpd-entries
               read fd-compendium
                   at end set ws-cpd-eof to true
               end-read
               if ws-cpd-not-eof then
                   add 1 to ws-cpd-count
                   move f-compendium-record
                       to ws-cpd-entry(ws-cpd-count)
               end-if
           end-perform

           close fd-compendium

           exit paragraph.

       save-compendium.

      *> playtests and replays are rehearsals -- they must never
      *> write over a real slot's compendium.
           if ws-player-run-stamp = 0
           or ws-playtest-on
           or ws-replay-playing then
               exit paragraph
           end-if

           open output fd-compendium
           if ws-compendium-status not = ws-file-status-ok then
               exit paragraph
           end-if

           move "CPD1" to ws-cpd-marker
           move ws-player-run-stamp to ws-cpd-run-stamp
           move spaces to f-compendium-record
           move ws-cpd-header to f-compendium-record
           write f-compendium-record

           perform varying ws-cpd-idx from 1 by 1
           until ws-cpd-idx > ws-cpd-count
               move spaces to f-compendium-record
               move ws-cpd-entry(ws-cpd-idx) to f-compendium-record
               write f-compendium-record
           end-perform

           close fd-compendium

           exit paragraph.

      ******************************************************************
      * Once a pass: every living enemy the player can see -- the
      * same explored-and-near rule a boss's entrance uses -- goes
      * into the compendium, or freshens the entry it already has.
      ******************************************************************
       note-compendium-sightings.

           perform varying ws-enemy-idx from 1 by 1
           until ws-enemy-idx > ws-cur-num-enemies

               if not ws-enemy-status-dead(ws-enemy-idx)
               and ws-is-explored(ws-enemy-y(ws-enemy-idx),
                   ws-enemy-x(ws-enemy-idx)) then

                   compute ws-cpd-dist-y =
                       function abs(ws-enemy-y(ws-enemy-idx) -
                           (ws-player-y + ws-player-scr-y))
                   compute ws-cpd-dist-x =
                       function abs(ws-enemy-x(ws-enemy-idx) -
                           (ws-player-x + ws-player-scr-x))

                   if ws-cpd-dist-y <= ws-explore-radius
                   and ws-cpd-dist-x <= ws-explore-radius then
                       perform set-kill-match-name
                       perform find-compendium-entry
                       if ws-cpd-hit > 0 then
                           perform record-compendium-enemy
                       end-if
                   end-if

               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * A kill (ws-enemy-idx, whoever landed it) counts toward its
      * compendium entry's tiers.
      ******************************************************************
       note-compendium-kill.

           perform set-kill-match-name
           perform find-compendium-entry

           if ws-cpd-hit > 0 then
               perform record-compendium-enemy
               if ws-cpd-kills(ws-cpd-hit) < 9999 then
                   add 1 to ws-cpd-kills(ws-cpd-hit)
               end-if
           end-if

           exit paragraph.

      ******************************************************************
      * Sets ws-cpd-hit to the entry named ws-kill-match-name,
      * opening a new one while the book has room (0 when full).
      ******************************************************************
       find-compendium-entry.

           move 0 to ws-cpd-hit
           perform varying ws-cpd-idx from 1 by 1
           until ws-cpd-idx > ws-cpd-count or ws-cpd-hit > 0
               if ws-cpd-name(ws-cpd-idx) = ws-kill-match-name then
                   move ws-cpd-idx to ws-cpd-hit
               end-if
           end-perform

           if ws-cpd-hit > 0
           or ws-cpd-count >= ws-max-cpd-entries then
               exit paragraph
           end-if

           add 1 to ws-cpd-count
           move ws-cpd-count to ws-cpd-hit
           initialize ws-cpd-entry(ws-cpd-hit)
           move ws-kill-match-name to ws-cpd-name(ws-cpd-hit)

           move function concatenate(
               "New compendium entry: ",
               function trim(ws-kill-match-name))
               to ws-history-text
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      ******************************************************************
      * Copies what enemy ws-enemy-idx shows into entry ws-cpd-hit.
      * The glyph only while it stands unhurt (a wound redraws it),
      * and the stats from a plain one when one has been met -- an
      * elite's are bent by its affix, which is noted instead.
      ******************************************************************
       record-compendium-enemy.

           if not ws-enemy-status-dead(ws-enemy-idx)
           and not ws-enemy-char-hurt(ws-enemy-idx)
           and not ws-enemy-char-dead(ws-enemy-idx) then
               move ws-enemy-char(ws-enemy-idx)
                   to ws-cpd-char(ws-cpd-hit)
               move ws-enemy-color(ws-enemy-idx)
                   to ws-cpd-color(ws-cpd-hit)
           end-if

           move ws-enemy-template-id(ws-enemy-idx)
               to ws-cpd-template(ws-cpd-hit)

           if ws-enemy-affix-none(ws-enemy-idx)
           or ws-cpd-hp(ws-cpd-hit) = 0 then
               move ws-enemy-hp-total(ws-enemy-idx)
                   to ws-cpd-hp(ws-cpd-hit)
               move ws-enemy-attack-damage(ws-enemy-idx)
                   to ws-cpd-atk(ws-cpd-hit)
           end-if

           move ws-enemy-dmg-type(ws-enemy-idx)
               to ws-cpd-dmg-type(ws-cpd-hit)
           move ws-enemy-resist-type(ws-enemy-idx)
               to ws-cpd-resist(ws-cpd-hit)
           move ws-enemy-drop-item-id(ws-enemy-idx)
               to ws-cpd-drop-id(ws-cpd-hit)
           move ws-enemy-drop-pct(ws-enemy-idx)
               to ws-cpd-drop-pct(ws-cpd-hit)

           if ws-enemy-affix(ws-enemy-idx) >= 1
           and ws-enemy-affix(ws-enemy-idx) <= 4 then
               move 'Y' to ws-cpd-affix-seen(ws-cpd-hit,
                   ws-enemy-affix(ws-enemy-idx))
           end-if

           exit paragraph.

      ******************************************************************
      * The "l" compendium: ten creatures a page, two lines each.
      * Every entry shows its glyph, name and kill count; a first
      * kill adds hp and attack, the third its damage and resist
      * types and the fifth its drop. A creature raised from a
      * BESTIARY.BST template shows the template's numbers.
      ******************************************************************
       show-compendium.

           set ws-cpd-bestiary-closed to true
           open input fd-arena-bestiary
           if ws-arena-bestiary-status = ws-file-status-ok then
               set ws-cpd-bestiary-open to true
           end-if

           move 1 to ws-cpd-page-start
           set ws-cpd-not-done to true

           perform until ws-cpd-done

               display space blank screen
               display "MONSTER COMPENDIUM" at 0101 highlight
               move ws-cpd-count to ws-cpd-num-disp
               display ws-cpd-num-disp at 0121
               display "known" at 0125

               if ws-cpd-count = 0 then
                   display "No creature met yet." at 0302
               end-if

               perform varying ws-cpd-idx from ws-cpd-page-start by 1
               until ws-cpd-idx > ws-cpd-count
               or ws-cpd-idx >= ws-cpd-page-start + ws-cpd-page-size
                   compute ws-cpd-row =
                       (ws-cpd-idx - ws-cpd-page-start) * 2 + 3
                   perform show-compendium-entry
               end-perform

               display "[n]ext page   [p]revious page   [q] close"
                   at 2501

               accept ws-kb-input at 2545
                   with no echo auto
               end-accept

               evaluate true
                   when ws-kb-input = 'n' or ws-kb-input = 'N'
                       if ws-cpd-page-start + ws-cpd-page-size
                           <= ws-cpd-count then
                           add ws-cpd-page-size to ws-cpd-page-start
                       end-if
                   when ws-kb-input = 'p' or ws-kb-input = 'P'
                       if ws-cpd-page-start > ws-cpd-page-size then
                           subtract ws-cpd-page-size
                               from ws-cpd-page-start
                       end-if
                   when ws-kb-input = 'q' or ws-kb-input = 'Q'
                   or ws-kb-input = ws-key-compendium
                       set ws-cpd-done to true
               end-evaluate

           end-perform

           if ws-cpd-bestiary-open then
               close fd-arena-bestiary
           end-if

           exit paragraph.

      ******************************************************************
      * Entry ws-cpd-idx on screen rows ws-cpd-row and the one below.
      ******************************************************************
       show-compendium-entry.

           if ws-cpd-char(ws-cpd-idx) = space then
               display "?" at line ws-cpd-row column 2
               end-display
           else
               display ws-cpd-char(ws-cpd-idx)
                   at line ws-cpd-row column 2
                   foreground-color ws-cpd-color(ws-cpd-idx)
                   highlight
               end-display
           end-if

           move ws-cpd-hp(ws-cpd-idx) to ws-cpd-show-hp
           move ws-cpd-atk(ws-cpd-idx) to ws-cpd-show-atk
           move ws-cpd-dmg-type(ws-cpd-idx) to ws-cpd-show-dmg
           move ws-cpd-resist(ws-cpd-idx) to ws-cpd-show-resist

           if ws-cpd-template(ws-cpd-idx) > 0
           and ws-cpd-bestiary-open then
               move ws-cpd-template(ws-cpd-idx) to f-arn-bst-id
               read fd-arena-bestiary
                   invalid key
                       continue
                   not invalid key
                       move f-arn-bst-hp to ws-cpd-show-hp
                       move f-arn-bst-attack to ws-cpd-show-atk
                       move f-arn-bst-dmg-type to ws-cpd-show-dmg
                       move f-arn-bst-resist-type
                           to ws-cpd-show-resist
               end-read
           end-if

           move spaces to ws-cpd-line
           move 1 to ws-cpd-ptr
           move ws-cpd-kills(ws-cpd-idx) to ws-cpd-kills-disp
           string ws-cpd-name(ws-cpd-idx) delimited by size
               " kills " delimited by size
               ws-cpd-kills-disp delimited by size
               into ws-cpd-line with pointer ws-cpd-ptr
           end-string

           if ws-cpd-kills(ws-cpd-idx) >= ws-cpd-tier-stats then
               move ws-cpd-show-hp to ws-cpd-num-disp
               string " HP " delimited by size
                   ws-cpd-num-disp delimited by size
                   into ws-cpd-line with pointer ws-cpd-ptr
               end-string
               move ws-cpd-show-atk to ws-cpd-num-disp
               string " ATK " delimited by size
                   ws-cpd-num-disp delimited by size
                   into ws-cpd-line with pointer ws-cpd-ptr
               end-string
           else
               string " HP   ? ATK   ?" delimited by size
                   into ws-cpd-line with pointer ws-cpd-ptr
               end-string
           end-if

           if ws-cpd-kills(ws-cpd-idx) >= ws-cpd-tier-types then
               move ws-cpd-show-dmg to ws-cpd-type-code
               perform set-cpd-type-text
               if ws-cpd-show-dmg = 0 then
                   move "plain" to ws-cpd-type-text
               end-if
               string " deals " delimited by size
                   ws-cpd-type-text delimited by size
                   into ws-cpd-line with pointer ws-cpd-ptr
               end-string
               move ws-cpd-show-resist to ws-cpd-type-code
               perform set-cpd-type-text
               string " resists " delimited by size
                   ws-cpd-type-text delimited by size
                   into ws-cpd-line with pointer ws-cpd-ptr
               end-string
           else
               string " deals ?      resists ?" delimited by size
                   into ws-cpd-line with pointer ws-cpd-ptr
               end-string
           end-if

           display ws-cpd-line(1:76) at line ws-cpd-row column 4
           end-display

           move spaces to ws-cpd-line
           move 1 to ws-cpd-ptr
           string "elites:" delimited by size
               into ws-cpd-line with pointer ws-cpd-ptr
           end-string

           perform varying ws-cpd-affix-idx from 1 by 1
           until ws-cpd-affix-idx > 4
               if ws-cpd-affix-seen(ws-cpd-idx, ws-cpd-affix-idx)
                   = 'Y' then
                   evaluate ws-cpd-affix-idx
                       when 1
                           string " SWIFT" delimited by size
                               into ws-cpd-line
                               with pointer ws-cpd-ptr
                           end-string
                       when 2
                           string " VENOMOUS" delimited by size
                               into ws-cpd-line
                               with pointer ws-cpd-ptr
                           end-string
                       when 3
                           string " ARMORED" delimited by size
                               into ws-cpd-line
                               with pointer ws-cpd-ptr
                           end-string
                       when other
                           string " SHRIEKING" delimited by size
                               into ws-cpd-line
                               with pointer ws-cpd-ptr
                           end-string
                   end-evaluate
               end-if
           end-perform

           if ws-cpd-ptr = 8 then
               string " none seen" delimited by size
                   into ws-cpd-line with pointer ws-cpd-ptr
               end-string
           end-if

           string "   drops: " delimited by size
               into ws-cpd-line with pointer ws-cpd-ptr
           end-string

           evaluate true
               when ws-cpd-kills(ws-cpd-idx) < ws-cpd-tier-drops
                   string "?" delimited by size
                       into ws-cpd-line with pointer ws-cpd-ptr
                   end-string
               when ws-cpd-drop-id(ws-cpd-idx) = 0
                   string "the common loot roll" delimited by size
                       into ws-cpd-line with pointer ws-cpd-ptr
                   end-string
               when other
                   move 0 to ws-cpd-cat-idx
                   perform varying ws-loot-scan from 1 by 1
                   until ws-loot-scan > ws-catalog-count
                       if ws-catalog-item-id(ws-loot-scan) =
                           ws-cpd-drop-id(ws-cpd-idx) then
                           move ws-loot-scan to ws-cpd-cat-idx
                       end-if
                   end-perform
                   if ws-cpd-cat-idx > 0 then
                       string function trim(
                           ws-catalog-item-name(ws-cpd-cat-idx))
                           delimited by size
                           into ws-cpd-line with pointer ws-cpd-ptr
                       end-string
                   else
                       string "an unknown item" delimited by size
                           into ws-cpd-line with pointer ws-cpd-ptr
                       end-string
                   end-if
                   move ws-cpd-drop-pct(ws-cpd-idx) to ws-cpd-num-disp
                   string " (" delimited by size
                       function trim(ws-cpd-num-disp) delimited by size
                       "%)" delimited by size
                       into ws-cpd-line with pointer ws-cpd-ptr
                   end-string
           end-evaluate

           add 1 to ws-cpd-row
           display ws-cpd-line(1:74) at line ws-cpd-row column 6
           end-display

           exit paragraph.

      *> damage/resist type ws-cpd-type-code as a word.
       set-cpd-type-text.

           evaluate ws-cpd-type-code
               when ws-dmg-fire
                   move "fire" to ws-cpd-type-text
               when ws-dmg-ice
                   move "ice" to ws-cpd-type-text
               when ws-dmg-venom
                   move "venom" to ws-cpd-type-text
               when other
                   move "none" to ws-cpd-type-text
           end-evaluate

           exit paragraph.

      ******************************************************************
      * Cheap once-a-pass sweep over the counters the game already
      * keeps: anything newly earned gets its fanfare.
      ******************************************************************
       check-achievements.

      *> playtests and replays are rehearsals -- nothing they do
      *> may earn (or rewrite) the real slot's achievements.
           if ws-playtest-on then
               exit paragraph
           end-if

           if ws-stat-enemies-killed >= 1 then
               move ws-ach-first-kill to ws-ach-idx
               perform award-achievement
           end-if

           if ws-player-level >= 10 then
               move ws-ach-level-10 to ws-ach-idx
               perform award-achievement
           end-if

           if ws-ach-lifetime-kills + ws-stat-enemies-killed >= 100
           then
               move ws-ach-kills-100 to ws-ach-idx
               perform award-achievement
           end-if

           if ws-stat-bosses-killed >= 1 then
               move ws-ach-boss-slain to ws-ach-idx
               perform award-achievement
           end-if

           if ws-run-victory then
               move ws-ach-victor to ws-ach-idx
               perform award-achievement
           end-if

           if ws-campaign-count > 0 then
               set ws-ach-all-visited to true
               perform varying ws-ach-scan from 1 by 1
               until ws-ach-scan > ws-campaign-count
               close fd-checkpoint-data
           end-if

           set ws-wsd-for-checkpoint to true
           perform save-world-state
           set ws-wsd-for-save to true
           perform save-compendium

           exit paragraph.

               end-if
           end-perform

           if ws-maint-closing then
               display "Saved for maintenance: " at 2101
                   function trim(ws-maint-message) at 2124
               end-display
               display ws-maint-until-text at 2201
           end-if

           display "Press any key to exit." at 2301
           accept omitted at 2350

                   delimited by size into f-verify-line
               end-string
               write f-verify-line
               perform append-verify-trace
               close fd-verify-out
           end-if

           exit paragraph.

      *> the state after one replayed pass, written only when it
      *> differs from the last one written.
       trace-verify-pass.

           compute ws-verify-map-y = ws-player-y + ws-player-scr-y
           compute ws-verify-map-x = ws-player-x + ws-player-scr-x

           move spaces to ws-verify-state
           string function trim(ws-map-name)
               "|" ws-verify-map-y
               "|" ws-verify-map-x
               "|" ws-player-hp-current
               "|" ws-player-level
               "|" ws-player-exp-total
               "|" ws-stat-enemies-killed
               "|" ws-player-gold
               delimited by size into ws-verify-state
           end-string

           if ws-verify-state = ws-verify-last-state then
               exit paragraph
           end-if
           move ws-verify-state to ws-verify-last-state

           if ws-verify-trace-closed then
               open output fd-verify-trace
               if ws-verify-trace-status not = ws-file-status-ok then
                   exit paragraph
               end-if
               set ws-verify-trace-open to true
           end-if

           move spaces to f-verify-trace-line
           string "T|" ws-spect-records-read
               "|" function trim(ws-verify-state)
               delimited by size into f-verify-trace-line
           end-string
           write f-verify-trace-line

           exit paragraph.

      *> the gathered trace follows the stats line; the scratch
      *> file goes once it has been copied.
       append-verify-trace.

           if ws-verify-trace-closed then
               exit paragraph
           end-if

           close fd-verify-trace
           set ws-verify-trace-closed to true

           set ws-verify-trace-not-eof to true
           open input fd-verify-trace
           if ws-verify-trace-status = ws-file-status-ok then
               perform until ws-verify-trace-eof
                   read fd-verify-trace
                       at end set ws-verify-trace-eof to true
                   end-read
                   if ws-verify-trace-not-eof then
                       move f-verify-trace-line to f-verify-line
                       write f-verify-line
                   end-if
               end-perform
           end-if
           close fd-verify-trace

           call "CBL_DELETE_FILE" using ws-verify-trace-file
               returning ws-verify-delete-status
           end-call

           exit paragraph.

      ******************************************************************
      * Appends one line to RUNSTATS.LOG recording this run's map,
      * character, level/exp reached, enemies defeated and elapsed

           move function current-date to ws-run-stats-date-data

      *> a SPLIT| line from the last run may still sit in the record.
           move spaces to f-run-stats-record

           move function concatenate(
               ws-run-stats-year, "-",
               ws-run-stats-month, "-",
           else
               move space to f-run-stats-hardcore
           end-if
      *> V won, D died, blank walked away from the run.
           evaluate true
               when ws-run-victory
                   move "V" to f-run-stats-outcome
               when ws-player-status-dead
                   move "D" to f-run-stats-outcome
               when other
                   move space to f-run-stats-outcome
           end-evaluate
           perform set-class-letter
           move ws-class-letter to f-run-stats-class
           if ws-daily-mode then
               move space to f-run-stats-rewind
           end-if
           move ws-season-number to f-run-stats-season
           if ws-player-retrain-count > 0 then
               move "R" to f-run-stats-retrain
           else
               move space to f-run-stats-retrain
           end-if

           open extend fd-run-stats-log

                           ws-best-seconds(ws-best-found) then
                           move ws-split-seconds(ws-split-idx)
                               to ws-best-seconds(ws-best-found)
                           set ws-ghost-new-best to true
                       end-if
                   when ws-best-count < 50
                       set ws-ghost-new-best to true
                       add 1 to ws-best-count
                       move ws-split-map(ws-split-idx)
                           to ws-best-map(ws-best-count)
               ws-map-dark-sw ws-view-size ws-strip-start-row
           end-call

           perform draw-map-markers
           perform draw-npcs
           perform draw-pushables

           if ws-ghost-racing then
               perform draw-ghost
           end-if

           perform draw-quick-slots

           exit paragraph.

      ******************************************************************

           exit paragraph.

      ******************************************************************
      * Stamps the player's markers as a yellow "X" on the frame --
      * they are the player's own notes, so they show on any explored
      * tile in view, lit or not, unless the player or a living enemy
      * stands on it.
      ******************************************************************
       draw-map-markers.

           perform varying ws-mark-idx from 1 by 1
           until ws-mark-idx > ws-map-marker-count

               compute ws-mark-scr-y =
                   ws-mark-y(ws-mark-idx) - ws-player-y
               compute ws-mark-scr-x =
                   ws-mark-x(ws-mark-idx) - ws-player-x

               move 0 to ws-mark-hit
               perform varying ws-enemy-idx from 1 by 1
               until ws-enemy-idx > ws-cur-num-enemies
                   if not ws-enemy-status-dead(ws-enemy-idx)
                   and ws-enemy-y(ws-enemy-idx) = ws-mark-y(ws-mark-idx)
                   and ws-enemy-x(ws-enemy-idx) = ws-mark-x(ws-mark-idx)
                   then
                       move ws-enemy-idx to ws-mark-hit
                   end-if
               end-perform

               if ws-mark-scr-y >= 1
               and ws-mark-scr-y <= ws-view-height
               and ws-mark-scr-x >= 1
               and ws-mark-scr-x <= ws-view-width
               and ws-mark-hit = 0
               and (ws-mark-scr-y not = ws-player-scr-y
                   or ws-mark-scr-x not = ws-player-scr-x)
               and ws-is-explored(ws-mark-y(ws-mark-idx),
                   ws-mark-x(ws-mark-idx))
               then
                   move ws-mark-scr-y to ws-mark-disp-y
                   move ws-mark-scr-x to ws-mark-disp-x
                   display "X" at ws-mark-scr-pos-disp
                       foreground-color yellow highlight
                   end-display
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * The ghost's hero, where the best run stood on this pass --
      * only on the map in hand, inside the view and off the live
      * player's own cell -- and the running gap under the info
      * panel.
      ******************************************************************
       draw-ghost.

           if ws-ghost-placed and ws-ghost-map-name = ws-map-name then
               compute ws-ghost-scr-y = ws-ghost-y - ws-player-y
               compute ws-ghost-scr-x = ws-ghost-x - ws-player-x

               if ws-ghost-scr-y >= 1
               and ws-ghost-scr-y <= ws-view-height
               and ws-ghost-scr-x >= 1
               and ws-ghost-scr-x <= ws-view-width
               and (ws-ghost-scr-y not = ws-player-scr-y
                   or ws-ghost-scr-x not = ws-player-scr-x)
               then
                   move ws-ghost-scr-y to ws-ghost-disp-y
                   move ws-ghost-scr-x to ws-ghost-disp-x
                   display "&" at ws-ghost-scr-pos-disp
                       foreground-color cyan highlight
                   end-display
               end-if
           end-if

      *> a ghost already on a map the player has not reached is
      *> pulling away by the second; failing that, the gap stands
      *> where the last split line left it.
           move 0 to ws-ghost-best-found
           if ws-ghost-placed
           and ws-ghost-map-name not = ws-map-name then
               perform varying ws-best-idx from 1 by 1
               until ws-best-idx > ws-best-count
                   if ws-best-map(ws-best-idx) = ws-ghost-map-name
                   then
                       move ws-best-idx to ws-ghost-best-found
                   end-if
               end-perform
               perform varying ws-split-idx from 1 by 1
               until ws-split-idx > ws-split-count
                   if ws-split-map(ws-split-idx) = ws-ghost-map-name
                   then
                       move 0 to ws-ghost-best-found
                   end-if
               end-perform
           end-if

           move spaces to ws-ghost-hud-text
           evaluate true
               when ws-ghost-best-found > 0
                   perform compute-run-elapsed
                   compute ws-ghost-delta =
                       ws-run-elapsed-seconds
                       - ws-best-seconds(ws-ghost-best-found)
                   move ws-ghost-delta to ws-ghost-delta-disp
                   string "Ghost: "
                       function trim(ws-ghost-delta-disp) "s"
                       delimited by size into ws-ghost-hud-text
                   end-string
               when ws-ghost-delta-known
                   move ws-ghost-split-delta to ws-ghost-delta-disp
                   string "Ghost: "
                       function trim(ws-ghost-delta-disp) "s"
                       delimited by size into ws-ghost-hud-text
                   end-string
               when other
                   move "Ghost: --" to ws-ghost-hud-text
           end-evaluate

           compute ws-ghost-hud-col = ws-view-width + 2
           display ws-ghost-hud-text
               at line 12 column ws-ghost-hud-col
               foreground-color cyan
           end-display

           exit paragraph.

      ******************************************************************
      * Opens the start map's ghost for --ghost and spools past its
      * header and starting character. Not for a playback or a
      * verify run -- those re-execute a recording, not race one.
      ******************************************************************
       start-ghost-race.

           if ws-ghost-off or ws-verify-mode or ws-replay-playing then
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-map-name), ws-ghost-file-ext)
               to ws-ghost-file

           open input fd-ghost
           if ws-ghost-status not = ws-file-status-ok then
               move "No best run is kept to race on this map."
                   to ws-history-text
               move "S" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

           read fd-ghost
               at end
                   close fd-ghost
                   exit paragraph
           end-read
           read fd-ghost
               at end
                   close fd-ghost
                   exit paragraph
           end-read

           set ws-ghost-racing to true
           set ws-ghost-running to true
           set ws-ghost-unplaced to true

           move "The best run's ghost races alongside you."
               to ws-history-text
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      ******************************************************************
      * One recorded pass of the ghost, in step with one live pass.
      * Its run over, it simply leaves the field.
      ******************************************************************
       advance-ghost.

           read fd-ghost
               at end
                   close fd-ghost
                   set ws-ghost-stopped to true
                   set ws-ghost-unplaced to true
                   exit paragraph
           end-read

           if f-gho-map-name not = spaces
           and f-gho-map-y is numeric
           and f-gho-map-x is numeric then
               move f-gho-map-name to ws-ghost-map-name
               move f-gho-map-y to ws-ghost-y
               move f-gho-map-x to ws-ghost-x
               set ws-ghost-placed to true
           end-if

           exit paragraph.

      *> where the player stands as this pass's key is recorded.
       stamp-replay-position.

           compute f-rep-map-y = ws-player-y + ws-player-scr-y
           compute f-rep-map-x = ws-player-x + ws-player-scr-x
           move ws-map-name to f-rep-map-name

           exit paragraph.

      ******************************************************************
      * A recorded session that set a new best split becomes its
      * start map's ghost -- the whole .REP kept as MAP.GHO.
      ******************************************************************
       keep-ghost-run.

           if ws-ghost-start-map = spaces then
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-ghost-start-map), ws-ghost-file-ext)
               to ws-ghost-file

           call "CBL_COPY_FILE" using
               ws-replay-file ws-ghost-file
               returning ws-ghost-copy-status
           end-call

           exit paragraph.

       get-input.

           if ws-replay-playing and ws-replay-armed then
               perform read-replay-turn
               perform dispatch-input-key
               if ws-verify-mode then
                   perform trace-verify-pass
               end-if
               exit paragraph
           end-if

           accept ws-kb-input at ws-input-accept-pos
               with auto no-echo
               time-out after 250
           end-accept

      *> a walk toward a marker presses the next move key on any
      *> idle turn the player can act in -- recorded like a real
      *> key -- and any real key ends the walk instead.
           if ws-travel-on then
               if ws-crt-status = COB-SCR-TIME-OUT then
                   if ws-player-can-act then
                       perform take-travel-step
                   end-if
               else
                   move "You stop walking." to ws-history-text
                   perform end-travel
               end-if
           end-if

           if ws-replay-recording and ws-replay-armed then
               move ws-kb-input to f-rep-key
               move ws-crt-status to f-rep-crt
               perform stamp-replay-position
               write f-replay-turn
           end-if

           if ws-ghost-running then
               perform advance-ghost
           end-if

           perform dispatch-input-key

           exit paragraph.
                       set ws-colorblind-mode-on to true
                   end-if

               when ws-kb-input = ws-key-markers
      *> the marker screen's own accepts are unrecorded; a walk it
      *> starts reaches the recording as the move keys it presses.
                   if not ws-replay-playing then
                       perform show-map-markers
                   end-if

               when ws-kb-input = ws-key-compendium
      *> view-only screen with its own unrecorded accepts --
      *> skipped during playback, which the recording never saw
      *> inside either.
                   if not ws-replay-playing then
                       perform show-compendium
                   end-if

               when ws-kb-input = ws-key-quick-1
                   move 1 to ws-quick-slot-idx
                   perform use-quick-slot

               when ws-kb-input = ws-key-quick-2
                   move 2 to ws-quick-slot-idx
                   perform use-quick-slot

               when ws-kb-input = ws-key-quick-3
                   move 3 to ws-quick-slot-idx
                   perform use-quick-slot

               when ws-kb-input = ws-key-quick-4
                   move 4 to ws-quick-slot-idx
                   perform use-quick-slot

               when ws-kb-input = ws-key-attack
      *> space (the default attack key) is assumed input on timeout,
      *> so only treat it as an attack when it was actually the key

           if ws-player-pos-delta not = zeros then

               subtract ws-player-act-cost
                   from ws-player-current-ticks

               move ws-player-pos to ws-temp-map-pos
               or ws-temp-map-pos-x >= ws-map-width
               or ws-temp-map-pos-y <= 0 or ws-temp-map-pos-x <= 0
               then
      *> an edge with a neighbor beyond it is a way out, not a wall.
                   perform find-edge-neighbor
                   if ws-edge-idx > 0 then
                       perform walk-off-edge
                   end-if
                   move zeros to ws-player-pos-delta
                   exit paragraph
               end-if
                       ws-temp-map-pos-y, ws-temp-map-pos-x)
                       = ws-locked-door-effect-id then
                       perform try-unlock-door
                   else
                       perform dig-wall
                   end-if
                   set ws-te-player-not-moved to true
               end-if
               perform check-item-pickup
               perform mark-explored
               perform note-region-reach
               perform roll-region-encounter

           end-if


           exit paragraph.

      ******************************************************************
      * Called when the player walks into any other blocking tile.
      * With a digging tool wielded, each bump is one blow at the
      * wall (and one point of the tool's wear); the last of
      * ws-dig-blows-needed blows on the same tile turns it to
      * floor. The map's outer ring and any wall carrying an effect
      * -- the undiggable marker among them -- refuse the tool.
      ******************************************************************
       dig-wall.

           perform check-dig-tool
           if ws-dig-tool-missing then
               exit paragraph
           end-if

           if ws-equip-weapon-dur = 0 then
               move function concatenate(
                   function trim(ws-equip-weapon-name),
                   " is too worn to bite into the wall.")
                   to ws-history-text
               move "M" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

           if ws-temp-map-pos-y <= 1 or ws-temp-map-pos-x <= 1
           or ws-temp-map-pos-y >= ws-map-height - 1
           or ws-temp-map-pos-x >= ws-map-width - 1 then
               move "The map's edge is solid rock." to ws-history-text
               move "M" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

           if ws-tile-effect-id(ws-temp-map-pos-y, ws-temp-map-pos-x)
               not = ws-no-tile-effect-id then
               move "This wall will not yield." to ws-history-text
               move "M" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

      *> a new spot starts the count over.
           if ws-dig-y not = ws-temp-map-pos-y
           or ws-dig-x not = ws-temp-map-pos-x then
               move ws-temp-map-pos-y to ws-dig-y
               move ws-temp-map-pos-x to ws-dig-x
               move 0 to ws-dig-blows
           end-if

           add 1 to ws-dig-blows
           perform wear-weapon

           if ws-dig-blows < ws-dig-blows-needed then
               move ws-dig-blows to ws-dig-blows-disp
               move function concatenate(
                   "You dig at the wall (", ws-dig-blows-disp,
                   "/", ws-dig-need-disp, ").")
                   to ws-history-text
               move "M" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

      *> through: the wall takes the colors of the floor the player
      *> dug from.
           compute ws-dig-floor-y = ws-player-y + ws-player-scr-y
           compute ws-dig-floor-x = ws-player-x + ws-player-scr-x
           move ws-tile-fg(ws-dig-floor-y, ws-dig-floor-x)
               to ws-tile-fg(ws-temp-map-pos-y, ws-temp-map-pos-x)
           move ws-tile-bg(ws-dig-floor-y, ws-dig-floor-x)
               to ws-tile-bg(ws-temp-map-pos-y, ws-temp-map-pos-x)
           move "." to ws-tile-char(
               ws-temp-map-pos-y, ws-temp-map-pos-x)
           set ws-tile-not-blocking(
               ws-temp-map-pos-y, ws-temp-map-pos-x) to true
           set ws-tile-not-highlight(
               ws-temp-map-pos-y, ws-temp-map-pos-x) to true
           set ws-tile-not-blinking(
               ws-temp-map-pos-y, ws-temp-map-pos-x) to true
           move 0 to ws-tile-switch-group(
               ws-temp-map-pos-y, ws-temp-map-pos-x)

           move 0 to ws-dig-blows
           move 0 to ws-dig-y
           move 0 to ws-dig-x

           move "You break through the wall." to ws-history-text
           move "M" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      *> Is the wielded weapon a digging tool? The catalog says.
       check-dig-tool.

           set ws-dig-tool-missing to true

           if ws-equip-weapon-name = spaces then
               exit paragraph
           end-if

           perform varying ws-type-cat-scan from 1 by 1
           until ws-type-cat-scan > ws-catalog-count
               if ws-catalog-item-name(ws-type-cat-scan)
                   = ws-equip-weapon-name
               and ws-catalog-item-effect-id(ws-type-cat-scan)
                   = ws-item-effect-dig then
                   set ws-dig-tool-wielded to true
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * The "o" open action: a chest on the faced tile opens -- once
      * any lock is keyed through and any trap has had its say --
           move "Y" to ws-chest-slot-taken(ws-chest-roll-idx)
           add 1 to ws-stat-items-collected

           move ws-player-gold to ws-ledger-gold-before
           move "CHEST" to ws-ledger-source
           move ws-catalog-item-name(ws-catalog-idx) to ws-ledger-item
           move 1 to ws-ledger-qty
           perform write-ledger-movement

           move function concatenate(
               "Took ",
               function trim(
               perform show-job-board
           end-if

           if ws-tile-effect-return-code
               = ws-open-trainer-return-code
           then
               perform show-trainer
           end-if

           if ws-tile-effect-return-code
               = ws-open-forge-return-code
           then
               perform show-forge
           end-if

           exit paragraph.

      ******************************************************************
                   end-perform
               end-if

               move "G" to ws-feedback-kind
               perform ask-map-rating

               display "***  MAP COMPLETE  ***" at 0114
                   foreground-color yellow highlight
               end-display
           if ws-camp-idx > 0
           and ws-camp-idx < ws-campaign-count then

               move "G" to ws-feedback-kind
               perform ask-map-rating

               display "***  MAP COMPLETE  ***" at 0114
                   foreground-color yellow highlight
               end-display
      *> no further campaign map -- THIS is the victory.
               set ws-run-victory to true

               move "G" to ws-feedback-kind
               perform ask-map-rating

      *> ...and a finished campaign need not be the character's
      *> end: New Game Plus sends them back to the first map with
      *> everything they are, against a world scaled up a notch.

           exit paragraph.

      ******************************************************************
      * The player is leaving this map for good: an optional 1-5
      * rating and a comment line for its author go to FEEDBACK.LOG
      * with the map, slot, class, level and run stamp. Any other key
      * skips. Never asked in playtests or replays (the keys would
      * put a replay out of step), or with RATINGS=N in CRL.CFG.
      ******************************************************************
       ask-map-rating.

           if ws-ratings-disabled
           or ws-playtest-on
           or ws-verify-mode
           or not ws-replay-off then
               exit paragraph
           end-if

           display space blank screen
           display "RATE THIS MAP: " at 0320 underline highlight
           display function trim(ws-map-name) at 0335 highlight
           display "How was it? 1 (poor) to 5 (great)," at 0520
           display "any other key to skip: " at 0620
           move 0643 to ws-ui-accept-pos
           perform accept-ui-key-wait

           if ws-ui-key < "1" or ws-ui-key > "5" then
               display space blank screen
               exit paragraph
           end-if
           move ws-ui-key to ws-feedback-rating

           move spaces to ws-feedback-comment
           display "A word for the author (Enter to skip):" at 0820
           accept ws-feedback-comment at 0920

           move function current-date to ws-feedback-date-data
           move spaces to f-feedback-record
           string ws-feedback-date-data(1:4) "-"
               ws-feedback-date-data(5:2) "-"
               ws-feedback-date-data(7:2)
               delimited by size into f-feedback-date
           end-string
           move ws-map-name to f-feedback-map-name
           move ws-save-slot to f-feedback-slot
           perform set-class-letter
           move ws-class-letter to f-feedback-class
           move ws-player-level to f-feedback-level
           move ws-player-run-stamp to f-feedback-run-stamp
           move ws-feedback-kind to f-feedback-kind
           move ws-feedback-rating to f-feedback-rating
           move ws-feedback-comment to f-feedback-comment

           open extend fd-feedback-log
           if ws-feedback-log-status = ws-file-status-ok
           or ws-feedback-log-status = "05" then
               write f-feedback-record
               close fd-feedback-log
           end-if

           display "Thank you - the author will hear of it." at 1120
           call "CBL_GC_NANOSLEEP" using ws-boss-banner-delay-ns
           end-call
           display space blank screen

           exit paragraph.

      ******************************************************************
      * Carries the finished character straight back into the
      * campaign's first map: level, gear and achievements kept, a
                   ws-temp-time + ws-descent-depth
           end-if

      *> a seed the sweep found broken at this budget is stepped
      *> past -- the same floor seed every time, so replays agree.
           move ws-descent-budget to ws-bad-seed-check-budget
           move 0 to ws-bad-seed-tries
           move ws-descent-floor-seed to ws-bad-seed-check
           perform find-bad-seed
           perform until ws-bad-seed-clear
               or ws-bad-seed-tries >= ws-max-bad-seed-skips
               add 1 to ws-descent-floor-seed
               add 1 to ws-bad-seed-tries
               move ws-descent-floor-seed to ws-bad-seed-check
               perform find-bad-seed
           end-perform

      *> prefer a generator binary sitting beside the map pack; fall
      *> back to whatever the PATH resolves when there isn't one.
           move "./crl-map-generator" to ws-descent-gen-bin
               ws-temp-map-pos-y, ws-temp-map-pos-x)

               when ws-mud-effect-id
                   if ws-player-current-ticks >= ws-player-act-cost
                   then
                       subtract ws-player-act-cost
                           from ws-player-current-ticks
                   else
                       move 0 to ws-player-current-ticks

                   move ws-enemy-max-ticks(ws-enemy-idx)
                       to ws-enemy-current-ticks(ws-enemy-idx)
                   set ws-enemy-roused(ws-enemy-idx) to true
               end-if

           end-perform
               display space blank screen
               display "MAP OVERVIEW: " at 0101
                   function trim(ws-map-name) at 0116
               display "X marker" at 0158
               display "[q] close" at 0170

               perform varying ws-minimap-row-idx from 1 by 1

      ******************************************************************
      * Builds show-minimap's rows: explored floor as ".", explored
      * blocking tiles as "#", unexplored tiles left blank, then the
      * player's markers as "X", known teleports and living enemies
      * stamped over any explored tile they occupy, and finally the
      * player's own position -- in that order, so the player marker
      * always wins a tie.
      ******************************************************************
       build-minimap-rows.


           end-perform

           perform varying ws-mark-idx from 1 by 1
           until ws-mark-idx > ws-map-marker-count

               if ws-mark-y(ws-mark-idx) <= ws-minimap-display-rows
               and ws-mark-x(ws-mark-idx) <= ws-map-width then
                   move "X" to ws-minimap-row(ws-mark-y(ws-mark-idx))
                       (ws-mark-x(ws-mark-idx):1)
               end-if

           end-perform

           perform varying ws-minimap-tel-idx from 1 by 1
           until ws-minimap-tel-idx > ws-cur-num-teleports

               if ws-teleport-y(ws-minimap-tel-idx) <=
               ws-minimap-display-rows
               and ws-is-explored(ws-teleport-y(ws-minimap-tel-idx),
                   ws-teleport-x(ws-minimap-tel-idx)) then
                   move "T" to ws-minimap-row(

           exit paragraph.

      ******************************************************************
      * The "n" marker list for the map in hand: number, row, column
      * and label of each marker, with [a] to mark an explored spot
      * (where the player stands, or a row and column typed in),
      * [d] to delete one and [t] to walk to one through
      * take-travel-step. A marker already on the chosen spot just
      * takes the new label.
      ******************************************************************
       show-map-markers.

           move spaces to ws-mark-note
           set ws-mark-not-done to true

           perform until ws-mark-done

               display space blank screen
               display "MAP MARKERS: " at 0101
                   function trim(ws-map-name) at 0114
               display "No. Row Col Label" at 0301 underline

               perform varying ws-mark-idx from 1 by 1
               until ws-mark-idx > ws-map-marker-count
                   compute ws-mark-row = ws-mark-idx + 3
                   move ws-mark-idx to ws-mark-num-disp
                   display ws-mark-num-disp
                       at line ws-mark-row column 2
                   end-display
                   display ws-mark-y(ws-mark-idx)
                       at line ws-mark-row column 6
                   end-display
                   display ws-mark-x(ws-mark-idx)
                       at line ws-mark-row column 10
                   end-display
                   display ws-mark-label(ws-mark-idx)
                       at line ws-mark-row column 14
                   end-display
               end-perform

               if ws-map-marker-count = 0 then
                   display "No markers on this map yet." at 0402
               end-if

               display ws-mark-note at 2401
               display "[a] mark a spot   [t] travel to   "
                   "[d] delete   [q] close" at 2501

               accept ws-kb-input at 2579
                   with no echo auto
               end-accept

               move spaces to ws-mark-note

               evaluate true
                   when ws-kb-input = 'a' or ws-kb-input = 'A'
                       perform add-map-marker
                   when ws-kb-input = 't' or ws-kb-input = 'T'
                       perform choose-travel-marker
                   when ws-kb-input = 'd' or ws-kb-input = 'D'
                       perform delete-map-marker
                   when ws-kb-input = 'q' or ws-kb-input = 'Q'
                   or ws-kb-input = ws-key-markers
                       set ws-mark-done to true
               end-evaluate

           end-perform

           exit paragraph.

       add-map-marker.

           display "Row (Enter = where you stand): " at 2401
           move spaces to ws-mark-entry
           accept ws-mark-entry at 2432

           move function numval(ws-mark-entry) to ws-mark-entry-num
           if ws-mark-entry-num > 0 then
               move ws-mark-entry-num to ws-mark-entry-y
               display "Col: " at 2436
               move spaces to ws-mark-entry
               accept ws-mark-entry at 2441
               move function numval(ws-mark-entry) to ws-mark-entry-x
           else
               compute ws-mark-entry-y = ws-player-y + ws-player-scr-y
               compute ws-mark-entry-x = ws-player-x + ws-player-scr-x
           end-if

           if ws-mark-entry-y < 1 or ws-mark-entry-y > ws-map-height
           or ws-mark-entry-x < 1 or ws-mark-entry-x > ws-map-width
           then
               move "That spot is off the map." to ws-mark-note
               exit paragraph
           end-if

           if not ws-is-explored(ws-mark-entry-y, ws-mark-entry-x)
           then
               move "You have not explored that spot." to ws-mark-note
               exit paragraph
           end-if

           move 0 to ws-mark-hit
           perform varying ws-mark-idx from 1 by 1
           until ws-mark-idx > ws-map-marker-count
               if ws-mark-y(ws-mark-idx) = ws-mark-entry-y
               and ws-mark-x(ws-mark-idx) = ws-mark-entry-x then
                   move ws-mark-idx to ws-mark-hit
               end-if
           end-perform

           if ws-mark-hit = 0
           and ws-map-marker-count >= ws-max-map-markers then
               move "This map has no room for another marker."
                   to ws-mark-note
               exit paragraph
           end-if

           display "Label: " at 2445
           move spaces to ws-mark-entry-label
           accept ws-mark-entry-label at 2452
           if ws-mark-entry-label = spaces then
               move "Marker" to ws-mark-entry-label
           end-if

           if ws-mark-hit > 0 then
               move ws-mark-entry-label to ws-mark-label(ws-mark-hit)
               move "Marker relabelled." to ws-mark-note
           else
               add 1 to ws-map-marker-count
               move ws-mark-entry-y to ws-mark-y(ws-map-marker-count)
               move ws-mark-entry-x to ws-mark-x(ws-map-marker-count)
               move ws-mark-entry-label
                   to ws-mark-label(ws-map-marker-count)
               move "Marker placed." to ws-mark-note
           end-if

           exit paragraph.

       delete-map-marker.

           if ws-map-marker-count = 0 then
               move "There are no markers to delete." to ws-mark-note
               exit paragraph
           end-if

           display "Delete which marker? " at 2401
           move spaces to ws-mark-entry
           accept ws-mark-entry at 2422
           move function numval(ws-mark-entry) to ws-mark-entry-num

           if ws-mark-entry-num < 1
           or ws-mark-entry-num > ws-map-marker-count then
               move "No such marker." to ws-mark-note
               exit paragraph
           end-if

           perform varying ws-mark-idx from ws-mark-entry-num by 1
           until ws-mark-idx >= ws-map-marker-count
               move ws-map-marker(ws-mark-idx + 1)
                   to ws-map-marker(ws-mark-idx)
           end-perform
           subtract 1 from ws-map-marker-count

           move "Marker deleted." to ws-mark-note

           exit paragraph.

       choose-travel-marker.

           if ws-map-marker-count = 0 then
               move "There are no markers to travel to." to ws-mark-note
               exit paragraph
           end-if

           display "Travel to which marker? " at 2401
           move spaces to ws-mark-entry
           accept ws-mark-entry at 2425
           move function numval(ws-mark-entry) to ws-mark-entry-num

           if ws-mark-entry-num < 1
           or ws-mark-entry-num > ws-map-marker-count then
               move "No such marker." to ws-mark-note
               exit paragraph
           end-if

           if ws-mark-y(ws-mark-entry-num) =
               ws-player-y + ws-player-scr-y
           and ws-mark-x(ws-mark-entry-num) =
               ws-player-x + ws-player-scr-x then
               move "You are already there." to ws-mark-note
               exit paragraph
           end-if

           move ws-mark-y(ws-mark-entry-num) to ws-travel-target-y
           move ws-mark-x(ws-mark-entry-num) to ws-travel-target-x
           move ws-mark-label(ws-mark-entry-num) to ws-travel-label
           move 0 to ws-travel-steps
           move 0 to ws-travel-last-y ws-travel-last-x
           set ws-travel-on to true
           set ws-mark-done to true

           move spaces to ws-history-text
           string "You set off toward " delimited by size
               function trim(ws-travel-label) delimited by size
               "." delimited by size
               into ws-history-text
           end-string
           move "M" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      ******************************************************************
      * One step of the walk toward ws-travel-target: the move key
      * along the longer way still to go, or along the other way when
      * that tile blocks, handed to dispatch-input-key as if pressed.
      * The walk ends on arrival, when no step was made last turn or
      * none can be made now, when a living enemy is in sight nearby,
      * or after ws-max-travel-steps steps.
      ******************************************************************
       take-travel-step.

           compute ws-travel-map-y = ws-player-y + ws-player-scr-y
           compute ws-travel-map-x = ws-player-x + ws-player-scr-x

           if ws-travel-map-y = ws-travel-target-y
           and ws-travel-map-x = ws-travel-target-x then
               move spaces to ws-history-text
               string "You reach " delimited by size
                   function trim(ws-travel-label) delimited by size
                   "." delimited by size
                   into ws-history-text
               end-string
               perform end-travel
               exit paragraph
           end-if

           if ws-travel-steps > 0
           and ws-travel-map-y = ws-travel-last-y
           and ws-travel-map-x = ws-travel-last-x then
               perform end-travel-blocked
               exit paragraph
           end-if

           if ws-travel-steps >= ws-max-travel-steps then
               move spaces to ws-history-text
               string "You lose the way to " delimited by size
                   function trim(ws-travel-label) delimited by size
                   "." delimited by size
                   into ws-history-text
               end-string
               perform end-travel
               exit paragraph
           end-if

           set ws-travel-enemy-clear to true
           perform varying ws-enemy-idx from 1 by 1
           until ws-enemy-idx > ws-cur-num-enemies
               if not ws-enemy-status-dead(ws-enemy-idx)
               and ws-enemy-not-companion(ws-enemy-idx)
               and function abs(ws-enemy-y(ws-enemy-idx)
                   - ws-travel-map-y) <= ws-travel-watch-radius
               and function abs(ws-enemy-x(ws-enemy-idx)
                   - ws-travel-map-x) <= ws-travel-watch-radius
               and ws-is-explored(ws-enemy-y(ws-enemy-idx),
                   ws-enemy-x(ws-enemy-idx)) then
                   set ws-travel-enemy-near to true
               end-if
           end-perform

           if ws-travel-enemy-near then
               move "An enemy is near -- you stop walking."
                   to ws-history-text
               perform end-travel
               exit paragraph
           end-if

           move 0 to ws-travel-dy ws-travel-dx
           if ws-travel-target-y > ws-travel-map-y then
               move 1 to ws-travel-dy
           end-if
           if ws-travel-target-y < ws-travel-map-y then
               move -1 to ws-travel-dy
           end-if
           if ws-travel-target-x > ws-travel-map-x then
               move 1 to ws-travel-dx
           end-if
           if ws-travel-target-x < ws-travel-map-x then
               move -1 to ws-travel-dx
           end-if
           compute ws-travel-dist-y =
               function abs(ws-travel-target-y - ws-travel-map-y)
           compute ws-travel-dist-x =
               function abs(ws-travel-target-x - ws-travel-map-x)

      *> the longer way first, then the other.
           move space to ws-travel-step-key
           if ws-travel-dist-y >= ws-travel-dist-x then
               perform try-travel-step-y
               if ws-travel-step-key = space then
                   perform try-travel-step-x
               end-if
           else
               perform try-travel-step-x
               if ws-travel-step-key = space then
                   perform try-travel-step-y
               end-if
           end-if

           if ws-travel-step-key = space then
               perform end-travel-blocked
               exit paragraph
           end-if

           move ws-travel-map-y to ws-travel-last-y
           move ws-travel-map-x to ws-travel-last-x
           add 1 to ws-travel-steps
           move ws-travel-step-key to ws-kb-input
           move zeros to ws-crt-status

           exit paragraph.

       try-travel-step-y.

           if ws-travel-dy = 0 then
               exit paragraph
           end-if

           compute ws-travel-try-y = ws-travel-map-y + ws-travel-dy
           if not ws-tile-is-blocking(ws-travel-try-y,
               ws-travel-map-x) then
               if ws-travel-dy > 0 then
                   move ws-key-move-down to ws-travel-step-key
               else
                   move ws-key-move-up to ws-travel-step-key
               end-if
           end-if

           exit paragraph.

       try-travel-step-x.

           if ws-travel-dx = 0 then
               exit paragraph
           end-if

           compute ws-travel-try-x = ws-travel-map-x + ws-travel-dx
           if not ws-tile-is-blocking(ws-travel-map-y,
               ws-travel-try-x) then
               if ws-travel-dx > 0 then
                   move ws-key-move-right to ws-travel-step-key
               else
                   move ws-key-move-left to ws-travel-step-key
               end-if
           end-if

           exit paragraph.

       end-travel-blocked.

           move spaces to ws-history-text
           string "The way to " delimited by size
               function trim(ws-travel-label) delimited by size
               " is blocked." delimited by size
               into ws-history-text
           end-string
           perform end-travel

           exit paragraph.

      *> ends the walk with ws-history-text as its last word.
       end-travel.

           set ws-travel-off to true
           move "M" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      ******************************************************************
      * Checks if the player's new position lands on an unclaimed item
      * and, if so, appends it to the inventory and marks it taken.
                   or ws-item-type(ws-item-idx)
                       = ws-item-type-treasure then

                       move ws-player-gold to ws-ledger-gold-before
                       add ws-item-worth(ws-item-idx)
                           to ws-player-gold
                       if ws-player-gold > 99999 then
                           move 99999 to ws-player-gold
                       end-if
                       move "TREASURE" to ws-ledger-source
                       move ws-item-name(ws-item-idx) to ws-ledger-item
                       perform write-ledger-movement
                       set ws-item-is-taken(ws-item-idx) to true
                       add 1 to ws-stat-items-collected

                           ws-history-text ws-history-cat
                           ws-action-history
                       end-call
                       perform note-stash-recovery

                       exit perform
                   end-if
                   if ws-stack-was-found then
                       set ws-item-is-taken(ws-item-idx) to true
                       add 1 to ws-stat-items-collected
                       perform ledger-item-pickup

                       move function concatenate(
                           "Picked up ",
                           ws-history-text ws-history-cat
                           ws-action-history
                       end-call
                       perform note-stash-recovery

                       exit perform
                   end-if
                       perform roll-item-fortune
                       set ws-item-is-taken(ws-item-idx) to true
                       add 1 to ws-stat-items-collected
                       perform ledger-item-pickup

                       move function concatenate(
                           "Picked up ",
                           ws-history-text ws-history-cat
                           ws-action-history
                       end-call
                       perform note-stash-recovery
                   else
                       move "Inventory full!" to ws-history-text
                       move "L" to ws-history-cat

           exit paragraph.

      *> an escaped thief's stash, picked up, goes in the history as
      *> the recovery it is.
       note-stash-recovery.

           if ws-item-stash-thief(ws-item-idx) = spaces then
               exit paragraph
           end-if

           move spaces to ws-thief-loot-text
           if ws-item-type(ws-item-idx) = ws-item-type-treasure then
               move ws-item-worth(ws-item-idx) to ws-thief-amt-disp
               string function trim(ws-thief-amt-disp) " gold"
                   delimited by size into ws-thief-loot-text
               end-string
           else
               move ws-item-name(ws-item-idx) to ws-thief-loot-text
           end-if

           move function concatenate(
               "You recover your ",
               function trim(ws-thief-loot-text), " from ",
               function trim(ws-item-stash-thief(ws-item-idx)),
               "'s stash.")
               to ws-history-text
           move "L" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           move spaces to ws-item-stash-thief(ws-item-idx)

           exit paragraph.

      ******************************************************************
      * Marks the square of tiles around the player's current map
      * position as explored, so fog-of-war stays revealed once seen.
                   to ws-armor-resist-type
           end-if

      *> and a resist perk covers what neither does.
           if ws-armor-resist-type = ws-resist-none
           and ws-perk-resist-type not = ws-resist-none then
               move ws-perk-resist-type to ws-armor-resist-type
           end-if

           exit paragraph.

      ******************************************************************

           exit paragraph.

      ******************************************************************
      * Reads BADSEEDS.TBL, the known-bad list crl-seed-sweep writes
      * beside the map pack. '#' lines are comments.
      ******************************************************************
       load-bad-seeds.

           move 0 to ws-bad-seed-count
           set ws-bad-seeds-not-eof to true

           open input fd-bad-seeds
           if ws-bad-seeds-status = ws-file-status-ok then
               perform until ws-bad-seeds-is-eof
                   or ws-bad-seed-count >= ws-max-bad-seeds

                   read fd-bad-seeds
                       at end set ws-bad-seeds-is-eof to true
                   end-read

                   if ws-bad-seeds-not-eof
                   and f-bad-seeds-line not = spaces
                   and f-bad-seeds-line(1:1) not = "#" then
                       perform parse-bad-seeds-line
                   end-if
               end-perform
           end-if
           close fd-bad-seeds

           exit paragraph.

       parse-bad-seeds-line.

           move spaces to ws-bad-seed-parse
           unstring f-bad-seeds-line delimited by "|"
               into ws-bad-seed-p-num ws-bad-seed-p-budget
           end-unstring

           if function trim(ws-bad-seed-p-num) not numeric
           or function trim(ws-bad-seed-p-budget) not numeric then
               exit paragraph
           end-if

           add 1 to ws-bad-seed-count
           compute ws-bad-seed-num(ws-bad-seed-count) =
               function numval(ws-bad-seed-p-num)
           compute ws-bad-seed-budget(ws-bad-seed-count) =
               function numval(ws-bad-seed-p-budget)

           exit paragraph.

      *> is ws-bad-seed-check listed? A check budget of 0 matches
      *> any budget; a listed budget of 0 matches any check.
       find-bad-seed.

           set ws-bad-seed-clear to true

           perform varying ws-bad-seed-idx from 1 by 1
           until ws-bad-seed-idx > ws-bad-seed-count
               or ws-bad-seed-listed
               if ws-bad-seed-num(ws-bad-seed-idx)
                   = ws-bad-seed-check
               and (ws-bad-seed-check-budget = 0
                   or ws-bad-seed-budget(ws-bad-seed-idx) = 0
                   or ws-bad-seed-budget(ws-bad-seed-idx)
                       = ws-bad-seed-check-budget) then
                   set ws-bad-seed-listed to true
               end-if
           end-perform

           exit paragraph.

      *> the daily seed is a date, so stepping past a bad one still
      *> gives everyone the same run. A replay carries its own seed.
       skip-bad-daily-seed.

           if ws-replay-playing then
               exit paragraph
           end-if

           move 0 to ws-bad-seed-check-budget
           move 0 to ws-bad-seed-tries
           move ws-seed to ws-bad-seed-check
           perform find-bad-seed
           if ws-bad-seed-clear then
               exit paragraph
           end-if

           perform until ws-bad-seed-clear
               or ws-bad-seed-tries >= ws-max-bad-seed-skips
               add 1 to ws-seed
               add 1 to ws-bad-seed-tries
               move ws-seed to ws-bad-seed-check
               perform find-bad-seed
           end-perform

           move function random(ws-seed) to ws-filler

           exit paragraph.

      ******************************************************************
      * Reads SETS.TBL: id|pieces|bonus-type|amount|title per line,
      * the same pipe-delimited convention PROGRESS.TBL uses.
           exit paragraph.

      ******************************************************************
      * Reads PERKS.TBL: id|level|class|prereq|kind|amount|name per
      * line. No file means no perks are ever offered.
      ******************************************************************
       load-perks-table.

           move 0 to ws-perk-count
           set ws-perks-not-eof to true

           open input fd-perks-table
           if ws-perks-table-status = ws-file-status-ok then
               perform until ws-perks-is-eof
                   or ws-perk-count >= ws-max-perk-rows

                   read fd-perks-table
                       at end set ws-perks-is-eof to true
                   end-read

                   if ws-perks-not-eof
                   and f-perks-line not = spaces then
                       perform parse-perks-line
                   end-if
               end-perform
               close fd-perks-table
           end-if

           exit paragraph.

       parse-perks-line.

           move spaces to ws-perk-parse
           unstring f-perks-line delimited by "|"
               into ws-perk-p-id ws-perk-p-level ws-perk-p-class
                   ws-perk-p-prereq ws-perk-p-kind ws-perk-p-amount
                   ws-perk-p-name
           end-unstring

           if function trim(ws-perk-p-id) not numeric
           or function trim(ws-perk-p-level) not numeric
           or function trim(ws-perk-p-kind) not numeric then
               exit paragraph
           end-if

           add 1 to ws-perk-count
           move function numval(ws-perk-p-id)
               to ws-perk-id(ws-perk-count)
           move function numval(ws-perk-p-level)
               to ws-perk-level(ws-perk-count)
           move function upper-case(ws-perk-p-class)
               to ws-perk-class(ws-perk-count)
           if function trim(ws-perk-p-prereq) is numeric then
               move function numval(ws-perk-p-prereq)
                   to ws-perk-prereq(ws-perk-count)
           else
               move 0 to ws-perk-prereq(ws-perk-count)
           end-if
           move ws-perk-p-kind to ws-perk-kind(ws-perk-count)
           if function trim(ws-perk-p-amount) is numeric then
               move function numval(ws-perk-p-amount)
                   to ws-perk-amount(ws-perk-count)
           else
               move 1 to ws-perk-amount(ws-perk-count)
           end-if
           move ws-perk-p-name to ws-perk-name(ws-perk-count)

           exit paragraph.

      ******************************************************************
      * Totals the bag's weight from the catalog: each carried
      * stack's catalog weight (one unit per item when the catalog
      * has no record of it) times its quantity.
      ******************************************************************
       compute-carry-weight.

           move 0 to ws-carry-weight

           perform varying ws-carry-scan from 1 by 1
           until ws-carry-scan > ws-inventory-count

               move 1 to ws-carry-item-weight
               perform varying ws-carry-cat-scan from 1 by 1
               until ws-carry-cat-scan > ws-catalog-count
                   if ws-catalog-item-name(ws-carry-cat-scan)
                       = ws-inv-item-name(ws-carry-scan)
                   and ws-catalog-item-weight(ws-carry-cat-scan)
                       > 0 then
                       move ws-catalog-item-weight(
                           ws-carry-cat-scan)
                           to ws-carry-item-weight
                   end-if
               end-perform


           end-perform

      *> a strong back carries more before it slows.
           compute ws-carry-limit-1 =
               ws-carry-threshold-1 + ws-perk-carry-bonus
           compute ws-carry-limit-2 =
               ws-carry-threshold-2 + ws-perk-carry-bonus

           exit paragraph.

      ******************************************************************
                   end-perform
               end-if

      *> what is in hand and on the back, forge levels and all.
               if ws-equip-weapon-name not = spaces then
                   display "Wielding: " at 1801
                       ws-equip-weapon-name at 1811
                   end-display
                   if ws-equip-weapon-plus > 0 then
                       display "+" at 1828 ws-equip-weapon-plus at 1829
                   end-if
               end-if
               if ws-equip-armor-name not = spaces then
                   display "Wearing:  " at 1901
                       ws-equip-armor-name at 1911
                   end-display
                   if ws-equip-armor-plus > 0 then
                       display "+" at 1928 ws-equip-armor-plus at 1929
                   end-if
               end-if

               perform compute-active-set-bonus
               if ws-set-active-row > 0 then
                   display "Set complete: " at 2101
               perform compute-carry-weight
               display "Carry weight: " at 2201
                   ws-carry-weight at 2215
               if ws-carry-weight > ws-carry-limit-2 then
                   display " (overloaded - badly slowed)" at 2221
               else
                   if ws-carry-weight > ws-carry-limit-1 then
                       display " (heavy - slowed)           "
                           at 2221
                   end-if
               "[a] amulet" at 0301
           end-display
           display
               "[u] use  [d] drop  [q] quick slot  [c] cancel"
               at 0401
           end-display

           move 0501 to ws-ui-accept-pos
               when ws-inv-kb-input = 'u' or ws-inv-kb-input = 'U'
                   perform use-inventory-item

               when ws-inv-kb-input = 'q' or ws-inv-kb-input = 'Q'
                   perform assign-quick-slot

               when ws-inv-kb-input = 'w' or ws-inv-kb-input = 'W'
      *> only a weapon (or an untyped legacy item) can be wielded.
                   if ws-inv-item-type(ws-inv-sel-idx)
                   end-if
                   move ws-inv-item-name(ws-inv-sel-idx)
                       to ws-equip-weapon-name
                   move 0 to ws-equip-weapon-plus
                   if ws-inv-item-type(ws-inv-sel-idx)
                       = ws-item-type-weapon then
                       move ws-inv-item-atk(ws-inv-sel-idx)
                   end-if
                   move ws-inv-item-name(ws-inv-sel-idx)
                       to ws-equip-armor-name
                   move 0 to ws-equip-armor-plus
                   if ws-inv-item-type(ws-inv-sel-idx)
                       = ws-item-type-armor then
                       move ws-inv-item-def(ws-inv-sel-idx)

               display "Weapon: " at 0303
                   ws-equip-weapon-name at 0313
               if ws-equip-weapon-plus > 0 then
                   display "+" at 0330 ws-equip-weapon-plus at 0331
               end-if
               display "Armor:  " at 0403
                   ws-equip-armor-name at 0413
               if ws-equip-armor-plus > 0 then
                   display "+" at 0430 ws-equip-armor-plus at 0431
               end-if
               display "Head:   " at 0503
                   ws-equip-head-name at 0513
               display "Ring 1: " at 0603
                       ws-set-title(ws-set-active-row) at 1317
               end-if

               perform show-perks-taken

               display "[q] close" at 2301

               move 2501 to ws-ui-accept-pos
       compute-weapon-effective-atk.

           perform aggregate-gear-stats
           compute ws-forge-atk-bonus =
               ws-equip-weapon-plus * ws-forge-bonus-per-level
           compute ws-weapon-atk-effective =
               ws-equip-weapon-atk + ws-forge-atk-bonus
               + ws-gear-extra-atk

           evaluate true
               when ws-equip-weapon-dur = 0
                   compute ws-weapon-atk-effective =
                       ((ws-equip-weapon-atk + ws-forge-atk-bonus)
                       / 2) + ws-gear-extra-atk
               when ws-equip-weapon-dur <= ws-durability-low
                   if ws-weapon-atk-effective > 2 then
                       subtract 2 from ws-weapon-atk-effective
       compute-armor-effective-def.

           perform aggregate-gear-stats
           compute ws-forge-def-bonus =
               ws-equip-armor-plus * ws-forge-bonus-per-level
           compute ws-armor-def-effective =
               ws-equip-armor-def + ws-forge-def-bonus
               + ws-gear-extra-def

           evaluate true
               when ws-equip-armor-dur = 0
                   compute ws-armor-def-effective =
                       ((ws-equip-armor-def + ws-forge-def-bonus)
                       / 2) + ws-gear-extra-def
               when ws-equip-armor-dur <= ws-durability-low
                   if ws-armor-def-effective > 2 then
                       subtract 2 from ws-armor-def-effective

           exit paragraph.

      ******************************************************************
      * A quick slot key: uses the first stack in the pack carrying
      * the slot's item name, through use-inventory-item exactly as
      * the inventory screen's [u] does -- no extra ticks either way.
      ******************************************************************
       use-quick-slot.

           if ws-quick-slot-name(ws-quick-slot-idx) = spaces then
               move function concatenate(
                   "Quick slot ", ws-quick-slot-idx,
                   " has nothing assigned.")
                   to ws-history-text
               move "L" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

           move 0 to ws-quick-found-idx
           perform varying ws-inv-idx from 1 by 1
           until ws-inv-idx > ws-inventory-count
               if ws-quick-found-idx = 0
               and ws-inv-item-name(ws-inv-idx)
                   = ws-quick-slot-name(ws-quick-slot-idx) then
                   move ws-inv-idx to ws-quick-found-idx
               end-if
           end-perform

           if ws-quick-found-idx = 0 then
               move function concatenate(
                   "No ",
                   function trim(
                       ws-quick-slot-name(ws-quick-slot-idx)),
                   " left for quick slot ", ws-quick-slot-idx, ".")
                   to ws-history-text
               move "L" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

           move ws-quick-found-idx to ws-inv-sel-idx
           perform use-inventory-item

           exit paragraph.

      ******************************************************************
      * Puts the selected consumable's name in the quick slot the
      * player picks. Any earlier assignment of that slot is replaced.
      ******************************************************************
       assign-quick-slot.

           if ws-inv-item-type(ws-inv-sel-idx)
               not = ws-item-type-consumable then
               display "Only consumables can go in a quick slot."
                   at 0701
               end-display
               move 0743 to ws-ui-accept-pos
               perform accept-ui-key-wait
               exit paragraph
           end-if

           display "Quick slot [1-4]: " at 0701
           move 0719 to ws-ui-accept-pos
           perform accept-ui-key-wait

           if ws-ui-key >= '1' and ws-ui-key <= '4' then
               compute ws-quick-slot-idx = function numval(ws-ui-key)
               move ws-inv-item-name(ws-inv-sel-idx)
                   to ws-quick-slot-name(ws-quick-slot-idx)
               move function concatenate(
                   function trim(ws-inv-item-name(ws-inv-sel-idx)),
                   " set to quick slot ", ws-quick-slot-idx, ".")
                   to ws-history-text
               move "L" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
           end-if

           exit paragraph.

      ******************************************************************
      * The four quick slots under the info panel: the key that uses
      * each, the item it holds and how many of it are carried across
      * every stack of that name.
      ******************************************************************
       draw-quick-slots.

           compute ws-quick-hud-col = ws-view-width + 2

           perform varying ws-quick-slot-idx from 1 by 1
           until ws-quick-slot-idx > ws-max-quick-slots

               move spaces to ws-quick-hud-text
               if ws-quick-slot-name(ws-quick-slot-idx) = spaces then
                   string ws-keybind-entry(20 + ws-quick-slot-idx)
                       ": --"
                       delimited by size into ws-quick-hud-text
                   end-string
               else
                   move 0 to ws-quick-qty-total
                   perform varying ws-inv-idx from 1 by 1
                   until ws-inv-idx > ws-inventory-count
                       if ws-inv-item-name(ws-inv-idx)
                           = ws-quick-slot-name(ws-quick-slot-idx)
                       then
                           add ws-inv-item-qty(ws-inv-idx)
                               to ws-quick-qty-total
                       end-if
                   end-perform
                   move ws-quick-qty-total to ws-quick-qty-disp
                   string ws-keybind-entry(20 + ws-quick-slot-idx)
                       ": "
                       ws-quick-slot-name(ws-quick-slot-idx)
                       " x" function trim(ws-quick-qty-disp)
                       delimited by size into ws-quick-hud-text
                   end-string
               end-if

               compute ws-quick-hud-row = 13 + ws-quick-slot-idx
               display ws-quick-hud-text
                   at line ws-quick-hud-row column ws-quick-hud-col
               end-display

           end-perform

           exit paragraph.

      ******************************************************************
      * Runs the selected item's authored effect-id (heal, full heal,
      * cure, reveal map -- see the item effect ids in ws-constants)

               when ws-item-effect-regen
                   move ws-seffect-regen to ws-apply-seffect-id
                   compute ws-apply-seffect-turns =
                       20 + ws-perk-regen-bonus
                   perform apply-player-status-effect
                   move function concatenate(
                       "Used ",
      ******************************************************************
       drop-inventory-item.

           move ws-player-gold to ws-ledger-gold-before
           move "DROP" to ws-ledger-source
           move ws-inv-item-name(ws-inv-sel-idx) to ws-ledger-item
           move -1 to ws-ledger-qty
           perform write-ledger-movement

           move ws-inv-item-map-idx(ws-inv-sel-idx) to ws-item-idx
           if ws-item-idx > 0 then
               set ws-item-not-taken(ws-item-idx) to true
           move ws-hint-job-board to ws-hint-idx
           perform show-first-time-hint

           perform set-player-settle-pos
           perform find-settlement
           perform set-rep-score
           if ws-rep-score <= ws-rep-hated-at then
               move "The job board's notices are torn down for you."
                   to ws-history-text
               move "S" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

           perform compose-radiant-job

           if ws-job-target = spaces then
                   move 0 to ws-quest-progress(ws-quest-idx)
                   set ws-quest-active(ws-quest-idx) to true

                   perform set-player-settle-pos
                   perform open-settlement
                   move ws-settle-found
                       to ws-quest-settle(ws-quest-idx)

                   move function concatenate(
                       "Job taken: ",
                       function trim(ws-job-title))
           exit paragraph.

      ******************************************************************
      * The trainer, opened by stepping on a trainer tile: for gold
      * scaled to level the player takes up another calling. Hit
      * points and attack are rebuilt from the new class's base as
      * though every level since 1 had been gained under its own
      * PROGRESS.TBL rows. The bag is left alone -- no second
      * starting kit. Each retrain is counted in the save, written
      * to the action history and marks the run in RUNSTATS.LOG.
      ******************************************************************
       show-trainer.

           compute ws-trainer-cost =
               ws-player-level * ws-trainer-gold-per-level

           perform set-trainer-class-name
           move ws-trainer-class-name to ws-trainer-from-name

           set ws-trainer-scr-open to true

           display space blank screen

           perform until ws-trainer-scr-done

               display "TRAINER" at 0130
               display "Your gold: " at 0160 ws-player-gold at 0171

               display "Your calling: " at 0403
                   ws-trainer-from-name at 0417
               display "Retraining costs " at 0603
                   ws-trainer-cost at 0620
                   " gold at your level." at 0625

               display "1 - WARRIOR  sturdy and strong, but slow"
                   at 0805
               display "2 - SCOUT    quick, strikes from afar"
                   at 0905
               display "3 - ADEPT    frail, travels well supplied"
                   at 1005

               display "[1-3] retrain   [x] walk away" at 2301

               move 2501 to ws-ui-accept-pos
               perform accept-ui-key-wait
               move ws-ui-key to ws-inv-kb-input

               evaluate true
                   when ws-inv-kb-input = 'x'
                   or ws-inv-kb-input = 'X'
                       set ws-trainer-scr-done to true

                   when ws-inv-kb-input >= '1'
                   and ws-inv-kb-input <= '3'
                       move ws-inv-kb-input to ws-trainer-choice
                       perform trainer-retrain
               end-evaluate

           end-perform

           display space blank screen

           exit paragraph.

       trainer-retrain.

           if ws-trainer-choice = ws-player-class then
               display "You already follow that calling." at 2401
               exit paragraph
           end-if

           if ws-player-gold < ws-trainer-cost then
               display "Not enough gold.                " at 2401
               exit paragraph
           end-if

           move ws-player-gold to ws-ledger-gold-before
           subtract ws-trainer-cost from ws-player-gold
           move "RETRAIN" to ws-ledger-source
           perform write-ledger-movement

           move ws-trainer-choice to ws-player-class
           perform rebuild-class-stats

           if ws-player-retrain-count < 99 then
               add 1 to ws-player-retrain-count
           end-if

           perform set-trainer-class-name
           move ws-trainer-cost to ws-trainer-cost-disp
           move function concatenate(
               "Retrained from ",
               function trim(ws-trainer-from-name),
               " to ", function trim(ws-trainer-class-name),
               " for ", function trim(ws-trainer-cost-disp),
               " gold.")
               to ws-history-text
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           set ws-trainer-scr-done to true

           exit paragraph.

      *> Rebuilds hp-max and attack for the current class: its
      *> level-1 base, then every level since gained the way
      *> gain-experience would under its progression rows. Exp to
      *> next level follows the class's row for the level held.
       rebuild-class-stats.

           move ws-player-level to ws-trainer-level-hold

           perform set-class-base-stats

           move 1 to ws-player-level
           perform until ws-player-level >= ws-trainer-level-hold

               add 1 to ws-player-level

               perform find-progression-row

               if ws-prog-match > 0 then
                   add ws-prog-hp-gain(ws-prog-match)
                       to ws-player-hp-max
                   add ws-prog-atk-gain(ws-prog-match)
                       to ws-player-attack-damage
               else
                   add 5 to ws-player-hp-max
                   add 1 to ws-player-attack-damage
               end-if

           end-perform

           move ws-trainer-level-hold to ws-player-level

           perform find-progression-row
           if ws-prog-match > 0 then
               move ws-prog-exp(ws-prog-match)
                   to ws-player-exp-next-lvl
           else
               compute ws-player-exp-next-lvl =
                   ws-player-level * 100
           end-if

           if ws-player-hp-current > ws-player-hp-max then
               move ws-player-hp-max to ws-player-hp-current
           end-if

           exit paragraph.

       set-trainer-class-name.

           evaluate true
               when ws-class-warrior
                   move "WARRIOR" to ws-trainer-class-name
               when ws-class-scout
                   move "SCOUT" to ws-trainer-class-name
               when ws-class-adept
                   move "ADEPT" to ws-trainer-class-name
               when other
                   move "NONE" to ws-trainer-class-name
           end-evaluate

           exit paragraph.

      ******************************************************************
      * The forge, opened by stepping on a forge tile: gold and
      * crafting materials (any pack item with the material effect)
      * buy the equipped weapon or armor its next plus-level. The
      * ceiling comes from the piece's catalog rarity, and a failed
      * attempt still burns the gold and the materials. The level
      * stays with the slot until another piece is equipped there.
      ******************************************************************
       show-forge.

           set ws-forge-scr-open to true

           display space blank screen

           perform until ws-forge-scr-done

               display "FORGE" at 0130
               display "Your gold: " at 0160 ws-player-gold at 0171

               perform count-forge-materials
               move ws-forge-mat-have to ws-forge-mat-disp
               display "Materials carried: " at 0303
                   ws-forge-mat-disp at 0322
               end-display

               move 1 to ws-forge-slot
               move 5 to ws-forge-row
               perform show-forge-slot
               move 2 to ws-forge-slot
               move 8 to ws-forge-row
               perform show-forge-slot

               display "[1] weapon  [2] armor   [x] walk away" at 2301

               move 2501 to ws-ui-accept-pos
               perform accept-ui-key-wait
               move ws-ui-key to ws-inv-kb-input

               evaluate true
                   when ws-inv-kb-input = 'x'
                   or ws-inv-kb-input = 'X'
                       set ws-forge-scr-done to true

                   when ws-inv-kb-input = '1'
                   or ws-inv-kb-input = '2'
                       move ws-inv-kb-input to ws-forge-slot
                       perform forge-upgrade
               end-evaluate

           end-perform

           display space blank screen

           exit paragraph.

      *> two lines for slot ws-forge-slot from row ws-forge-row: the
      *> piece as it stands, then what its next level would take.
       show-forge-slot.

           perform set-forge-terms

           move spaces to ws-forge-line
           if ws-forge-slot = 1 then
               string "1 - Weapon: " delimited by size
                   into ws-forge-line
               end-string
           else
               string "2 - Armor:  " delimited by size
                   into ws-forge-line
               end-string
           end-if
           if ws-forge-piece-name = spaces then
               move "(nothing equipped)" to ws-forge-line(13:)
           else
               move ws-forge-piece-name to ws-forge-line(13:16)
               if ws-forge-piece-plus > 0 then
                   move "+" to ws-forge-line(30:1)
                   move ws-forge-piece-plus to ws-forge-line(31:1)
               end-if
           end-if
           display ws-forge-line at line ws-forge-row column 3
           end-display

           move spaces to ws-forge-line
           evaluate true
               when ws-forge-piece-name = spaces
                   continue
               when ws-forge-piece-plus >= ws-forge-cap
                   string "    at its ceiling of +" ws-forge-cap
                       delimited by size into ws-forge-line
                   end-string
               when other
                   move ws-forge-gold-cost to ws-forge-gold-disp
                   move ws-forge-mat-cost to ws-forge-mat-disp
                   move ws-forge-fail-pct to ws-forge-pct-disp
                   compute ws-forge-next-level =
                       ws-forge-piece-plus + 1
                   string "    to +" ws-forge-next-level ": "
                       function trim(ws-forge-gold-disp) " gold, "
                       function trim(ws-forge-mat-disp)
                       " material(s), "
                       function trim(ws-forge-pct-disp)
                       "% chance to fail"
                       delimited by size into ws-forge-line
                   end-string
           end-evaluate
           add 1 to ws-forge-row
           display ws-forge-line at line ws-forge-row column 3
           end-display

           exit paragraph.

      *> name, level, ceiling and the price of the next level for
      *> the piece in slot ws-forge-slot (1 weapon, 2 armor).
       set-forge-terms.

           if ws-forge-slot = 1 then
               move ws-equip-weapon-name to ws-forge-piece-name
               move ws-equip-weapon-plus to ws-forge-piece-plus
           else
               move ws-equip-armor-name to ws-forge-piece-name
               move ws-equip-armor-plus to ws-forge-piece-plus
           end-if

      *> a piece the catalog doesn't know works as common.
           move ws-rarity-common to ws-forge-rarity
           perform varying ws-forge-scan from 1 by 1
           until ws-forge-scan > ws-catalog-count
               if ws-catalog-item-name(ws-forge-scan)
                   = ws-forge-piece-name
               and ws-catalog-item-rarity(ws-forge-scan) > 0 then
                   move ws-catalog-item-rarity(ws-forge-scan)
                       to ws-forge-rarity
               end-if
           end-perform
           compute ws-forge-cap =
               ws-forge-rarity + ws-forge-cap-over-rarity

           compute ws-forge-gold-cost =
               (ws-forge-piece-plus + 1) * ws-forge-gold-per-level
           compute ws-forge-mat-cost =
               (ws-forge-piece-plus + 1) * ws-forge-mats-per-level
           compute ws-forge-fail-pct = ws-forge-fail-base-pct
               + (ws-forge-piece-plus * ws-forge-fail-step-pct)

           exit paragraph.

       count-forge-materials.

           move 0 to ws-forge-mat-have
           perform varying ws-forge-scan from 1 by 1
           until ws-forge-scan > ws-inventory-count
               if ws-inv-item-effect-id(ws-forge-scan)
                   = ws-item-effect-material then
                   add ws-inv-item-qty(ws-forge-scan)
                       to ws-forge-mat-have
               end-if
           end-perform

           exit paragraph.

       forge-upgrade.

           perform count-forge-materials
           perform set-forge-terms

           if ws-forge-piece-name = spaces then
               display "Nothing is equipped there.       " at 2401
               exit paragraph
           end-if

           if ws-forge-piece-plus >= ws-forge-cap then
               display "It will take no more work.       " at 2401
               exit paragraph
           end-if

           if ws-player-gold < ws-forge-gold-cost then
               display "Not enough gold.                 " at 2401
               exit paragraph
           end-if

           if ws-forge-mat-have < ws-forge-mat-cost then
               display "Not enough materials.            " at 2401
               exit paragraph
           end-if

           move ws-player-gold to ws-ledger-gold-before
           subtract ws-forge-gold-cost from ws-player-gold
           move "FORGE" to ws-ledger-source
           move ws-forge-piece-name to ws-ledger-item
           perform write-ledger-movement

      *> the materials go stack by stack, a unit at a time.
           move ws-forge-mat-cost to ws-forge-take
           perform varying ws-forge-scan from 1 by 1
           until ws-forge-scan > ws-inventory-count
               or ws-forge-take = 0
               if ws-inv-item-effect-id(ws-forge-scan)
                   = ws-item-effect-material then
                   move ws-player-gold to ws-ledger-gold-before
                   move "FORGE" to ws-ledger-source
                   move ws-inv-item-name(ws-forge-scan)
                       to ws-ledger-item
                   move -1 to ws-ledger-qty
                   perform write-ledger-movement
                   move ws-forge-scan to ws-inv-sel-idx
                   perform consume-one-inventory-item
                   subtract 1 from ws-forge-take
      *> the slot table may have shifted under us -- rescan.
                   move 0 to ws-forge-scan
               end-if
           end-perform

           compute ws-forge-roll = function random * 100 + 1

           if ws-forge-roll <= ws-forge-fail-pct then
               move function concatenate(
                   "The work on ",
                   function trim(ws-forge-piece-name),
                   " fails - gold and materials are spent.")
                   to ws-history-text
           else
               if ws-forge-slot = 1 then
                   add 1 to ws-equip-weapon-plus
                   move ws-equip-weapon-plus to ws-forge-piece-plus
               else
                   add 1 to ws-equip-armor-plus
                   move ws-equip-armor-plus to ws-forge-piece-plus
               end-if
               move function concatenate(
                   function trim(ws-forge-piece-name),
                   " is forged to +", ws-forge-piece-plus, ".")
                   to ws-history-text
           end-if

           display ws-history-text at 2401
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      ******************************************************************
      * Names the slot's ledger and opens the session in it with the
      * purse as loaded (or as dealt to a new character). Playtests
      * and replays have no slot to account for.
      ******************************************************************
       open-slot-ledger.

           if ws-playtest-on then
               move spaces to ws-ledger-file
               exit paragraph
           end-if

           move function concatenate(
               "PLAYER", ws-save-slot, ws-ledger-file-ext)
               to ws-ledger-file

           move "OPN" to ws-ledger-kind
           evaluate true
               when ws-new-game-chosen
                   move "NEWGAME" to ws-ledger-source
               when ws-recover-chosen
                   move "CHECKPNT" to ws-ledger-source
               when other
                   move "SAVE" to ws-ledger-source
           end-evaluate
           move ws-player-gold to ws-ledger-gold-before
           perform write-ledger-entry

           exit paragraph.

       ledger-item-pickup.

           move ws-player-gold to ws-ledger-gold-before
           move "PICKUP" to ws-ledger-source
           move ws-item-name(ws-item-idx) to ws-ledger-item
           move 1 to ws-ledger-qty
           perform write-ledger-movement

           exit paragraph.

       write-ledger-movement.

           move "MOV" to ws-ledger-kind
           perform write-ledger-entry

           exit paragraph.

      ******************************************************************
      * One PLAYERn.LDG line: when, what turn, which map, why, the
      * gold moved (purse now less ws-ledger-gold-before), the purse
      * after, and any item with the quantity gained or given up.
      ******************************************************************
       write-ledger-entry.

           if ws-ledger-file = spaces then
               move 0 to ws-ledger-qty
               move spaces to ws-ledger-item
               exit paragraph
           end-if

           move function current-date to ws-ledger-date-data

           open extend fd-ledger
           if ws-ledger-status = ws-file-status-ok
           or ws-ledger-status = "05" then
               move spaces to f-ledger-record
               move ws-ledger-date-data(1:14) to f-ledger-stamp
               move ws-ledger-kind to f-ledger-kind
               move ws-stat-turns to f-ledger-turn
               move ws-map-name to f-ledger-map
               move ws-ledger-source to f-ledger-source
               compute f-ledger-gold-delta =
                   ws-player-gold - ws-ledger-gold-before
               move ws-player-gold to f-ledger-gold
               move ws-ledger-qty to f-ledger-qty
               move ws-ledger-item to f-ledger-item
               write f-ledger-record
               close fd-ledger
           end-if

           move 0 to ws-ledger-qty
           move spaces to ws-ledger-item

           exit paragraph.

      ******************************************************************
      * The shared stash, opened by stepping on a bank tile: the
      * same screen conventions as the shop, backed by STASH.DAT in
      * the pack directory instead of any slot's save record. The
      * file is read fresh on open and rewritten on close, so the
      * last session to touch it always wins whole.
      ******************************************************************
       show-stash.

           move ws-hint-bank to ws-hint-idx
           perform show-first-time-hint

           perform load-stash-data

           set ws-stash-scr-open to true

           perform until ws-stash-scr-done

               display space blank screen
               display "SHARED STASH" at 0130

               if ws-stash-count = 0 then
                   display "  (the vault stands empty)" at 0301
               else
                   perform varying ws-stash-idx from 1 by 1
                   until ws-stash-idx > ws-stash-count
                       compute ws-stash-list-row = 2 + ws-stash-idx
                       display
                           ws-stash-idx at ws-stash-list-pos
                           "." ws-stash-item-char(ws-stash-idx)
                           ws-stash-item-name(ws-stash-idx)
                       end-display
                       if ws-stash-item-qty(ws-stash-idx) > 1 then
                           display " x" at line ws-stash-list-row
                               column 30
                           end-display
                           display ws-stash-item-qty(ws-stash-idx)
                               at line ws-stash-list-row column 32
                           end-display
                       end-if
                   end-perform
               end-if

               display "[1-9] withdraw   [d] deposit   [x] close"
                   at 2301

               move 2501 to ws-ui-accept-pos
               perform accept-ui-key
               move ws-ui-key to ws-inv-kb-input

               evaluate true
                   when ws-inv-kb-input = 'x'
                   or ws-inv-kb-input = 'X'
                       set ws-stash-scr-done to true

                   when ws-inv-kb-input = 'd'
                   or ws-inv-kb-input = 'D'
                       perform stash-deposit-item

                   when ws-inv-kb-input >= '1'
                   and ws-inv-kb-input <= '9'
                       compute ws-stash-sel-idx =
                           function numval(ws-inv-kb-input)
                       if ws-stash-sel-idx <= ws-stash-count then
                           perform stash-withdraw-item
                       end-if
               end-evaluate

           end-perform

           perform save-stash-data

           display space blank screen

           exit paragraph.

      ******************************************************************
      * Moves a whole inventory slot (stack and all) into a free
      * stash slot.
      ******************************************************************
       stash-deposit-item.

           if ws-inventory-count = 0 then
               display "You carry nothing to bank.    " at 2401
               exit paragraph
           end-if

           if ws-stash-count >= ws-max-stash-slots then
               display "The vault is full.            " at 2401
               exit paragraph
           end-if

           display "Deposit which item [1-9]? " at 2401
           move 2427 to ws-ui-accept-pos
           perform accept-ui-key-wait
           move ws-ui-key to ws-inv-kb-input

           if ws-inv-kb-input < '1' or ws-inv-kb-input > '9' then
               exit paragraph
           end-if

           compute ws-inv-sel-idx = function numval(ws-inv-kb-input)
           if ws-inv-sel-idx > ws-inventory-count then
               exit paragraph
           end-if

           add 1 to ws-stash-count
           move ws-inventory-item(ws-inv-sel-idx)
               to ws-stash-item(ws-stash-count)
      *> the map-item reference means nothing to another character.
           move 0 to ws-stash-item-map-idx(ws-stash-count)

           move ws-player-gold to ws-ledger-gold-before
           move "STASHIN" to ws-ledger-source
           move ws-inv-item-name(ws-inv-sel-idx) to ws-ledger-item
           compute ws-ledger-qty = 0 - ws-inv-item-qty(ws-inv-sel-idx)
           perform write-ledger-movement

           move function concatenate(
               "Banked ",
               function trim(ws-inv-item-name(ws-inv-sel-idx)))
               to ws-history-text
           move "L" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

      *> the whole stack went into the vault.
           perform remove-inventory-item

           exit paragraph.

      ******************************************************************
      * Moves stash slot ws-stash-sel-idx back into the bag.
      ******************************************************************
       stash-withdraw-item.

           if ws-inventory-count >= ws-max-inventory then
               display "Your bag is full.             " at 2401
               exit paragraph
           end-if

           add 1 to ws-inventory-count
           move ws-stash-item(ws-stash-sel-idx)
               to ws-inventory-item(ws-inventory-count)

           move ws-player-gold to ws-ledger-gold-before
           move "STASHOUT" to ws-ledger-source
           move ws-stash-item-name(ws-stash-sel-idx) to ws-ledger-item
           move ws-stash-item-qty(ws-stash-sel-idx) to ws-ledger-qty
           perform write-ledger-movement

           move function concatenate(
               "Withdrew ",
               function trim(
                   ws-stash-item-name(ws-stash-sel-idx)))
               to ws-history-text
           move "L" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           perform varying ws-stash-idx from ws-stash-sel-idx by 1
           until ws-stash-idx >= ws-stash-count
               move ws-stash-item(ws-stash-idx + 1)
                   to ws-stash-item(ws-stash-idx)
           end-perform
           subtract 1 from ws-stash-count

           exit paragraph.

       load-stash-data.

           move 0 to ws-stash-count
           set ws-stash-not-eof to true

           open input fd-stash-data
      ******************************************************************
       show-shop.

           perform set-player-settle-pos
           perform find-settlement
           perform set-rep-score
           if ws-rep-score <= ws-rep-hated-at then
               move "The merchant will not trade with you here."
                   to ws-history-text
               move "L" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

           if ws-catalog-count = 0 then
               move "The merchant has nothing to sell."
                   to ws-history-text
               exit paragraph
           end-if

           move ws-player-gold to ws-ledger-gold-before
           subtract ws-shop-price
               from ws-player-gold

               move "Y" to ws-inv-item-ident(ws-inventory-count)
           end-if

           move "SHOPBUY" to ws-ledger-source
           move ws-catalog-item-name(ws-catalog-idx) to ws-ledger-item
           move 1 to ws-ledger-qty
           perform write-ledger-movement

      *> demand met is demand raised -- the local modifier drifts
      *> up a couple of points with each purchase.
           perform find-price-row
               exit paragraph
           end-if

           move ws-player-gold to ws-ledger-gold-before
           subtract 10 from ws-player-gold
           move "IDENTIFY" to ws-ledger-source
           perform write-ledger-movement
           perform identify-all-items

           move "The merchant appraises your gear."
               exit paragraph
           end-if

           move ws-player-gold to ws-ledger-gold-before
           subtract 25 from ws-player-gold
           move "UNCURSE" to ws-ledger-source
           perform write-ledger-movement

           if ws-equip-weapon-curse then
               add 2 to ws-equip-weapon-atk
               exit paragraph
           end-if

           move ws-player-gold to ws-ledger-gold-before
           subtract ws-repair-service-cost from ws-player-gold
           move "REPAIR" to ws-ledger-source
           perform write-ledger-movement

           move ws-equip-weapon-dur-max to ws-equip-weapon-dur
           move ws-equip-armor-dur-max to ws-equip-armor-dur
               perform save-prices-table
           end-if

           move ws-player-gold to ws-ledger-gold-before
           add ws-shop-sell-gain to ws-player-gold
           if ws-player-gold > 99999 then
               move 99999 to ws-player-gold
           end-if
           move "SHOPSELL" to ws-ledger-source
           move ws-inv-item-name(ws-inv-sel-idx) to ws-ledger-item
           move -1 to ws-ledger-qty
           perform write-ledger-movement

           move function concatenate(
               "Sold ",
               move 100 to ws-price-effective-pct
           end-if

      *> the settlement's regard for the player moves the price.
           perform set-player-settle-pos
           perform find-settlement
           perform set-rep-score
           evaluate true
               when ws-rep-score >= ws-rep-honored-at
                   compute ws-price-effective-pct =
                       ws-price-effective-pct * 80 / 100
               when ws-rep-score >= ws-rep-liked-at
                   compute ws-price-effective-pct =
                       ws-price-effective-pct * 90 / 100
               when ws-rep-score <= ws-rep-disliked-at
                   compute ws-price-effective-pct =
                       ws-price-effective-pct * 125 / 100
           end-evaluate

      *> a haggler's perks take their cut off whatever is asked.
           if ws-perk-price-cut > 0 then
               compute ws-price-effective-pct =
                   ws-price-effective-pct
                   * (100 - ws-perk-price-cut) / 100
           end-if

           compute ws-shop-price =
               ws-catalog-item-worth(ws-shop-sel-idx-hold)
               * ws-price-effective-pct / 100
      ******************************************************************
      * Moves every enemy in turn: attacks the player if adjacent,
      * otherwise paths toward the player once within earshot (the
      * fog-of-war reveal radius) or wanders at random. Dormant
      * enemies take the cheap run-dormant-enemy turn instead.
      ******************************************************************
       move-enemy.

           perform varying ws-enemy-idx
           from 1 by 1 until ws-enemy-idx > ws-cur-num-enemies

               perform check-enemy-dormancy

               if ws-enemy-dormant(ws-enemy-idx) then
                   perform run-dormant-enemy
               else
                   perform check-enemy-stunned
               end-if

               if not ws-enemy-status-dead(ws-enemy-idx)
               and not ws-enemy-dormant(ws-enemy-idx)
               and ws-seffect-not-active then

                   if ws-enemy-is-boss(ws-enemy-idx) then

           exit paragraph.

      ******************************************************************
      * Decides whether the current enemy sleeps this turn. It stays
      * awake while dead, alerted, roused, a boss, a companion or a
      * thief running with its haul, or
      * while the player is inside its reach: its detection radius
      * plus the player's noise (never less than ws-dormant-radius),
      * widened by its footprint. Outside that it goes dormant -- but
      * only once no condition is running on it, so a dormant enemy
      * never has status effects to tick.
      ******************************************************************
       check-enemy-dormancy.

           if ws-enemy-status-dead(ws-enemy-idx)
           or ws-enemy-alerted(ws-enemy-idx)
           or ws-enemy-roused(ws-enemy-idx)
           or ws-enemy-is-boss(ws-enemy-idx)
           or ws-enemy-is-companion(ws-enemy-idx)
           or not ws-thief-loot-none(ws-enemy-idx) then
               if ws-enemy-dormant(ws-enemy-idx) then
                   set ws-enemy-awake(ws-enemy-idx) to true
               end-if
               exit paragraph
           end-if

           if ws-enemy-detect-radius(ws-enemy-idx) > 0 then
               move ws-enemy-detect-radius(ws-enemy-idx)
                   to ws-dormant-reach
           else
               move ws-explore-radius to ws-dormant-reach
           end-if
           add ws-player-noise to ws-dormant-reach
           if ws-dormant-reach < ws-dormant-radius then
               move ws-dormant-radius to ws-dormant-reach
           end-if

           compute ws-dormant-dist-y = function abs(
               (ws-player-y + ws-player-scr-y)
               - ws-enemy-y(ws-enemy-idx))
           compute ws-dormant-dist-x = function abs(
               (ws-player-x + ws-player-scr-x)
               - ws-enemy-x(ws-enemy-idx))

           if ws-dormant-dist-y <=
               ws-dormant-reach + ws-enemy-foot-h(ws-enemy-idx)
           and ws-dormant-dist-x <=
               ws-dormant-reach + ws-enemy-foot-w(ws-enemy-idx) then
               set ws-enemy-awake(ws-enemy-idx) to true
               exit paragraph
           end-if

           if ws-enemy-dormant(ws-enemy-idx) then
               exit paragraph
           end-if

           perform varying ws-seffect-idx from 1 by 1
           until ws-seffect-idx > ws-max-status-effects
               if ws-enemy-seffect-turns(
                   ws-enemy-idx, ws-seffect-idx) > 0 then
                   exit paragraph
               end-if
           end-perform

           set ws-enemy-dormant(ws-enemy-idx) to true

           exit paragraph.

      ******************************************************************
      * A dormant enemy's turn: the same clock and the same idle
      * step the full brain would give it this far from the player
      * (mud still drags, patrols still walk their ring, wanderers
      * still draw their random step), minus the attack, detection
      * and status work that cannot apply out here.
      ******************************************************************
       run-dormant-enemy.

           add 20 to ws-enemy-current-ticks(ws-enemy-idx)

           move ws-enemy-max-ticks(ws-enemy-idx)
               to ws-enemy-act-threshold
           if ws-tile-effect-id(ws-enemy-y(ws-enemy-idx),
               ws-enemy-x(ws-enemy-idx))
               = ws-mud-effect-id then
               compute ws-enemy-act-threshold =
                   ws-enemy-act-threshold * 2
           end-if

           if ws-enemy-current-ticks(ws-enemy-idx) <
               ws-enemy-act-threshold then
               exit paragraph
           end-if

           move 0 to ws-enemy-current-ticks(ws-enemy-idx)

           if ws-enemy-status-attacked(ws-enemy-idx) then
               set ws-enemy-status-alive(ws-enemy-idx) to true
               set ws-enemy-char-alive(ws-enemy-idx) to true
           end-if

           move ws-enemy-pos(ws-enemy-idx) to ws-enemy-temp-pos

           evaluate true
               when ws-enemy-behavior-guard(ws-enemy-idx)
                   continue

               when ws-enemy-behavior-patrol(ws-enemy-idx)
                   perform patrol-enemy

               when ws-enemy-behavior-ambush(ws-enemy-idx)
                   if ws-enemy-hp-current(ws-enemy-idx) <
                       ws-enemy-hp-total(ws-enemy-idx) then
                       perform wander-enemy
                   end-if

               when ws-enemy-behavior-coward(ws-enemy-idx)
                   if ws-enemy-hp-current(ws-enemy-idx) * 4 <
                       ws-enemy-hp-total(ws-enemy-idx) then
                       perform flee-enemy
                   else
                       perform wander-enemy
                   end-if

               when other
                   perform wander-enemy

           end-evaluate

           exit paragraph.

      ******************************************************************
      * Dispatches the enemy's authored behavior type. The classic
      * beeline-inside-earshot brain is behavior 0 and stays the
                       perform chase-or-wander-enemy
                   end-if

               when ws-enemy-behavior-thief(ws-enemy-idx)
                   perform run-thief-behavior

               when other
                   perform chase-or-wander-enemy


           exit paragraph.

      ******************************************************************
      * A thief's brain. Empty-handed it stalks: inside its senses it
      * freezes while the player could see it and creeps closer the
      * moment their back is turned (the lift itself happens on
      * contact, in enemy-attack-player). With its haul it makes for
      * the nearest way out -- a teleport or a map edge -- that the
      * player is not already closer to, and only runs the coward's
      * flight when there is none or its step that way is blocked.
      ******************************************************************
       run-thief-behavior.

           if not ws-thief-loot-none(ws-enemy-idx) then
               perform pick-thief-bolt-hole
               if ws-thief-hole-found then
                   move ws-thief-hole-y to ws-enemy-target-y
                   move ws-thief-hole-x to ws-enemy-target-x
                   move ws-enemy-pos(ws-enemy-idx) to ws-thief-from-pos
                   perform step-enemy-toward-target
      *> wedged in -- fall back on getting away from the player.
                   if ws-enemy-pos(ws-enemy-idx) = ws-thief-from-pos
                   then
                       move ws-enemy-pos(ws-enemy-idx)
                           to ws-enemy-temp-pos
                       perform flee-enemy
                   end-if
               else
                   perform flee-enemy
               end-if
               perform check-thief-escape
               exit paragraph
           end-if

           perform compute-enemy-detection

           if ws-enemy-to-player-dist-y > ws-detect-effective
           or ws-enemy-to-player-dist-x > ws-detect-effective then
               perform wander-enemy
               exit paragraph
           end-if

           perform check-thief-seen
           if ws-thief-unseen then
               move ws-player-y to ws-enemy-target-y
               add ws-player-scr-y to ws-enemy-target-y
               move ws-player-x to ws-enemy-target-x
               add ws-player-scr-x to ws-enemy-target-x
               perform step-enemy-toward-target
           end-if

           exit paragraph.

      ******************************************************************
      * Where a loaded thief runs: of the spots check-thief-escape
      * counts as clean away -- the nearest point of each map edge
      * and every teleport -- the nearest one to the thief. A spot
      * the player stands as close to or closer would run the thief
      * into their arms and is passed over; with none left
      * ws-thief-hole-sw stays off.
      ******************************************************************
       pick-thief-bolt-hole.

           set ws-thief-no-hole to true
           move 0 to ws-thief-hole-dist
           compute ws-thief-py = ws-player-y + ws-player-scr-y
           compute ws-thief-px = ws-player-x + ws-player-scr-x

           move 1 to ws-thief-cand-y
           move ws-enemy-x(ws-enemy-idx) to ws-thief-cand-x
           perform consider-thief-bolt-hole
           compute ws-thief-cand-y = ws-map-height - 1
           perform consider-thief-bolt-hole

           move ws-enemy-y(ws-enemy-idx) to ws-thief-cand-y
           move 1 to ws-thief-cand-x
           perform consider-thief-bolt-hole
           compute ws-thief-cand-x = ws-map-width - 1
           perform consider-thief-bolt-hole

           perform varying ws-thief-tel-idx from 1 by 1
           until ws-thief-tel-idx > ws-cur-num-teleports
               move ws-teleport-y(ws-thief-tel-idx) to ws-thief-cand-y
               move ws-teleport-x(ws-thief-tel-idx) to ws-thief-cand-x
               perform consider-thief-bolt-hole
           end-perform

           exit paragraph.

      *> keeps ws-thief-cand-y/x when it beats the best hole so far.
       consider-thief-bolt-hole.

           compute ws-thief-cand-dist =
               function abs(ws-thief-cand-y
                   - ws-enemy-y(ws-enemy-idx))
               + function abs(ws-thief-cand-x
                   - ws-enemy-x(ws-enemy-idx))
           compute ws-thief-cand-pdist =
               function abs(ws-thief-cand-y - ws-thief-py)
               + function abs(ws-thief-cand-x - ws-thief-px)

           if ws-thief-cand-pdist <= ws-thief-cand-dist then
               exit paragraph
           end-if

           if ws-thief-no-hole
           or ws-thief-cand-dist < ws-thief-hole-dist then
               set ws-thief-hole-found to true
               move ws-thief-cand-y to ws-thief-hole-y
               move ws-thief-cand-x to ws-thief-hole-x
               move ws-thief-cand-dist to ws-thief-hole-dist
           end-if

           exit paragraph.

      ******************************************************************
      * Sets ws-thief-seen-sw: the player sees the current enemy when
      * it stands inside their sight (the lit radius on a dark map)
      * and on the side of the world they face -- the guard's vision
      * arc turned around.
      ******************************************************************
       check-thief-seen.

           set ws-thief-unseen to true

           if ws-enemy-to-player-dist-y > ws-explore-radius
           or ws-enemy-to-player-dist-x > ws-explore-radius then
               exit paragraph
           end-if

           if ws-map-is-dark
           and (ws-enemy-to-player-dist-y > ws-light-radius
               or ws-enemy-to-player-dist-x > ws-light-radius) then
               exit paragraph
           end-if

           compute ws-vision-rel-y = ws-enemy-y(ws-enemy-idx)
               - (ws-player-y + ws-player-scr-y)
           compute ws-vision-rel-x = ws-enemy-x(ws-enemy-idx)
               - (ws-player-x + ws-player-scr-x)

           evaluate true
               when ws-player-facing-y > 0
                   if ws-vision-rel-y >= 0 then
                       set ws-thief-seen to true
                   end-if
               when ws-player-facing-y < 0
                   if ws-vision-rel-y <= 0 then
                       set ws-thief-seen to true
                   end-if
               when ws-player-facing-x > 0
                   if ws-vision-rel-x >= 0 then
                       set ws-thief-seen to true
                   end-if
               when ws-player-facing-x < 0
                   if ws-vision-rel-x <= 0 then
                       set ws-thief-seen to true
                   end-if
           end-evaluate

           exit paragraph.

      ******************************************************************
      * The lift: gold (a tenth to a quarter of the purse) or one
      * unit of a random unequipped pack item -- never a quest item.
      * With both on offer it is a coin toss. Sets ws-thief-stole-sw;
      * nothing worth taking leaves the thief to fight instead.
      ******************************************************************
       thief-steal.

           set ws-thief-not-stole to true

           move 0 to ws-thief-cand-count
           perform varying ws-inv-idx from 1 by 1
           until ws-inv-idx > ws-inventory-count
               if ws-inv-item-type(ws-inv-idx)
                   not = ws-item-type-quest then
                   add 1 to ws-thief-cand-count
               end-if
           end-perform

           if ws-player-gold = 0 and ws-thief-cand-count = 0 then
               exit paragraph
           end-if

           compute ws-thief-roll = function random * 100 + 1

           if ws-thief-cand-count = 0
           or (ws-player-gold > 0 and ws-thief-roll <= 50) then

               compute ws-thief-roll = function random
                   * ws-thief-steal-span-pct + ws-thief-steal-min-pct
               compute ws-thief-take =
                   ws-player-gold * ws-thief-roll / 100
               if ws-thief-take < 1 then
                   move 1 to ws-thief-take
               end-if
               if ws-thief-take > 999 then
                   move 999 to ws-thief-take
               end-if

               move ws-player-gold to ws-ledger-gold-before
               subtract ws-thief-take from ws-player-gold
               move "THEFT" to ws-ledger-source
               perform write-ledger-movement

               set ws-thief-loot-gold(ws-enemy-idx) to true
               move ws-thief-take to ws-thief-loot-amt(ws-enemy-idx)
           else

               compute ws-thief-pick =
                   function random * ws-thief-cand-count + 1
               if ws-thief-pick > ws-thief-cand-count then
                   move ws-thief-cand-count to ws-thief-pick
               end-if

               move 0 to ws-thief-seen-idx
               perform varying ws-inv-idx from 1 by 1
               until ws-inv-idx > ws-inventory-count
                   if ws-inv-item-type(ws-inv-idx)
                       not = ws-item-type-quest then
                       add 1 to ws-thief-seen-idx
                       if ws-thief-seen-idx = ws-thief-pick then
                           move ws-inv-idx to ws-inv-sel-idx
                       end-if
                   end-if
               end-perform

               move ws-inventory-item(ws-inv-sel-idx)
                   to ws-thief-loot-entry(ws-enemy-idx)
               move ws-thief-loot-entry(ws-enemy-idx)
                   to ws-thief-carried
               move 1 to ws-thief-c-qty
               move ws-thief-carried
                   to ws-thief-loot-entry(ws-enemy-idx)
               set ws-thief-loot-item(ws-enemy-idx) to true

               move ws-player-gold to ws-ledger-gold-before
               move "THEFT" to ws-ledger-source
               move ws-inv-item-name(ws-inv-sel-idx) to ws-ledger-item
               move -1 to ws-ledger-qty
               perform write-ledger-movement

               perform consume-one-inventory-item
           end-if

           set ws-thief-stole to true

           perform set-thief-loot-text
           move function concatenate(
               function trim(ws-enemy-name(ws-enemy-idx)),
               " lifts your ",
               function trim(ws-thief-loot-text), " and runs!")
               to ws-history-text
           move "C" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           exit paragraph.

      ******************************************************************
      * A running thief is clean away once it is well beyond the
      * player's sight, or stands on a map edge or a teleport.
      ******************************************************************
       check-thief-escape.

           set ws-thief-still-here to true

           if ws-enemy-to-player-dist-y >
               ws-explore-radius + ws-thief-escape-margin
           or ws-enemy-to-player-dist-x >
               ws-explore-radius + ws-thief-escape-margin
           or ws-enemy-y(ws-enemy-idx) <= 1
           or ws-enemy-y(ws-enemy-idx) >= ws-map-height - 1
           or ws-enemy-x(ws-enemy-idx) <= 1
           or ws-enemy-x(ws-enemy-idx) >= ws-map-width - 1 then
               set ws-thief-got-away to true
           end-if

           perform varying ws-thief-tel-idx from 1 by 1
           until ws-thief-tel-idx > ws-cur-num-teleports
               if ws-teleport-y(ws-thief-tel-idx)
                   = ws-enemy-y(ws-enemy-idx)
               and ws-teleport-x(ws-thief-tel-idx)
                   = ws-enemy-x(ws-enemy-idx) then
                   set ws-thief-got-away to true
               end-if
           end-perform

           if ws-thief-got-away then
               perform thief-escapes
           end-if

           exit paragraph.

      ******************************************************************
      * The thief is gone: its haul is stashed on the spot it slipped
      * away from -- a dropped item marked as its stash, so the
      * world-state sidecar keeps it for a later visit -- and the
      * thief leaves no body behind. A map with no room for one more
      * item loses the haul for good.
      ******************************************************************
       thief-escapes.

           perform set-thief-loot-text
           set ws-thief-stashing to true
           perform place-thief-loot
           set ws-thief-not-stashing to true

           if ws-thief-loot-placed then
               move function concatenate(
                   function trim(ws-enemy-name(ws-enemy-idx)),
                   " escapes and stashes your ",
                   function trim(ws-thief-loot-text), "!")
                   to ws-history-text
           else
               move function concatenate(
                   function trim(ws-enemy-name(ws-enemy-idx)),
                   " escapes - your ",
                   function trim(ws-thief-loot-text),
                   " is lost for good.")
                   to ws-history-text
           end-if
           move "C" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           set ws-enemy-status-dead(ws-enemy-idx) to true
           move 0 to ws-enemy-hp-current(ws-enemy-idx)
           set ws-enemy-not-alerted(ws-enemy-idx) to true
      *> the stash draws over the spot; once it is picked up the
      *> ground shows through where a body would otherwise lie.
           move ws-tile-char(ws-enemy-y(ws-enemy-idx),
               ws-enemy-x(ws-enemy-idx))
               to ws-enemy-char(ws-enemy-idx)
           move ws-tile-fg(ws-enemy-y(ws-enemy-idx),
               ws-enemy-x(ws-enemy-idx))
               to ws-enemy-color(ws-enemy-idx)

           exit paragraph.

      ******************************************************************
      * Puts the current enemy's haul on the ground where it stands --
      * the stolen gold as a purse of treasure, a pack item as it was
      * carried -- and clears what it carries. ws-thief-placed-sw
      * says whether the map had room for it; with ws-thief-stashing
      * on, the item is marked as the thief's stash.
      ******************************************************************
       place-thief-loot.

           if ws-cur-num-items >= ws-max-num-items then
               move space to ws-thief-loot-kind(ws-enemy-idx)
               set ws-thief-loot-lost to true
               exit paragraph
           end-if

           add 1 to ws-cur-num-items
           initialize ws-item-data-record(ws-cur-num-items)
           if ws-thief-stashing then
               move ws-enemy-name(ws-enemy-idx)
                   to ws-item-stash-thief(ws-cur-num-items)
           else
               move spaces to ws-item-stash-thief(ws-cur-num-items)
           end-if

           if ws-thief-loot-gold(ws-enemy-idx) then
               move "Stolen purse" to ws-item-name(ws-cur-num-items)
               move ws-item-effect-treasure
                   to ws-item-effect-id(ws-cur-num-items)
               move ws-item-type-treasure
                   to ws-item-type(ws-cur-num-items)
               move ws-thief-loot-amt(ws-enemy-idx)
                   to ws-item-worth(ws-cur-num-items)
               move yellow to ws-item-color(ws-cur-num-items)
               move "$" to ws-item-char(ws-cur-num-items)
           else
               move ws-thief-loot-entry(ws-enemy-idx)
                   to ws-thief-carried
               move ws-thief-c-name to ws-item-name(ws-cur-num-items)
               move ws-thief-c-effect-id
                   to ws-item-effect-id(ws-cur-num-items)
               move ws-thief-c-type to ws-item-type(ws-cur-num-items)
               move ws-thief-c-worth
                   to ws-item-worth(ws-cur-num-items)
               move ws-thief-c-color
                   to ws-item-color(ws-cur-num-items)
               move ws-thief-c-char to ws-item-char(ws-cur-num-items)
               move ws-thief-c-atk to ws-item-atk(ws-cur-num-items)
               move ws-thief-c-def to ws-item-def(ws-cur-num-items)
               move ws-thief-c-heal to ws-item-heal(ws-cur-num-items)
           end-if

           move ws-enemy-y(ws-enemy-idx) to ws-item-y(ws-cur-num-items)
           move ws-enemy-x(ws-enemy-idx) to ws-item-x(ws-cur-num-items)
           set ws-item-not-taken(ws-cur-num-items) to true

           move space to ws-thief-loot-kind(ws-enemy-idx)
           set ws-thief-loot-placed to true

           exit paragraph.

      *> "23 gold" or the item's name, for the history lines.
       set-thief-loot-text.

           move spaces to ws-thief-loot-text
           if ws-thief-loot-gold(ws-enemy-idx) then
               move ws-thief-loot-amt(ws-enemy-idx)
                   to ws-thief-amt-disp
               string function trim(ws-thief-amt-disp) " gold"
                   delimited by size into ws-thief-loot-text
               end-string
           else
               move ws-thief-loot-entry(ws-enemy-idx)
                   to ws-thief-carried
               move ws-thief-c-name to ws-thief-loot-text
           end-if

           exit paragraph.

      ******************************************************************
      * The map's state is being written for good -- a save, or the
      * player leaving: a thief still running gets clean away, and a
      * thief that fell to something other than the player's hand
      * (no drop-loot) leaves its haul on its body.
      ******************************************************************
       settle-fleeing-thieves.

           move ws-enemy-idx to ws-thief-hold-idx

           perform varying ws-enemy-idx from 1 by 1
           until ws-enemy-idx > ws-cur-num-enemies
               if not ws-thief-loot-none(ws-enemy-idx) then
                   if ws-enemy-status-dead(ws-enemy-idx) then
                       perform place-thief-loot
                   else
                       perform thief-escapes
                   end-if
               end-if
           end-perform

           move ws-thief-hold-idx to ws-enemy-idx

           exit paragraph.

      ******************************************************************
      * Called when the player is outside an enemy's detection radius --
      * shuffles the enemy one tile in a random direction rather than
               end-if

               perform note-quest-kill
               perform note-compendium-kill

               perform gain-experience
               perform drop-loot
      * Works out how many ticks the player earns this pass: base
      * speed, plus haste, minus slow, minus the drag of genuinely
      * heavy armor. An act (moving or attacking) costs
      * ws-player-act-cost ticks (20, less any tick perks); at the
      * default speed of 20 the player acts every pass, exactly as
      * before the speed axis existed.
      ******************************************************************
       compute-player-speed.


      *> a hoarder's pack drags at the legs.
           perform compute-carry-weight
           if ws-carry-weight > ws-carry-limit-2 then
               subtract 6 from ws-player-speed-effective
           else
               if ws-carry-weight > ws-carry-limit-1 then
                   subtract 3 from ws-player-speed-effective
               end-if
           end-if
                   move ws-enemy-max-ticks(ws-affix-idx)
                       to ws-enemy-current-ticks(ws-affix-idx)
                   set ws-enemy-alerted(ws-affix-idx) to true
                   set ws-enemy-roused(ws-affix-idx) to true
               end-if

           end-perform
           perform varying ws-enemy-idx from 1 by 1
           until ws-enemy-idx > ws-cur-num-enemies

               if not ws-enemy-status-dead(ws-enemy-idx)
               and not ws-enemy-dormant(ws-enemy-idx) then

                   perform varying ws-seffect-idx from 1 by 1
                   until ws-seffect-idx > ws-max-status-effects
               end-if

               perform note-quest-kill
               perform note-compendium-kill

               perform gain-experience
               perform drop-loot
      ******************************************************************
       apply-enemy-status-effect.

           if ws-enemy-dormant(ws-enemy-idx) then
               set ws-enemy-awake(ws-enemy-idx) to true
           end-if

           perform varying ws-seffect-idx from 1 by 1
           until ws-seffect-idx > ws-max-status-effects

           and not (ws-enemy-to-player-dist-y = 0
               and ws-enemy-to-player-dist-x = 0) then

      *> a thief's touch is a lift, not a blow -- and once it has
      *> its haul it only wants away. One with nothing to lift
      *> fights like anyone else.
               if ws-enemy-behavior-thief(ws-enemy-idx) then
                   if not ws-thief-loot-none(ws-enemy-idx) then
                       exit paragraph
                   end-if
                   perform thief-steal
                   if ws-thief-stole then
                       exit paragraph
                   end-if
               end-if

      *> an unalerted guard only sees the half of the world it
      *> faces -- stepping up behind one goes unnoticed.
               if ws-enemy-behavior-guard(ws-enemy-idx)
           if ws-player-cannot-act then
               exit paragraph
           end-if
           subtract ws-player-act-cost from ws-player-current-ticks
           set ws-player-cannot-act to true
           set ws-attacked-this-pass to true

      *> a backstab, and lands twice as hard. Either way the target
      *> knows about it now.
           if ws-enemy-not-alerted(ws-enemy-idx) then
      *> and an unprovoked blow inside a settlement is remembered.
               move ws-enemy-y(ws-enemy-idx) to ws-settle-y
               move ws-enemy-x(ws-enemy-idx) to ws-settle-x
               perform open-peopled-settlement
               if ws-settle-found > 0 then
                   compute ws-rep-delta = 0 - ws-rep-attack-loss
                   perform adjust-reputation
               end-if
               compute ws-total-attack-damage =
                   ws-total-attack-damage * 2
               move function concatenate(
               end-if

               perform note-quest-kill
               perform note-compendium-kill

               perform gain-experience
               perform drop-loot
               exit paragraph
           end-if

      *> a thief cut down on the run gives back exactly what it
      *> took -- nothing more.
           if not ws-thief-loot-none(ws-enemy-idx) then
               perform set-thief-loot-text
               perform place-thief-loot
               if ws-thief-loot-placed then
                   move function concatenate(
                       "You win back your ",
                       function trim(ws-thief-loot-text),
                       " from ",
                       function trim(ws-enemy-name(ws-enemy-idx)),
                       ".")
                       to ws-history-text
               else
                   move function concatenate(
                       function trim(ws-enemy-name(ws-enemy-idx)),
                       " falls, but your ",
                       function trim(ws-thief-loot-text),
                       " is lost for good.")
                       to ws-history-text
               end-if
               move "L" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
               exit paragraph
           end-if

      *> first, the carcass itself may yield a crafting material.
           perform harvest-from-corpse

      *> put the session where it stands now.
           move ws-map-was-overridden-sw to ws-rewind-override-hold
           set ws-map-not-overridden to true
           move ws-player-gold to ws-ledger-gold-before
           perform recover-checkpoint-data
           move ws-rewind-override-hold to ws-map-was-overridden-sw

      *> the purse is whatever the checkpoint held -- the ledger
      *> takes the restored balance as its new starting point.
           move "RST" to ws-ledger-kind
           move "REWIND" to ws-ledger-source
           perform write-ledger-entry

           initialize ws-map-explored-data
           move f-player-explored-data to ws-map-explored-data
           perform load-current-map

           exit paragraph.

       save-traffic-data.

           if ws-playtest-on or ws-map-name = spaces then
               exit paragraph
           end-if

           open output fd-traffic-data
           if ws-traffic-file-status = ws-file-status-ok then

               perform varying ws-traffic-idx from 1 by 1
               until ws-traffic-idx > 25
                   move ws-traffic-row(ws-traffic-idx)
                       to f-traffic-record
                   write f-traffic-record
               end-perform

               perform varying ws-traffic-idx from 1 by 1
               until ws-traffic-idx > 25
                   move ws-death-row(ws-traffic-idx)
                       to f-traffic-record
                   write f-traffic-record
               end-perform

               close fd-traffic-data
           end-if

           exit paragraph.

      *> where the run ended, for the death overlay.
       note-death-cell.

           if ws-playtest-on then
               exit paragraph
           end-if

           compute ws-traffic-y = ws-player-y + ws-player-scr-y
           compute ws-traffic-x = ws-player-x + ws-player-scr-x

           if ws-traffic-y >= 1 and ws-traffic-y <= 25
           and ws-traffic-x >= 1 and ws-traffic-x <= 80
           and ws-death-cell(ws-traffic-y, ws-traffic-x) < 9999
           then
               add 1 to ws-death-cell(ws-traffic-y, ws-traffic-x)
           end-if

           perform save-traffic-data

           exit paragraph.

      ******************************************************************
      * Reads the map's .RGN sidecar: NAME|Y1|X1|Y2|X2 rectangles.
      ******************************************************************
       load-region-data.

           move 0 to ws-region-count
           move 0 to ws-region-last
           set ws-region-not-eof to true

           move function concatenate(
               function trim(ws-map-name), ws-region-file-ext)
               to ws-map-region-file

           open input fd-region-data
           if ws-region-file-status = ws-file-status-ok then
               perform until ws-region-is-eof
                   or ws-region-count >= ws-max-regions

                   read fd-region-data
                       at end set ws-region-is-eof to true
                   end-read

                   if ws-region-not-eof
                   and f-region-line not = spaces then
                       move spaces to ws-region-parse
                       unstring f-region-line delimited by "|"
                           into ws-rgn-p-name ws-rgn-p-y1
                               ws-rgn-p-x1 ws-rgn-p-y2 ws-rgn-p-x2
                       end-unstring
                       if function trim(ws-rgn-p-y1) is numeric
                       then
                           add 1 to ws-region-count
                           move function upper-case(ws-rgn-p-name)
                               to ws-region-name(ws-region-count)
                           move ws-rgn-p-y1
                               to ws-region-y1(ws-region-count)
                           move ws-rgn-p-x1
                               to ws-region-x1(ws-region-count)
                           move ws-rgn-p-y2
                               to ws-region-y2(ws-region-count)
                           move ws-rgn-p-x2
                               to ws-region-x2(ws-region-count)
                       end-if
                   end-if
               end-perform
               close fd-region-data
           end-if

           exit paragraph.

      ******************************************************************
      * Reads the map's .NBR sidecar: one EDGE|MAPNAME line for each
      * edge that leads somewhere.
      ******************************************************************
       load-neighbor-data.

           move spaces to ws-map-neighbors
           set ws-neighbor-not-eof to true

           move function concatenate(
               function trim(ws-map-name), ws-neighbor-file-ext)
               to ws-map-neighbor-file

           open input fd-neighbor-data
           if ws-neighbor-file-status = ws-file-status-ok then
               perform until ws-neighbor-is-eof
                   read fd-neighbor-data
                       at end set ws-neighbor-is-eof to true
                   end-read
                   if ws-neighbor-not-eof then
                       move spaces to ws-neighbor-parse
                       unstring f-neighbor-line delimited by "|"
                           into ws-nbr-p-edge ws-nbr-p-map
                       end-unstring
                       perform varying ws-neighbor-idx from 1 by 1
                       until ws-neighbor-idx > 4
                           if ws-neighbor-edge(ws-neighbor-idx)
                               = function upper-case(ws-nbr-p-edge)
                           then
                               move function upper-case(ws-nbr-p-map)
                                   to ws-neighbor-map(ws-neighbor-idx)
                           end-if
                       end-perform
                   end-if
               end-perform
               close fd-neighbor-data
           end-if

           exit paragraph.

      *> which edge ws-temp-map-pos has stepped over, and whether a
      *> map lies beyond it (ws-edge-idx 0 when not).
       find-edge-neighbor.

           evaluate true
               when ws-temp-map-pos-y <= 0
                   move 1 to ws-edge-idx
               when ws-temp-map-pos-y >= ws-map-height
                   move 2 to ws-edge-idx
               when ws-temp-map-pos-x >= ws-map-width
                   move 3 to ws-edge-idx
               when other
                   move 4 to ws-edge-idx
           end-evaluate

           if ws-neighbor-map(ws-edge-idx) = spaces then
               move 0 to ws-edge-idx
           end-if

           exit paragraph.

      ******************************************************************
      * The player walks off an edge into the neighbor beyond it and
      * lands on that map's facing edge, keeping the other
      * coordinate (pulled in if the neighbor is narrower). The map
      * being left is banked and unlocked exactly as a cross-map
      * teleport does. A neighbor that is not installed stays a
      * wall, and is logged; a landing tile that blocks gives way to
      * the nearest open one.
      ******************************************************************
       walk-off-edge.

           move function concatenate(
               function trim(ws-neighbor-map(ws-edge-idx)),
               ws-data-file-ext)
               to ws-edge-dat-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-edge-dat-file ws-edge-file-info
               returning ws-edge-file-status
           end-call
           if ws-edge-file-status not = 0 then
               move "EDGE" to ws-errlog-reason
               move ws-map-name to ws-errlog-file
               move spaces to ws-errlog-detail
               string "neighbor " delimited by size
                   ws-neighbor-map(ws-edge-idx) delimited by space
                   " not installed" delimited by size
                   into ws-errlog-detail
               end-string
               call "crl-error-log" using
                   ws-errlog-program ws-errlog-reason
                   ws-errlog-file ws-errlog-detail
               end-call
               exit paragraph
           end-if

      *> the neighbor's size decides where its facing edge is.
           move ws-max-map-height to ws-edge-dim-height
           move ws-max-map-width to ws-edge-dim-width
           move function concatenate(
               function trim(ws-neighbor-map(ws-edge-idx)),
               ws-dim-file-ext)
               to ws-edge-dim-file
           open input fd-edge-dim
           if ws-edge-dim-status = ws-file-status-ok then
               read fd-edge-dim
                   at end continue
               end-read
               if ws-edge-dim-status = ws-file-status-ok
               and f-edge-dim-height is numeric
               and f-edge-dim-width is numeric then
                   move f-edge-dim-height to ws-edge-dim-height
                   move f-edge-dim-width to ws-edge-dim-width
               end-if
           end-if
           close fd-edge-dim

           move ws-temp-map-pos-y to ws-edge-land-y
           move ws-temp-map-pos-x to ws-edge-land-x
           evaluate ws-edge-idx
               when 1
                   compute ws-edge-land-y = ws-edge-dim-height - 1
               when 2
                   move 1 to ws-edge-land-y
               when 3
                   move 1 to ws-edge-land-x
               when 4
                   compute ws-edge-land-x = ws-edge-dim-width - 1
           end-evaluate
           if ws-edge-land-y >= ws-edge-dim-height then
               compute ws-edge-land-y = ws-edge-dim-height - 1
           end-if
           if ws-edge-land-y < 1 then
               move 1 to ws-edge-land-y
           end-if
           if ws-edge-land-x >= ws-edge-dim-width then
               compute ws-edge-land-x = ws-edge-dim-width - 1
           end-if
           if ws-edge-land-x < 1 then
               move 1 to ws-edge-land-x
           end-if

           move spaces to ws-history-text
           string "You head " delimited by size
               ws-edge-dir-name(ws-edge-idx) delimited by space
               " into " delimited by size
               ws-neighbor-map(ws-edge-idx) delimited by space
               "." delimited by size
               into ws-history-text
           end-string
           move "M" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

      *> ws-map-name still names the map being left -- bank its
      *> state and hand back its read lock before the neighbor
      *> replaces the tables.
           perform save-world-state
           perform release-map-read-lock
           move ws-neighbor-map(ws-edge-idx) to ws-map-name
           move ws-map-name to ws-map-name-temp
           initialize ws-map-explored-data
           compute ws-player-y = ws-edge-land-y - ws-player-scr-y
           compute ws-player-x = ws-edge-land-x - ws-player-scr-x
           perform load-current-map

           if ws-tile-is-blocking(ws-edge-land-y, ws-edge-land-x)
           then
               move ws-edge-land-y to ws-reloc-near-y
               move ws-edge-land-x to ws-reloc-near-x
               move 0 to ws-reloc-best-y
               move 0 to ws-reloc-best-x
               perform find-nearest-open-tile
               if ws-reloc-best-y > 0 then
                   compute ws-player-y =
                       ws-reloc-best-y - ws-player-scr-y
                   compute ws-player-x =
                       ws-reloc-best-x - ws-player-scr-x
                   move ws-reloc-best-y to ws-temp-map-pos-y
                   move ws-reloc-best-x to ws-temp-map-pos-x
                   perform mark-explored
               end-if
           end-if

           exit paragraph.

      ******************************************************************
      * Reads the map's .ENC sidecar once the regions are in: each
      * line's region is looked up by name and its template's stats
      * taken from BESTIARY.BST, the way load-map-data resolves a
      * placed template. A line naming no region of this map or no
      * template in the bestiary is logged and left out.
      ******************************************************************
       load-encounter-data.

           move 0 to ws-encounter-count
           set ws-encounter-not-eof to true

           if ws-region-count = 0 then
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-map-name), ws-encounter-file-ext)
               to ws-map-encounter-file

           open input fd-encounter-data
           if ws-encounter-file-status not = ws-file-status-ok then
               close fd-encounter-data
               exit paragraph
           end-if

           set ws-enc-bestiary-closed to true
           open input fd-arena-bestiary
           if ws-arena-bestiary-status = ws-file-status-ok then
               set ws-enc-bestiary-open to true
           end-if

           perform until ws-encounter-is-eof
               or ws-encounter-count >= ws-max-encounters

               read fd-encounter-data
                   at end set ws-encounter-is-eof to true
               end-read

               if ws-encounter-not-eof
               and f-encounter-line not = spaces then
                   move spaces to ws-encounter-parse
                   unstring f-encounter-line delimited by "|"
                       into ws-enc-p-region ws-enc-p-tpl
                           ws-enc-p-chance ws-enc-p-cap
                           ws-enc-p-when ws-enc-p-weather
                   end-unstring
                   perform add-encounter-line
               end-if
           end-perform

           close fd-arena-bestiary
           close fd-encounter-data

           exit paragraph.

       add-encounter-line.

           add 1 to ws-encounter-count
           initialize ws-encounter(ws-encounter-count)

           move 0 to ws-enc-region(ws-encounter-count)
           perform varying ws-region-idx from 1 by 1
           until ws-region-idx > ws-region-count
               if ws-region-name(ws-region-idx)
                   = function upper-case(ws-enc-p-region) then
                   move ws-region-idx
                       to ws-enc-region(ws-encounter-count)
               end-if
           end-perform

           if function trim(ws-enc-p-tpl) is numeric then
               move function numval(ws-enc-p-tpl) to f-arn-bst-id
           else
               move 0 to f-arn-bst-id
           end-if

           move "ENCOUNT" to ws-errlog-reason
           move ws-map-name to ws-errlog-file
           move spaces to ws-errlog-detail

           if ws-enc-region(ws-encounter-count) = 0 then
               string "no region " delimited by size
                   ws-enc-p-region delimited by space
                   into ws-errlog-detail
               end-string
           else
               if ws-enc-bestiary-closed then
                   move "no bestiary for encounters"
                       to ws-errlog-detail
               else
                   read fd-arena-bestiary
                       invalid key
                           string "template " delimited by size
                               ws-enc-p-tpl delimited by space
                               " not in bestiary" delimited by size
                               into ws-errlog-detail
                           end-string
                   end-read
               end-if
           end-if

           if ws-errlog-detail not = spaces then
               call "crl-error-log" using
                   ws-errlog-program ws-errlog-reason
                   ws-errlog-file ws-errlog-detail
               end-call
               subtract 1 from ws-encounter-count
               exit paragraph
           end-if

           move f-arn-bst-id to ws-enc-tpl-id(ws-encounter-count)
           move f-arn-bst-name to ws-enc-name(ws-encounter-count)
           move f-arn-bst-hp to ws-enc-hp(ws-encounter-count)
           move f-arn-bst-attack to ws-enc-atk(ws-encounter-count)
           move f-arn-bst-color to ws-enc-color(ws-encounter-count)
           move f-arn-bst-char to ws-enc-char(ws-encounter-count)
           move f-arn-bst-ticks to ws-enc-ticks(ws-encounter-count)
           move f-arn-bst-exp-worth
               to ws-enc-exp(ws-encounter-count)
           move f-arn-bst-ranged-sw
               to ws-enc-ranged(ws-encounter-count)
           move f-arn-bst-behavior
               to ws-enc-behavior(ws-encounter-count)
           move f-arn-bst-dmg-type
               to ws-enc-dmg-type(ws-encounter-count)
           move f-arn-bst-resist-type
               to ws-enc-resist(ws-encounter-count)

           if function trim(ws-enc-p-chance) is numeric then
               move function numval(ws-enc-p-chance)
                   to ws-enc-chance(ws-encounter-count)
           end-if
           move 1 to ws-enc-cap(ws-encounter-count)
           if function trim(ws-enc-p-cap) is numeric
           and function numval(ws-enc-p-cap) > 0 then
               move function numval(ws-enc-p-cap)
                   to ws-enc-cap(ws-encounter-count)
           end-if
           move function upper-case(ws-enc-p-when)
               to ws-enc-when(ws-encounter-count)
           move function upper-case(ws-enc-p-weather)
               to ws-enc-weather(ws-encounter-count)

           exit paragraph.

      ******************************************************************
      * A step taken inside a region with an encounter table gives
      * each of its lines that suits the hour and the weather, and
      * is under its cap, a roll at its chance. The first to come up
      * raises one wanderer -- at most one a step -- on open ground
      * in the region, out of arm's reach. It is recorded in world
      * state like any spawner's output.
      ******************************************************************
       roll-region-encounter.

           if ws-encounter-count = 0 or ws-region-here = 0 then
               exit paragraph
           end-if

           if function mod(ws-stat-turns, ws-day-length-turns)
               >= ws-nightfall-turn then
               set ws-enc-is-night to true
           else
               set ws-enc-is-day to true
           end-if

           set ws-enc-not-raised to true
           perform varying ws-enc-idx from 1 by 1
           until ws-enc-idx > ws-encounter-count or ws-enc-raised
               if ws-enc-region(ws-enc-idx) = ws-region-here then
                   perform try-one-encounter
               end-if
           end-perform

           exit paragraph.

       try-one-encounter.

           if ws-cur-num-enemies >= ws-max-num-enemies - 1 then
               exit paragraph
           end-if

           if (ws-enc-when(ws-enc-idx) = "D" and ws-enc-is-night)
           or (ws-enc-when(ws-enc-idx) = "N" and ws-enc-is-day) then
               exit paragraph
           end-if

           if ws-enc-weather(ws-enc-idx) not = space
           and ws-enc-weather(ws-enc-idx) not = ws-map-weather then
               exit paragraph
           end-if

           compute ws-enc-group = ws-wander-group-base
               + ws-region-here
           move 0 to ws-enc-live
           perform varying ws-enc-scan from 1 by 1
           until ws-enc-scan > ws-cur-num-enemies
               if not ws-enemy-status-dead(ws-enc-scan)
               and ws-enemy-spawn-group(ws-enc-scan) = ws-enc-group
               and ws-enemy-template-id(ws-enc-scan)
                   = ws-enc-tpl-id(ws-enc-idx) then
                   add 1 to ws-enc-live
               end-if
           end-perform
           if ws-enc-live >= ws-enc-cap(ws-enc-idx) then
               exit paragraph
           end-if

           compute ws-enc-roll = function random * 100 + 1
           if ws-enc-roll > ws-enc-chance(ws-enc-idx) then
               exit paragraph
           end-if

      *> somewhere open in the region, not on top of the player.
           move 0 to ws-enc-spot-y
           perform varying ws-enc-try from 1 by 1
           until ws-enc-try > 20 or ws-enc-spot-y > 0
               compute ws-enc-spot-y = ws-region-y1(ws-region-here)
                   + function random * (ws-region-y2(ws-region-here)
                   - ws-region-y1(ws-region-here) + 1)
               compute ws-enc-spot-x = ws-region-x1(ws-region-here)
                   + function random * (ws-region-x2(ws-region-here)
                   - ws-region-x1(ws-region-here) + 1)
               if ws-enc-spot-y < 1 or ws-enc-spot-y >= ws-map-height
               or ws-enc-spot-x < 1 or ws-enc-spot-x >= ws-map-width
               then
                   move 0 to ws-enc-spot-y
               else
                   if ws-tile-is-blocking(ws-enc-spot-y, ws-enc-spot-x)
                   or (function abs(ws-enc-spot-y
                       - (ws-player-y + ws-player-scr-y)) < 2
                   and function abs(ws-enc-spot-x
                       - (ws-player-x + ws-player-scr-x)) < 2) then
                       move 0 to ws-enc-spot-y
                   end-if
               end-if
           end-perform

           if ws-enc-spot-y = 0 then
               exit paragraph
           end-if

           set ws-enc-raised to true
           add 1 to ws-cur-num-enemies
           initialize ws-enemy(ws-cur-num-enemies)
           move ws-enc-name(ws-enc-idx)
               to ws-enemy-name(ws-cur-num-enemies)
           compute ws-enemy-hp-total(ws-cur-num-enemies) =
               ws-enc-hp(ws-enc-idx) * ws-difficulty-pct / 100
           move ws-enemy-hp-total(ws-cur-num-enemies)
               to ws-enemy-hp-current(ws-cur-num-enemies)
           compute ws-enemy-attack-damage(ws-cur-num-enemies) =
               ws-enc-atk(ws-enc-idx) * ws-difficulty-pct / 100
           move ws-enc-spot-y to ws-enemy-y(ws-cur-num-enemies)
           move ws-enc-spot-x to ws-enemy-x(ws-cur-num-enemies)
           move ws-enc-color(ws-enc-idx)
               to ws-enemy-color(ws-cur-num-enemies)
           move ws-enc-char(ws-enc-idx)
               to ws-enemy-char(ws-cur-num-enemies)
           set ws-enemy-status-alive(ws-cur-num-enemies) to true
           move ws-enc-ticks(ws-enc-idx)
               to ws-enemy-max-ticks(ws-cur-num-enemies)
           move 0 to ws-enemy-current-ticks(ws-cur-num-enemies)
           move ws-enc-exp(ws-enc-idx)
               to ws-enemy-exp-worth(ws-cur-num-enemies)
           move ws-enc-ranged(ws-enc-idx)
               to ws-enemy-ranged-sw(ws-cur-num-enemies)
           move ws-enc-behavior(ws-enc-idx)
               to ws-enemy-behavior(ws-cur-num-enemies)
           move ws-enc-dmg-type(ws-enc-idx)
               to ws-enemy-dmg-type(ws-cur-num-enemies)
           move ws-enc-resist(ws-enc-idx)
               to ws-enemy-resist-type(ws-cur-num-enemies)
           move ws-enc-tpl-id(ws-enc-idx)
               to ws-enemy-template-id(ws-cur-num-enemies)
           move ws-enc-group
               to ws-enemy-spawn-group(ws-cur-num-enemies)
           set ws-enemy-not-boss(ws-cur-num-enemies) to true
           set ws-enemy-not-companion(ws-cur-num-enemies) to true
           move 1 to ws-enemy-foot-h(ws-cur-num-enemies)
           move 1 to ws-enemy-foot-w(ws-cur-num-enemies)

           move ws-cur-num-enemies to ws-affix-idx
           perform roll-one-enemy-affix

           if ws-is-explored(ws-enc-spot-y, ws-enc-spot-x) then
               move function concatenate(
                   "A ",
                   function trim(
                       ws-enemy-name(ws-cur-num-enemies)),
                   " wanders out of the ",
                   function trim(ws-region-name(ws-region-here)),
                   "!")
                   to ws-history-text
               move "C" to ws-history-cat
               call "add-action-history-item" using
                   ws-history-text ws-history-cat ws-action-history
               end-call
           end-if

           exit paragraph.
               exit paragraph
           end-if

           move ws-player-gold to ws-ledger-gold-before
           move "CRAFT" to ws-ledger-source
           move ws-recipe-mat-1(ws-recipe-idx) to ws-ledger-item
           compute ws-ledger-qty = 0 - ws-recipe-qty-1(ws-recipe-idx)
           perform write-ledger-movement
           if ws-recipe-qty-2(ws-recipe-idx) > 0 then
               move "CRAFT" to ws-ledger-source
               move ws-recipe-mat-2(ws-recipe-idx) to ws-ledger-item
               compute ws-ledger-qty =
                   0 - ws-recipe-qty-2(ws-recipe-idx)
               perform write-ledger-movement
           end-if
           move "CRAFT" to ws-ledger-source
           move ws-recipe-output(ws-recipe-idx) to ws-ledger-item
           move 1 to ws-ledger-qty
           perform write-ledger-movement

           move ws-recipe-qty-1(ws-recipe-idx) to ws-craft-take
           perform varying ws-craft-scan from 1 by 1
           until ws-craft-scan > ws-inventory-count
                   ws-history-text ws-history-cat ws-action-history
               end-call

               perform offer-level-perks

           end-perform

           exit paragraph.

      ******************************************************************
      * At a level PERKS.TBL names, up to three perks fit for the
      * player -- the row's class or no class, its prerequisite
      * taken, not taken already -- are put on screen and one is
      * picked. The key comes through the recorded prompt so a
      * replay picks the same perk.
      ******************************************************************
       offer-level-perks.

           move 0 to ws-perk-offer-count

           if ws-perk-count = 0
           or ws-perk-taken(ws-max-perks-taken) not = 0 then
               exit paragraph
           end-if

           perform set-class-letter

           perform varying ws-perk-idx from 1 by 1
           until ws-perk-idx > ws-perk-count
               or ws-perk-offer-count >= ws-max-perk-offers
               perform check-perk-fit
               if ws-perk-fits then
                   add 1 to ws-perk-offer-count
                   move ws-perk-idx
                       to ws-perk-offer(ws-perk-offer-count)
               end-if
           end-perform

           if ws-perk-offer-count = 0 then
               exit paragraph
           end-if

           display space blank screen
           display "CHOOSE A PERK" at 0130
           display "You have reached level " at 0303
               ws-player-level at 0326

           perform varying ws-perk-offer-idx from 1 by 1
           until ws-perk-offer-idx > ws-perk-offer-count
               move ws-perk-offer(ws-perk-offer-idx) to ws-perk-idx
               perform set-perk-kind-text
               compute ws-perk-list-row = 4 + (ws-perk-offer-idx * 2)
               display ws-perk-offer-idx
                   at line ws-perk-list-row column 5
               end-display
               display " - " ws-perk-name(ws-perk-idx)
                   at line ws-perk-list-row column 6
               end-display
               display ws-perk-kind-text
                   at line ws-perk-list-row column 30
               end-display
           end-perform

           display "[1-" at 2301
               ws-perk-offer-count at 2304
               "] choose" at 2305

           move 0 to ws-perk-choice
           perform until ws-perk-choice > 0 or ws-quit
               move 2501 to ws-ui-accept-pos
               perform accept-ui-key-wait
               if ws-ui-key >= '1' and ws-ui-key <= '3' then
                   move ws-ui-key to ws-perk-choice
                   if ws-perk-choice > ws-perk-offer-count then
                       move 0 to ws-perk-choice
                   end-if
               end-if
           end-perform

           display space blank screen

           if ws-perk-choice = 0 then
               exit paragraph
           end-if

           move ws-perk-offer(ws-perk-choice) to ws-perk-idx
           perform varying ws-perk-taken-idx from 1 by 1
           until ws-perk-taken-idx > ws-max-perks-taken
               if ws-perk-taken(ws-perk-taken-idx) = 0 then
                   move ws-perk-id(ws-perk-idx)
                       to ws-perk-taken(ws-perk-taken-idx)
                   exit perform
               end-if
           end-perform

           move function concatenate(
               "Perk gained: ",
               function trim(ws-perk-name(ws-perk-idx)), ".")
               to ws-history-text
           move "S" to ws-history-cat
           call "add-action-history-item" using
               ws-history-text ws-history-cat ws-action-history
           end-call

           perform compute-perk-totals

           exit paragraph.

      *> Is the PERKS.TBL row at ws-perk-idx on offer at this level?
       check-perk-fit.

           set ws-perk-unfit to true

           if ws-perk-level(ws-perk-idx) not = ws-player-level then
               exit paragraph
           end-if

           if ws-perk-class(ws-perk-idx) not = space
           and ws-perk-class(ws-perk-idx) not = ws-class-letter then
               exit paragraph
           end-if

           move ws-perk-id(ws-perk-idx) to ws-perk-query-id
           perform check-perk-held
           if ws-perk-is-held then
               exit paragraph
           end-if

           if ws-perk-prereq(ws-perk-idx) not = 0 then
               move ws-perk-prereq(ws-perk-idx) to ws-perk-query-id
               perform check-perk-held
               if ws-perk-not-held then
                   exit paragraph
               end-if
           end-if

           set ws-perk-fits to true

           exit paragraph.

       check-perk-held.

           set ws-perk-not-held to true

           perform varying ws-perk-taken-idx from 1 by 1
           until ws-perk-taken-idx > ws-max-perks-taken
               if ws-perk-taken(ws-perk-taken-idx) = ws-perk-query-id
               and ws-perk-query-id not = 0 then
                   set ws-perk-is-held to true
               end-if
           end-perform

           exit paragraph.

      *> Finds the PERKS.TBL row for ws-perk-query-id (0 = none).
       find-perk-row.

           move 0 to ws-perk-row-found

           perform varying ws-perk-idx from 1 by 1
           until ws-perk-idx > ws-perk-count
               if ws-perk-id(ws-perk-idx) = ws-perk-query-id then
                   move ws-perk-idx to ws-perk-row-found
                   exit perform
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Adds up what the perks taken give, for the paragraphs that
      * use each stat. A taken id the pack's PERKS.TBL no longer has
      * gives nothing.
      ******************************************************************
       compute-perk-totals.

           move 0 to ws-perk-carry-bonus
           move ws-resist-none to ws-perk-resist-type
           move 0 to ws-perk-tick-cut
           move 0 to ws-perk-price-cut
           move 0 to ws-perk-regen-bonus

           perform varying ws-perk-taken-idx from 1 by 1
           until ws-perk-taken-idx > ws-max-perks-taken

               move ws-perk-taken(ws-perk-taken-idx)
                   to ws-perk-query-id
               move 0 to ws-perk-row-found
               if ws-perk-query-id not = 0 then
                   perform find-perk-row
               end-if

               if ws-perk-row-found > 0 then
                   move ws-perk-row-found to ws-perk-idx
                   evaluate ws-perk-kind(ws-perk-idx)
                       when ws-perk-kind-carry
                           add ws-perk-amount(ws-perk-idx)
                               to ws-perk-carry-bonus
                       when ws-perk-kind-resist
                           move ws-perk-amount(ws-perk-idx)
                               to ws-perk-resist-type
                       when ws-perk-kind-tick
                           add ws-perk-amount(ws-perk-idx)
                               to ws-perk-tick-cut
                       when ws-perk-kind-price
                           add ws-perk-amount(ws-perk-idx)
                               to ws-perk-price-cut
                       when ws-perk-kind-regen
                           add ws-perk-amount(ws-perk-idx)
                               to ws-perk-regen-bonus
                   end-evaluate
               end-if

           end-perform

           if ws-perk-tick-cut > ws-perk-tick-cut-max then
               move ws-perk-tick-cut-max to ws-perk-tick-cut
           end-if
           if ws-perk-price-cut > ws-perk-price-cut-max then
               move ws-perk-price-cut-max to ws-perk-price-cut
           end-if
           if ws-perk-regen-bonus > ws-perk-regen-bonus-max then
               move ws-perk-regen-bonus-max to ws-perk-regen-bonus
           end-if

           compute ws-player-act-cost =
               ws-player-tick-cost - ws-perk-tick-cut

           exit paragraph.

      *> What the row at ws-perk-idx does, in a few words.
       set-perk-kind-text.

           move spaces to ws-perk-kind-text
           move ws-perk-amount(ws-perk-idx) to ws-perk-amount-disp

           evaluate ws-perk-kind(ws-perk-idx)
               when ws-perk-kind-carry
                   string "carry +" function trim(ws-perk-amount-disp)
                       delimited by size into ws-perk-kind-text
                   end-string
               when ws-perk-kind-resist
                   evaluate ws-perk-amount(ws-perk-idx)
                       when ws-dmg-fire
                           move "resist fire" to ws-perk-kind-text
                       when ws-dmg-ice
                           move "resist ice" to ws-perk-kind-text
                       when ws-dmg-venom
                           move "resist venom" to ws-perk-kind-text
                       when other
                           move "resist" to ws-perk-kind-text
                   end-evaluate
               when ws-perk-kind-tick
                   string "act -" function trim(ws-perk-amount-disp)
                       " ticks"
                       delimited by size into ws-perk-kind-text
                   end-string
               when ws-perk-kind-price
                   string "shops -" function trim(ws-perk-amount-disp)
                       "%"
                       delimited by size into ws-perk-kind-text
                   end-string
               when ws-perk-kind-regen
                   string "regen +" function trim(ws-perk-amount-disp)
                       " turns"
                       delimited by size into ws-perk-kind-text
                   end-string
           end-evaluate

           exit paragraph.

      *> The equipment screen's list of perks taken.
       show-perks-taken.

           if ws-perk-taken(1) = 0 then
               exit paragraph
           end-if

           display "Perks:" at 1503

           perform varying ws-perk-taken-idx from 1 by 1
           until ws-perk-taken-idx > ws-max-perks-taken
               if ws-perk-taken(ws-perk-taken-idx) not = 0 then
                   move ws-perk-taken(ws-perk-taken-idx)
                       to ws-perk-query-id
                   perform find-perk-row
                   if ws-perk-row-found > 0 then
                       move ws-perk-row-found to ws-perk-idx
                       perform set-perk-kind-text
                       if ws-perk-taken-idx <= 5 then
                           compute ws-perk-list-row =
                               15 + ws-perk-taken-idx
                           move 5 to ws-perk-list-col
                       else
                           compute ws-perk-list-row =
                               10 + ws-perk-taken-idx
                           move 42 to ws-perk-list-col
                       end-if
                       display ws-perk-name(ws-perk-idx)
                           at line ws-perk-list-row
                           column ws-perk-list-col
                       end-display
                       add 21 to ws-perk-list-col
                       display ws-perk-kind-text
                           at line ws-perk-list-row
                           column ws-perk-list-col
                       end-display
                   end-if
               end-if
           end-perform

           exit paragraph.
