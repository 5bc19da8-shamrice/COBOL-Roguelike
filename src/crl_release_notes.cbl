      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Writes the release notes (RELNOTES.TXT) between two
      *>          versions of a map pack. Both CRLPACK1 bundles are
      *>          unpacked to scratch directories and compared: maps
      *>          added, removed and changed (any member whose
      *>          checksum moved), with crl-map-diff's counts of
      *>          changed tiles, enemies and teleports for each
      *>          changed map; the catalog changes ITEMAUD.LOG holds
      *>          between the two packs' ITEMS.VER stamps; bestiary
      *>          templates added, removed or restatted; quests new,
      *>          changed or dropped in QUESTS.QST; and the maps
      *>          whose world state crl-pack-upgrade will reset when
      *>          the new pack goes over the old one.
      *>          Arguments:
      *>              --old=FILE        the pack being replaced
      *>              --new=FILE        the pack being released
      *>              --report=FILE     notes file (RELNOTES.TXT)
      *> Tectonics:
      *>     ./build_release_notes.sh
      *>*****************************************************************
       identification division.
       program-id. crl-release-notes.

       environment division.

       input-output section.

       file-control.
      *> one old/new pair of selects per record length, as in
      *> crl-map-diff: the A side is always the old pack's copy,
      *> the B side the new pack's.
           select optional fd-tile-a
               assign to dynamic ws-file-a-name
               organization is record sequential
               file status is ws-file-a-status.
           select optional fd-tile-b
               assign to dynamic ws-file-b-name
               organization is record sequential
               file status is ws-file-b-status.

           select optional fd-enemy-a
               assign to dynamic ws-file-a-name
               organization is record sequential
               file status is ws-file-a-status.
           select optional fd-enemy-b
               assign to dynamic ws-file-b-name
               organization is record sequential
               file status is ws-file-b-status.

           select optional fd-tel-a
               assign to dynamic ws-file-a-name
               organization is indexed
               access mode is dynamic
               record key is f-tel-a-pos
               file status is ws-file-a-status.
           select optional fd-tel-b
               assign to dynamic ws-file-b-name
               organization is indexed
               access mode is dynamic
               record key is f-tel-b-pos
               file status is ws-file-b-status.

           select optional fd-bst-a
               assign to dynamic ws-file-a-name
               organization is indexed
               access mode is dynamic
               record key is f-bst-a-id
               file status is ws-file-a-status.
           select optional fd-bst-b
               assign to dynamic ws-file-b-name
               organization is indexed
               access mode is dynamic
               record key is f-bst-b-id
               file status is ws-file-b-status.

           select optional fd-text-a
               assign to dynamic ws-file-a-name
               organization is line sequential
               file status is ws-file-a-status.
           select optional fd-text-b
               assign to dynamic ws-file-b-name
               organization is line sequential
               file status is ws-file-b-status.

           select optional fd-item-audit
               assign to ws-item-audit-file
               organization is line sequential
               file status is ws-item-audit-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-tile-a.
           01  f-tile-a-rec                 pic x(10).
           fd  fd-tile-b.
           01  f-tile-b-rec                 pic x(10).

           fd  fd-enemy-a.
           01  f-enemy-a-rec                pic x(74).
           fd  fd-enemy-b.
           01  f-enemy-b-rec                pic x(74).

           fd  fd-tel-a.
           01  f-tel-a-rec.
               05  f-tel-a-pos              pic x(4).
               05  f-tel-a-dest             pic x(19).
           fd  fd-tel-b.
           01  f-tel-b-rec.
               05  f-tel-b-pos              pic x(4).
               05  f-tel-b-dest             pic x(19).

      *> the bestiary's 38-byte template record -- see crl-bestiary.
           fd  fd-bst-a.
           01  f-bst-a-rec.
               05  f-bst-a-id               pic 999.
               05  filler                   pic x(35).
           fd  fd-bst-b.
           01  f-bst-b-rec.
               05  f-bst-b-id               pic 999.
               05  filler                   pic x(35).

      *> QUESTS.QST and ITEMS.VER, one line at a time.
           fd  fd-text-a.
           01  f-text-a-line                pic x(80).
           fd  fd-text-b.
           01  f-text-b-line                pic x(80).

      *> the item creator's ITEMAUD.LOG line.
           fd  fd-item-audit.
           01  f-item-audit-line.
               05  f-aud-stamp              pic x(14).
               05  filler                   pic x.
               05  f-aud-op                 pic x(3).
               05  filler                   pic x.
               05  f-aud-id                 pic 999.
               05  filler                   pic x.
               05  f-aud-before             pic x(46).
               05  filler                   pic x.
               05  f-aud-after              pic x(46).
               05  filler                   pic x.
               05  f-aud-operator           pic x(12).

           fd  fd-report.
           01  f-report-line                pic x(80).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-max-pack-files           value 200.
           78  ws-max-maps                 value 50.
           78  ws-max-tels                 value 999.
           78  ws-max-ids                  value 999.
           78  ws-chunk-size               value 4096.
           78  ws-manifest-line-len        value 80.
           78  ws-old-side                 value 1.
           78  ws-new-side                 value 2.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-report-file              pic x(20)
                                           value "RELNOTES.TXT".
           01  ws-report-status            pic xx.

           78  ws-item-audit-file          value "ITEMAUD.LOG".
           01  ws-item-audit-status        pic xx.

           01  ws-mkdir-command            pic x(40)
                               value "mkdir -p RELOLD RELNEW".
           01  ws-rm-command               pic x(40)
                               value "rm -rf RELOLD RELNEW".

      *> both bundles' manifests; each is unpacked to its own
      *> scratch directory.
           01  ws-pack-sides.
               05  ws-side occurs 2 times.
                   10  ws-side-pak-file    pic x(20).
                   10  ws-side-dir         pic x(6).
                   10  ws-side-pack-name   pic x(15).
                   10  ws-side-version     pic x(3).
                   10  ws-side-catalog-stamp
                                           pic x(14).
                   10  ws-side-ok-sw       pic a.
                       88  ws-side-ok      value 'Y'.
                   10  ws-side-file-count  pic 999.
                   10  ws-side-file occurs ws-max-pack-files times.
                       15  ws-sf-name      pic x(20).
                       15  ws-sf-size      pic 9(9).
                       15  ws-sf-checksum  pic 9(9).

           01  ws-side-idx                 pic 9.
           01  ws-other-side-idx           pic 9.
           01  ws-file-idx                 pic 999.
           01  ws-search-idx               pic 999.

           01  ws-member-found-sw          pic a.
               88  ws-member-found         value 'Y'.
               88  ws-member-not-found     value 'N'.

           01  ws-pak-handle               pic x(4) comp-x.
           01  ws-mem-handle               pic x(4) comp-x.
           01  ws-byte-offset              pic x(8) comp-x.
           01  ws-mem-offset               pic x(8) comp-x.
           01  ws-byte-count               pic x(4) comp-x.
           01  ws-byte-flags               pic x comp-x value 0.
           01  ws-access-read              pic x comp-x value 1.
           01  ws-access-write             pic x comp-x value 2.
           01  ws-deny-none                pic x comp-x value 3.
           01  ws-lock-none                pic x comp-x value 0.
           01  ws-device                   pic x comp-x value 0.
           01  ws-byte-status              pic s9(9) comp-5.

           01  ws-chunk                    pic x(4096).
           01  ws-chunk-len                pic 9(4).
           01  ws-bytes-left               pic 9(9).

           01  ws-manifest-line            pic x(80).
           01  ws-member-path              pic x(30).

      *> every map either pack carries, and what became of it.
           01  ws-map-count                pic 99 value 0.
           01  ws-maps.
               05  ws-map occurs ws-max-maps times.
                   10  ws-map-name         pic x(15).
                   10  ws-map-in-old-sw    pic a.
                       88  ws-map-in-old   value 'Y'.
                   10  ws-map-in-new-sw    pic a.
                       88  ws-map-in-new   value 'Y'.
                   10  ws-map-changed-sw   pic a.
                       88  ws-map-changed  value 'Y'.
                   10  ws-map-tiles        pic 9(4).
                   10  ws-map-en-added     pic 999.
                   10  ws-map-en-removed   pic 999.
                   10  ws-map-en-changed   pic 999.
                   10  ws-map-tel-added    pic 999.
                   10  ws-map-tel-removed  pic 999.
                   10  ws-map-tel-changed  pic 999.
           01  ws-map-idx                  pic 99.
           01  ws-map-base-name            pic x(15).
           01  ws-dot-pos                  pic 99.

           01  ws-map-file-sw              pic a.
               88  ws-is-map-file          value 'Y'.
               88  ws-not-map-file         value 'N'.

           01  ws-added-count              pic 99 value 0.
           01  ws-removed-count            pic 99 value 0.
           01  ws-changed-count            pic 99 value 0.

           01  ws-file-a-name              pic x(30).
           01  ws-file-b-name              pic x(30).
           01  ws-file-a-status            pic xx.
           01  ws-file-b-status            pic xx.
           01  ws-file-ext                 pic x(4).

           01  ws-row                      pic 99.
           01  ws-col                      pic 99.
           01  ws-rec-idx                  pic 9(4).

           01  ws-a-eof-sw                 pic a.
               88  ws-a-eof                value 'Y'.
               88  ws-a-not-eof            value 'N'.
           01  ws-b-eof-sw                 pic a.
               88  ws-b-eof                value 'Y'.
               88  ws-b-not-eof            value 'N'.

           01  ws-tel-a-count              pic 999 value 0.
           01  ws-tel-a-table.
               05  ws-tel-a occurs ws-max-tels times pic x(23).
           01  ws-tel-b-count              pic 999 value 0.
           01  ws-tel-b-table.
               05  ws-tel-b occurs ws-max-tels times pic x(23).

      *> bestiary templates and quest lines, each side held by id.
           01  ws-bst-a-table.
               05  ws-bst-a occurs ws-max-ids times pic x(38).
           01  ws-bst-b-table.
               05  ws-bst-b occurs ws-max-ids times pic x(38).
           01  ws-bst-a-view.
               05  ws-bst-a-id             pic 999.
               05  ws-bst-a-name           pic x(16).
               05  ws-bst-a-hp             pic 999.
               05  ws-bst-a-attack         pic 999.
               05  filler                  pic x(13).
           01  ws-bst-b-view.
               05  ws-bst-b-id             pic 999.
               05  ws-bst-b-name           pic x(16).
               05  ws-bst-b-hp             pic 999.
               05  ws-bst-b-attack         pic 999.
               05  filler                  pic x(13).
           01  ws-bst-count                pic 999 value 0.

           01  ws-qst-a-table.
               05  ws-qst-a occurs ws-max-ids times pic x(80).
           01  ws-qst-b-table.
               05  ws-qst-b occurs ws-max-ids times pic x(80).
           01  ws-qdef-parse.
               05  ws-qdef-p-id            pic x(3).
               05  ws-qdef-p-type          pic x(5).
               05  ws-qdef-p-target        pic x(16).
               05  ws-qdef-p-count         pic x(3).
               05  ws-qdef-p-title         pic x(30).
           01  ws-qst-id                   pic 999.
           01  ws-qst-count                pic 999 value 0.

           01  ws-id-idx                   pic 9(4).

           01  ws-aud-count                pic 9(4) value 0.
           01  ws-aud-eof-sw               pic a.
               88  ws-aud-eof              value 'Y'.
               88  ws-aud-not-eof          value 'N'.
           01  ws-aud-name                 pic x(16).
           01  ws-since-text               pic x(14).
           01  ws-until-text               pic x(14).

           01  ws-report-text              pic x(80).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike pack release notes"
           display "----------------------------------"

           move spaces to ws-pack-sides
           move "RELOLD" to ws-side-dir(ws-old-side)
           move "RELNEW" to ws-side-dir(ws-new-side)

           perform parse-arguments

           if ws-side-pak-file(ws-old-side) = spaces
           or ws-side-pak-file(ws-new-side) = spaces then
               display "Usage: crl-release-notes --old=FILE "
                   "--new=FILE [--report=FILE]"
               move 8 to return-code
               stop run
           end-if

           call "SYSTEM" using ws-rm-command
           end-call
           call "SYSTEM" using ws-mkdir-command
           end-call

           perform varying ws-side-idx from 1 by 1
           until ws-side-idx > 2
               perform unpack-side
           end-perform

           if not ws-side-ok(ws-old-side)
           or not ws-side-ok(ws-new-side) then
               call "SYSTEM" using ws-rm-command
               end-call
               move 8 to return-code
               stop run
           end-if

           perform build-map-list

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               if ws-map-changed(ws-map-idx) then
                   perform count-tile-changes
                   perform count-enemy-changes
                   perform count-teleport-changes
               end-if
           end-perform

           perform read-catalog-stamps

           open output fd-report
           if ws-report-status not = "00" then
               display "Cannot write " function trim(ws-report-file)
               call "SYSTEM" using ws-rm-command
               end-call
               move 8 to return-code
               stop run
           end-if

           perform write-notes-heading
           perform write-map-notes
           perform write-catalog-notes
           perform write-bestiary-notes
           perform write-quest-notes
           perform write-world-state-notes

           close fd-report

           call "SYSTEM" using ws-rm-command
           end-call

           display "Done. " ws-added-count " added, "
               ws-removed-count " removed, "
               ws-changed-count " changed map(s). Notes: "
               function trim(ws-report-file)

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

               evaluate function trim(function upper-case(ws-arg-key))
                   when "--OLD"
                       move function upper-case(
                           function trim(ws-arg-value))
                           to ws-side-pak-file(ws-old-side)
                   when "--NEW"
                       move function upper-case(
                           function trim(ws-arg-value))
                           to ws-side-pak-file(ws-new-side)
                   when "--REPORT"
                       move function upper-case(
                           function trim(ws-arg-value))
                           to ws-report-file
               end-evaluate

           end-perform

           exit paragraph.

      ******************************************************************
      * Reads one bundle's manifest and writes every member out to
      * the side's scratch directory -- the same member walk
      * crl-pack-tool's unpack makes.
      ******************************************************************
       unpack-side.

           call "CBL_OPEN_FILE" using
               ws-side-pak-file(ws-side-idx) ws-access-read
               ws-deny-none ws-device ws-pak-handle
               returning ws-byte-status
           end-call

           if ws-byte-status not = 0 then
               display "Cannot open "
                   function trim(ws-side-pak-file(ws-side-idx))
               exit paragraph
           end-if

           move 0 to ws-byte-offset
           perform read-manifest-line

           if ws-manifest-line(1:8) not = "CRLPACK1" then
               display function trim(ws-side-pak-file(ws-side-idx))
                   " is not a CRLPACK1 bundle."
               call "CBL_CLOSE_FILE" using ws-pak-handle
                   returning ws-byte-status
               end-call
               exit paragraph
           end-if

           move ws-manifest-line(10:15)
               to ws-side-pack-name(ws-side-idx)
           move ws-manifest-line(26:3)
               to ws-side-version(ws-side-idx)

           move ws-manifest-line(30:3)
               to ws-side-file-count(ws-side-idx)
           if ws-manifest-line(30:3) not numeric then
               unstring ws-manifest-line(10:70)
                   delimited by all spaces
                   into ws-arg-key ws-arg-value ws-arg-token
               end-unstring
               if function trim(ws-arg-token(1:3)) is numeric then
                   move ws-arg-token(1:3)
                       to ws-side-file-count(ws-side-idx)
               end-if
           end-if

           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-side-file-count(ws-side-idx)
               perform read-manifest-line
               move ws-manifest-line(1:20)
                   to ws-sf-name(ws-side-idx, ws-file-idx)
               move ws-manifest-line(21:9)
                   to ws-sf-size(ws-side-idx, ws-file-idx)
               move ws-manifest-line(31:9)
                   to ws-sf-checksum(ws-side-idx, ws-file-idx)
           end-perform

           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-side-file-count(ws-side-idx)
               perform extract-one-member
           end-perform

           call "CBL_CLOSE_FILE" using ws-pak-handle
               returning ws-byte-status
           end-call

           display function trim(ws-side-pak-file(ws-side-idx))
               ": " function trim(ws-side-pack-name(ws-side-idx))
               " v" ws-side-version(ws-side-idx) ", "
               ws-side-file-count(ws-side-idx) " member(s)"

           set ws-side-ok(ws-side-idx) to true

           exit paragraph.

       read-manifest-line.

           move ws-manifest-line-len to ws-byte-count
           call "CBL_READ_FILE" using
               ws-pak-handle ws-byte-offset ws-byte-count
               ws-byte-flags ws-manifest-line
               returning ws-byte-status
           end-call
           add ws-manifest-line-len to ws-byte-offset

           exit paragraph.

       extract-one-member.

           move spaces to ws-member-path
           string ws-side-dir(ws-side-idx) "/"
               function trim(ws-sf-name(ws-side-idx, ws-file-idx))
               delimited by size into ws-member-path
           end-string

           move ws-sf-size(ws-side-idx, ws-file-idx) to ws-bytes-left
           move 0 to ws-mem-offset

           call "CBL_CREATE_FILE" using
               ws-member-path ws-access-write
               ws-lock-none ws-device ws-mem-handle
               returning ws-byte-status
           end-call

           perform until ws-bytes-left = 0

               if ws-bytes-left > ws-chunk-size then
                   move ws-chunk-size to ws-chunk-len
               else
                   move ws-bytes-left to ws-chunk-len
               end-if

               move ws-chunk-len to ws-byte-count
               call "CBL_READ_FILE" using
                   ws-pak-handle ws-byte-offset ws-byte-count
                   ws-byte-flags ws-chunk
                   returning ws-byte-status
               end-call
               add ws-chunk-len to ws-byte-offset

               move ws-chunk-len to ws-byte-count
               call "CBL_WRITE_FILE" using
                   ws-mem-handle ws-mem-offset ws-byte-count
                   ws-byte-flags ws-chunk
                   returning ws-byte-status
               end-call
               add ws-chunk-len to ws-mem-offset

               subtract ws-chunk-len from ws-bytes-left

           end-perform

           call "CBL_CLOSE_FILE" using ws-mem-handle
               returning ws-byte-status
           end-call

           exit paragraph.

      ******************************************************************
      * Every per-map member of either pack puts its map on the
      * list. A member that is missing from the other side, or
      * whose size or checksum moved, marks its map changed --
      * crl-pack-upgrade's judgment. Added and removed maps are
      * reported as such, not as changed.
      ******************************************************************
       build-map-list.

           perform varying ws-side-idx from 1 by 1
           until ws-side-idx > 2

               if ws-side-idx = ws-old-side then
                   move ws-new-side to ws-other-side-idx
               else
                   move ws-old-side to ws-other-side-idx
               end-if

               perform varying ws-file-idx from 1 by 1
               until ws-file-idx > ws-side-file-count(ws-side-idx)

                   perform find-member-map
                   if ws-is-map-file then

                       if ws-side-idx = ws-old-side then
                           move 'Y' to ws-map-in-old-sw(ws-map-idx)
                       else
                           move 'Y' to ws-map-in-new-sw(ws-map-idx)
                       end-if

                       perform find-other-member
                       if ws-member-not-found then
                           move 'Y' to ws-map-changed-sw(ws-map-idx)
                       else
                           if ws-sf-size(ws-side-idx, ws-file-idx)
                               not = ws-sf-size(ws-other-side-idx,
                                   ws-search-idx)
                           or ws-sf-checksum(ws-side-idx, ws-file-idx)
                               not = ws-sf-checksum(ws-other-side-idx,
                                   ws-search-idx) then
                               move 'Y'
                                   to ws-map-changed-sw(ws-map-idx)
                           end-if
                       end-if

                   end-if

               end-perform

           end-perform

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               evaluate true
                   when not ws-map-in-old(ws-map-idx)
                       move 'N' to ws-map-changed-sw(ws-map-idx)
                       add 1 to ws-added-count
                   when not ws-map-in-new(ws-map-idx)
                       move 'N' to ws-map-changed-sw(ws-map-idx)
                       add 1 to ws-removed-count
                   when ws-map-changed(ws-map-idx)
                       add 1 to ws-changed-count
               end-evaluate
           end-perform

           exit paragraph.

      *> which map does member ws-file-idx of ws-side-idx belong to?
      *> Leaves ws-map-idx on its entry, adding one if need be;
      *> shared catalogs are not map files.
       find-member-map.

           set ws-not-map-file to true
           if ws-sf-name(ws-side-idx, ws-file-idx)(1:6) = "ITEMS."
           or ws-sf-name(ws-side-idx, ws-file-idx)(1:9) = "BESTIARY."
           or ws-sf-name(ws-side-idx, ws-file-idx)(1:9) = "CAMPAIGN."
           or ws-sf-name(ws-side-idx, ws-file-idx)(1:7) = "QUESTS."
           or ws-sf-name(ws-side-idx, ws-file-idx)(1:9) = "PROGRESS."
           or ws-sf-name(ws-side-idx, ws-file-idx) = spaces
           then
               exit paragraph
           end-if

           move 0 to ws-dot-pos
           inspect ws-sf-name(ws-side-idx, ws-file-idx)
               tallying ws-dot-pos
               for characters before initial "."
           if ws-dot-pos = 0 or ws-dot-pos > 15 then
               exit paragraph
           end-if

           move spaces to ws-map-base-name
           move ws-sf-name(ws-side-idx, ws-file-idx)(1:ws-dot-pos)
               to ws-map-base-name

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               if ws-map-name(ws-map-idx) = ws-map-base-name then
                   set ws-is-map-file to true
                   exit paragraph
               end-if
           end-perform

           if ws-map-count >= ws-max-maps then
               exit paragraph
           end-if

           add 1 to ws-map-count
           move ws-map-count to ws-map-idx
           initialize ws-map(ws-map-idx)
           move ws-map-base-name to ws-map-name(ws-map-idx)
           move 'N' to ws-map-in-old-sw(ws-map-idx)
           move 'N' to ws-map-in-new-sw(ws-map-idx)
           move 'N' to ws-map-changed-sw(ws-map-idx)
           set ws-is-map-file to true

           exit paragraph.

       find-other-member.

           set ws-member-not-found to true

           perform varying ws-search-idx from 1 by 1
           until ws-search-idx > ws-side-file-count(ws-other-side-idx)
               if ws-sf-name(ws-other-side-idx, ws-search-idx)
                   = ws-sf-name(ws-side-idx, ws-file-idx) then
                   set ws-member-found to true
                   exit paragraph
               end-if
           end-perform

           exit paragraph.

       build-pair-names.
      *> caller leaves the member extension in ws-file-ext.
           move spaces to ws-file-a-name
           move spaces to ws-file-b-name
           string ws-side-dir(ws-old-side) "/"
               function trim(ws-map-name(ws-map-idx))
               ws-file-ext
               delimited by size into ws-file-a-name
           end-string
           string ws-side-dir(ws-new-side) "/"
               function trim(ws-map-name(ws-map-idx))
               ws-file-ext
               delimited by size into ws-file-b-name
           end-string
           exit paragraph.

      ******************************************************************
      * crl-map-diff's compares, counted rather than listed: tiles
      * cell by cell, enemies record by record, teleports in key
      * order.
      ******************************************************************
       count-tile-changes.

           move ".DAT" to ws-file-ext
           perform build-pair-names

           open input fd-tile-a
           open input fd-tile-b

           if ws-file-a-status not = "00"
           or ws-file-b-status not = "00" then
               close fd-tile-a
               close fd-tile-b
               exit paragraph
           end-if

           perform varying ws-row from 1 by 1
           until ws-row > ws-max-map-height
               perform varying ws-col from 1 by 1
               until ws-col > ws-max-map-width

                   move spaces to f-tile-a-rec
                   move spaces to f-tile-b-rec
                   read fd-tile-a at end continue end-read
                   read fd-tile-b at end continue end-read

                   if f-tile-a-rec not = f-tile-b-rec then
                       add 1 to ws-map-tiles(ws-map-idx)
                   end-if

               end-perform
           end-perform

           close fd-tile-a
           close fd-tile-b
           exit paragraph.

       count-enemy-changes.

           move ".BGS" to ws-file-ext
           perform build-pair-names

           open input fd-enemy-a
           open input fd-enemy-b

           set ws-a-not-eof to true
           set ws-b-not-eof to true

           if ws-file-a-status not = "00" then
               set ws-a-eof to true
           end-if
           if ws-file-b-status not = "00" then
               set ws-b-eof to true
           end-if

           perform until ws-a-eof and ws-b-eof

               if ws-a-not-eof then
                   read fd-enemy-a
                       at end set ws-a-eof to true
                   end-read
               end-if
               if ws-b-not-eof then
                   read fd-enemy-b
                       at end set ws-b-eof to true
                   end-read
               end-if

               evaluate true
                   when ws-a-eof and ws-b-eof
                       continue
                   when ws-a-eof
                       add 1 to ws-map-en-added(ws-map-idx)
                   when ws-b-eof
                       add 1 to ws-map-en-removed(ws-map-idx)
                   when f-enemy-a-rec not = f-enemy-b-rec
                       add 1 to ws-map-en-changed(ws-map-idx)
               end-evaluate

           end-perform

           close fd-enemy-a
           close fd-enemy-b
           exit paragraph.

       count-teleport-changes.

           move ".TEL" to ws-file-ext
           perform build-pair-names

           perform load-teleports-a
           perform load-teleports-b

           move 0 to ws-rec-idx

           perform until ws-rec-idx >= ws-tel-a-count
               and ws-rec-idx >= ws-tel-b-count

               add 1 to ws-rec-idx

               evaluate true
                   when ws-rec-idx > ws-tel-a-count
                       add 1 to ws-map-tel-added(ws-map-idx)
                   when ws-rec-idx > ws-tel-b-count
                       add 1 to ws-map-tel-removed(ws-map-idx)
                   when ws-tel-a(ws-rec-idx)
                       not = ws-tel-b(ws-rec-idx)
                       add 1 to ws-map-tel-changed(ws-map-idx)
               end-evaluate

           end-perform

           exit paragraph.

       load-teleports-a.

           move 0 to ws-tel-a-count
           set ws-a-not-eof to true

           open input fd-tel-a
           if ws-file-a-status not = "00" then
               exit paragraph
           end-if

           perform until ws-a-eof
               or ws-tel-a-count >= ws-max-tels
               read fd-tel-a next record
                   at end set ws-a-eof to true
               end-read
               if ws-a-not-eof
               and ws-file-a-status = "00" then
                   add 1 to ws-tel-a-count
                   move f-tel-a-rec to ws-tel-a(ws-tel-a-count)
               end-if
           end-perform

           close fd-tel-a

           exit paragraph.

       load-teleports-b.

           move 0 to ws-tel-b-count
           set ws-b-not-eof to true

           open input fd-tel-b
           if ws-file-b-status not = "00" then
               exit paragraph
           end-if

           perform until ws-b-eof
               or ws-tel-b-count >= ws-max-tels
               read fd-tel-b next record
                   at end set ws-b-eof to true
               end-read
               if ws-b-not-eof
               and ws-file-b-status = "00" then
                   add 1 to ws-tel-b-count
                   move f-tel-b-rec to ws-tel-b(ws-tel-b-count)
               end-if
           end-perform

           close fd-tel-b

           exit paragraph.

      ******************************************************************
      * Each pack's ITEMS.VER stamp bounds the catalog period: an
      * ITEMAUD.LOG line after the old pack's stamp, up to the new
      * pack's, went out in this release.
      ******************************************************************
       read-catalog-stamps.

           move spaces to ws-file-a-name ws-file-b-name
           string ws-side-dir(ws-old-side) "/ITEMS.VER"
               delimited by size into ws-file-a-name
           end-string
           string ws-side-dir(ws-new-side) "/ITEMS.VER"
               delimited by size into ws-file-b-name
           end-string

           open input fd-text-a
           if ws-file-a-status = "00" then
               read fd-text-a
                   not at end
                       move f-text-a-line(7:14)
                           to ws-side-catalog-stamp(ws-old-side)
               end-read
           end-if
           close fd-text-a

           open input fd-text-b
           if ws-file-b-status = "00" then
               read fd-text-b
                   not at end
                       move f-text-b-line(7:14)
                           to ws-side-catalog-stamp(ws-new-side)
               end-read
           end-if
           close fd-text-b

           exit paragraph.

       write-notes-heading.

           move "COBOL-ROGUELIKE PACK RELEASE NOTES" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "FROM: " ws-side-pack-name(ws-old-side)
               " v" ws-side-version(ws-old-side) "  ("
               function trim(ws-side-pak-file(ws-old-side)) ")"
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "TO:   " ws-side-pack-name(ws-new-side)
               " v" ws-side-version(ws-new-side) "  ("
               function trim(ws-side-pak-file(ws-new-side)) ")"
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       write-map-notes.

           move "MAPS ADDED" to ws-report-text
           perform write-section-title
           if ws-added-count = 0 then
               move "  None." to f-report-line
               write f-report-line
           end-if
           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               if not ws-map-in-old(ws-map-idx) then
                   move spaces to f-report-line
                   string "  " ws-map-name(ws-map-idx)
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-if
           end-perform

           move "MAPS REMOVED" to ws-report-text
           perform write-section-title
           if ws-removed-count = 0 then
               move "  None." to f-report-line
               write f-report-line
           end-if
           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               if not ws-map-in-new(ws-map-idx) then
                   move spaces to f-report-line
                   string "  " ws-map-name(ws-map-idx)
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-if
           end-perform

           move "MAPS CHANGED" to ws-report-text
           perform write-section-title
           if ws-changed-count = 0 then
               move "  None." to f-report-line
               write f-report-line
           end-if
           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               if ws-map-changed(ws-map-idx) then
                   move spaces to f-report-line
                   string "  " ws-map-name(ws-map-idx)
                       " tiles " ws-map-tiles(ws-map-idx)
                       "  enemies +" ws-map-en-added(ws-map-idx)
                       " -" ws-map-en-removed(ws-map-idx)
                       " ~" ws-map-en-changed(ws-map-idx)
                       "  teleports +" ws-map-tel-added(ws-map-idx)
                       " -" ws-map-tel-removed(ws-map-idx)
                       " ~" ws-map-tel-changed(ws-map-idx)
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-if
           end-perform
           if ws-changed-count > 0 then
               move "  (+ added, - removed, ~ changed)"
                   to f-report-line
               write f-report-line
           end-if

           exit paragraph.

      ******************************************************************
      * The catalog edits ITEMAUD.LOG recorded in the period, in log
      * order. With no ITEMS.VER in the old pack the period starts
      * at the log's first line; with none in the new, it runs to
      * the log's last.
      ******************************************************************
       write-catalog-notes.

           move ws-side-catalog-stamp(ws-old-side) to ws-since-text
           move ws-side-catalog-stamp(ws-new-side) to ws-until-text
           if ws-since-text = spaces then
               move "the start" to ws-since-text
           end-if
           if ws-until-text = spaces then
               move "now" to ws-until-text
           end-if

           move spaces to ws-report-text
           string "CATALOG CHANGES (after "
               function trim(ws-since-text) ", up to "
               function trim(ws-until-text) ")"
               delimited by size into ws-report-text
           end-string
           perform write-section-title

           move 0 to ws-aud-count
           set ws-aud-not-eof to true

           open input fd-item-audit
           if ws-item-audit-status not = "00" then
               set ws-aud-eof to true
           end-if

           perform until ws-aud-eof
               read fd-item-audit
                   at end set ws-aud-eof to true
               end-read
               if ws-aud-not-eof
               and f-aud-stamp > ws-side-catalog-stamp(ws-old-side)
               and (ws-side-catalog-stamp(ws-new-side) = spaces
                   or f-aud-stamp
                       <= ws-side-catalog-stamp(ws-new-side)) then
                   add 1 to ws-aud-count
                   if f-aud-after = spaces then
                       move f-aud-before(4:16) to ws-aud-name
                   else
                       move f-aud-after(4:16) to ws-aud-name
                   end-if
                   move spaces to f-report-line
                   string "  " f-aud-stamp(1:8) " "
                       f-aud-op " " f-aud-id " " ws-aud-name
                       " by " f-aud-operator
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-if
           end-perform

           close fd-item-audit

           if ws-aud-count = 0 then
               move "  None." to f-report-line
               write f-report-line
           else
               move "  (ADD added, EDT edited, DEL deleted, RBK undone)"
                   to f-report-line
               write f-report-line
           end-if

           exit paragraph.

      ******************************************************************
      * Both packs' BESTIARY.BST templates, held by id: a template
      * on one side only was added or removed, one whose record
      * moved was restatted.
      ******************************************************************
       write-bestiary-notes.

           move "BESTIARY TEMPLATES" to ws-report-text
           perform write-section-title

           move spaces to ws-bst-a-table ws-bst-b-table
           move spaces to ws-file-a-name ws-file-b-name
           string ws-side-dir(ws-old-side) "/BESTIARY.BST"
               delimited by size into ws-file-a-name
           end-string
           string ws-side-dir(ws-new-side) "/BESTIARY.BST"
               delimited by size into ws-file-b-name
           end-string

           set ws-a-not-eof to true
           open input fd-bst-a
           if ws-file-a-status not = "00" then
               set ws-a-eof to true
           end-if
           perform until ws-a-eof
               read fd-bst-a next record
                   at end set ws-a-eof to true
               end-read
               if ws-a-not-eof and ws-file-a-status = "00"
               and f-bst-a-id > 0 then
                   move f-bst-a-rec to ws-bst-a(f-bst-a-id)
               end-if
           end-perform
           close fd-bst-a

           set ws-b-not-eof to true
           open input fd-bst-b
           if ws-file-b-status not = "00" then
               set ws-b-eof to true
           end-if
           perform until ws-b-eof
               read fd-bst-b next record
                   at end set ws-b-eof to true
               end-read
               if ws-b-not-eof and ws-file-b-status = "00"
               and f-bst-b-id > 0 then
                   move f-bst-b-rec to ws-bst-b(f-bst-b-id)
               end-if
           end-perform
           close fd-bst-b

           move 0 to ws-bst-count

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-ids

               move ws-bst-a(ws-id-idx) to ws-bst-a-view
               move ws-bst-b(ws-id-idx) to ws-bst-b-view
               move spaces to f-report-line

               evaluate true
                   when ws-bst-a(ws-id-idx) = ws-bst-b(ws-id-idx)
                       continue
                   when ws-bst-a(ws-id-idx) = spaces
                       string "  NEW     " ws-id-idx(2:3) " "
                           ws-bst-b-name
                           " hp " ws-bst-b-hp
                           " atk " ws-bst-b-attack
                           delimited by size into f-report-line
                       end-string
                   when ws-bst-b(ws-id-idx) = spaces
                       string "  REMOVED " ws-id-idx(2:3) " "
                           ws-bst-a-name
                           delimited by size into f-report-line
                       end-string
                   when other
                       string "  CHANGED " ws-id-idx(2:3) " "
                           ws-bst-b-name
                           " hp " ws-bst-a-hp "->" ws-bst-b-hp
                           " atk " ws-bst-a-attack "->"
                           ws-bst-b-attack
                           delimited by size into f-report-line
                       end-string
               end-evaluate

               if f-report-line not = spaces then
                   add 1 to ws-bst-count
                   write f-report-line
               end-if

           end-perform

           if ws-bst-count = 0 then
               move "  None." to f-report-line
               write f-report-line
           end-if

           exit paragraph.

      ******************************************************************
      * QUESTS.QST from both packs, line by quest id (comment and
      * unreadable lines skipped, as the game skips them).
      ******************************************************************
       write-quest-notes.

           move "QUESTS" to ws-report-text
           perform write-section-title

           move spaces to ws-qst-a-table ws-qst-b-table
           move spaces to ws-file-a-name ws-file-b-name
           string ws-side-dir(ws-old-side) "/QUESTS.QST"
               delimited by size into ws-file-a-name
           end-string
           string ws-side-dir(ws-new-side) "/QUESTS.QST"
               delimited by size into ws-file-b-name
           end-string

           set ws-a-not-eof to true
           open input fd-text-a
           if ws-file-a-status not = "00" then
               set ws-a-eof to true
           end-if
           perform until ws-a-eof
               read fd-text-a
                   at end set ws-a-eof to true
               end-read
               if ws-a-not-eof then
                   move f-text-a-line to ws-report-text
                   perform parse-quest-line
                   if ws-qst-id > 0 then
                       move f-text-a-line to ws-qst-a(ws-qst-id)
                   end-if
               end-if
           end-perform
           close fd-text-a

           set ws-b-not-eof to true
           open input fd-text-b
           if ws-file-b-status not = "00" then
               set ws-b-eof to true
           end-if
           perform until ws-b-eof
               read fd-text-b
                   at end set ws-b-eof to true
               end-read
               if ws-b-not-eof then
                   move f-text-b-line to ws-report-text
                   perform parse-quest-line
                   if ws-qst-id > 0 then
                       move f-text-b-line to ws-qst-b(ws-qst-id)
                   end-if
               end-if
           end-perform
           close fd-text-b

           move 0 to ws-qst-count

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-ids

               move spaces to f-report-line

               evaluate true
                   when ws-qst-a(ws-id-idx) = ws-qst-b(ws-id-idx)
                       continue
                   when ws-qst-a(ws-id-idx) = spaces
                       move ws-qst-b(ws-id-idx) to ws-report-text
                       perform parse-quest-line
                       string "  NEW     " ws-id-idx(2:3) " "
                           ws-qdef-p-type " "
                           function trim(ws-qdef-p-title)
                           delimited by size into f-report-line
                       end-string
                   when ws-qst-b(ws-id-idx) = spaces
                       move ws-qst-a(ws-id-idx) to ws-report-text
                       perform parse-quest-line
                       string "  REMOVED " ws-id-idx(2:3) " "
                           ws-qdef-p-type " "
                           function trim(ws-qdef-p-title)
                           delimited by size into f-report-line
                       end-string
                   when other
                       move ws-qst-b(ws-id-idx) to ws-report-text
                       perform parse-quest-line
                       string "  CHANGED " ws-id-idx(2:3) " "
                           ws-qdef-p-type " "
                           function trim(ws-qdef-p-title)
                           delimited by size into f-report-line
                       end-string
               end-evaluate

               if f-report-line not = spaces then
                   add 1 to ws-qst-count
                   write f-report-line
               end-if

           end-perform

           if ws-qst-count = 0 then
               move "  None." to f-report-line
               write f-report-line
           end-if

           exit paragraph.

      *> the quest line in ws-report-text into ws-qdef-parse;
      *> ws-qst-id comes back 0 for a line the game would skip.
       parse-quest-line.

           move 0 to ws-qst-id
           move spaces to ws-qdef-parse

           if ws-report-text(1:1) = "#"
           or ws-report-text = spaces then
               exit paragraph
           end-if

           unstring ws-report-text delimited by "|"
               into ws-qdef-p-id ws-qdef-p-type ws-qdef-p-target
                   ws-qdef-p-count ws-qdef-p-title
           end-unstring

           if function trim(ws-qdef-p-id) is numeric then
               move function numval(ws-qdef-p-id) to ws-qst-id
           end-if

           exit paragraph.

      ******************************************************************
      * crl-pack-upgrade resets the world state of every map the
      * new pack changes: full-copy sidecars are deleted, change-
      * only ones are kept and reconciled as the map loads.
      ******************************************************************
       write-world-state-notes.

           move "WORLD STATE RESET BY CRL-PACK-UPGRADE"
               to ws-report-text
           perform write-section-title

           if ws-changed-count = 0 then
               move "  None - every map's world state carries over."
                   to f-report-line
               write f-report-line
               exit paragraph
           end-if

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               if ws-map-changed(ws-map-idx) then
                   move spaces to f-report-line
                   string "  " ws-map-name(ws-map-idx)
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-if
           end-perform

           move "  Full-copy sidecars (.W1-.W9) here are reset;"
               to f-report-line
           write f-report-line
           move "  change-only ones are kept and reconciled on load."
               to f-report-line
           write f-report-line

           exit paragraph.

       write-section-title.

           move spaces to f-report-line
           write f-report-line
           move ws-report-text to f-report-line
           write f-report-line
           move all "-" to f-report-line
           move spaces
               to f-report-line(
                   function length(function trim(ws-report-text)) + 1:)
           write f-report-line

           exit paragraph.

       end program crl-release-notes.
