      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Renames a map across the whole pack, or retires one.
      *>          A rename moves the map's files (.DAT .TEL .BGS .ITM
      *>          .DIM .MET .PSH .NPC .RGN .TRF .BNS .TSR .NTS .NBR
      *>          .ENC, the per-slot world-state sidecars .W1-.W9,
      *>          and the .BAK generation of each) to the new name,
      *>          then rewrites every reference: other maps'
      *>          teleport destinations and edge neighbors (.NBR),
      *>          CAMPAIGN.CMP nodes, exits and gates, QUESTS.QST
      *>          REACH targets, PRICES.TBL and SPLITS.TBL rows, and in
      *>          every PLAYERn.SAV and PLAYERn.CHK the current map,
      *>          the visited-map table, REACH quests in the journal
      *>          and settlement reputation entries. Every file is
      *>          copied into MAPMOVE.WRK before it is touched;
      *>          afterwards the pack is swept again and must hold no
      *>          reference to the old name and a whole map under the
      *>          new one -- otherwise, or if any step fails, every
      *>          file is put back as it was.
      *>          A retire lists whatever still refers to the map and
      *>          refuses while anything does (its own price and
      *>          split rows go with it); otherwise its files move to
      *>          RETIRED. A map the editor holds locked is refused.
      *>          MAPAUDIT.LOG records the outcome, RENAME.RPT every
      *>          change. A refusal or rollback ends with return
      *>          code 8.
      *>          Arguments:
      *>              --from=OLD --to=NEW   rename map OLD to NEW
      *>              --retire=NAME         retire map NAME
      *> Tectonics:
      *>     ./build_map_rename.sh
      *>*****************************************************************
       identification division.
       program-id. crl-map-rename.

       environment division.

       input-output section.

       file-control.
           select optional fd-teleport-data
               assign to dynamic ws-tel-file
               organization is indexed
               access mode is dynamic
               record key is f-teleport-pos
               file status is ws-tel-status.

           select optional fd-text-table
               assign to dynamic ws-table-file
               organization is line sequential
               file status is ws-table-status.

           select optional fd-player-data
               assign to dynamic ws-player-file
               organization is record sequential
               file status is ws-player-status.

           select optional fd-checkpoint-data
               assign to dynamic ws-player-file
               organization is record sequential
               file status is ws-player-status.

           select optional fd-file-list
               assign to ws-file-list-name
               organization is line sequential
               file status is ws-file-list-status.

           select optional fd-audit-log
               assign to ws-audit-log-file
               organization is line sequential
               file status is ws-audit-log-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

       copy "shared/copybooks/fd-teleport-data.cpy".

           fd  fd-text-table.
           01  f-table-line                 pic x(100).

           fd  fd-player-data.
           01  f-player-image               pic x(3692).

           fd  fd-checkpoint-data.
           01  f-checkpoint-image           pic x(4000).

           fd  fd-file-list.
           01  f-file-list-line             pic x(30).

           fd  fd-audit-log.
           01  f-audit-line                 pic x(120).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

       copy "shared/copybooks/ws-constants.cpy".

           78  ws-file-list-name           value "MAPMOVE.TMP".
           78  ws-audit-log-file           value "MAPAUDIT.LOG".
           78  ws-work-dir                 value "MAPMOVE.WRK".
           78  ws-retired-dir              value "RETIRED".
           78  ws-backup-file-ext          value ".BAK".
           78  ws-lock-file-ext            value ".LCK".
           78  ws-current-save-version     value 22.
      *> a whole .DAT is 25 x 80 records of 10 bytes.
           78  ws-map-dat-size             value 20000.

           01  ws-report-file              pic x(12)
                                           value "RENAME.RPT".

           01  ws-tel-file                 pic x(30).
           01  ws-table-file               pic x(30).
           01  ws-player-file              pic x(30).
           01  ws-tel-status               pic xx.
           01  ws-table-status             pic xx.
           01  ws-player-status            pic xx.
           01  ws-file-list-status         pic xx.
           01  ws-audit-log-status         pic xx.
           01  ws-report-status            pic xx.

           01  ws-system-command           pic x(80).

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-old-name                 pic x(15) value spaces.
           01  ws-new-name                 pic x(15) value spaces.
           01  ws-retire-name              pic x(15) value spaces.
           01  ws-name-check               pic x(32).
           01  ws-char-idx                 pic 99.

           01  ws-mode-sw                  pic a value space.
               88  ws-mode-rename          value 'R'.
               88  ws-mode-retire          value 'T'.

           01  ws-failed-sw                pic a value 'N'.
               88  ws-step-failed          value 'Y'.
               88  ws-steps-ok             value 'N'.
           01  ws-fail-reason              pic x(40) value spaces.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.
           01  ws-list-eof-sw              pic a value 'N'.
               88  ws-list-is-eof          value 'Y'.
               88  ws-list-not-eof         value 'N'.

      *> every file a map owns, by extension after the map name.
           01  ws-ext-values.
               05  filler                  pic x(4) value ".DAT".
               05  filler                  pic x(4) value ".TEL".
               05  filler                  pic x(4) value ".BGS".
               05  filler                  pic x(4) value ".ITM".
               05  filler                  pic x(4) value ".DIM".
               05  filler                  pic x(4) value ".MET".
               05  filler                  pic x(4) value ".PSH".
               05  filler                  pic x(4) value ".NPC".
               05  filler                  pic x(4) value ".RGN".
               05  filler                  pic x(4) value ".TRF".
               05  filler                  pic x(4) value ".BNS".
               05  filler                  pic x(4) value ".TSR".
               05  filler                  pic x(4) value ".NTS".
               05  filler                  pic x(4) value ".NBR".
               05  filler                  pic x(4) value ".ENC".
               05  filler                  pic x(4) value ".W1".
               05  filler                  pic x(4) value ".W2".
               05  filler                  pic x(4) value ".W3".
               05  filler                  pic x(4) value ".W4".
               05  filler                  pic x(4) value ".W5".
               05  filler                  pic x(4) value ".W6".
               05  filler                  pic x(4) value ".W7".
               05  filler                  pic x(4) value ".W8".
               05  filler                  pic x(4) value ".W9".
           01  ws-ext-table redefines ws-ext-values.
               05  ws-ext                  pic x(4) occurs 24 times.
           78  ws-ext-count                value 24.
           01  ws-ext-idx                  pic 99.
           01  ws-bak-pass                 pic 9.

           01  ws-source-file              pic x(30).
           01  ws-dest-file                pic x(40).
           01  ws-probe-file               pic x(40).
           01  ws-probe-info.
               05  ws-probe-size           pic 9(18) comp.
               05  ws-probe-date           pic x(8).
           01  ws-probe-status             pic s9(9) comp-5.
           01  ws-copy-status              pic s9(9) comp-5.

      *> everything touched, so it can all be put back.
           78  ws-max-journal              value 400.
           01  ws-journal-count            pic 999 value 0.
           01  ws-journal-table.
               05  ws-journal occurs ws-max-journal times.
                   10  ws-jrn-orig         pic x(30).
                   10  ws-jrn-moved-to     pic x(30).
                   10  ws-jrn-backup       pic x(45).
           01  ws-journal-idx              pic 999.

      *> the name being looked for and what was found.
           01  ws-scan-name                pic x(15).
           01  ws-scan-skip-tel            pic x(30).
           01  ws-ref-count                pic 9(5).
           01  ws-owned-count              pic 9(5).
           01  ws-ref-text                 pic x(80).
           01  ws-list-refs-sw             pic a value 'N'.
               88  ws-list-refs            value 'Y'.

      *> a line-sequential table held whole while it is rewritten.
           78  ws-max-table-lines          value 999.
           01  ws-line-count               pic 999.
           01  ws-line-table.
               05  ws-line occurs ws-max-table-lines times
                                           pic x(100).
           01  ws-line-idx                 pic 999.
           01  ws-line-changed             pic 999.
           01  ws-line-dropped-sw          pic a.
               88  ws-line-dropped         value 'Y'.
           01  ws-line-hit-sw              pic a.
               88  ws-line-hit             value 'Y'.
           01  ws-table-kind               pic x.
               88  ws-table-campaign       value 'C'.
               88  ws-table-quests         value 'Q'.
               88  ws-table-keyed          value 'K'.
               88  ws-table-neighbors      value 'N'.

           01  ws-field-table.
               05  ws-field occurs 5 times pic x(40).
           01  ws-field-idx                pic 9.
           01  ws-field-ptr                pic 999.
           01  ws-exit-table.
               05  ws-exit occurs 3 times  pic x(15).
           01  ws-exit-idx                 pic 9.
           01  ws-exits-written            pic 9.
           01  ws-line-ptr                 pic 999.
           01  ws-new-line                 pic x(100).

      *> teleports of one map, held while its .TEL is rewritten.
           01  ws-tel-count                pic 999.
           01  ws-tel-table.
               05  ws-tel-record occurs ws-max-num-teleports times
                                           pic x(23).
           01  ws-tel-idx                  pic 999.
           01  ws-tel-hits                 pic 999.

      *> the save image, addressed by offset like crl-save-inspect:
      *> map name 51, visited count 2505, visited maps from 2507
      *> (16 bytes each), quest journal from 2827 (57 bytes each,
      *> type at +33, target at +34).
           01  ws-save-buffer              pic x(4000).
           01  ws-save-size                pic 9(4).
           01  ws-save-kind                pic x(4).
           01  ws-save-version             pic 9(3).
           01  ws-save-hits                pic 99.
           01  ws-slot                     pic 9.
           01  ws-slot-idx                 pic 99.
           01  ws-vis-count                pic 99.
           01  ws-vis-idx                  pic 99.
           01  ws-quest-idx                pic 9.
           01  ws-offset                   pic 9(4).

           01  ws-total-changes            pic 9(5) value 0.
           01  ws-files-moved              pic 999 value 0.

           01  ws-audit-user               pic x(12).
           01  ws-audit-date-data          pic x(21).
           01  ws-audit-text               pic x(60).

           01  ws-errlog-program           pic x(20)
                                           value "crl-map-rename".
           01  ws-errlog-reason            pic x(8).
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

           01  ws-edit-count               pic zzzz9.
           01  ws-total-edit               pic zzzz9.
           01  ws-pos-y                    pic 99.
           01  ws-pos-x                    pic 99.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike map rename / retire"
           display "-----------------------------------"

           perform parse-arguments

           if not ws-mode-rename and not ws-mode-retire then
               display "Usage: --from=OLD --to=NEW   rename a map"
               display "       --retire=NAME         retire a map"
               move 8 to return-code
               stop run
           end-if

           open output fd-report
           if ws-report-status not = ws-file-status-ok then
               display "Cannot write " ws-report-file
                   " -- status " ws-report-status
               move 8 to return-code
               stop run
           end-if

           if ws-mode-rename then
               perform rename-map
           else
               perform retire-map
           end-if

           close fd-report

           if ws-step-failed then
               display "NOT DONE -- " function trim(ws-fail-reason)
               display "See " function trim(ws-report-file)
               move 8 to return-code
           else
               display "Done. See " function trim(ws-report-file)
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

               evaluate function trim(
                   function upper-case(ws-arg-key))

                   when "--FROM"
                       move function upper-case(ws-arg-value)
                           to ws-name-check
                       perform check-map-name
                       move ws-name-check to ws-old-name

                   when "--TO"
                       move function upper-case(ws-arg-value)
                           to ws-name-check
                       perform check-map-name
                       move ws-name-check to ws-new-name

                   when "--RETIRE"
                       move function upper-case(ws-arg-value)
                           to ws-name-check
                       perform check-map-name
                       move ws-name-check to ws-retire-name

               end-evaluate

           end-perform

           if ws-old-name not = spaces and ws-new-name not = spaces
           and ws-retire-name = spaces then
               set ws-mode-rename to true
           end-if
           if ws-retire-name not = spaces
           and ws-old-name = spaces and ws-new-name = spaces then
               set ws-mode-retire to true
           end-if

           exit paragraph.

      *> a map name is 1-15 of A-Z, 0-9, "_" and "-"; anything else
      *> is blanked, which leaves the mode unset.
       check-map-name.

           if ws-name-check(16:17) not = spaces then
               move spaces to ws-name-check
               exit paragraph
           end-if

           perform varying ws-char-idx from 1 by 1
           until ws-char-idx > 15
               if ws-name-check(ws-char-idx:1) not = space
               and ws-name-check(ws-char-idx:1) is not numeric
               and ws-name-check(ws-char-idx:1) is not alphabetic-upper
               and ws-name-check(ws-char-idx:1) not = "_"
               and ws-name-check(ws-char-idx:1) not = "-" then
                   move spaces to ws-name-check
                   exit paragraph
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Rename: refuse early for anything that cannot work, journal
      * and move the files, rewrite every reference, sweep the pack
      * again, and roll everything back unless it all came out clean.
      ******************************************************************
       rename-map.

           move spaces to f-report-line
           string "RENAME MAP " function trim(ws-old-name) " TO "
               function trim(ws-new-name)
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           perform check-rename-allowed
           if ws-step-failed then
               perform report-failure
               exit paragraph
           end-if

           move "mkdir -p MAPMOVE.WRK" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           perform move-map-files
           if ws-steps-ok then
               perform rewrite-teleports
           end-if
           if ws-steps-ok then
               perform rewrite-neighbor-refs
           end-if
           if ws-steps-ok then
               move "CAMPAIGN.CMP" to ws-table-file
               set ws-table-campaign to true
               perform rewrite-text-table
           end-if
           if ws-steps-ok then
               move "QUESTS.QST" to ws-table-file
               set ws-table-quests to true
               perform rewrite-text-table
           end-if
           if ws-steps-ok then
               move "PRICES.TBL" to ws-table-file
               set ws-table-keyed to true
               perform rewrite-text-table
           end-if
           if ws-steps-ok then
               move "SPLITS.TBL" to ws-table-file
               set ws-table-keyed to true
               perform rewrite-text-table
           end-if
           if ws-steps-ok then
               perform rewrite-saves
           end-if
           if ws-steps-ok then
               perform validate-rename
           end-if

           if ws-step-failed then
               perform roll-back-journal
               perform report-failure
               move spaces to ws-audit-text
               string "rename to " function trim(ws-new-name)
                   " FAILED, rolled back"
                   delimited by size into ws-audit-text
               end-string
               move ws-old-name to ws-errlog-file
               move ws-fail-reason to ws-errlog-detail
               move "BATCH" to ws-errlog-reason
               call "crl-error-log" using
                   ws-errlog-program ws-errlog-reason
                   ws-errlog-file ws-errlog-detail
               end-call
           else
               move spaces to ws-audit-text
               string "renamed to " function trim(ws-new-name)
                   delimited by size into ws-audit-text
               end-string
               move spaces to f-report-line
               write f-report-line
               move ws-files-moved to ws-edit-count
               move ws-total-changes to ws-total-edit
               move spaces to f-report-line
               string "Renamed: " function trim(ws-edit-count)
                   " file(s) moved, " function trim(ws-total-edit)
                   " reference(s) rewritten."
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           move ws-old-name to ws-scan-name
           perform append-audit-line

           move "rm -rf MAPMOVE.WRK" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           exit paragraph.

       check-rename-allowed.

           if ws-old-name = ws-new-name then
               set ws-step-failed to true
               move "old and new names are the same" to ws-fail-reason
               exit paragraph
           end-if

           move ws-old-name to ws-scan-name
           perform probe-map-dat
           if ws-probe-status not = 0 then
               set ws-step-failed to true
               move "no such map" to ws-fail-reason
               exit paragraph
           end-if

           perform check-map-lock
           if ws-step-failed then
               exit paragraph
           end-if

      *> nothing at all may already answer to the new name.
           move ws-new-name to ws-scan-name
           perform varying ws-ext-idx from 1 by 1
           until ws-ext-idx > ws-ext-count
               move function concatenate(function trim(ws-new-name),
                   function trim(ws-ext(ws-ext-idx)))
                   to ws-probe-file
               call "CBL_CHECK_FILE_EXIST" using
                   ws-probe-file ws-probe-info
                   returning ws-probe-status
               end-call
               if ws-probe-status = 0 then
                   set ws-step-failed to true
                   move spaces to ws-fail-reason
                   string function trim(ws-probe-file)
                       " already exists"
                       delimited by size into ws-fail-reason
                   end-string
                   exit paragraph
               end-if
           end-perform

           exit paragraph.

       probe-map-dat.

           move function concatenate(function trim(ws-scan-name),
               ".DAT") to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call

           exit paragraph.

      *> the editor's advisory lock -- someone has the map open.
       check-map-lock.

           move function concatenate(function trim(ws-scan-name),
               ws-lock-file-ext) to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status = 0 then
               set ws-step-failed to true
               move spaces to ws-fail-reason
               string "map is locked (" function trim(ws-probe-file)
                   ")" delimited by size into ws-fail-reason
               end-string
           end-if

           exit paragraph.

      ******************************************************************
      * Every file the map owns, and the .BAK generation of each, to
      * the new name -- kept in the work directory first.
      ******************************************************************
       move-map-files.

           perform varying ws-ext-idx from 1 by 1
           until ws-ext-idx > ws-ext-count or ws-step-failed
               perform varying ws-bak-pass from 1 by 1
               until ws-bak-pass > 2 or ws-step-failed
                   move spaces to ws-source-file ws-dest-file
                   if ws-bak-pass = 1 then
                       string function trim(ws-old-name)
                           function trim(ws-ext(ws-ext-idx))
                           delimited by size into ws-source-file
                       end-string
                       string function trim(ws-new-name)
                           function trim(ws-ext(ws-ext-idx))
                           delimited by size into ws-dest-file
                       end-string
                   else
                       string function trim(ws-old-name)
                           function trim(ws-ext(ws-ext-idx))
                           ws-backup-file-ext
                           delimited by size into ws-source-file
                       end-string
                       string function trim(ws-new-name)
                           function trim(ws-ext(ws-ext-idx))
                           ws-backup-file-ext
                           delimited by size into ws-dest-file
                       end-string
                   end-if
                   perform move-one-file
               end-perform
           end-perform

           exit paragraph.

      *> ws-source-file to ws-dest-file, when it exists at all.
       move-one-file.

           move ws-source-file to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0 then
               exit paragraph
           end-if

           perform journal-file
           if ws-step-failed then
               exit paragraph
           end-if
           move ws-dest-file to ws-jrn-moved-to(ws-journal-count)

           call "CBL_COPY_FILE" using ws-source-file ws-dest-file
               returning ws-copy-status
           end-call
           if ws-copy-status not = 0 then
               set ws-step-failed to true
               move spaces to ws-fail-reason
               string "could not copy " function trim(ws-source-file)
                   delimited by size into ws-fail-reason
               end-string
               exit paragraph
           end-if
           call "CBL_DELETE_FILE" using ws-source-file
               returning ws-copy-status
           end-call

           add 1 to ws-files-moved
           move spaces to f-report-line
           string "  moved " function trim(ws-source-file) " -> "
               function trim(ws-dest-file)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      *> copies ws-source-file into the work directory and notes it.
       journal-file.

           if ws-journal-count >= ws-max-journal then
               set ws-step-failed to true
               move "too many files to journal" to ws-fail-reason
               exit paragraph
           end-if

           add 1 to ws-journal-count
           move ws-source-file to ws-jrn-orig(ws-journal-count)
           move spaces to ws-jrn-moved-to(ws-journal-count)
           move spaces to ws-jrn-backup(ws-journal-count)
           string ws-work-dir "/" function trim(ws-source-file)
               delimited by size into ws-jrn-backup(ws-journal-count)
           end-string

           call "CBL_COPY_FILE" using
               ws-source-file ws-jrn-backup(ws-journal-count)
               returning ws-copy-status
           end-call
           if ws-copy-status not = 0 then
               subtract 1 from ws-journal-count
               set ws-step-failed to true
               move spaces to ws-fail-reason
               string "could not keep " function trim(ws-source-file)
                   delimited by size into ws-fail-reason
               end-string
           end-if

           exit paragraph.

      *> newest first: moved files go back to their old names and
      *> rewritten ones get their original contents again.
       roll-back-journal.

           perform varying ws-journal-idx from ws-journal-count by -1
           until ws-journal-idx < 1
               if ws-jrn-moved-to(ws-journal-idx) not = spaces then
                   call "CBL_DELETE_FILE" using
                       ws-jrn-moved-to(ws-journal-idx)
                       returning ws-copy-status
                   end-call
               end-if
               call "CBL_COPY_FILE" using
                   ws-jrn-backup(ws-journal-idx)
                   ws-jrn-orig(ws-journal-idx)
                   returning ws-copy-status
               end-call
               move spaces to f-report-line
               string "  restored " function trim(
                   ws-jrn-orig(ws-journal-idx))
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-perform

           exit paragraph.

       report-failure.

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "NOT DONE -- " function trim(ws-fail-reason)
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-journal-count > 0 then
               move "Every file touched has been put back."
                   to f-report-line
               write f-report-line
           end-if

           exit paragraph.

      ******************************************************************
      * Every map's .TEL: teleports leading to the old name now lead
      * to the new one. Only a file that changes is rewritten.
      ******************************************************************
       rewrite-teleports.

           move "ls -1 *.TEL > MAPMOVE.TMP 2>/dev/null"
               to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           set ws-list-not-eof to true
           open input fd-file-list
           if ws-file-list-status = ws-file-status-ok then
               perform until ws-list-is-eof or ws-step-failed
                   read fd-file-list
                       at end
                           set ws-list-is-eof to true
                       not at end
                           move f-file-list-line to ws-tel-file
                           perform rewrite-one-tel
                   end-read
               end-perform
           end-if
           close fd-file-list

           move "rm -f MAPMOVE.TMP" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           exit paragraph.

      ******************************************************************
      * Every map's .NBR: an edge that opens onto the old name now
      * opens onto the new one.
      ******************************************************************
       rewrite-neighbor-refs.

           move "ls -1 *.NBR > MAPMOVE.TMP 2>/dev/null"
               to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           set ws-list-not-eof to true
           open input fd-file-list
           if ws-file-list-status = ws-file-status-ok then
               perform until ws-list-is-eof or ws-step-failed
                   read fd-file-list
                       at end
                           set ws-list-is-eof to true
                       not at end
                           move f-file-list-line to ws-table-file
                           set ws-table-neighbors to true
                           perform rewrite-text-table
                   end-read
               end-perform
           end-if
           close fd-file-list

           move "rm -f MAPMOVE.TMP" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           exit paragraph.

       rewrite-one-tel.

           perform load-tel-file

           move 0 to ws-tel-hits
           perform varying ws-tel-idx from 1 by 1
           until ws-tel-idx > ws-tel-count
               move ws-tel-record(ws-tel-idx)
                   to f-teleport-data-record
               if f-teleport-dest-map = ws-old-name then
                   move ws-new-name to f-teleport-dest-map
                   move f-teleport-data-record
                       to ws-tel-record(ws-tel-idx)
                   add 1 to ws-tel-hits
               end-if
           end-perform

           if ws-tel-hits = 0 then
               exit paragraph
           end-if

           move ws-tel-file to ws-source-file
           perform journal-file
           if ws-step-failed then
               exit paragraph
           end-if

           open output fd-teleport-data
           if ws-tel-status not = ws-file-status-ok then
               set ws-step-failed to true
               move spaces to ws-fail-reason
               string "could not rewrite " function trim(ws-tel-file)
                   delimited by size into ws-fail-reason
               end-string
               exit paragraph
           end-if
           perform varying ws-tel-idx from 1 by 1
           until ws-tel-idx > ws-tel-count
               move ws-tel-record(ws-tel-idx)
                   to f-teleport-data-record
               write f-teleport-data-record
                   invalid key continue
               end-write
           end-perform
           close fd-teleport-data

           add ws-tel-hits to ws-total-changes
           move ws-tel-hits to ws-edit-count
           move spaces to f-report-line
           string "  " function trim(ws-tel-file) ": "
               ws-edit-count " teleport(s) retargeted"
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       load-tel-file.

           move 0 to ws-tel-count
           open input fd-teleport-data
           if ws-tel-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
               or ws-tel-count >= ws-max-num-teleports
                   read fd-teleport-data next record
                       at end
                           set ws-is-eof to true
                       not at end
                           add 1 to ws-tel-count
                           move f-teleport-data-record
                               to ws-tel-record(ws-tel-count)
                   end-read
               end-perform
           end-if
           close fd-teleport-data

           exit paragraph.

      ******************************************************************
      * One pipe-delimited table, rewritten only where a line names the
      * old map: CAMPAIGN.CMP (node, exits, gate), QUESTS.QST (REACH
      * targets), or a MAPNAME|value table (PRICES.TBL, SPLITS.TBL).
      ******************************************************************
       rewrite-text-table.

           perform load-text-table
           if ws-line-count = 0 then
               exit paragraph
           end-if

           move 0 to ws-line-changed
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-line-count
               perform rename-in-line
           end-perform

           if ws-line-changed = 0 then
               exit paragraph
           end-if

           move ws-table-file to ws-source-file
           perform journal-file
           if ws-step-failed then
               exit paragraph
           end-if

           perform save-text-table

           add ws-line-changed to ws-total-changes
           move ws-line-changed to ws-edit-count
           move spaces to f-report-line
           string "  " function trim(ws-table-file) ": "
               ws-edit-count " line(s) rewritten"
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       load-text-table.

           move 0 to ws-line-count
           open input fd-text-table
           if ws-table-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
               or ws-line-count >= ws-max-table-lines
                   read fd-text-table
                       at end
                           set ws-is-eof to true
                       not at end
                           add 1 to ws-line-count
                           move f-table-line to ws-line(ws-line-count)
                   end-read
               end-perform
           end-if
           close fd-text-table

           exit paragraph.

       save-text-table.

           open output fd-text-table
           if ws-table-status not = ws-file-status-ok then
               set ws-step-failed to true
               move spaces to ws-fail-reason
               string "could not rewrite " function trim(ws-table-file)
                   delimited by size into ws-fail-reason
               end-string
               exit paragraph
           end-if
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-line-count
               move ws-line(ws-line-idx) to f-table-line
               write f-table-line
           end-perform
           close fd-text-table

           exit paragraph.

       split-line-fields.

           move spaces to ws-field-table
           move 1 to ws-field-ptr
           perform varying ws-field-idx from 1 by 1
           until ws-field-idx > 5
               unstring ws-line(ws-line-idx) delimited by "|"
                   into ws-field(ws-field-idx)
                   with pointer ws-field-ptr
               end-unstring
           end-perform

           exit paragraph.

       rename-in-line.

           perform split-line-fields
           move 'N' to ws-line-hit-sw

           evaluate true
               when ws-table-campaign
                   perform rename-in-campaign-line
               when ws-table-quests
                   if function upper-case(function trim(ws-field(2)))
                       = "REACH"
                   and function upper-case(ws-field(3)) = ws-old-name
                   then
                       set ws-line-hit to true
                       move spaces to ws-new-line
                       string function trim(ws-field(1)) "|"
                           function trim(ws-field(2)) "|"
                           function trim(ws-new-name) "|"
                           function trim(ws-field(4)) "|"
                           function trim(ws-field(5))
                           delimited by size into ws-new-line
                       end-string
                   end-if
               when ws-table-keyed
                   if function upper-case(ws-field(1)) = ws-old-name
                   then
                       set ws-line-hit to true
                       move spaces to ws-new-line
                       string function trim(ws-new-name) "|"
                           function trim(ws-field(2))
                           delimited by size into ws-new-line
                       end-string
                   end-if
               when ws-table-neighbors
                   if function upper-case(ws-field(2)) = ws-old-name
                   then
                       set ws-line-hit to true
                       move spaces to ws-new-line
                       string function trim(ws-field(1)) "|"
                           function trim(ws-new-name)
                           delimited by size into ws-new-line
                       end-string
                   end-if
           end-evaluate

           if ws-line-hit then
               add 1 to ws-line-changed
               move ws-new-line to ws-line(ws-line-idx)
           end-if

           exit paragraph.

      *> rebuilt the way crl-campaign-editor writes a node: a bare
      *> name for a linear node, else name|exits|gate|optional.
       rename-in-campaign-line.

           move function upper-case(ws-field(1)) to ws-field(1)
           move function upper-case(ws-field(3)) to ws-field(3)
           move spaces to ws-exit-table
           unstring function upper-case(ws-field(2)) delimited by ","
               into ws-exit(1) ws-exit(2) ws-exit(3)
           end-unstring

           if ws-field(1) = ws-old-name then
               move ws-new-name to ws-field(1)
               set ws-line-hit to true
           end-if
           if ws-field(3) = ws-old-name then
               move ws-new-name to ws-field(3)
               set ws-line-hit to true
           end-if
           perform varying ws-exit-idx from 1 by 1
           until ws-exit-idx > 3
               if ws-exit(ws-exit-idx) = ws-old-name then
                   move ws-new-name to ws-exit(ws-exit-idx)
                   set ws-line-hit to true
               end-if
           end-perform

           if not ws-line-hit then
               exit paragraph
           end-if

           move spaces to ws-new-line
           if ws-exit-table = spaces and ws-field(3) = spaces
           and function upper-case(ws-field(4)(1:1)) not = "Y" then
               move ws-field(1) to ws-new-line
               exit paragraph
           end-if

           move 1 to ws-line-ptr
           string ws-field(1) delimited by space
               "|" delimited by size
               into ws-new-line with pointer ws-line-ptr
           end-string
           move 0 to ws-exits-written
           perform varying ws-exit-idx from 1 by 1
           until ws-exit-idx > 3
               if ws-exit(ws-exit-idx) not = spaces then
                   if ws-exits-written > 0 then
                       string "," delimited by size
                           into ws-new-line with pointer ws-line-ptr
                       end-string
                   end-if
                   string ws-exit(ws-exit-idx) delimited by space
                       into ws-new-line with pointer ws-line-ptr
                   end-string
                   add 1 to ws-exits-written
               end-if
           end-perform
           if function upper-case(ws-field(4)(1:1)) = "Y" then
               move "Y" to ws-field(4)
           else
               move "N" to ws-field(4)
           end-if
           string "|" delimited by size
               ws-field(3) delimited by space
               "|" delimited by size
               ws-field(4)(1:1) delimited by size
               into ws-new-line with pointer ws-line-ptr
           end-string

           exit paragraph.

      ******************************************************************
      * Each slot's save and checkpoint: the map the character stands
      * on, the visited-map table and REACH quests in the journal.
      ******************************************************************
       rewrite-saves.

           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > 9 or ws-step-failed
               move ws-slot-idx to ws-slot
               move ".SAV" to ws-save-kind
               perform rewrite-one-save
               if ws-steps-ok then
                   move ".CHK" to ws-save-kind
                   perform rewrite-one-save
               end-if
           end-perform

           exit paragraph.

       rewrite-one-save.

           perform load-save-image
           if ws-save-size = 0 then
               exit paragraph
           end-if

           move ws-old-name to ws-scan-name
           move 'N' to ws-list-refs-sw
           perform scan-save-buffer
           if ws-save-hits = 0 then
               exit paragraph
           end-if

           move ws-player-file to ws-source-file
           perform journal-file
           if ws-step-failed then
               exit paragraph
           end-if

           if ws-save-kind = ".SAV" then
               open output fd-player-data
           else
               open output fd-checkpoint-data
           end-if
           if ws-player-status not = ws-file-status-ok then
               set ws-step-failed to true
               move spaces to ws-fail-reason
               string "could not rewrite " function trim(ws-player-file)
                   delimited by size into ws-fail-reason
               end-string
               exit paragraph
           end-if
           if ws-save-kind = ".SAV" then
               move ws-save-buffer(1:3692) to f-player-image
               write f-player-image
               close fd-player-data
           else
               move ws-save-buffer to f-checkpoint-image
               write f-checkpoint-image
               close fd-checkpoint-data
           end-if

           add ws-save-hits to ws-total-changes
           move ws-save-hits to ws-edit-count
           move spaces to f-report-line
           string "  " function trim(ws-player-file) ": "
               ws-edit-count " map reference(s) rewritten"
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      *> only the current layout is understood; an older save is left
      *> for crl-save-migrate and simply not looked at.
       load-save-image.

           move 0 to ws-save-size
           move spaces to ws-save-buffer
           move spaces to ws-player-file
           string "PLAYER" ws-slot ws-save-kind
               delimited by size into ws-player-file
           end-string

           if ws-save-kind = ".SAV" then
               open input fd-player-data
               if ws-player-status = ws-file-status-ok then
                   read fd-player-data
                       not at end
                           move f-player-image to ws-save-buffer
                           move 3692 to ws-save-size
                   end-read
               end-if
               close fd-player-data
           else
               open input fd-checkpoint-data
               if ws-player-status = ws-file-status-ok then
                   read fd-checkpoint-data
                       not at end
                           move f-checkpoint-image to ws-save-buffer
                           move 4000 to ws-save-size
                   end-read
               end-if
               close fd-checkpoint-data
           end-if

           move 0 to ws-save-version
           if ws-save-buffer(1:3) is numeric then
               move ws-save-buffer(1:3) to ws-save-version
           end-if
           if ws-save-version not = ws-current-save-version then
               move 0 to ws-save-size
           end-if

           exit paragraph.

      *> counts -- and, renaming, rewrites -- ws-scan-name in the save
      *> buffer; listing, each one goes on the report.
       scan-save-buffer.

           move 0 to ws-save-hits

           if ws-save-buffer(51:15) = ws-scan-name then
               add 1 to ws-save-hits
               move "current map" to ws-ref-text
               perform note-save-reference
               if ws-mode-rename then
                   move ws-new-name to ws-save-buffer(51:15)
               end-if
           end-if

           move 0 to ws-vis-count
           if ws-save-buffer(2505:2) is numeric then
               move ws-save-buffer(2505:2) to ws-vis-count
           end-if
           if ws-vis-count > 20 then
               move 20 to ws-vis-count
           end-if
           perform varying ws-vis-idx from 1 by 1
           until ws-vis-idx > ws-vis-count
               compute ws-offset = 2507 + (ws-vis-idx - 1) * 16
               if ws-save-buffer(ws-offset:15) = ws-scan-name then
                   add 1 to ws-save-hits
                   move "visited-map table" to ws-ref-text
                   perform note-save-reference
                   if ws-mode-rename then
                       move ws-new-name to ws-save-buffer(ws-offset:15)
                   end-if
               end-if
           end-perform

           perform varying ws-quest-idx from 1 by 1
           until ws-quest-idx > 5
               compute ws-offset = 2827 + (ws-quest-idx - 1) * 57
               if ws-save-buffer(ws-offset + 33:1) = "3"
               and ws-save-buffer(ws-offset + 34:16) = ws-scan-name
               then
                   add 1 to ws-save-hits
                   move "REACH quest in the journal" to ws-ref-text
                   perform note-save-reference
                   if ws-mode-rename then
                       move ws-new-name
                           to ws-save-buffer(ws-offset + 34:16)
                   end-if
               end-if
           end-perform

           perform varying ws-vis-idx from 1 by 1
           until ws-vis-idx > 10
               compute ws-offset = 3257 + (ws-vis-idx - 1) * 33
               if ws-save-buffer(ws-offset:15) = ws-scan-name then
                   add 1 to ws-save-hits
                   move "settlement reputation" to ws-ref-text
                   perform note-save-reference
                   if ws-mode-rename then
                       move ws-new-name to ws-save-buffer(ws-offset:15)
                   end-if
               end-if
           end-perform

           exit paragraph.

       note-save-reference.

           if not ws-list-refs then
               exit paragraph
           end-if
           move spaces to f-report-line
           string "  " function trim(ws-player-file) ": "
               function trim(ws-ref-text)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      ******************************************************************
      * After a rename: a whole map answers to the new name, nothing
      * is left under the old one, and the pack holds no reference to
      * it anywhere.
      ******************************************************************
       validate-rename.

           move ws-new-name to ws-scan-name
           perform probe-map-dat
           if ws-probe-status not = 0
           or ws-probe-size not = ws-map-dat-size then
               set ws-step-failed to true
               move "new map is not whole after the move"
                   to ws-fail-reason
               exit paragraph
           end-if

           perform varying ws-ext-idx from 1 by 1
           until ws-ext-idx > ws-ext-count
               move function concatenate(function trim(ws-old-name),
                   function trim(ws-ext(ws-ext-idx)))
                   to ws-probe-file
               call "CBL_CHECK_FILE_EXIST" using
                   ws-probe-file ws-probe-info
                   returning ws-probe-status
               end-call
               if ws-probe-status = 0 then
                   set ws-step-failed to true
                   move spaces to ws-fail-reason
                   string function trim(ws-probe-file)
                       " still present"
                       delimited by size into ws-fail-reason
                   end-string
                   exit paragraph
               end-if
           end-perform

           move ws-old-name to ws-scan-name
           move spaces to ws-scan-skip-tel
           move 'N' to ws-list-refs-sw
           perform scan-references
           if ws-ref-count > 0 then
               set ws-step-failed to true
               move ws-ref-count to ws-edit-count
               move spaces to ws-fail-reason
               string function trim(ws-edit-count)
                   " reference(s) to the old name remain"
                   delimited by size into ws-fail-reason
               end-string
           end-if

           exit paragraph.

      ******************************************************************
      * Retire: everything that still refers to the map is listed and
      * the retire refused; otherwise the map's files (and its own
      * price and split rows) leave the pack for RETIRED.
      ******************************************************************
       retire-map.

           move spaces to f-report-line
           string "RETIRE MAP " function trim(ws-retire-name)
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           move ws-retire-name to ws-scan-name
           perform probe-map-dat
           if ws-probe-status not = 0 then
               set ws-step-failed to true
               move "no such map" to ws-fail-reason
               perform report-failure
               exit paragraph
           end-if

           perform check-map-lock
           if ws-step-failed then
               perform report-failure
               exit paragraph
           end-if

      *> a map's teleports into itself do not hold it in the pack.
           move function concatenate(function trim(ws-retire-name),
               ".TEL") to ws-scan-skip-tel
           set ws-list-refs to true
           move "References:" to f-report-line
           write f-report-line
           perform scan-references

           if ws-ref-count > 0 then
               set ws-step-failed to true
               move ws-ref-count to ws-edit-count
               move spaces to ws-fail-reason
               string function trim(ws-edit-count)
                   " reference(s) still point at it"
                   delimited by size into ws-fail-reason
               end-string
               perform report-failure
               move ws-retire-name to ws-scan-name
               move "retire refused, still referenced"
                   to ws-audit-text
               perform append-audit-line
               exit paragraph
           end-if
           move "  none" to f-report-line
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           move "mkdir -p MAPMOVE.WRK RETIRED" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

      *> the map's own rows in the keyed tables go with it.
           move ws-retire-name to ws-old-name
           move "PRICES.TBL" to ws-table-file
           perform drop-map-rows
           if ws-steps-ok then
               move "SPLITS.TBL" to ws-table-file
               perform drop-map-rows
           end-if

           perform varying ws-ext-idx from 1 by 1
           until ws-ext-idx > ws-ext-count or ws-step-failed
               perform varying ws-bak-pass from 1 by 1
               until ws-bak-pass > 2 or ws-step-failed
                   move spaces to ws-source-file ws-dest-file
                   if ws-bak-pass = 1 then
                       string function trim(ws-retire-name)
                           function trim(ws-ext(ws-ext-idx))
                           delimited by size into ws-source-file
                       end-string
                   else
                       string function trim(ws-retire-name)
                           function trim(ws-ext(ws-ext-idx))
                           ws-backup-file-ext
                           delimited by size into ws-source-file
                       end-string
                   end-if
                   string ws-retired-dir "/"
                       function trim(ws-source-file)
                       delimited by size into ws-dest-file
                   end-string
                   perform move-one-file
               end-perform
           end-perform

           if ws-step-failed then
               perform roll-back-journal
               perform report-failure
               move "retire FAILED, rolled back" to ws-audit-text
           else
               move spaces to f-report-line
               write f-report-line
               move ws-files-moved to ws-edit-count
               move spaces to f-report-line
               string "Retired: " function trim(ws-edit-count)
                   " file(s) moved to " ws-retired-dir
                   delimited by size into f-report-line
               end-string
               write f-report-line
               move "retired to RETIRED" to ws-audit-text
           end-if

           move ws-retire-name to ws-scan-name
           perform append-audit-line

           move "rm -rf MAPMOVE.WRK" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           exit paragraph.

       drop-map-rows.

           perform load-text-table
           if ws-line-count = 0 then
               exit paragraph
           end-if

           move 0 to ws-line-changed
           move ws-line-count to ws-line-idx
           perform until ws-line-idx < 1
               perform split-line-fields
               if function upper-case(ws-field(1)) = ws-old-name then
                   add 1 to ws-line-changed
                   perform varying ws-field-ptr from ws-line-idx by 1
                   until ws-field-ptr >= ws-line-count
                       move ws-line(ws-field-ptr + 1)
                           to ws-line(ws-field-ptr)
                   end-perform
                   subtract 1 from ws-line-count
               end-if
               subtract 1 from ws-line-idx
           end-perform

           if ws-line-changed = 0 then
               exit paragraph
           end-if

           move ws-table-file to ws-source-file
           perform journal-file
           if ws-step-failed then
               exit paragraph
           end-if
           perform save-text-table

           move ws-line-changed to ws-edit-count
           move spaces to f-report-line
           string "  " function trim(ws-table-file) ": "
               ws-edit-count " row(s) for the map dropped"
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      ******************************************************************
      * Counts every reference to ws-scan-name across the pack into
      * ws-ref-count, listing each one when ws-list-refs is on.
      * ws-scan-skip-tel names a .TEL to leave out (the map's own).
      ******************************************************************
       scan-references.

           move 0 to ws-ref-count

      *> teleports in every map.
           move "ls -1 *.TEL > MAPMOVE.TMP 2>/dev/null"
               to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call
           set ws-list-not-eof to true
           open input fd-file-list
           if ws-file-list-status = ws-file-status-ok then
               perform until ws-list-is-eof
                   read fd-file-list
                       at end
                           set ws-list-is-eof to true
                       not at end
                           move f-file-list-line to ws-tel-file
                           if ws-tel-file not = ws-scan-skip-tel then
                               perform scan-one-tel
                           end-if
                   end-read
               end-perform
           end-if
           close fd-file-list
           move "rm -f MAPMOVE.TMP" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

      *> edge neighbors in every other map.
           move "ls -1 *.NBR > MAPMOVE.TMP 2>/dev/null"
               to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call
           set ws-list-not-eof to true
           open input fd-file-list
           if ws-file-list-status = ws-file-status-ok then
               perform until ws-list-is-eof
                   read fd-file-list
                       at end
                           set ws-list-is-eof to true
                       not at end
                           move f-file-list-line to ws-table-file
                           if ws-table-file not = function concatenate(
                               function trim(ws-scan-name), ".NBR")
                           then
                               perform scan-neighbor-table
                           end-if
                   end-read
               end-perform
           end-if
           close fd-file-list
           move "rm -f MAPMOVE.TMP" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

      *> the campaign manifest.
           move "CAMPAIGN.CMP" to ws-table-file
           perform load-text-table
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-line-count
               perform split-line-fields
               move spaces to ws-exit-table
               unstring function upper-case(ws-field(2))
                   delimited by ","
                   into ws-exit(1) ws-exit(2) ws-exit(3)
               end-unstring
               if function upper-case(ws-field(1)) = ws-scan-name
               or function upper-case(ws-field(3)) = ws-scan-name
               or ws-exit(1) = ws-scan-name
               or ws-exit(2) = ws-scan-name
               or ws-exit(3) = ws-scan-name then
                   move "node, exit or gate" to ws-ref-text
                   perform note-table-reference
               end-if
           end-perform

      *> REACH quests.
           move "QUESTS.QST" to ws-table-file
           perform load-text-table
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-line-count
               perform split-line-fields
               if function upper-case(function trim(ws-field(2)))
                   = "REACH"
               and function upper-case(ws-field(3)) = ws-scan-name
               then
                   move "REACH quest target" to ws-ref-text
                   perform note-table-reference
               end-if
           end-perform

      *> price and split rows belong to the map itself: a retire takes
      *> them along, so only a rename's leftovers count.
           if ws-mode-rename then
               move "PRICES.TBL" to ws-table-file
               perform scan-keyed-table
               move "SPLITS.TBL" to ws-table-file
               perform scan-keyed-table
           end-if

      *> every slot's save and checkpoint.
           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > 9
               move ws-slot-idx to ws-slot
               move ".SAV" to ws-save-kind
               perform scan-one-save
               move ".CHK" to ws-save-kind
               perform scan-one-save
           end-perform

           exit paragraph.

       scan-one-tel.

           perform load-tel-file
           perform varying ws-tel-idx from 1 by 1
           until ws-tel-idx > ws-tel-count
               move ws-tel-record(ws-tel-idx)
                   to f-teleport-data-record
               if f-teleport-dest-map = ws-scan-name then
                   add 1 to ws-ref-count
                   if ws-list-refs then
                       move f-teleport-y to ws-pos-y
                       move f-teleport-x to ws-pos-x
                       move spaces to f-report-line
                       string "  " function trim(ws-tel-file)
                           ": teleport at " ws-pos-y ","
                           ws-pos-x " leads here"
                           delimited by size into f-report-line
                       end-string
                       write f-report-line
                   end-if
               end-if
           end-perform

           exit paragraph.

       scan-keyed-table.

           perform load-text-table
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-line-count
               perform split-line-fields
               if function upper-case(ws-field(1)) = ws-scan-name then
                   move "row for the map" to ws-ref-text
                   perform note-table-reference
               end-if
           end-perform

           exit paragraph.

       scan-neighbor-table.

           perform load-text-table
           perform varying ws-line-idx from 1 by 1
           until ws-line-idx > ws-line-count
               perform split-line-fields
               if function upper-case(ws-field(2)) = ws-scan-name then
                   move "edge neighbor" to ws-ref-text
                   perform note-table-reference
               end-if
           end-perform

           exit paragraph.

       note-table-reference.

           add 1 to ws-ref-count
           if not ws-list-refs then
               exit paragraph
           end-if
           move ws-line-idx to ws-edit-count
           move spaces to f-report-line
           string "  " function trim(ws-table-file) " line "
               function trim(ws-edit-count) ": "
               function trim(ws-ref-text) " -- "
               function trim(ws-line(ws-line-idx))
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       scan-one-save.

           perform load-save-image
           if ws-save-size = 0 then
               exit paragraph
           end-if
           perform scan-save-buffer
           add ws-save-hits to ws-ref-count

           exit paragraph.

      ******************************************************************
      * MAPAUDIT.LOG, in the editor's shape: when, who, which map,
      * what happened.
      ******************************************************************
       append-audit-line.

           move function current-date to ws-audit-date-data

           accept ws-audit-user from environment "USER"
           end-accept
           if ws-audit-user = spaces then
               move "unknown" to ws-audit-user
           end-if

           open extend fd-audit-log
           if ws-audit-log-status = ws-file-status-ok
           or ws-audit-log-status = "05" then
               move spaces to f-audit-line
               string ws-audit-date-data(1:8) " "
                   ws-audit-date-data(9:6) " "
                   ws-audit-user " "
                   ws-scan-name " "
                   function trim(ws-audit-text)
                   delimited by size into f-audit-line
               end-string
               write f-audit-line
               close fd-audit-log
           end-if

           exit paragraph.

       end program crl-map-rename.
