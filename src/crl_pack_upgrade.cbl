      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Installs a new version of a map pack WITHOUT
      *>          flattening the players' world: before extracting,
      *>          every incoming member's checksum is held against
      *>          reset. Maps that arrive byte-identical keep every
      *>          slot's dead-enemy and looted-chest memory. Ends
      *>          with a summary of what was preserved and what was
      *>          reset. A changed map's change-only sidecars (the
      *>          "WSD1" layout) are kept: the game reconciles each
      *>          change against the new map when it loads them.
      *>          Only older full-copy sidecars are reset. Only an
      *>          operator holding the PUBLISHER or BATCH role in
      *>          OPERATORS signs on (see crl-operator-signon), and
      *>          each changed map goes to MAPAUDIT.LOG under that
      *>          id. A CRLPTCH1 patch (crl-pack-tool --base) is
      *>          taken too, once the installed files prove to be
      *>          exactly its base -- otherwise nothing is touched
      *>          and a full install is called for. The same reset
      *>          rules then apply to the members it ships, and a
      *>          member it deletes changes its map as well.
      *>          The install is all or nothing (see
      *>          crl-pack-install): members are unpacked into
      *>          PKSTAGE and each checksum proved there, and only
      *>          then are they -- with the sidecar resets -- swapped
      *>          in. A bad member or a failure part way leaves the
      *>          previous pack and every sidecar exactly as they
      *>          were. An install found interrupted is finished or
      *>          rolled back when the next run starts, and logged to
      *>          ERRORS.LOG as PACKINST.
      *>          Arguments:
      *>              --install=FILE    the CRLPACK1 bundle or
      *>                                CRLPTCH1 patch to apply
      *> Tectonics:
      *>     ./build_pack_upgrade.sh
      *>         src/shared/crl_operator_signon.cbl
      *>         src/shared/crl_pack_install.cbl
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-pack-upgrade.
       input-output section.

       file-control.
           select optional fd-audit-log
               assign to ws-audit-log-file
               organization is line sequential
               file status is ws-audit-log-status.

       data division.

       file section.

           fd  fd-audit-log.
           01  f-audit-line                 pic x(120).

       working-storage section.

           78  ws-max-pack-files           value 200.
           78  ws-max-manifest-lines       value 400.
           78  ws-max-changed-maps         value 50.
           78  ws-chunk-size               value 4096.
           78  ws-manifest-line-len        value 80.
           78  ws-audit-log-file           value "MAPAUDIT.LOG".

           01  ws-audit-log-status         pic xx.
           01  ws-audit-date-data          pic x(21).

      *> Operator sign-on -- see crl-operator-signon.
           01  ws-operator                 pic x(12).
           01  ws-signon-program           pic x(20)
                                           value "crl-pack-upgrade".
           01  ws-signon-roles             pic x(40)
                                           value "PUBLISHER,BATCH".
           01  ws-signon-status            pic 9.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).

           01  ws-file-count               pic 999 value 0.
           01  ws-pack-files.
               05  ws-pack-file occurs ws-max-manifest-lines times.
                   10  ws-pf-name          pic x(20).
                   10  ws-pf-size          pic 9(9).
                   10  ws-pf-checksum      pic 9(9).
                   10  ws-pf-changed-sw    pic a.
      *> patch lines only: B base member, S shipped, D deleted.
                   10  ws-pf-action        pic x.
                       88  ws-pf-is-base   value "B".
                       88  ws-pf-is-shipped
                                           value "S".
                       88  ws-pf-is-deleted
                                           value "D".

           01  ws-file-idx                 pic 999.
           01  ws-search-idx               pic 999.

           01  ws-bundle-kind-sw           pic a value 'F'.
               88  ws-bundle-full          value 'F'.
               88  ws-bundle-patch         value 'P'.
           01  ws-base-name                pic x(15).
           01  ws-base-version             pic 999 value 0.
           01  ws-base-mismatch-count      pic 999 value 0.
           01  ws-first-mismatch           pic x(20).
           01  ws-base-member-sw           pic a.
               88  ws-base-member-ok       value 'Y'.
               88  ws-base-member-bad      value 'N'.

           01  ws-pak-handle               pic x(4) comp-x.
           01  ws-mem-handle               pic x(4) comp-x.
           01  ws-already-sw               pic a.
               88  ws-already-listed       value 'Y'.
               88  ws-not-listed           value 'N'.
           01  ws-slot                     pic 99.
           01  ws-wst-file                 pic x(20).
           01  ws-reset-count              pic 999 value 0.
           01  ws-reconcile-count          pic 999 value 0.
           01  ws-wst-marker               pic x(4).
           01  ws-preserved-count          pic 999 value 0.
           01  ws-is-map-file-sw           pic a.
               88  ws-is-map-file          value 'Y'.
               88  ws-not-map-file         value 'N'.

      *> the all-or-nothing install -- see crl-pack-install.
           copy "shared/copybooks/ws-pack-install.cpy".
           01  ws-install-request          pic x.
           01  ws-install-detail           pic x(40).
           01  ws-install-status           pic 9.
           01  ws-stage-member             pic x(30).
           01  ws-issue-count              pic 999 value 0.
           01  ws-first-bad-member         pic x(20) value spaces.

       procedure division.

       main-procedure.
               stop run
           end-if

           perform sign-on-operator
           perform recover-interrupted-install

           call "CBL_OPEN_FILE" using
               ws-pak-file ws-access-read
               ws-deny-none ws-device ws-pak-handle
           move 0 to ws-byte-offset
           perform read-manifest-line

           evaluate ws-manifest-line(1:8)
               when "CRLPACK1"
                   set ws-bundle-full to true
               when "CRLPTCH1"
                   set ws-bundle-patch to true
                   move ws-manifest-line(10:15) to ws-base-name
                   if ws-manifest-line(34:3) is numeric then
                       move ws-manifest-line(34:3) to ws-base-version
                   end-if
               when other
                   display "Not a CRLPACK1 bundle."
                   call "CBL_CLOSE_FILE" using ws-pak-handle
                       returning ws-byte-status
                   end-call
                   stop run
           end-evaluate

           display "Bundle: " function trim(ws-manifest-line(10:30))

                   to ws-pf-size(ws-file-idx)
               move ws-manifest-line(31:9)
                   to ws-pf-checksum(ws-file-idx)
               move ws-manifest-line(41:1)
                   to ws-pf-action(ws-file-idx)
           end-perform

      *> a patch applies over its exact base or not at all.
           if ws-bundle-patch then
               perform check-patch-base
               if ws-base-mismatch-count > 0 then
                   display "Installed files are not "
                       function trim(ws-base-name) " v"
                       ws-base-version " ("
                       function trim(ws-first-mismatch)
                       " differs) -- nothing was changed."
                   display "Install the full pack instead: "
                       "--install=" function trim(ws-base-name)
                       ".PAK"
                   call "CBL_CLOSE_FILE" using ws-pak-handle
                       returning ws-byte-status
                   end-call
                   move 8 to return-code
                   stop run
               end-if
               display "Base " function trim(ws-base-name) " v"
                   ws-base-version " confirmed."
           end-if

      *> the structural diff, wholesale: an incoming member whose
      *> checksum matches the installed file changes nothing.
           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               evaluate true
                   when ws-bundle-full
                   when ws-pf-is-shipped(ws-file-idx)
                       perform judge-one-member
                   when ws-pf-is-deleted(ws-file-idx)
                       perform judge-deleted-member
                   when other
                       perform judge-base-member
               end-evaluate
           end-perform

      *> what the install writes and takes away, sidecar resets
      *> included, journaled before anything is staged.
           perform build-install-list
           perform reset-changed-world-state

           move "S" to ws-install-request
           call "crl-pack-install" using
               ws-signon-program ws-install-request ws-pak-file
               ws-install-members ws-install-detail ws-install-status
           end-call
           if ws-install-status not = 0 then
               display "Cannot journal the install -- nothing was"
                   " changed."
               call "CBL_CLOSE_FILE" using ws-pak-handle
                   returning ws-byte-status
               end-call
               move 8 to return-code
               stop run
           end-if

      *> then the members, staged and proved one by one.
           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               if ws-bundle-full
               or ws-pf-is-shipped(ws-file-idx) then
                   perform extract-one-member
               end-if
           end-perform

           call "CBL_CLOSE_FILE" using ws-pak-handle
               returning ws-byte-status
           end-call

           if ws-issue-count > 0 then
               move spaces to ws-install-detail
               string function trim(ws-first-bad-member)
                   " bad - nothing installed"
                   delimited by size into ws-install-detail
               end-string
               move "A" to ws-install-request
               call "crl-pack-install" using
                   ws-signon-program ws-install-request ws-pak-file
                   ws-install-members ws-install-detail
                   ws-install-status
               end-call
               display ws-issue-count " member(s) FAILED -- nothing"
                   " was installed, the previous pack is unchanged."
               move 8 to return-code
               stop run
           end-if

           move "C" to ws-install-request
           call "crl-pack-install" using
               ws-signon-program ws-install-request ws-pak-file
               ws-install-members ws-install-detail ws-install-status
           end-call
           if ws-install-status not = 0 then
               display "The swap failed and was rolled back -- the"
                   " previous pack is unchanged (see ERRORS.LOG)."
               move 8 to return-code
               stop run
           end-if

           perform append-audit-lines
           perform print-summary

           stop run.

      ******************************************************************
      * An install that never finished is settled before this one
      * looks at the installed files.
      ******************************************************************
       recover-interrupted-install.

           move "R" to ws-install-request
           move spaces to ws-install-detail
           call "crl-pack-install" using
               ws-signon-program ws-install-request ws-pak-file
               ws-install-members ws-install-detail ws-install-status
           end-call

           evaluate ws-install-status
               when 1
                   display "An interrupted install was found and"
                       " finished (see ERRORS.LOG)."
               when 2
                   display "An interrupted install was found and"
                       " rolled back (see ERRORS.LOG)."
               when 4
                   display "An interrupted install could not be"
                       " settled -- PACKINST.JNL, PKSTAGE and"
                       " PKBACKUP are left for a look by hand."
                   move 8 to return-code
                   stop run
           end-evaluate

           exit paragraph.

      ******************************************************************
      * The operator signs on before anything is touched: the id
      * comes from CRL_OPERATOR when set, else from a prompt, and
      * only an operator holding the PUBLISHER or BATCH role gets
      * past this point.
      ******************************************************************
       sign-on-operator.

           move spaces to ws-operator
           accept ws-operator from environment "CRL_OPERATOR"
           end-accept
           if ws-operator = spaces then
               display "Operator id: " with no advancing
               accept ws-operator
           end-if

           call "crl-operator-signon" using
               ws-signon-program ws-signon-roles
               ws-operator ws-signon-status
           end-call

           evaluate ws-signon-status
               when 0
                   display "Signed on as " function trim(ws-operator)
                       "."
               when 1
                   display "No OPERATORS file - nobody can sign on."
               when 2
                   display "Operator " function trim(ws-operator)
                       " is not on file - refused."
               when other
                   display "Operator " function trim(ws-operator)
                       " does not hold the "
                       function trim(ws-signon-roles)
                       " role - refused."
           end-evaluate

           if ws-signon-status not = 0 then
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       parse-arguments.

           accept ws-command-args from command-line

           exit paragraph.

      *> a member the patch deletes changes its map, if it was here.
       judge-deleted-member.

           move "N" to ws-pf-changed-sw(ws-file-idx)

           call "CBL_CHECK_FILE_EXIST" using
               ws-pf-name(ws-file-idx) ws-probe-info
               returning ws-check-file-status
           end-call

           if ws-check-file-status = 0 then
               move "Y" to ws-pf-changed-sw(ws-file-idx)
               perform note-changed-map
           end-if

           exit paragraph.

      *> a base member the patch leaves alone is carried over as it
      *> stands; one it ships or deletes is judged on that line.
       judge-base-member.

           move "N" to ws-pf-changed-sw(ws-file-idx)

           perform varying ws-search-idx from 1 by 1
           until ws-search-idx > ws-file-count
               if ws-search-idx not = ws-file-idx
               and ws-pf-name(ws-search-idx)
                   = ws-pf-name(ws-file-idx) then
                   move "-" to ws-pf-changed-sw(ws-file-idx)
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * Every base member (B line) of a patch must be installed with
      * the base's exact size and checksum.
      ******************************************************************
       check-patch-base.

           move 0 to ws-base-mismatch-count
           move spaces to ws-first-mismatch

           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               if ws-pf-is-base(ws-file-idx) then
                   call "CBL_CHECK_FILE_EXIST" using
                       ws-pf-name(ws-file-idx) ws-probe-info
                       returning ws-check-file-status
                   end-call
                   set ws-base-member-ok to true
                   if ws-check-file-status not = 0
                   or ws-probe-size not = ws-pf-size(ws-file-idx)
                   then
                       set ws-base-member-bad to true
                   else
                       perform checksum-installed-file
                       if ws-running-checksum
                           not = ws-pf-checksum(ws-file-idx) then
                           set ws-base-member-bad to true
                       end-if
                   end-if
                   if ws-base-member-bad then
                       add 1 to ws-base-mismatch-count
                       if ws-first-mismatch = spaces then
                           move ws-pf-name(ws-file-idx)
                               to ws-first-mismatch
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * What the install writes (I) and takes away (D): a full pack
      * writes every member, a patch the members it ships and takes
      * away those it deletes.
      ******************************************************************
       build-install-list.

           move 0 to ws-install-count

           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               if ws-bundle-full
               or ws-pf-is-shipped(ws-file-idx)
               or ws-pf-is-deleted(ws-file-idx) then
                   add 1 to ws-install-count
                   move ws-pf-name(ws-file-idx)
                       to ws-inst-name(ws-install-count)
                   if ws-pf-is-deleted(ws-file-idx) then
                       set ws-inst-is-delete(ws-install-count)
                           to true
                   else
                       set ws-inst-is-install(ws-install-count)
                           to true
                   end-if
               end-if
           end-perform

           exit paragraph.

       checksum-installed-file.

           call "CBL_OPEN_FILE" using
           set ws-not-map-file to true
           if ws-pf-name(ws-file-idx)(1:6) not = "ITEMS."
           and ws-pf-name(ws-file-idx)(1:9) not = "BESTIARY."
           and ws-pf-name(ws-file-idx)(1:8) not = "TILESET."
           and ws-pf-name(ws-file-idx)(1:9) not = "CAMPAIGN."
           and ws-pf-name(ws-file-idx)(1:7) not = "QUESTS."
           and ws-pf-name(ws-file-idx)(1:9) not = "PROGRESS."

           exit paragraph.

      ******************************************************************
      * One member into the staging area, re-summed as it passes.
      ******************************************************************
       extract-one-member.

           move ws-pf-size(ws-file-idx) to ws-bytes-left
           move 0 to ws-mem-offset
           move 0 to ws-running-checksum

           move spaces to ws-stage-member
           string ws-install-stage-dir "/"
               function trim(ws-pf-name(ws-file-idx))
               delimited by size into ws-stage-member
           end-string

           call "CBL_CREATE_FILE" using
               ws-stage-member ws-access-write
               ws-lock-none ws-device ws-mem-handle
               returning ws-byte-status
           end-call

           if ws-byte-status not = 0 then
               add ws-pf-size(ws-file-idx) to ws-byte-offset
               display "CANNOT STAGE: "
                   function trim(ws-pf-name(ws-file-idx))
               perform note-bad-member
               exit paragraph
           end-if

           perform until ws-bytes-left = 0

               if ws-bytes-left > ws-chunk-size then
               end-call
               add ws-chunk-len to ws-byte-offset

               perform checksum-chunk

               move ws-chunk-len to ws-byte-count
               call "CBL_WRITE_FILE" using
                   ws-mem-handle ws-mem-offset ws-byte-count
               returning ws-byte-status
           end-call

           if ws-running-checksum
               not = ws-pf-checksum(ws-file-idx) then
               display "CHECKSUM MISMATCH: "
                   function trim(ws-pf-name(ws-file-idx))
               perform note-bad-member
           end-if

           exit paragraph.

       note-bad-member.

           add 1 to ws-issue-count
           if ws-first-bad-member = spaces then
               move ws-pf-name(ws-file-idx) to ws-first-bad-member
           end-if

           exit paragraph.

      ******************************************************************
      * Changed maps lose every slot's full-copy sidecar -- the
      * content moved under the players' feet; unchanged maps keep
      * theirs. A change-only sidecar stays put either way: the game
      * drops just the changes the new map no longer fits. The reset
      * is a delete line in the install, so it happens in the swap
      * and is undone with it.
      ******************************************************************
       reset-changed-world-state.

                   move spaces to ws-wst-file
                   string function trim(
                       ws-changed-map(ws-changed-idx))
                       ".W" ws-slot(2:1)
                       delimited by size into ws-wst-file
                   end-string

                   end-call

                   if ws-check-file-status = 0 then
                       perform read-wst-marker
                       if ws-wst-marker = "WSD1" then
                           add 1 to ws-reconcile-count
                       else
                           perform list-sidecar-reset
                       end-if
                   end-if

               end-perform

           exit paragraph.

       list-sidecar-reset.

           if ws-install-count < ws-max-install-members then
               add 1 to ws-install-count
               move ws-wst-file to ws-inst-name(ws-install-count)
               set ws-inst-is-delete(ws-install-count) to true
               add 1 to ws-reset-count
           end-if

           exit paragraph.

      ******************************************************************
      * The first four bytes of sidecar ws-wst-file into
      * ws-wst-marker -- "WSD1" heads a change-only sidecar.
      ******************************************************************
       read-wst-marker.

           move spaces to ws-wst-marker

           call "CBL_OPEN_FILE" using
               ws-wst-file ws-access-read
               ws-deny-none ws-device ws-mem-handle
               returning ws-byte-status
           end-call

           if ws-byte-status not = 0 then
               exit paragraph
           end-if

           move 0 to ws-mem-offset
           move 4 to ws-byte-count
           call "CBL_READ_FILE" using
               ws-mem-handle ws-mem-offset ws-byte-count
               ws-byte-flags ws-wst-marker
               returning ws-byte-status
           end-call

           call "CBL_CLOSE_FILE" using ws-mem-handle
               returning ws-byte-status
           end-call

           exit paragraph.

      ******************************************************************
      * Each map the bundle changed goes on its MAPAUDIT.LOG trail,
      * under the signed-on operator's id.
      ******************************************************************
       append-audit-lines.

           if ws-changed-count = 0 then
               exit paragraph
           end-if

           move function current-date to ws-audit-date-data

           open extend fd-audit-log
           if ws-audit-log-status not = "00"
           and ws-audit-log-status not = "05" then
               exit paragraph
           end-if

           perform varying ws-changed-idx from 1 by 1
           until ws-changed-idx > ws-changed-count
               move spaces to f-audit-line
               string ws-audit-date-data(1:8) " "
                   ws-audit-date-data(9:6) " "
                   ws-operator " "
                   ws-changed-map(ws-changed-idx) " "
                   "pack upgrade from "
                   function trim(ws-pak-file)
                   delimited by size into f-audit-line
               end-string
               write f-audit-line
           end-perform

           close fd-audit-log

           exit paragraph.

       print-summary.

           display " "
               display "  CHANGED: "
                   function trim(
                       ws-changed-map(ws-changed-idx))
                   " (changes kept, full copies reset)"
           end-perform

           move 0 to ws-preserved-count
           end-perform

           display "  " ws-changed-count " map(s) changed, "
               ws-reset-count " sidecar(s) reset, "
               ws-reconcile-count " kept to reconcile."
           display "  " ws-preserved-count
               " member(s) arrived unchanged - their world state"
               " was preserved."
