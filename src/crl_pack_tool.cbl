      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-21
      *> Last Updated: 2026-10-15
      *> Purpose: Packages a map pack directory into one
      *>          distributable .PAK file and installs/verifies such
      *>          files at the other end. The bundle carries a
      *>          size and checksum -- followed by the raw file
      *>          bytes, so a recipient can prove the set arrived
      *>          complete and uncorrupted before playing it.
      *>          Given a base bundle, --pack writes a patch instead
      *>          (NAME.PAT, "CRLPTCH1"): only the members that
      *>          differ from the base, a delete line for each base
      *>          member gone, and every base member's size and
      *>          checksum. Installing a patch first proves this
      *>          directory holds exactly that base, and refuses --
      *>          pointing at a full install -- when it doesn't.
      *>          An install is all or nothing: every member is
      *>          unpacked into PKSTAGE and proved there before any
      *>          is swapped in (see crl-pack-install), so a bad
      *>          member or a failure part way leaves the previous
      *>          pack exactly as it was. An install found
      *>          interrupted is finished or rolled back at the
      *>          start of the next run, and logged to ERRORS.LOG as
      *>          PACKINST.
      *>          Arguments:
      *>              --pack=NAME       bundle this directory's map
      *>                                files into NAME.PAK
      *>              --version=N       pack version number (1)
      *>              --base=FILE       with --pack: write NAME.PAT,
      *>                                a patch against bundle FILE
      *>              --install=FILE    unpack FILE into this
      *>                                directory, checking every
      *>                                checksum, then run the
      *>                                writing nothing
      *> Tectonics:
      *>     ./build_pack_tool.sh
      *>         src/shared/crl_pack_install.cbl
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-pack-tool.

           78  ws-file-status-ok           value "00".
           78  ws-max-pack-files           value 200.
      *> a patch manifest lists the base's members and the shipped
      *> ones, so it can run to twice a pack's.
           78  ws-max-manifest-lines       value 400.
           78  ws-chunk-size               value 4096.
           78  ws-manifest-line-len        value 80.

           01  ws-pack-name                pic x(15) value spaces.
           01  ws-pack-version             pic 999 value 1.
           01  ws-pak-file                 pic x(20).
           01  ws-base-pak-file            pic x(20) value spaces.

           01  ws-bundle-kind-sw           pic a value 'F'.
               88  ws-bundle-full          value 'F'.
               88  ws-bundle-patch         value 'P'.

           01  ws-list-eof-sw              pic a.
               88  ws-list-eof             value 'Y'.

           01  ws-file-count               pic 999 value 0.
           01  ws-pack-files.
               05  ws-pack-file occurs ws-max-manifest-lines times.
                   10  ws-pf-name          pic x(20).
                   10  ws-pf-size          pic 9(9).
                   10  ws-pf-checksum      pic 9(9).
      *> patch lines: B base member, S shipped, D deleted. Packing
      *> a patch, S marks a member that differs from the base.
                   10  ws-pf-action        pic x.
                       88  ws-pf-is-base   value "B".
                       88  ws-pf-is-shipped
                                           value "S".
                       88  ws-pf-is-deleted
                                           value "D".

           01  ws-file-idx                 pic 999.
           01  ws-search-idx               pic 999.

      *> the base bundle's manifest, when packing a patch.
           01  ws-base-name                pic x(15).
           01  ws-base-version             pic 999 value 0.
           01  ws-base-count               pic 999 value 0.
           01  ws-base-files.
               05  ws-base-file occurs ws-max-pack-files times.
                   10  ws-bf-name          pic x(20).
                   10  ws-bf-size          pic 9(9).
                   10  ws-bf-checksum      pic 9(9).
                   10  ws-bf-deleted-sw    pic a.
                       88  ws-bf-deleted   value 'Y'.

           01  ws-ship-count               pic 999 value 0.
           01  ws-delete-count             pic 999 value 0.
           01  ws-line-count               pic 999 value 0.
           01  ws-base-mismatch-count      pic 999 value 0.
           01  ws-first-mismatch           pic x(20).
           01  ws-found-sw                 pic a.
               88  ws-name-found           value 'Y'.
               88  ws-name-not-found       value 'N'.

      *> byte-level io handles -- one for the bundle, one for the
      *> member file being copied in or out.
               05  ws-mf-size              pic 9(9).
               05  filler                  pic x value space.
               05  ws-mf-checksum          pic 9(9).
               05  filler                  pic x value space.
               05  ws-mf-action            pic x value space.
               05  filler                  pic x(39) value spaces.

           01  ws-check-file-info          pic x(20).
           01  ws-check-file-status        pic s9(9) comp-5.

           01  ws-issue-count              pic 999 value 0.

      *> the all-or-nothing install -- see crl-pack-install.
           copy "shared/copybooks/ws-pack-install.cpy".
           01  ws-install-program          pic x(20)
                                           value "crl-pack-tool".
           01  ws-install-request          pic x.
           01  ws-install-detail           pic x(40).
           01  ws-install-status           pic 9.
           01  ws-stage-member             pic x(30).

       procedure division.

       main-procedure.

           perform parse-arguments

           if ws-mode-pack or ws-mode-install or ws-mode-verify then
               perform recover-interrupted-install
           end-if

           evaluate true
               when ws-mode-pack
                   perform pack-directory
               when ws-mode-verify
                   perform unpack-bundle
               when other
                   display "Usage: --pack=NAME [--version=N]"
                       " [--base=FILE] | --install=FILE |"
                       " --verify=FILE"
           end-evaluate

           stop run.

      ******************************************************************
      * An install that never finished is settled before anything
      * else reads or writes this directory.
      ******************************************************************
       recover-interrupted-install.

           move "R" to ws-install-request
           move spaces to ws-install-detail
           call "crl-pack-install" using
               ws-install-program ws-install-request ws-pak-file
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

       parse-arguments.

           accept ws-command-args from command-line
                           move ws-arg-value to ws-pack-version
                       end-if

                   when "--BASE"
                       move function upper-case(
                           function trim(ws-arg-value))
                           to ws-base-pak-file

               end-evaluate

           end-perform

           move spaces to ws-ls-command
           string "ls -1 *.DAT *.TEL *.BGS *.ITM *.DIM *.MET"
               " *.NPC *.PSH *.TSR *.NBR *.ENC ITEMS.ITL ITEMS.VER"
               " BESTIARY.BST"
               " TILESET.TLS"
               " CAMPAIGN.CMP"
               " QUESTS.QST PROGRESS.TBL 2>/dev/null"
               " > PACKLIST.TMP"
               delimited by size into ws-ls-command
               perform measure-member-file
           end-perform

           if ws-base-pak-file not = spaces then
               perform write-patch-bundle
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-pack-name), ".PAK")
               to ws-pak-file

           exit paragraph.

      ******************************************************************
      * A patch against the base bundle: its manifest first lists
      * every base member (B, the base's size and checksum -- the
      * install proves the directory against these), then the
      * members that are new or differ (S, bytes follow in this
      * order), then the base members no longer here (D).
      ******************************************************************
       write-patch-bundle.

           perform load-base-manifest
           if ws-base-count = 0 then
               exit paragraph
           end-if

           move 0 to ws-ship-count
           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               move space to ws-pf-action(ws-file-idx)
               set ws-name-not-found to true
               perform varying ws-search-idx from 1 by 1
               until ws-search-idx > ws-base-count
                   if ws-bf-name(ws-search-idx)
                       = ws-pf-name(ws-file-idx) then
                       set ws-name-found to true
                       if ws-bf-size(ws-search-idx)
                           not = ws-pf-size(ws-file-idx)
                       or ws-bf-checksum(ws-search-idx)
                           not = ws-pf-checksum(ws-file-idx) then
                           set ws-pf-is-shipped(ws-file-idx) to true
                       end-if
                   end-if
               end-perform
               if ws-name-not-found then
                   set ws-pf-is-shipped(ws-file-idx) to true
               end-if
               if ws-pf-is-shipped(ws-file-idx) then
                   add 1 to ws-ship-count
               end-if
           end-perform

           move 0 to ws-delete-count
           perform varying ws-search-idx from 1 by 1
           until ws-search-idx > ws-base-count
               move 'Y' to ws-bf-deleted-sw(ws-search-idx)
               perform varying ws-file-idx from 1 by 1
               until ws-file-idx > ws-file-count
                   if ws-pf-name(ws-file-idx)
                       = ws-bf-name(ws-search-idx) then
                       move 'N' to ws-bf-deleted-sw(ws-search-idx)
                   end-if
               end-perform
               if ws-bf-deleted(ws-search-idx) then
                   add 1 to ws-delete-count
               end-if
           end-perform

           if ws-ship-count = 0 and ws-delete-count = 0 then
               display "Nothing differs from "
                   function trim(ws-base-name) " v" ws-base-version
                   " -- no patch written."
               exit paragraph
           end-if

           compute ws-line-count =
               ws-base-count + ws-ship-count + ws-delete-count

           move function concatenate(
               function trim(ws-pack-name), ".PAT")
               to ws-pak-file

           call "CBL_CREATE_FILE" using
               ws-pak-file ws-access-write ws-lock-none ws-device
               ws-pak-handle
               returning ws-byte-status
           end-call

           if ws-byte-status not = 0 then
               display "Could not create "
                   function trim(ws-pak-file)
               exit paragraph
           end-if

           move 0 to ws-byte-offset

           move spaces to ws-manifest-line
           string "CRLPTCH1 " ws-pack-name " " ws-pack-version
               " " ws-line-count " " ws-base-version
               delimited by size into ws-manifest-line
           end-string
           perform write-manifest-line

           perform varying ws-search-idx from 1 by 1
           until ws-search-idx > ws-base-count
               move ws-bf-name(ws-search-idx) to ws-mf-name
               move ws-bf-size(ws-search-idx) to ws-mf-size
               move ws-bf-checksum(ws-search-idx) to ws-mf-checksum
               move "B" to ws-mf-action
               move ws-manifest-build to ws-manifest-line
               perform write-manifest-line
           end-perform

           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               if ws-pf-is-shipped(ws-file-idx) then
                   move ws-pf-name(ws-file-idx) to ws-mf-name
                   move ws-pf-size(ws-file-idx) to ws-mf-size
                   move ws-pf-checksum(ws-file-idx) to ws-mf-checksum
                   move "S" to ws-mf-action
                   move ws-manifest-build to ws-manifest-line
                   perform write-manifest-line
               end-if
           end-perform

           perform varying ws-search-idx from 1 by 1
           until ws-search-idx > ws-base-count
               if ws-bf-deleted(ws-search-idx) then
                   move ws-bf-name(ws-search-idx) to ws-mf-name
                   move ws-bf-size(ws-search-idx) to ws-mf-size
                   move ws-bf-checksum(ws-search-idx)
                       to ws-mf-checksum
                   move "D" to ws-mf-action
                   move ws-manifest-build to ws-manifest-line
                   perform write-manifest-line
               end-if
           end-perform

           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               if ws-pf-is-shipped(ws-file-idx) then
                   perform append-member-bytes
               end-if
           end-perform

           call "CBL_CLOSE_FILE" using ws-pak-handle
               returning ws-byte-status
           end-call

           move space to ws-mf-action

           display "Patched " ws-ship-count " changed file(s) and "
               ws-delete-count " deletion(s) against "
               function trim(ws-base-name) " v" ws-base-version
               " into " function trim(ws-pak-file)

           exit paragraph.

      *> the base bundle's manifest into ws-base-files; a base that
      *> won't open or isn't a full bundle leaves ws-base-count 0.
       load-base-manifest.

           move 0 to ws-base-count

           call "CBL_OPEN_FILE" using
               ws-base-pak-file ws-access-read
               ws-deny-none ws-device ws-pak-handle
               returning ws-byte-status
           end-call

           if ws-byte-status not = 0 then
               display "Cannot open base "
                   function trim(ws-base-pak-file)
               exit paragraph
           end-if

           move 0 to ws-byte-offset
           perform read-manifest-line

           if ws-manifest-line(1:8) not = "CRLPACK1" then
               display "Base " function trim(ws-base-pak-file)
                   " is not a full CRLPACK1 bundle."
               call "CBL_CLOSE_FILE" using ws-pak-handle
                   returning ws-byte-status
               end-call
               exit paragraph
           end-if

           move ws-manifest-line(10:15) to ws-base-name
           if ws-manifest-line(26:3) is numeric then
               move ws-manifest-line(26:3) to ws-base-version
           end-if
           if ws-manifest-line(30:3) is numeric then
               move ws-manifest-line(30:3) to ws-base-count
           end-if
           if ws-base-count > ws-max-pack-files then
               move ws-max-pack-files to ws-base-count
           end-if

           perform varying ws-search-idx from 1 by 1
           until ws-search-idx > ws-base-count
               perform read-manifest-line
               move ws-manifest-line(1:20)
                   to ws-bf-name(ws-search-idx)
               move ws-manifest-line(21:9)
                   to ws-bf-size(ws-search-idx)
               move ws-manifest-line(31:9)
                   to ws-bf-checksum(ws-search-idx)
           end-perform

           call "CBL_CLOSE_FILE" using ws-pak-handle
               returning ws-byte-status
           end-call

           exit paragraph.

      ******************************************************************
      * Reads a bundle's manifest and walks its members: verify mode
      * only proves the checksums; install mode also writes each
      * member into the staging area, swaps the set in only when
      * every one checks out, and finishes with the pack-wide
      * validation sweep.
      ******************************************************************
       unpack-bundle.

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
                   exit paragraph
           end-evaluate

           display "Bundle: " function trim(ws-manifest-line(10:30))
           if ws-bundle-patch then
               display "Patch against "
                   function trim(ws-base-name) " v" ws-base-version
           end-if

           move ws-manifest-line(30:3) to ws-file-count
           if ws-manifest-line(30:3) not numeric then
                   to ws-pf-size(ws-file-idx)
               move ws-manifest-line(31:9)
                   to ws-pf-checksum(ws-file-idx)
               move ws-manifest-line(41:1)
                   to ws-pf-action(ws-file-idx)
           end-perform

           move 0 to ws-issue-count

      *> a patch only fits the exact base it was cut from: prove
      *> the directory against every base member before writing.
           if ws-bundle-patch then
               perform check-patch-base
               if ws-base-mismatch-count > 0 then
                   display "This directory is not "
                       function trim(ws-base-name) " v"
                       ws-base-version " ("
                       function trim(ws-first-mismatch)
                       " differs) -- the patch cannot apply."
                   display "Install the full pack instead: "
                       "--install=" function trim(ws-base-name)
                       ".PAK"
                   if ws-mode-install then
                       call "CBL_CLOSE_FILE" using ws-pak-handle
                           returning ws-byte-status
                       end-call
                       move 8 to return-code
                       exit paragraph
                   end-if
               end-if
           end-if

      *> installing, every member lands in the staging area first;
      *> the working directory is not touched until all check out.
           if ws-mode-install then
               perform build-install-list
               move "S" to ws-install-request
               call "crl-pack-install" using
                   ws-install-program ws-install-request ws-pak-file
                   ws-install-members ws-install-detail
                   ws-install-status
               end-call
               if ws-install-status not = 0 then
                   display "Cannot journal the install -- nothing"
                       " was changed."
                   call "CBL_CLOSE_FILE" using ws-pak-handle
                       returning ws-byte-status
                   end-call
                   move 8 to return-code
                   exit paragraph
               end-if
           end-if

           move 0 to ws-ship-count
           move spaces to ws-first-mismatch
           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               if ws-bundle-full
               or ws-pf-is-shipped(ws-file-idx) then
                   add 1 to ws-ship-count
                   perform extract-or-check-member
               end-if
           end-perform

           call "CBL_CLOSE_FILE" using ws-pak-handle
               returning ws-byte-status
           end-call

           if ws-issue-count > 0 then
               display ws-issue-count " member(s) FAILED -- do"
                   " not play this pack."
               if ws-mode-install then
                   move spaces to ws-install-detail
                   string function trim(ws-first-mismatch)
                       " bad - nothing installed"
                       delimited by size into ws-install-detail
                   end-string
                   move "A" to ws-install-request
                   call "crl-pack-install" using
                       ws-install-program ws-install-request
                       ws-pak-file ws-install-members
                       ws-install-detail ws-install-status
                   end-call
                   display "Nothing was installed -- the previous"
                       " pack is unchanged."
                   move 8 to return-code
               end-if
               exit paragraph
           end-if

           display "All " ws-ship-count " member(s) check out."

           if ws-mode-install then
               move "C" to ws-install-request
               call "crl-pack-install" using
                   ws-install-program ws-install-request ws-pak-file
                   ws-install-members ws-install-detail
                   ws-install-status
               end-call
               if ws-install-status not = 0 then
                   display "The swap failed and was rolled back --"
                       " the previous pack is unchanged"
                       " (see ERRORS.LOG)."
                   move 8 to return-code
                   exit paragraph
               end-if
               display "Installed."
               display "Running the pack validation sweep..."
               call "SYSTEM" using ws-validate-command
               end-call
           end-if

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
                       display "  to delete: "
                           function trim(ws-pf-name(ws-file-idx))
                   else
                       set ws-inst-is-install(ws-install-count)
                           to true
                   end-if
               end-if
           end-perform

           exit paragraph.

       read-manifest-line.

           exit paragraph.

      ******************************************************************
      * Every base member (B line) must be here with the base's
      * exact size and checksum; the first that isn't is named in
      * the refusal.
      ******************************************************************
       check-patch-base.

           move 0 to ws-base-mismatch-count
           move spaces to ws-first-mismatch

           perform varying ws-file-idx from 1 by 1
           until ws-file-idx > ws-file-count
               if ws-pf-is-base(ws-file-idx) then
                   perform check-installed-member
               end-if
           end-perform

           exit paragraph.

       check-installed-member.

           call "CBL_CHECK_FILE_EXIST" using
               ws-pf-name(ws-file-idx) ws-probe-info
               returning ws-check-file-status
           end-call

           if ws-check-file-status = 0
           and ws-probe-size = ws-pf-size(ws-file-idx) then
               call "CBL_OPEN_FILE" using
                   ws-pf-name(ws-file-idx) ws-access-read
                   ws-deny-none ws-device ws-mem-handle
                   returning ws-byte-status
               end-call
               move 0 to ws-mem-offset
               move ws-pf-size(ws-file-idx) to ws-bytes-left
               move 0 to ws-running-checksum
               perform until ws-bytes-left = 0
                   perform read-member-chunk
                   perform checksum-chunk
               end-perform
               call "CBL_CLOSE_FILE" using ws-mem-handle
                   returning ws-byte-status
               end-call
               if ws-running-checksum = ws-pf-checksum(ws-file-idx)
               then
                   exit paragraph
               end-if
           end-if

           add 1 to ws-base-mismatch-count
           if ws-first-mismatch = spaces then
               move ws-pf-name(ws-file-idx) to ws-first-mismatch
           end-if

           exit paragraph.

      ******************************************************************
      * One member: stream its bytes from the bundle, re-summing as
      * they pass, and (installing) write them out under the
      * member's own name in the staging area.
      ******************************************************************
       extract-or-check-member.

           move 0 to ws-mem-offset

           if ws-mode-install then
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
                   add 1 to ws-issue-count
                   display "CANNOT STAGE: "
                       function trim(ws-pf-name(ws-file-idx))
                   if ws-first-mismatch = spaces then
                       move ws-pf-name(ws-file-idx)
                           to ws-first-mismatch
                   end-if
                   add ws-pf-size(ws-file-idx) to ws-byte-offset
                   exit paragraph
               end-if
           end-if

           perform until ws-bytes-left = 0
               add 1 to ws-issue-count
               display "CHECKSUM MISMATCH: "
                   function trim(ws-pf-name(ws-file-idx))
               if ws-first-mismatch = spaces then
                   move ws-pf-name(ws-file-idx) to ws-first-mismatch
               end-if
           else
               display "  ok: "
                   function trim(ws-pf-name(ws-file-idx))
