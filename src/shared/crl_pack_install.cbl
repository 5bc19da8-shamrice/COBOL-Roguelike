      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: All-or-nothing pack installs for crl-pack-tool and
      *>          crl-pack-upgrade. The caller unpacks every incoming
      *>          member into PKSTAGE and proves its checksum there;
      *>          only then are the members swapped into the working
      *>          directory, each file they replace or take away
      *>          moved aside into PKBACKUP first. PACKINST.JNL
      *>          journals the install -- phase (S staging, W
      *>          swapping, R rolling back) and one "I|NAME" or
      *>          "D|NAME" line per member -- and is removed only
      *>          once the swap is complete, so an install that was
      *>          interrupted is found on the next run: one stopped
      *>          while staging leaves the old pack as it was, one
      *>          stopped mid-swap is finished from the verified
      *>          staging area (and rolled back if it cannot be).
      *>          A failed swap puts every file back. Each of these
      *>          outcomes goes to ERRORS.LOG as PACKINST.
      *>          l-install-request:
      *>              R  recover an interrupted install, if any
      *>              S  clear PKSTAGE/PKBACKUP and journal the list
      *>              C  commit: swap the staged members in
      *>              A  abandon: discard staging, log l-install-detail
      *>          l-install-status:
      *>              0  done (or nothing to recover)
      *>              1  an interrupted install was finished
      *>              2  rolled back -- the previous pack stands
      *>              3  the journal could not be written
      *>              4  rollback incomplete or journal unreadable --
      *>                 PACKINST.JNL is left for a look by hand
      *> Tectonics:
      *>     ./build_pack_tool.sh, ./build_pack_upgrade.sh
      *>     (linked into each)
      *>*****************************************************************
       identification division.
       program-id. crl-pack-install.

       environment division.

       input-output section.

       file-control.
           select fd-journal
               assign to dynamic ws-journal-name
               organization is line sequential
               file status is ws-journal-status.

       data division.

       file section.

           fd  fd-journal.
           01  f-journal-line               pic x(60).

       working-storage section.

           78  ws-journal-file             value "PACKINST.JNL".
           78  ws-journal-temp-file        value "PACKINST.TMP".
           78  ws-backup-dir               value "PKBACKUP".

           01  ws-journal-name             pic x(20).
           01  ws-journal-status           pic xx.

           copy "shared/copybooks/ws-pack-install.cpy".

           01  ws-journal-phase            pic x value space.
               88  ws-phase-staging        value "S".
               88  ws-phase-swapping       value "W".
               88  ws-phase-rolling-back   value "R".
           01  ws-journal-pak              pic x(20).
           01  ws-journal-program          pic x(20).
           01  ws-journal-tag              pic x(8).
           01  ws-journal-eof-sw           pic a.
               88  ws-journal-eof          value 'Y'.
               88  ws-journal-not-eof      value 'N'.

           01  ws-member-idx               pic 999.
           01  ws-stage-file               pic x(30).
           01  ws-backup-file              pic x(30).
           01  ws-file-op-status           pic s9(9) comp-5.
           01  ws-probe-status             pic s9(9) comp-5.
           01  ws-probe-info.
               05  ws-probe-size           pic 9(18) comp.
               05  ws-probe-date           pic x(8).

           01  ws-live-sw                  pic a.
               88  ws-live-present         value 'Y'.
               88  ws-live-absent          value 'N'.
           01  ws-stage-sw                 pic a.
               88  ws-stage-present        value 'Y'.
               88  ws-stage-absent         value 'N'.
           01  ws-backup-sw                pic a.
               88  ws-backup-present       value 'Y'.
               88  ws-backup-absent        value 'N'.

           01  ws-step-sw                  pic a value 'Y'.
               88  ws-steps-ok             value 'Y'.
               88  ws-step-failed          value 'N'.
           01  ws-fail-member              pic x(20).

           01  ws-system-command           pic x(60).

           01  ws-errlog-program           pic x(20).
           01  ws-errlog-reason            pic x(8) value "PACKINST".
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       linkage section.

           01  l-program-id                pic x(20).
           01  l-install-request           pic x.
           01  l-pak-file                  pic x(20).
           copy "shared/copybooks/l-pack-install.cpy".
           01  l-install-detail            pic x(40).
           01  l-install-status            pic 9.

       procedure division using
           l-program-id l-install-request l-pak-file
           l-install-members l-install-detail l-install-status.

       main-procedure.

           move 0 to l-install-status
           move l-program-id to ws-errlog-program
           move l-pak-file to ws-errlog-file

           evaluate l-install-request
               when "R"
                   perform recover-interrupted-install
               when "S"
                   perform begin-staging
               when "C"
                   perform commit-install
               when "A"
                   perform abandon-staging
           end-evaluate

           goback.

      ******************************************************************
      * A fresh, empty staging area and backup area, and the journal
      * in phase S: nothing in the working directory is touched yet.
      ******************************************************************
       begin-staging.

           move "rm -rf PKSTAGE PKBACKUP; mkdir -p PKSTAGE PKBACKUP"
               to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           move l-install-members to ws-install-members
           move l-pak-file to ws-journal-pak
           move l-program-id to ws-journal-program
           set ws-phase-staging to true
           perform write-journal

           if ws-step-failed then
               move 3 to l-install-status
               move "cannot write PACKINST.JNL" to ws-errlog-detail
               perform log-outcome
           end-if

           exit paragraph.

      ******************************************************************
      * Everything staged has been proved: the journal goes to phase
      * W and the members are swapped in. A swap that fails part way
      * is rolled back on the spot.
      ******************************************************************
       commit-install.

           move l-install-members to ws-install-members
           move l-pak-file to ws-journal-pak
           move l-program-id to ws-journal-program
           set ws-phase-swapping to true
           perform write-journal

           if ws-step-failed then
               perform discard-staging
               move 2 to l-install-status
               move "swap not journaled - nothing changed"
                   to ws-errlog-detail
               perform log-outcome
               exit paragraph
           end-if

           perform swap-members

           if ws-step-failed then
               move spaces to ws-errlog-detail
               string "swap failed at " function trim(ws-fail-member)
                   " - rolled back"
                   delimited by size into ws-errlog-detail
               end-string
               perform log-outcome
               move 2 to l-install-status
               perform roll-back-members
               exit paragraph
           end-if

           perform discard-staging

           exit paragraph.

      *> the caller found a bad member: the old pack stays.
       abandon-staging.

           perform discard-staging
           move 2 to l-install-status
           move l-install-detail to ws-errlog-detail
           perform log-outcome

           exit paragraph.

      ******************************************************************
      * A journal left behind is an install that never finished.
      * Stopped while staging, the working directory was never
      * touched; stopped mid-swap, every member is already proved in
      * PKSTAGE, so the swap is finished; stopped rolling back, the
      * rollback is finished.
      ******************************************************************
       recover-interrupted-install.

           call "CBL_CHECK_FILE_EXIST" using
               ws-journal-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0 then
               exit paragraph
           end-if

           perform read-journal
           move ws-journal-pak to ws-errlog-file

           evaluate true
               when ws-phase-staging
                   perform discard-staging
                   move 2 to l-install-status
                   move "interrupted in staging - old pack kept"
                       to ws-errlog-detail
                   perform log-outcome

               when ws-phase-swapping
                   set ws-steps-ok to true
                   perform swap-members
                   if ws-steps-ok then
                       perform discard-staging
                       move 1 to l-install-status
                       move "interrupted install finished"
                           to ws-errlog-detail
                       perform log-outcome
                   else
                       move spaces to ws-errlog-detail
                       string "cannot finish at "
                           function trim(ws-fail-member)
                           " - rolled back"
                           delimited by size into ws-errlog-detail
                       end-string
                       perform log-outcome
                       move 2 to l-install-status
                       perform roll-back-members
                   end-if

               when ws-phase-rolling-back
                   move 2 to l-install-status
                   perform roll-back-members
                   if l-install-status = 2 then
                       move "interrupted rollback finished"
                           to ws-errlog-detail
                       perform log-outcome
                   end-if

               when other
                   move 4 to l-install-status
                   move "PACKINST.JNL unreadable - left in place"
                       to ws-errlog-detail
                   perform log-outcome
           end-evaluate

           exit paragraph.

      ******************************************************************
      * Member by member, in list order. Each step can be run again
      * over a half-done swap and comes out the same.
      ******************************************************************
       swap-members.

           set ws-steps-ok to true

           perform varying ws-member-idx from 1 by 1
           until ws-member-idx > ws-install-count
           or ws-step-failed
               perform swap-one-member
           end-perform

           exit paragraph.

       swap-one-member.

           perform probe-member

      *> whatever stands under the name now is kept aside first --
      *> unless an earlier pass already kept the original.
           if ws-live-present
           and (ws-inst-is-delete(ws-member-idx) or ws-stage-present)
           then
               if ws-backup-absent then
                   call "CBL_RENAME_FILE" using
                       ws-inst-name(ws-member-idx) ws-backup-file
                       returning ws-file-op-status
                   end-call
                   if ws-file-op-status not = 0 then
                       set ws-step-failed to true
                       move ws-inst-name(ws-member-idx)
                           to ws-fail-member
                       exit paragraph
                   end-if
               else
                   call "CBL_DELETE_FILE" using
                       ws-inst-name(ws-member-idx)
                       returning ws-file-op-status
                   end-call
               end-if
               set ws-live-absent to true
           end-if

           if ws-inst-is-delete(ws-member-idx) then
               exit paragraph
           end-if

           if ws-stage-present then
               call "CBL_RENAME_FILE" using
                   ws-stage-file ws-inst-name(ws-member-idx)
                   returning ws-file-op-status
               end-call
               if ws-file-op-status not = 0 then
                   set ws-step-failed to true
                   move ws-inst-name(ws-member-idx) to ws-fail-member
               end-if
               exit paragraph
           end-if

      *> not staged and not here: the staged copy has been lost.
           if ws-live-absent then
               set ws-step-failed to true
               move ws-inst-name(ws-member-idx) to ws-fail-member
           end-if

           exit paragraph.

      ******************************************************************
      * Newest first, every member goes back: a kept original is
      * moved home again, and a member that had no original is
      * taken away. On success the journal goes; a file that will
      * not move back leaves the journal for the next run.
      ******************************************************************
       roll-back-members.

           set ws-phase-rolling-back to true
           perform write-journal

           set ws-steps-ok to true
           perform varying ws-member-idx from ws-install-count by -1
           until ws-member-idx < 1
               perform roll-back-one-member
           end-perform

           if ws-step-failed then
               move 4 to l-install-status
               move spaces to ws-errlog-detail
               string "rollback incomplete at "
                   function trim(ws-fail-member)
                   delimited by size into ws-errlog-detail
               end-string
               perform log-outcome
               exit paragraph
           end-if

           perform discard-staging

           exit paragraph.

       roll-back-one-member.

           perform probe-member

           if ws-backup-present then
               if ws-live-present then
                   call "CBL_DELETE_FILE" using
                       ws-inst-name(ws-member-idx)
                       returning ws-file-op-status
                   end-call
               end-if
               call "CBL_RENAME_FILE" using
                   ws-backup-file ws-inst-name(ws-member-idx)
                   returning ws-file-op-status
               end-call
               if ws-file-op-status not = 0 then
                   set ws-step-failed to true
                   move ws-inst-name(ws-member-idx) to ws-fail-member
               end-if
               exit paragraph
           end-if

           if ws-inst-is-install(ws-member-idx)
           and ws-stage-absent and ws-live-present then
               call "CBL_DELETE_FILE" using
                   ws-inst-name(ws-member-idx)
                   returning ws-file-op-status
               end-call
           end-if

           exit paragraph.

      *> which of the member's three copies exist right now.
       probe-member.

           move spaces to ws-stage-file ws-backup-file
           string ws-install-stage-dir "/"
               function trim(ws-inst-name(ws-member-idx))
               delimited by size into ws-stage-file
           end-string
           string ws-backup-dir "/"
               function trim(ws-inst-name(ws-member-idx))
               delimited by size into ws-backup-file
           end-string

           set ws-live-absent to true
           call "CBL_CHECK_FILE_EXIST" using
               ws-inst-name(ws-member-idx) ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status = 0 then
               set ws-live-present to true
           end-if

           set ws-stage-absent to true
           call "CBL_CHECK_FILE_EXIST" using
               ws-stage-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status = 0 then
               set ws-stage-present to true
           end-if

           set ws-backup-absent to true
           call "CBL_CHECK_FILE_EXIST" using
               ws-backup-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status = 0 then
               set ws-backup-present to true
           end-if

           exit paragraph.

      ******************************************************************
      * The journal is written whole to PACKINST.TMP and renamed over
      * PACKINST.JNL, so a reader only ever sees a complete one.
      ******************************************************************
       write-journal.

           set ws-steps-ok to true
           move ws-journal-temp-file to ws-journal-name

           open output fd-journal
           if ws-journal-status not = "00" then
               set ws-step-failed to true
               exit paragraph
           end-if

           move spaces to f-journal-line
           string "PACKINST|" ws-journal-phase "|"
               function trim(ws-journal-pak) "|"
               function trim(ws-journal-program)
               delimited by size into f-journal-line
           end-string
           write f-journal-line

           perform varying ws-member-idx from 1 by 1
           until ws-member-idx > ws-install-count
               move spaces to f-journal-line
               string ws-inst-action(ws-member-idx) "|"
                   ws-inst-name(ws-member-idx)
                   delimited by size into f-journal-line
               end-string
               write f-journal-line
           end-perform

           close fd-journal

           call "CBL_RENAME_FILE" using
               ws-journal-temp-file ws-journal-file
               returning ws-file-op-status
           end-call
           if ws-file-op-status not = 0 then
               set ws-step-failed to true
           end-if

           exit paragraph.

       read-journal.

           move space to ws-journal-phase
           move spaces to ws-journal-pak ws-journal-program
           move 0 to ws-install-count
           move ws-journal-file to ws-journal-name

           open input fd-journal
           if ws-journal-status not = "00" then
               exit paragraph
           end-if

           set ws-journal-not-eof to true
           read fd-journal
               at end set ws-journal-eof to true
           end-read

           if ws-journal-not-eof then
               move spaces to ws-journal-tag
               unstring f-journal-line delimited by "|"
                   into ws-journal-tag ws-journal-phase
                       ws-journal-pak ws-journal-program
               end-unstring
               if ws-journal-tag not = "PACKINST" then
                   move space to ws-journal-phase
               end-if
           end-if

           perform until ws-journal-eof
               read fd-journal
                   at end set ws-journal-eof to true
               end-read
               if ws-journal-not-eof
               and f-journal-line(2:1) = "|"
               and ws-install-count < ws-max-install-members then
                   add 1 to ws-install-count
                   move f-journal-line(1:1)
                       to ws-inst-action(ws-install-count)
                   move f-journal-line(3:20)
                       to ws-inst-name(ws-install-count)
               end-if
           end-perform

           close fd-journal

           exit paragraph.

      *> the install is settled either way: journal and work areas go.
       discard-staging.

           call "CBL_DELETE_FILE" using ws-journal-file
               returning ws-file-op-status
           end-call

           move "rm -rf PKSTAGE PKBACKUP" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           exit paragraph.

       log-outcome.

           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           exit paragraph.

       end program crl-pack-install.
