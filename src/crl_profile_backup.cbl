      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Dated profile backups. The snapshot (the default,
      *>          meant as a NIGHTRUN.CTL step) copies every slot's
      *>          profile -- PLAYERn.SAV, .CHK, .ACH, .HNT, .CPD and
      *>          .LDG, every per-slot world-state sidecar (*.Wn) and
      *>          the shared STASH.DAT -- into PROFBAK/YYYYMMDD, then
      *>          prunes the oldest dated archives past the number of
      *>          generations kept. The summary goes to PROFBAK.RPT.
      *>          A restore brings back ONE slot as of a chosen date:
      *>          the newest archive taken on or before that date is
      *>          used, the slot's files are copied back and any of
      *>          them that did not exist then are removed, and with
      *>          --world its world-state sidecars are put back the
      *>          same way. No other slot is touched, and STASH.DAT
      *>          (shared by every slot) is never restored here. Only
      *>          a SUPPORT-role operator may restore (signed on
      *>          through crl-operator-signon), and every file put
      *>          back or removed goes to SUPPORT.LOG. Failures end
      *>          the run with return code 8.
      *>          Arguments:
      *>              --snapshot        take tonight's archive
      *>                                (the default)
      *>              --keep=N          dated archives kept
      *>                                (default 14)
      *>              --restore=SLOT    restore slot 1-9
      *>              --date=YYYYMMDD   as of this date
      *>                                (default today)
      *>              --world           restore the slot's world
      *>                                state as well
      *>              --reason=CODE     reason code for SUPPORT.LOG
      *>                                (default RESTORE)
      *> Tectonics:
      *>     ./build_profile_backup.sh
      *>     (links src/shared/crl_operator_signon.cbl and
      *>      src/shared/crl_error_log.cbl)
      *>*****************************************************************
       identification division.
       program-id. crl-profile-backup.

       environment division.

       input-output section.

       file-control.
           select optional fd-file-list
               assign to dynamic ws-file-list-name
               organization is line sequential
               file status is ws-file-list-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

           select optional fd-support-log
               assign to ws-support-log-file
               organization is line sequential
               file status is ws-support-log-status.

       data division.

       file section.

           fd  fd-file-list.
           01  f-file-list-line             pic x(40).

           fd  fd-report.
           01  f-report-line                pic x(100).

           fd  fd-support-log.
           01  f-support-line               pic x(120).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-default-keep             value 14.
           78  ws-max-list-entries         value 400.
           78  ws-support-log-file         value "SUPPORT.LOG".
           78  ws-backup-dir               value "PROFBAK".

           01  ws-file-list-name           pic x(15)
                                           value "PROFBAK.TMP".
           01  ws-file-list-status         pic xx.
           01  ws-report-file              pic x(15)
                                           value "PROFBAK.RPT".
           01  ws-report-status            pic xx.
           01  ws-support-log-status       pic xx.

           01  ws-shell-command            pic x(200).
           01  ws-rm-command               pic x(40)
                               value "rm -f PROFBAK.TMP".

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-mode                     pic x value "S".
               88  ws-mode-snapshot        value "S".
               88  ws-mode-restore         value "R".

           01  ws-keep-count               pic 9(3)
                                           value ws-default-keep.
           01  ws-slot                     pic 9 value 0.
           01  ws-as-of-date               pic x(8) value spaces.
           01  ws-world-sw                 pic a value 'N'.
               88  ws-with-world           value 'Y'.
               88  ws-without-world        value 'N'.
           01  ws-reason-code              pic x(8) value "RESTORE".

           01  ws-date-data                pic x(21).
           01  ws-today                    pic x(8).
           01  ws-archive-date             pic x(8).
           01  ws-archive-path             pic x(20).

           01  ws-list-eof-sw              pic a.
               88  ws-list-eof             value 'Y'.
               88  ws-list-not-eof         value 'N'.

      *> whichever list was read last -- file names or archive
      *> directories.
           01  ws-list-count               pic 999 value 0.
           01  ws-list-entries.
               05  ws-list-entry occurs ws-max-list-entries times
                                           pic x(40).
           01  ws-list-idx                 pic 999.

      *> the slot's files as they stand before a restore.
           01  ws-live-count               pic 999 value 0.
           01  ws-live-entries.
               05  ws-live-entry occurs ws-max-list-entries times
                                           pic x(40).
           01  ws-live-idx                 pic 999.
           01  ws-found-sw                 pic a.
               88  ws-entry-found          value 'Y'.
               88  ws-entry-not-found      value 'N'.

           01  ws-source-file              pic x(40).
           01  ws-dest-file                pic x(40).
           01  ws-copy-status              pic s9(9) comp-5.
           01  ws-delete-status            pic s9(9) comp-5.

           01  ws-copied-count             pic 999 value 0.
           01  ws-removed-count            pic 999 value 0.
           01  ws-pruned-count             pic 999 value 0.
           01  ws-prune-upto               pic 999 value 0.

           01  ws-failed-sw                pic a value 'N'.
               88  ws-run-failed           value 'Y'.
               88  ws-run-clean            value 'N'.

      *> Operator sign-on -- see crl-operator-signon.
           01  ws-operator                 pic x(12).
           01  ws-signon-program           pic x(20)
                                           value "crl-profile-backup".
           01  ws-signon-roles             pic x(40) value "SUPPORT".
           01  ws-signon-status            pic 9.
           01  ws-log-file-name            pic x(20).
           01  ws-log-action               pic x(16).

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                           value "crl-profile-backup".
           01  ws-errlog-reason            pic x(8) value "BATCH".
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike profile backup"
           display "------------------------------"

           perform parse-arguments

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today

           evaluate true
               when ws-mode-restore
                   perform restore-slot
               when other
                   perform take-snapshot
           end-evaluate

           if ws-run-failed then
               move 8 to return-code
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

                   when "--SNAPSHOT"
                       set ws-mode-snapshot to true

                   when "--KEEP"
                       if function trim(ws-arg-value) is numeric
                       and function numval(ws-arg-value) > 0 then
                           move function numval(ws-arg-value)
                               to ws-keep-count
                       else
                           display "Ignoring --keep="
                               function trim(ws-arg-value)
                               " -- keeping the default."
                           end-display
                       end-if

                   when "--RESTORE"
                       set ws-mode-restore to true
                       if function trim(ws-arg-value) is numeric
                       then
                           move ws-arg-value(1:1) to ws-slot
                       end-if

                   when "--DATE"
                       if function trim(ws-arg-value) is numeric
                       and function length(
                           function trim(ws-arg-value)) = 8 then
                           move ws-arg-value(1:8) to ws-as-of-date
                       else
                           display "Ignoring --date="
                               function trim(ws-arg-value)
                               " -- want YYYYMMDD."
                           end-display
                       end-if

                   when "--WORLD"
                       set ws-with-world to true

                   when "--REASON"
                       if ws-arg-value not = spaces then
                           move function upper-case(ws-arg-value)
                               to ws-reason-code
                       end-if

               end-evaluate

           end-perform

           exit paragraph.

      ******************************************************************
      * Tonight's archive: today's dated directory is rebuilt from
      * scratch (a second run the same day replaces the first), every
      * profile file is copied in, and the oldest archives beyond the
      * generations kept are removed.
      ******************************************************************
       take-snapshot.

           move ws-today to ws-archive-date
           move spaces to ws-archive-path
           string ws-backup-dir "/" ws-archive-date
               delimited by size into ws-archive-path
           end-string

           display "Snapshot into " function trim(ws-archive-path)
               ", keeping " ws-keep-count " generation(s)."

           open output fd-report
           move "PROFILE BACKUP SUMMARY" to f-report-line
           write f-report-line
           move "======================" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "RUN " ws-today "  ARCHIVE "
               function trim(ws-archive-path)
               "  KEEP " ws-keep-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           move spaces to ws-shell-command
           string "rm -rf " function trim(ws-archive-path)
               " && mkdir -p " function trim(ws-archive-path)
               delimited by size into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           move spaces to ws-shell-command
           string "ls -1 PLAYER[1-9].SAV PLAYER[1-9].CHK"
               " PLAYER[1-9].ACH PLAYER[1-9].HNT PLAYER[1-9].LDG"
               " PLAYER[1-9].CPD"
               " *.W[1-9] STASH.DAT 2>/dev/null > PROFBAK.TMP"
               delimited by size into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           perform read-file-list

           move 0 to ws-copied-count
           perform varying ws-list-idx from 1 by 1
           until ws-list-idx > ws-list-count
               perform snapshot-one-file
           end-perform

           move spaces to f-report-line
           string "COPIED " ws-copied-count " FILE(S)"
               delimited by size into f-report-line
           end-string
           write f-report-line

           if ws-run-clean then
               perform prune-old-archives
           else
      *> a broken archive is no reason to throw away a good one.
               move "PRUNING SKIPPED -- ARCHIVE INCOMPLETE"
                   to f-report-line
               write f-report-line
           end-if

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "ARCHIVES PRUNED " ws-pruned-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-run-failed then
               move "RUN INCOMPLETE -- SEE ERRORS.LOG" to f-report-line
               write f-report-line
           end-if
           close fd-report

           display "Copied " ws-copied-count " file(s), pruned "
               ws-pruned-count " archive(s). Summary: "
               function trim(ws-report-file)
           end-display

           exit paragraph.

       snapshot-one-file.

           move ws-list-entry(ws-list-idx) to ws-source-file
           move spaces to ws-dest-file
           string function trim(ws-archive-path) "/"
               function trim(ws-source-file)
               delimited by size into ws-dest-file
           end-string

           call "CBL_COPY_FILE" using ws-source-file ws-dest-file
               returning ws-copy-status
           end-call

           if ws-copy-status not = 0 then
               move "copy into the archive failed"
                   to ws-errlog-detail
               perform note-file-failure
               exit paragraph
           end-if

           add 1 to ws-copied-count
           move spaces to f-report-line
           string "  " function trim(ws-source-file)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      *> the dated directories list oldest first, so everything ahead
      *> of the newest ws-keep-count goes.
       prune-old-archives.

           perform list-archives

           move 0 to ws-pruned-count
           if ws-list-count <= ws-keep-count then
               exit paragraph
           end-if

           compute ws-prune-upto = ws-list-count - ws-keep-count

           perform varying ws-list-idx from 1 by 1
           until ws-list-idx > ws-prune-upto
               move spaces to ws-shell-command
               string "rm -rf "
                   function trim(ws-list-entry(ws-list-idx))
                   delimited by size into ws-shell-command
               end-string
               call "SYSTEM" using ws-shell-command
               end-call
               add 1 to ws-pruned-count
               move spaces to f-report-line
               string "  PRUNED "
                   function trim(ws-list-entry(ws-list-idx))
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-perform

           exit paragraph.

       list-archives.

           move spaces to ws-shell-command
           string "ls -1d " ws-backup-dir "/[0-9]*"
               " 2>/dev/null > PROFBAK.TMP"
               delimited by size into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           perform read-file-list

           exit paragraph.

      ******************************************************************
      * One slot back as of a date: the newest archive on or before
      * it is found, the operator signs on, the slot's archived files
      * are copied over the live ones and any live file the archive
      * never had is removed -- each step on SUPPORT.LOG.
      ******************************************************************
       restore-slot.

           if ws-slot = 0 then
               display "A slot number is needed: --restore=SLOT"
               set ws-run-failed to true
               exit paragraph
           end-if

           if ws-as-of-date = spaces then
               move ws-today to ws-as-of-date
           end-if

           perform list-archives

           move spaces to ws-archive-date
           perform varying ws-list-idx from 1 by 1
           until ws-list-idx > ws-list-count
               if ws-list-entry(ws-list-idx)(9:8) <= ws-as-of-date
                   move ws-list-entry(ws-list-idx)(9:8)
                       to ws-archive-date
               end-if
           end-perform

           if ws-archive-date = spaces then
               display "No archive on or before " ws-as-of-date
                   " -- nothing restored."
               set ws-run-failed to true
               exit paragraph
           end-if

           move spaces to ws-archive-path
           string ws-backup-dir "/" ws-archive-date
               delimited by size into ws-archive-path
           end-string

           display "Restoring slot " ws-slot " from "
               function trim(ws-archive-path)
           if ws-with-world then
               display "  (with its world state)"
           end-if

           perform sign-on-operator

      *> what the slot has now, so leftovers can be cleared after.
           move spaces to ws-shell-command
           string "ls -1 PLAYER" ws-slot ".SAV PLAYER" ws-slot ".CHK"
               " PLAYER" ws-slot ".ACH PLAYER" ws-slot ".HNT"
               " PLAYER" ws-slot ".LDG PLAYER" ws-slot ".CPD"
               delimited by size into ws-shell-command
           end-string
           if ws-with-world then
               string function trim(ws-shell-command)
                   " *.W" ws-slot
                   delimited by size into ws-shell-command
               end-string
           end-if
           string function trim(ws-shell-command)
               " 2>/dev/null > PROFBAK.TMP"
               delimited by size into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           perform read-file-list
           move ws-list-count to ws-live-count
           move ws-list-entries to ws-live-entries

      *> and what the archive holds for it.
           move spaces to ws-shell-command
           string "cd " function trim(ws-archive-path)
               " && ls -1 PLAYER" ws-slot ".SAV PLAYER" ws-slot ".CHK"
               " PLAYER" ws-slot ".ACH PLAYER" ws-slot ".HNT"
               " PLAYER" ws-slot ".LDG PLAYER" ws-slot ".CPD"
               delimited by size into ws-shell-command
           end-string
           if ws-with-world then
               string function trim(ws-shell-command)
                   " *.W" ws-slot
                   delimited by size into ws-shell-command
               end-string
           end-if
           string function trim(ws-shell-command)
               " 2>/dev/null > ../../PROFBAK.TMP"
               delimited by size into ws-shell-command
           end-string
           call "SYSTEM" using ws-shell-command
           end-call

           perform read-file-list

           if ws-list-count = 0 then
               display "Slot " ws-slot " is not in "
                   function trim(ws-archive-path)
                   " -- nothing restored."
               set ws-run-failed to true
               exit paragraph
           end-if

           move 0 to ws-copied-count
           perform varying ws-list-idx from 1 by 1
           until ws-list-idx > ws-list-count
               perform restore-one-file
           end-perform

      *> a checkpoint or sidecar made after the archive date would
      *> otherwise outlive the restore and contradict it.
           move 0 to ws-removed-count
           if ws-run-clean then
               perform varying ws-live-idx from 1 by 1
               until ws-live-idx > ws-live-count
                   perform remove-if-not-archived
               end-perform
           end-if

           display "Restored " ws-copied-count " file(s), removed "
               ws-removed-count " file(s) the archive did not have."
           if ws-run-failed then
               display "RESTORE INCOMPLETE -- see ERRORS.LOG."
           end-if

           exit paragraph.

       restore-one-file.

           move spaces to ws-source-file
           string function trim(ws-archive-path) "/"
               function trim(ws-list-entry(ws-list-idx))
               delimited by size into ws-source-file
           end-string
           move ws-list-entry(ws-list-idx) to ws-dest-file

           call "CBL_COPY_FILE" using ws-source-file ws-dest-file
               returning ws-copy-status
           end-call

           if ws-copy-status not = 0 then
               move "copy back from the archive failed"
                   to ws-errlog-detail
               perform note-file-failure
               exit paragraph
           end-if

           add 1 to ws-copied-count
           display "  restored: " function trim(ws-dest-file)

           move ws-dest-file to ws-log-file-name
           move "RESTORE" to ws-log-action
           perform log-restore

           exit paragraph.

       remove-if-not-archived.

           set ws-entry-not-found to true
           perform varying ws-list-idx from 1 by 1
           until ws-list-idx > ws-list-count or ws-entry-found
               if ws-list-entry(ws-list-idx)
                   = ws-live-entry(ws-live-idx) then
                   set ws-entry-found to true
               end-if
           end-perform

           if ws-entry-found then
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-live-entry(ws-live-idx)
               returning ws-delete-status
           end-call

           if ws-delete-status not = 0 then
               move ws-live-entry(ws-live-idx) to ws-source-file
               move "could not remove a newer file"
                   to ws-errlog-detail
               perform note-file-failure
               exit paragraph
           end-if

           add 1 to ws-removed-count
           display "  removed:  "
               function trim(ws-live-entry(ws-live-idx))

           move ws-live-entry(ws-live-idx) to ws-log-file-name
           move "RESTORE-REMOVE" to ws-log-action
           perform log-restore

           exit paragraph.

       read-file-list.

           move 0 to ws-list-count
           set ws-list-not-eof to true

           open input fd-file-list
           if ws-file-list-status = ws-file-status-ok then
               perform until ws-list-eof
                   or ws-list-count >= ws-max-list-entries

                   read fd-file-list
                       at end set ws-list-eof to true
                   end-read

                   if ws-list-not-eof
                   and f-file-list-line not = spaces then
                       add 1 to ws-list-count
                       move f-file-list-line
                           to ws-list-entry(ws-list-count)
                   end-if
               end-perform
               close fd-file-list
           else
               if ws-file-list-status = "05" then
                   close fd-file-list
               end-if
           end-if

           call "SYSTEM" using ws-rm-command
           end-call

           exit paragraph.

       note-file-failure.

           set ws-run-failed to true
           move ws-source-file to ws-errlog-file
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           if ws-mode-snapshot then
               move spaces to f-report-line
               string "  " function trim(ws-source-file)
                   " NOT COPIED -- " function trim(ws-errlog-detail)
                   delimited by size into f-report-line
               end-string
               write f-report-line
           else
               display "  FAILED:   " function trim(ws-source-file)
                   " -- " function trim(ws-errlog-detail)
           end-if

           exit paragraph.

      ******************************************************************
      * The operator signs on before anything is put back: the id
      * comes from CRL_OPERATOR when set, else from a prompt, and
      * only a SUPPORT-role operator gets past this point.
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
                       " does not hold the SUPPORT role - refused."
           end-evaluate

           if ws-signon-status not = 0 then
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

      ******************************************************************
      * Same line as crl-save-inspect's patches: who, when, which
      * file, what happened to it and the ticket's reason code --
      * "before" is the live copy, "after" the archive it came from.
      ******************************************************************
       log-restore.

           move function current-date to ws-date-data

           open extend fd-support-log
           if ws-support-log-status = ws-file-status-ok
           or ws-support-log-status = "05" then
               move spaces to f-support-line
               string ws-date-data(1:8) " " ws-date-data(9:6)
                   " " ws-operator
                   " " ws-log-file-name
                   " " ws-log-action
                   " before=live"
                   " after=" ws-archive-date
                   " reason=" ws-reason-code
                   delimited by size into f-support-line
               end-string
               write f-support-line
               close fd-support-log
           end-if

           exit paragraph.

       end program crl-profile-backup.
