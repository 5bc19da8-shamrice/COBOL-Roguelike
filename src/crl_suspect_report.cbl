      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Suspicious run report. crl-replay-verify only ever
      *>          sees the runs someone submits; this batch reads all
      *>          of RUNSTATS.LOG and lists the records that do not
      *>          add up, each with its reasons:
      *>              EXPRATE  exp gained per second above what the
      *>                       balance simulator's ceiling
      *>                       (BALANCE.CEIL) allows at the given
      *>                       turns per second
      *>              KILLS    more exp gained than the kills could
      *>                       pay for on the PROGRESS.TBL curve
      *>              SPLITS   finished sooner than anyone has ever
      *>                       reached the run's last map (SPLITS.TBL)
      *>                       or a split after the run ended
      *>              PATCHED  a top-ranked finish by a player whose
      *>                       save slot took a SUPPORT.LOG change
      *>                       the day the run finished
      *>          The record's exp is the remainder toward the next
      *>          level, so the run's total is rebuilt from the level
      *>          curve; the same player's previous record, when it
      *>          is lower, is the baseline the run started from.
      *>          Runs already stamped verified are left alone. A
      *>          flagged run gets the suspect stamp on its record
      *>          (previous log kept as RUNSTATS.LOG.BAK) and a line
      *>          in VERIFYQ.TBL, the replay verification queue that
      *>          crl-replay-verify clears as records are proved. The
      *>          report goes to SUSPECT.RPT. Safe to run as a
      *>          NIGHTRUN.CTL step -- a log it cannot rewrite ends the
      *>          run with return code 8.
      *>          Arguments:
      *>              --turns-per-sec=N  fastest sustained play
      *>                                 (default 5)
      *>              --bonus-exp=N      exp a run may earn outside
      *>                                 kills -- quests and the like
      *>                                 (default 250)
      *>              --top=N            ranks counted as a top
      *>                                 finish (default 10)
      *> Tectonics:
      *>     ./build_suspect_report.sh
      *>     (links src/shared/crl_error_log.cbl)
      *>*****************************************************************
       identification division.
       program-id. crl-suspect-report.

       environment division.

       input-output section.

       file-control.
           select optional fd-run-stats-log
               assign to ws-run-stats-file-name
               organization is line sequential
               file status is ws-run-stats-status.

           select fd-new-log
               assign to ws-new-log-file
               organization is line sequential
               file status is ws-new-log-status.

           select optional fd-ceiling
               assign to ws-ceiling-file
               organization is line sequential
               file status is ws-ceiling-status.

           select optional fd-progress-table
               assign to ws-progress-table-file
               organization is line sequential
               file status is ws-progress-status.

           select optional fd-splits-table
               assign to ws-splits-table-file
               organization is line sequential
               file status is ws-splits-status.

           select optional fd-support-log
               assign to ws-support-log-file
               organization is line sequential
               file status is ws-support-log-status.

           select optional fd-player-data
               assign to dynamic ws-player-save-file
               organization is record sequential
               file status is ws-player-file-status.

           select optional fd-verify-queue
               assign to ws-verify-queue-file
               organization is line sequential
               file status is ws-verify-queue-status.

           select fd-report
               assign to ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-run-stats-log.
           01  f-run-stats-line             pic x(100).

           fd  fd-new-log.
           01  f-new-log-line               pic x(100).

           fd  fd-ceiling.
           01  f-ceiling-line               pic x(40).

           fd  fd-progress-table.
           01  f-progress-line              pic x(40).

           fd  fd-splits-table.
           01  f-splits-line                pic x(40).

           fd  fd-support-log.
           01  f-support-line               pic x(120).

           fd  fd-player-data.
      *> only the name is wanted -- see crl-save-inspect for the
      *> full geometry.
           01  f-player-image               pic x(3692).

           fd  fd-verify-queue.
           01  f-verify-queue-line          pic x(120).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-runs                 value 2000.
           78  ws-max-progress-rows        value 50.
           78  ws-max-best-splits          value 50.
           78  ws-max-patches              value 1000.
           78  ws-max-queue-lines          value 1000.
           78  ws-max-slots                value 9.
           78  ws-max-curve-level          value 200.
      *> where the stamps sit on the run record -- keep in step with
      *> f-run-stats-record in crl_game.cbl and crl-replay-verify.
           78  ws-verified-stamp-col       value 93.
           78  ws-suspect-stamp-col        value 95.

           78  ws-run-stats-file-name      value "RUNSTATS.LOG".
           01  ws-run-stats-status         pic xx.
           78  ws-new-log-file             value "SUSPECT.TMP".
           01  ws-new-log-status           pic xx.
           78  ws-ceiling-file             value "BALANCE.CEIL".
           01  ws-ceiling-status           pic xx.
           78  ws-progress-table-file      value "PROGRESS.TBL".
           01  ws-progress-status          pic xx.
           78  ws-splits-table-file        value "SPLITS.TBL".
           01  ws-splits-status            pic xx.
           78  ws-support-log-file         value "SUPPORT.LOG".
           01  ws-support-log-status       pic xx.
           01  ws-player-save-file         pic x(15).
           01  ws-player-file-status       pic xx.
           78  ws-verify-queue-file        value "VERIFYQ.TBL".
           01  ws-verify-queue-status      pic xx.
           78  ws-report-file              value "SUSPECT.RPT".
           01  ws-report-status            pic xx.

           01  ws-log-backup-file          pic x(20)
                                           value "RUNSTATS.LOG.BAK".
           01  ws-log-live-file            pic x(20)
                                           value "RUNSTATS.LOG".
           01  ws-log-temp-file            pic x(20)
                                           value "SUSPECT.TMP".
           01  ws-copy-status              pic s9(9) comp-5.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-failed-sw                pic a value 'N'.
               88  ws-run-failed           value 'Y'.
               88  ws-run-clean            value 'N'.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-turns-per-sec            pic 99 value 5.
           01  ws-bonus-exp                pic 9(6) value 250.
           01  ws-top-count                pic 999 value 10.

           01  ws-date-data                pic x(21).
           01  ws-today                    pic x(8).

      *> BALANCE.CEIL, as crl-balance-sim last wrote it.
           01  ws-ceil-exp-turn            pic 9(4)v99 value 0.
           01  ws-ceil-exp-kill            pic 9(4) value 0.
           01  ws-ceil-parse.
               05  ws-ceil-p-key           pic x(16).
               05  ws-ceil-p-value         pic x(10).

      *> the level curve, read the way the game's
      *> find-progression-row reads it.
           01  ws-progress-count           pic 99 value 0.
           01  ws-progress-rows.
               05  ws-progress-row occurs ws-max-progress-rows times.
                   10  ws-prog-level       pic 999.
                   10  ws-prog-exp         pic 9(7).
                   10  ws-prog-class       pic x.
           01  ws-prog-parse.
               05  ws-prog-p-level         pic x(3).
               05  ws-prog-p-exp           pic x(7).
               05  ws-prog-p-hp            pic x(3).
               05  ws-prog-p-atk           pic x(3).
               05  ws-prog-p-class         pic x(1).
           01  ws-prog-idx                 pic 99.
           01  ws-prog-match               pic 99.
           01  ws-curve-level              pic 999.
           01  ws-curve-class              pic x.
           01  ws-curve-next               pic 9(7).
           01  ws-curve-total              pic 9(9).

      *> SPLITS.TBL -- every map's best-known entry time.
           01  ws-best-count               pic 99 value 0.
           01  ws-best-splits.
               05  ws-best-split occurs ws-max-best-splits times.
                   10  ws-best-map         pic x(15).
                   10  ws-best-seconds     pic 9(6).
           01  ws-best-parse.
               05  ws-best-p-map           pic x(15).
               05  ws-best-p-secs          pic x(6).
           01  ws-best-idx                 pic 99.
           01  ws-best-found               pic 99.

      *> who plays in which slot, and the days each slot was touched
      *> by support.
           01  ws-slot-names.
               05  ws-slot-name occurs ws-max-slots times
                                           pic x(16).
           01  ws-slot-idx                 pic 99.
           01  ws-patch-count              pic 9(4) value 0.
           01  ws-patches.
               05  ws-patch occurs ws-max-patches times.
                   10  ws-patch-date       pic x(8).
                   10  ws-patch-slot       pic 9.
           01  ws-patch-idx                pic 9(4).
           01  ws-patch-parse.
               05  ws-pp-date              pic x(8).
               05  ws-pp-time              pic x(6).
               05  ws-pp-operator          pic x(12).
               05  ws-pp-file              pic x(20).
           01  ws-patch-file-len           pic 99.

      *> every run record, with its splits folded in.
           01  ws-run-count                pic 9(4) value 0.
           01  ws-run-table.
               05  ws-run-entry occurs ws-max-runs times.
                   10  ws-run-line-no      pic 9(6).
                   10  ws-run-date         pic x(10).
                   10  ws-run-map          pic x(15).
                   10  ws-run-player       pic x(16).
                   10  ws-run-level        pic 999.
                   10  ws-run-exp          pic 9(7).
                   10  ws-run-kills        pic 9(4).
                   10  ws-run-elapsed      pic 9(6).
                   10  ws-run-outcome      pic x.
                   10  ws-run-class        pic x.
                   10  ws-run-verified     pic x.
                   10  ws-run-suspect      pic x.
                   10  ws-run-total-exp    pic 9(9).
                   10  ws-run-gained       pic 9(9).
                   10  ws-run-last-map     pic x(15).
                   10  ws-run-last-secs    pic 9(6).
                   10  ws-run-reasons      pic x(32).
           01  ws-run-idx                  pic 9(4).
           01  ws-other-idx                pic 9(4).
           01  ws-runs-dropped             pic 9(6) value 0.
           01  ws-line-no                  pic 9(6) value 0.

           01  ws-numeric-scratch          pic x(10).
           01  ws-split-parse.
               05  ws-sp-tag               pic x(6).
               05  ws-sp-map               pic x(15).
               05  ws-sp-secs              pic x(6).
           01  ws-split-secs               pic 9(6).

      *> one run's checks.
           01  ws-allowed-exp              pic 9(9).
           01  ws-rank-level               pic 9(4).
           01  ws-rank-fastest             pic 9(4).
           01  ws-run-date-compact         pic x(8).
           01  ws-top-sw                   pic a.
               88  ws-is-top-finish        value 'Y'.
               88  ws-not-top-finish       value 'N'.
           01  ws-reason-word              pic x(8).
           01  ws-reason-pointer           pic 99.
           01  ws-detail-lines.
               05  ws-detail-line occurs 4 times pic x(100).
           01  ws-detail-count             pic 9.
           01  ws-detail-idx               pic 9.
           01  ws-num-edit                 pic z(8)9.
           01  ws-num-edit-2               pic z(8)9.
           01  ws-rate-edit                pic z(3)9.99.

      *> VERIFYQ.TBL -- QUEUED|RUN-DATE|MAP|PLAYER|LV|EXP|KILLS|WHY
           01  ws-queue-count              pic 9(4) value 0.
           01  ws-queue-lines.
               05  ws-queue-line occurs ws-max-queue-lines times
                                           pic x(120).
           01  ws-queue-idx                pic 9(4).
           01  ws-queue-key                pic x(80).
           01  ws-queue-key-len            pic 99.
           01  ws-queued-sw                pic a.
               88  ws-already-queued       value 'Y'.
               88  ws-not-queued           value 'N'.

           01  ws-flagged-count            pic 9(4) value 0.
           01  ws-new-queue-count          pic 9(4) value 0.
           01  ws-old-queue-count          pic 9(4) value 0.
           01  ws-verified-skip-count      pic 9(4) value 0.
           01  ws-new-stamp-count          pic 9(4) value 0.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                           value "crl-suspect-report".
           01  ws-errlog-reason            pic x(8) value "BATCH".
           01  ws-errlog-file              pic x(20)
                                           value "RUNSTATS.LOG".
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike suspicious run report"
           display "-------------------------------------"

           perform parse-arguments

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today

           perform load-ceilings
           perform load-progression
           perform load-best-splits
           perform load-slot-names
           perform load-support-patches
           perform load-verify-queue
           perform load-run-log

           if ws-run-count = 0 then
               display "RUNSTATS.LOG is empty or missing --"
                   " nothing to check."
               stop run
           end-if

           perform varying ws-run-idx from 1 by 1
           until ws-run-idx > ws-run-count
               perform measure-run-exp
           end-perform

           open output fd-report
           perform write-report-header

           perform varying ws-run-idx from 1 by 1
           until ws-run-idx > ws-run-count
               perform check-one-run
           end-perform

           if ws-new-queue-count > 0 then
               perform append-verify-queue
           end-if

           if ws-new-stamp-count > 0 then
               perform stamp-run-log
           end-if

           perform write-report-summary
           close fd-report

           display "Checked " ws-run-count " run(s): "
               ws-flagged-count " flagged, " ws-new-queue-count
               " newly queued for replay verification."
           display "Report: " ws-report-file

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

                   when "--TURNS-PER-SEC"
                       if function trim(ws-arg-value) is numeric
                       and function numval(ws-arg-value) > 0 then
                           move function numval(ws-arg-value)
                               to ws-turns-per-sec
                       end-if

                   when "--BONUS-EXP"
                       if function trim(ws-arg-value) is numeric then
                           move function numval(ws-arg-value)
                               to ws-bonus-exp
                       end-if

                   when "--TOP"
                       if function trim(ws-arg-value) is numeric
                       and function numval(ws-arg-value) > 0 then
                           move function numval(ws-arg-value)
                               to ws-top-count
                       end-if

               end-evaluate

           end-perform

           exit paragraph.

       load-ceilings.

           set ws-not-eof to true
           open input fd-ceiling
           if ws-ceiling-status not = ws-file-status-ok then
               if ws-ceiling-status = "05" then
                   close fd-ceiling
               end-if
               exit paragraph
           end-if

           perform until ws-is-eof
               read fd-ceiling
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof then
                   move spaces to ws-ceil-parse
                   unstring f-ceiling-line delimited by "|"
                       into ws-ceil-p-key ws-ceil-p-value
                   end-unstring
                   evaluate ws-ceil-p-key
                       when "EXP-PER-TURN"
                           if function test-numval(ws-ceil-p-value)
                               = 0 then
                               move function numval(ws-ceil-p-value)
                                   to ws-ceil-exp-turn
                           end-if
                       when "EXP-PER-KILL"
                           if function trim(ws-ceil-p-value)
                               is numeric then
                               move function numval(ws-ceil-p-value)
                                   to ws-ceil-exp-kill
                           end-if
                   end-evaluate
               end-if
           end-perform

           close fd-ceiling

           exit paragraph.

      *> PROGRESS.TBL: LEVEL|EXP-TO-NEXT|HP-GAIN|ATK-GAIN|CLASS.
       load-progression.

           set ws-not-eof to true
           open input fd-progress-table
           if ws-progress-status not = ws-file-status-ok then
               if ws-progress-status = "05" then
                   close fd-progress-table
               end-if
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-progress-count >= ws-max-progress-rows

               read fd-progress-table
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-progress-line not = spaces then
                   move spaces to ws-prog-parse
                   unstring f-progress-line delimited by "|"
                       into ws-prog-p-level ws-prog-p-exp
                           ws-prog-p-hp ws-prog-p-atk
                           ws-prog-p-class
                   end-unstring
                   if function trim(ws-prog-p-level) is numeric
                   and function trim(ws-prog-p-exp) is numeric then
                       add 1 to ws-progress-count
                       move function numval(ws-prog-p-level)
                           to ws-prog-level(ws-progress-count)
                       move function numval(ws-prog-p-exp)
                           to ws-prog-exp(ws-progress-count)
                       move ws-prog-p-class
                           to ws-prog-class(ws-progress-count)
                   end-if
               end-if
           end-perform

           close fd-progress-table

           exit paragraph.

       load-best-splits.

           set ws-not-eof to true
           open input fd-splits-table
           if ws-splits-status not = ws-file-status-ok then
               if ws-splits-status = "05" then
                   close fd-splits-table
               end-if
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-best-count >= ws-max-best-splits

               read fd-splits-table
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-splits-line not = spaces then
                   move spaces to ws-best-parse
                   unstring f-splits-line delimited by "|"
                       into ws-best-p-map ws-best-p-secs
                   end-unstring
                   if function trim(ws-best-p-secs) is numeric then
                       add 1 to ws-best-count
                       move function upper-case(ws-best-p-map)
                           to ws-best-map(ws-best-count)
                       move function numval(ws-best-p-secs)
                           to ws-best-seconds(ws-best-count)
                   end-if
               end-if
           end-perform

           close fd-splits-table

           exit paragraph.

      *> the character name in each slot's save (bytes 4-19 in
      *> every layout).
       load-slot-names.

           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > ws-max-slots

               move spaces to ws-slot-name(ws-slot-idx)
               move spaces to ws-player-save-file
               string "PLAYER" ws-slot-idx(2:1) ".SAV"
                   delimited by size into ws-player-save-file
               end-string
               open input fd-player-data
               if ws-player-file-status = ws-file-status-ok then
                   read fd-player-data
                       not at end
                           move f-player-image(4:16)
                               to ws-slot-name(ws-slot-idx)
                   end-read
               end-if
               close fd-player-data

           end-perform

           exit paragraph.

      ******************************************************************
      * SUPPORT.LOG lines start "date time operator file": a slot's
      * file is PLAYERn.something or a world-state sidecar *.Wn.
      ******************************************************************
       load-support-patches.

           set ws-not-eof to true
           open input fd-support-log
           if ws-support-log-status not = ws-file-status-ok then
               if ws-support-log-status = "05" then
                   close fd-support-log
               end-if
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-patch-count >= ws-max-patches

               read fd-support-log
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-support-line not = spaces then
                   move spaces to ws-patch-parse
                   unstring f-support-line delimited by all spaces
                       into ws-pp-date ws-pp-time ws-pp-operator
                           ws-pp-file
                   end-unstring
                   perform note-support-patch
               end-if
           end-perform

           close fd-support-log

           exit paragraph.

       note-support-patch.

           if ws-pp-date is not numeric then
               exit paragraph
           end-if

           if ws-pp-file(1:6) = "PLAYER"
           and ws-pp-file(7:1) is numeric
           and ws-pp-file(7:1) not = "0" then
               add 1 to ws-patch-count
               move ws-pp-date to ws-patch-date(ws-patch-count)
               move ws-pp-file(7:1) to ws-patch-slot(ws-patch-count)
               exit paragraph
           end-if

           move function length(function trim(ws-pp-file))
               to ws-patch-file-len
           if ws-patch-file-len > 3
           and ws-pp-file(ws-patch-file-len - 2:2) = ".W"
           and ws-pp-file(ws-patch-file-len:1) is numeric
           and ws-pp-file(ws-patch-file-len:1) not = "0" then
               add 1 to ws-patch-count
               move ws-pp-date to ws-patch-date(ws-patch-count)
               move ws-pp-file(ws-patch-file-len:1)
                   to ws-patch-slot(ws-patch-count)
           end-if

           exit paragraph.

       load-verify-queue.

           set ws-not-eof to true
           open input fd-verify-queue
           if ws-verify-queue-status not = ws-file-status-ok then
               if ws-verify-queue-status = "05" then
                   close fd-verify-queue
               end-if
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-queue-count >= ws-max-queue-lines

               read fd-verify-queue
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-verify-queue-line not = spaces
               then
                   add 1 to ws-queue-count
                   move f-verify-queue-line
                       to ws-queue-line(ws-queue-count)
               end-if
           end-perform

           close fd-verify-queue

           exit paragraph.

      ******************************************************************
      * Every run record into the table, cut by the same columns
      * crl-leaderboard uses; the SPLIT| lines that ride behind a
      * record fold into it as its last map and entry time.
      ******************************************************************
       load-run-log.

           set ws-not-eof to true
           move 0 to ws-line-no

           open input fd-run-stats-log
           if ws-run-stats-status not = ws-file-status-ok then
               if ws-run-stats-status = "05" then
                   close fd-run-stats-log
               end-if
               exit paragraph
           end-if

           perform until ws-is-eof

               move spaces to f-run-stats-line
               read fd-run-stats-log
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof then
                   add 1 to ws-line-no
                   evaluate true
                       when f-run-stats-line = spaces
                           continue
                       when f-run-stats-line(1:6) = "SPLIT|"
                           perform fold-split-line
                       when ws-run-count >= ws-max-runs
                           add 1 to ws-runs-dropped
                       when other
                           add 1 to ws-run-count
                           perform parse-run-line
                   end-evaluate
               end-if

           end-perform

           close fd-run-stats-log

           exit paragraph.

       parse-run-line.

           initialize ws-run-entry(ws-run-count)
           move ws-line-no to ws-run-line-no(ws-run-count)
           move f-run-stats-line(1:10) to ws-run-date(ws-run-count)
           move f-run-stats-line(12:15) to ws-run-map(ws-run-count)
           move f-run-stats-line(28:16)
               to ws-run-player(ws-run-count)

           move f-run-stats-line(45:3) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:3) to ws-run-level(ws-run-count)

           move f-run-stats-line(49:7) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:7) to ws-run-exp(ws-run-count)

           move f-run-stats-line(57:4) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:4) to ws-run-kills(ws-run-count)

           move f-run-stats-line(62:6) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:6)
               to ws-run-elapsed(ws-run-count)

           move f-run-stats-line(74:1) to ws-run-outcome(ws-run-count)
           move f-run-stats-line(76:1) to ws-run-class(ws-run-count)
           move f-run-stats-line(ws-verified-stamp-col:1)
               to ws-run-verified(ws-run-count)
           move f-run-stats-line(ws-suspect-stamp-col:1)
               to ws-run-suspect(ws-run-count)

           exit paragraph.

      *> a split belongs to the record just above it; the latest
      *> entry time marks the furthest map reached.
       fold-split-line.

           if ws-run-count = 0 or ws-runs-dropped > 0 then
               exit paragraph
           end-if

           move spaces to ws-split-parse
           unstring f-run-stats-line delimited by "|"
               into ws-sp-tag ws-sp-map ws-sp-secs
           end-unstring
           if function trim(ws-sp-secs) is not numeric then
               exit paragraph
           end-if
           move function numval(ws-sp-secs) to ws-split-secs

           if ws-split-secs >= ws-run-last-secs(ws-run-count)
           or ws-run-last-map(ws-run-count) = spaces then
               move function upper-case(ws-sp-map)
                   to ws-run-last-map(ws-run-count)
               move ws-split-secs to ws-run-last-secs(ws-run-count)
           end-if

           exit paragraph.

       clean-numeric-scratch.

           inspect ws-numeric-scratch
               replacing all space by "0"

           if ws-numeric-scratch not numeric then
               move all "0" to ws-numeric-scratch
           end-if

           exit paragraph.

      ******************************************************************
      * The run's exp rebuilt from the curve: everything it took to
      * reach the recorded level plus the remainder on the record.
      * What the run itself gained is that, less the same player's
      * previous record when that one is lower (a lower-or-equal
      * total means the same character carried on).
      ******************************************************************
       measure-run-exp.

           move ws-run-level(ws-run-idx) to ws-curve-level
           move ws-run-class(ws-run-idx) to ws-curve-class
           perform compute-curve-total
           compute ws-run-total-exp(ws-run-idx) =
               ws-curve-total + ws-run-exp(ws-run-idx)

           move ws-run-total-exp(ws-run-idx)
               to ws-run-gained(ws-run-idx)

           perform varying ws-other-idx from ws-run-idx by -1
           until ws-other-idx < 1
               if ws-other-idx < ws-run-idx
               and ws-run-player(ws-other-idx)
                   = ws-run-player(ws-run-idx)
               and ws-run-class(ws-other-idx)
                   = ws-run-class(ws-run-idx) then
                   if ws-run-total-exp(ws-other-idx)
                       <= ws-run-total-exp(ws-run-idx) then
                       compute ws-run-gained(ws-run-idx) =
                           ws-run-total-exp(ws-run-idx)
                           - ws-run-total-exp(ws-other-idx)
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.

      *> exp to climb from level 1 to ws-curve-level: each level's
      *> class row, else its generic row, else the compiled-in
      *> level times 100 -- as gain-experience does.
       compute-curve-total.

           move 0 to ws-curve-total
           if ws-curve-level > ws-max-curve-level then
               move ws-max-curve-level to ws-curve-level
           end-if

           perform varying ws-other-idx from 1 by 1
           until ws-other-idx >= ws-curve-level
               perform find-curve-row
               if ws-prog-match > 0 then
                   move ws-prog-exp(ws-prog-match) to ws-curve-next
               else
                   compute ws-curve-next = ws-other-idx * 100
               end-if
               add ws-curve-next to ws-curve-total
           end-perform

           exit paragraph.

       find-curve-row.

           move 0 to ws-prog-match

           perform varying ws-prog-idx from 1 by 1
           until ws-prog-idx > ws-progress-count
               if ws-prog-level(ws-prog-idx) = ws-other-idx then
                   if ws-prog-class(ws-prog-idx) = ws-curve-class
                   and ws-curve-class not = space then
                       move ws-prog-idx to ws-prog-match
                       exit perform
                   end-if
                   if ws-prog-class(ws-prog-idx) = space
                   and ws-prog-match = 0 then
                       move ws-prog-idx to ws-prog-match
                   end-if
               end-if
           end-perform

           exit paragraph.

       write-report-header.

           move "SUSPICIOUS RUN REPORT" to f-report-line
           write f-report-line
           move "=====================" to f-report-line
           write f-report-line

           move ws-ceil-exp-turn to ws-rate-edit
           move spaces to f-report-line
           string "RUN " ws-today "  RUNS " ws-run-count
               "  CEILING " function trim(ws-rate-edit)
               " EXP/TURN AT " ws-turns-per-sec " TURNS/SEC"
               "  MAX KILL EXP " ws-ceil-exp-kill
               delimited by size into f-report-line
           end-string
           write f-report-line

           if ws-ceil-exp-turn = 0 or ws-ceil-exp-kill = 0 then
               move "BALANCE.CEIL missing -- EXPRATE and KILLS not"
                   & " checked; run crl-balance-sim"
                   to f-report-line
               write f-report-line
           end-if
           if ws-best-count = 0 then
               move "SPLITS.TBL missing -- SPLITS checked against the"
                   & " run's own splits only"
                   to f-report-line
               write f-report-line
           end-if
           if ws-runs-dropped > 0 then
               move spaces to f-report-line
               string ws-runs-dropped " run(s) past the first "
                   ws-max-runs " not checked"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           move spaces to f-report-line
           write f-report-line
           move "DATE       PLAYER           MAP              LV  EXP"
               & "     KILLS TIME   REASONS"
               to f-report-line
           write f-report-line

           exit paragraph.

      ******************************************************************
      * One record through the four checks. A run crl-replay-verify
      * has already proved stays out of it.
      ******************************************************************
       check-one-run.

           if ws-run-verified(ws-run-idx) = "V" then
               add 1 to ws-verified-skip-count
               exit paragraph
           end-if

           move spaces to ws-run-reasons(ws-run-idx)
           move 1 to ws-reason-pointer
           move 0 to ws-detail-count

           perform check-exp-rate
           perform check-kills
           perform check-splits
           perform check-patched-finish

           if ws-run-reasons(ws-run-idx) = spaces then
               exit paragraph
           end-if

           add 1 to ws-flagged-count
           if ws-run-suspect(ws-run-idx) not = "S" then
               move "S" to ws-run-suspect(ws-run-idx)
               add 1 to ws-new-stamp-count
           end-if

           move spaces to f-report-line
           string ws-run-date(ws-run-idx) " "
               ws-run-player(ws-run-idx) " "
               ws-run-map(ws-run-idx) "  "
               ws-run-level(ws-run-idx) " "
               ws-run-exp(ws-run-idx) " "
               ws-run-kills(ws-run-idx) "  "
               ws-run-elapsed(ws-run-idx) " "
               ws-run-reasons(ws-run-idx)
               delimited by size into f-report-line
           end-string
           write f-report-line

           perform varying ws-detail-idx from 1 by 1
           until ws-detail-idx > ws-detail-count
               move ws-detail-line(ws-detail-idx) to f-report-line
               write f-report-line
           end-perform

           perform queue-for-verification

           exit paragraph.

       add-reason.

           string ws-reason-word delimited by space
               " " delimited by size
               into ws-run-reasons(ws-run-idx)
               with pointer ws-reason-pointer
           end-string

           exit paragraph.

       check-exp-rate.

           if ws-ceil-exp-turn = 0
           or ws-run-gained(ws-run-idx) = 0 then
               exit paragraph
           end-if

           compute ws-allowed-exp =
               ws-ceil-exp-turn * ws-turns-per-sec
               * ws-run-elapsed(ws-run-idx)

           if ws-run-gained(ws-run-idx) <= ws-allowed-exp then
               exit paragraph
           end-if

           move "EXPRATE" to ws-reason-word
           perform add-reason

           add 1 to ws-detail-count
           move ws-run-gained(ws-run-idx) to ws-num-edit
           move ws-allowed-exp to ws-num-edit-2
           move spaces to ws-detail-line(ws-detail-count)
           string "    EXPRATE  gained "
               function trim(ws-num-edit) " exp in "
               ws-run-elapsed(ws-run-idx) "s -- the ceiling allows "
               function trim(ws-num-edit-2)
               delimited by size into ws-detail-line(ws-detail-count)
           end-string

           exit paragraph.

       check-kills.

           if ws-ceil-exp-kill = 0
           or ws-run-level(ws-run-idx) <= 1 then
               exit paragraph
           end-if

           compute ws-allowed-exp =
               ws-run-kills(ws-run-idx) * ws-ceil-exp-kill
               + ws-bonus-exp

           if ws-run-gained(ws-run-idx) <= ws-allowed-exp then
               exit paragraph
           end-if

           move "KILLS" to ws-reason-word
           perform add-reason

           add 1 to ws-detail-count
           move ws-run-gained(ws-run-idx) to ws-num-edit
           move ws-allowed-exp to ws-num-edit-2
           move spaces to ws-detail-line(ws-detail-count)
           string "    KILLS    level " ws-run-level(ws-run-idx)
               " took " function trim(ws-num-edit) " exp -- "
               ws-run-kills(ws-run-idx) " kill(s) pay at most "
               function trim(ws-num-edit-2)
               delimited by size into ws-detail-line(ws-detail-count)
           end-string

           exit paragraph.

       check-splits.

           if ws-run-last-map(ws-run-idx) = spaces then
               exit paragraph
           end-if

           if ws-run-last-secs(ws-run-idx)
               > ws-run-elapsed(ws-run-idx) then
               move "SPLITS" to ws-reason-word
               perform add-reason
               add 1 to ws-detail-count
               move spaces to ws-detail-line(ws-detail-count)
               string "    SPLITS   entered "
                   function trim(ws-run-last-map(ws-run-idx))
                   " at " ws-run-last-secs(ws-run-idx)
                   "s, after the run ended at "
                   ws-run-elapsed(ws-run-idx) "s"
                   delimited by size
                   into ws-detail-line(ws-detail-count)
               end-string
               exit paragraph
           end-if

           move 0 to ws-best-found
           perform varying ws-best-idx from 1 by 1
           until ws-best-idx > ws-best-count
               if ws-best-map(ws-best-idx)
                   = ws-run-last-map(ws-run-idx) then
                   move ws-best-idx to ws-best-found
               end-if
           end-perform

           if ws-best-found = 0 then
               exit paragraph
           end-if

           if ws-run-elapsed(ws-run-idx)
               >= ws-best-seconds(ws-best-found) then
               exit paragraph
           end-if

           move "SPLITS" to ws-reason-word
           perform add-reason
           add 1 to ws-detail-count
           move spaces to ws-detail-line(ws-detail-count)
           string "    SPLITS   finished in "
               ws-run-elapsed(ws-run-idx) "s -- the best ever into "
               function trim(ws-run-last-map(ws-run-idx)) " is "
               ws-best-seconds(ws-best-found) "s"
               delimited by size into ws-detail-line(ws-detail-count)
           end-string

           exit paragraph.

      ******************************************************************
      * A top finish -- in the first ws-top-count by level and exp,
      * or among the fastest victories -- whose player's slot was
      * changed by support on the day the run finished.
      ******************************************************************
       check-patched-finish.

           if ws-patch-count = 0 then
               exit paragraph
           end-if

           move 1 to ws-rank-level
           move 1 to ws-rank-fastest
           perform varying ws-other-idx from 1 by 1
           until ws-other-idx > ws-run-count
               if ws-run-level(ws-other-idx) > ws-run-level(ws-run-idx)
               or (ws-run-level(ws-other-idx)
                   = ws-run-level(ws-run-idx)
                   and ws-run-exp(ws-other-idx)
                   > ws-run-exp(ws-run-idx)) then
                   add 1 to ws-rank-level
               end-if
               if ws-run-outcome(ws-other-idx) = "V"
               and ws-run-elapsed(ws-other-idx)
                   < ws-run-elapsed(ws-run-idx) then
                   add 1 to ws-rank-fastest
               end-if
           end-perform

           set ws-not-top-finish to true
           if ws-rank-level <= ws-top-count then
               set ws-is-top-finish to true
           end-if
           if ws-run-outcome(ws-run-idx) = "V"
           and ws-rank-fastest <= ws-top-count then
               set ws-is-top-finish to true
           end-if
           if ws-not-top-finish then
               exit paragraph
           end-if

           move spaces to ws-run-date-compact
           string ws-run-date(ws-run-idx)(1:4)
               ws-run-date(ws-run-idx)(6:2)
               ws-run-date(ws-run-idx)(9:2)
               delimited by size into ws-run-date-compact
           end-string

           perform varying ws-patch-idx from 1 by 1
           until ws-patch-idx > ws-patch-count
               if ws-patch-date(ws-patch-idx) = ws-run-date-compact
               and ws-slot-name(ws-patch-slot(ws-patch-idx))
                   = ws-run-player(ws-run-idx) then
                   move "PATCHED" to ws-reason-word
                   perform add-reason
                   add 1 to ws-detail-count
                   move spaces to ws-detail-line(ws-detail-count)
                   string "    PATCHED  rank " ws-rank-level
                       " by level, " ws-rank-fastest
                       " fastest -- slot " ws-patch-slot(ws-patch-idx)
                       " changed in SUPPORT.LOG that day"
                       delimited by size
                       into ws-detail-line(ws-detail-count)
                   end-string
                   exit perform
               end-if
           end-perform

           exit paragraph.

      *> one queue line per flagged record; a record already waiting
      *> there is not queued twice.
       queue-for-verification.

           move spaces to ws-queue-key
           string ws-run-date(ws-run-idx) "|"
               function trim(ws-run-map(ws-run-idx)) "|"
               function trim(ws-run-player(ws-run-idx)) "|"
               ws-run-level(ws-run-idx) "|"
               ws-run-exp(ws-run-idx) "|"
               ws-run-kills(ws-run-idx) "|"
               delimited by size into ws-queue-key
           end-string
           move function length(function trim(ws-queue-key))
               to ws-queue-key-len

           set ws-not-queued to true
           perform varying ws-queue-idx from 1 by 1
           until ws-queue-idx > ws-queue-count or ws-already-queued
               if ws-queue-line(ws-queue-idx)(10:ws-queue-key-len)
                   = ws-queue-key(1:ws-queue-key-len) then
                   set ws-already-queued to true
               end-if
           end-perform

           if ws-already-queued then
               add 1 to ws-old-queue-count
               exit paragraph
           end-if

           if ws-queue-count >= ws-max-queue-lines then
               exit paragraph
           end-if

           add 1 to ws-queue-count
           add 1 to ws-new-queue-count
           move spaces to ws-queue-line(ws-queue-count)
           string ws-today "|"
               ws-queue-key(1:ws-queue-key-len)
               function trim(ws-run-reasons(ws-run-idx))
               delimited by size into ws-queue-line(ws-queue-count)
           end-string
      *> marks the line as this run's, for append-verify-queue.
           move "+" to ws-queue-line(ws-queue-count)(120:1)

           exit paragraph.

       append-verify-queue.

           open extend fd-verify-queue
           if ws-verify-queue-status not = ws-file-status-ok
           and ws-verify-queue-status not = "05" then
               move "VERIFYQ.TBL" to ws-errlog-file
               move "could not add to the queue" to ws-errlog-detail
               perform note-run-failure
               exit paragraph
           end-if

           perform varying ws-queue-idx from 1 by 1
           until ws-queue-idx > ws-queue-count
               if ws-queue-line(ws-queue-idx)(120:1) = "+" then
                   move ws-queue-line(ws-queue-idx)(1:119)
                       to f-verify-queue-line
                   write f-verify-queue-line
               end-if
           end-perform

           close fd-verify-queue

           exit paragraph.

      ******************************************************************
      * The suspect stamp goes onto each newly flagged record: the
      * log is copied through a scratch file line for line, then the
      * scratch file replaces it (previous copy kept as .BAK).
      ******************************************************************
       stamp-run-log.

           set ws-not-eof to true
           move 0 to ws-line-no
           move 1 to ws-run-idx

           open input fd-run-stats-log
           if ws-run-stats-status not = ws-file-status-ok then
               move "could not reread the log" to ws-errlog-detail
               perform note-run-failure
               exit paragraph
           end-if

           open output fd-new-log
           if ws-new-log-status not = ws-file-status-ok then
               close fd-run-stats-log
               move "could not open SUSPECT.TMP" to ws-errlog-detail
               perform note-run-failure
               exit paragraph
           end-if

           perform until ws-is-eof
               move spaces to f-run-stats-line
               read fd-run-stats-log
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   add 1 to ws-line-no
                   move f-run-stats-line to f-new-log-line
                   perform varying ws-run-idx from ws-run-idx by 1
                   until ws-run-idx > ws-run-count
                       or ws-run-line-no(ws-run-idx) >= ws-line-no
                       continue
                   end-perform
                   if ws-run-idx <= ws-run-count
                   and ws-run-line-no(ws-run-idx) = ws-line-no
                   and ws-run-suspect(ws-run-idx) = "S" then
                       move "S" to f-new-log-line
                           (ws-suspect-stamp-col:1)
                   end-if
                   write f-new-log-line
               end-if
           end-perform

           close fd-run-stats-log
           close fd-new-log

           call "CBL_COPY_FILE" using
               ws-log-live-file ws-log-backup-file
               returning ws-copy-status
           end-call
           if ws-copy-status not = 0 then
               move "could not keep RUNSTATS.LOG.BAK"
                   to ws-errlog-detail
               perform note-run-failure
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using
               ws-log-temp-file ws-log-live-file
               returning ws-copy-status
           end-call
           if ws-copy-status not = 0 then
               move "could not replace RUNSTATS.LOG"
                   to ws-errlog-detail
               perform note-run-failure
           end-if

           exit paragraph.

       note-run-failure.

           set ws-run-failed to true
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           display "FAILED: " function trim(ws-errlog-detail)

           exit paragraph.

       write-report-summary.

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "FLAGGED " ws-flagged-count
               "  NEWLY STAMPED " ws-new-stamp-count
               "  QUEUED " ws-new-queue-count
               "  ALREADY QUEUED " ws-old-queue-count
               "  VERIFIED (SKIPPED) " ws-verified-skip-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-run-failed then
               move "RUN INCOMPLETE -- SEE ERRORS.LOG" to f-report-line
               write f-report-line
           end-if

           exit paragraph.

       end program crl-suspect-report.
