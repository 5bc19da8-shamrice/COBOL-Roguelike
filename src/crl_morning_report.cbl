      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: One page for the morning mail instead of five.
      *>          Reads what the overnight jobs left behind --
      *>          NIGHT.RPT / NIGHTRUN.CHK, ERRORS.LOG, PROFAUD.RPT,
      *>          PACKCHK.RPT and MERGECOL.RPT -- and writes
      *>          MORNING.RPT: last night's batch outcome and any
      *>          failed step, ERRORS.LOG incidents by reason code
      *>          today against the day before, profile exceptions,
      *>          pack validation issue counts and merge collisions,
      *>          under a RED / AMBER / GREEN status line.
      *>          RED    - the night batch stopped or did not run
      *>                   (a checkpoint or MAINT.FLG left behind).
      *>          AMBER  - anything else needing a look: incidents
      *>                   logged today, exceptions, issues,
      *>                   collisions, or a report missing or older
      *>                   than yesterday.
      *>          GREEN  - nothing to do.
      *> Tectonics:
      *>     ./build_morning_report.sh
      *>*****************************************************************
       identification division.
       program-id. crl-morning-report.

       environment division.

       input-output section.

       file-control.
           select optional fd-input-file
               assign to dynamic ws-input-file-name
               organization is line sequential
               file status is ws-input-status.

           select optional fd-checkpoint-file
               assign to ws-checkpoint-file-name
               organization is line sequential
               file status is ws-checkpoint-status.

           select fd-report
               assign to ws-report-file-name
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-input-file.
           01  f-input-line                 pic x(120).

      *> same layout crl-night-batch writes.
           fd  fd-checkpoint-file.
           01  f-checkpoint-line.
               05  f-chk-step               pic 99.
               05  filler                   pic x.
               05  f-chk-outcome            pic x(4).
               05  filler                   pic x.
               05  f-chk-stamp              pic x(14).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-steps                value 30.
           78  ws-max-reasons              value 20.
           78  ws-max-listed               value 10.

           01  ws-input-file-name          pic x(20).
           01  ws-input-status             pic xx.
           78  ws-checkpoint-file-name     value "NIGHTRUN.CHK".
           01  ws-checkpoint-status        pic xx.
           78  ws-report-file-name         value "MORNING.RPT".
           01  ws-report-status            pic xx.

           78  ws-control-file             value "NIGHTRUN.CTL".
           78  ws-maint-flag-file          value "MAINT.FLG".
           78  ws-night-report-file        value "NIGHT.RPT".
           78  ws-errors-log-file          value "ERRORS.LOG".
           78  ws-profile-report-file      value "PROFAUD.RPT".
           78  ws-pack-report-file         value "PACKCHK.RPT".
           78  ws-merge-report-file        value "MERGECOL.RPT".

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-date-data                pic x(21).
           01  ws-today                    pic x(8).
           01  ws-today-num redefines ws-today
                                           pic 9(8).
           01  ws-yesterday                pic x(8).
           01  ws-yesterday-num redefines ws-yesterday
                                           pic 9(8).
           01  ws-day-integer              pic 9(7).

           01  ws-probe-file               pic x(20).
           01  ws-probe-info.
               05  ws-probe-size           pic x(8) comp-x.
               05  ws-probe-day            pic x comp-x.
               05  ws-probe-month          pic x comp-x.
               05  ws-probe-year           pic x(2) comp-x.
               05  ws-probe-time           pic x(4).
           01  ws-probe-status             pic s9(9) comp-5.
           01  ws-probe-yyyymmdd           pic 9(8).

      *> 0 green, 1 amber, 2 red -- only ever raised.
           01  ws-status-level             pic 9 value 0.
           01  ws-red-count                pic 99 value 0.
           01  ws-amber-count              pic 99 value 0.
           01  ws-red-reason               pic x(60) value spaces.
           01  ws-amber-reason             pic x(60) value spaces.
           01  ws-flag-text                pic x(60).
           01  ws-status-line              pic x(100).

      *> night batch
           01  ws-night-outcome            pic x(13) value spaces.
           01  ws-step-count               pic 99 value 0.
           01  ws-steps.
               05  ws-step occurs ws-max-steps times.
                   10  ws-step-command     pic x(80).
                   10  ws-step-done-sw     pic a.
           01  ws-step-idx                 pic 99.
           01  ws-steps-done               pic 99 value 0.
           01  ws-failed-step              pic 99 value 0.
           01  ws-night-last-stamp         pic x(14) value spaces.
           01  ws-chk-step-num             pic 99.

      *> ERRORS.LOG by reason code
           01  ws-reason-count             pic 99 value 0.
           01  ws-reasons.
               05  ws-reason occurs ws-max-reasons times.
                   10  ws-reason-code      pic x(8).
                   10  ws-reason-today     pic 9(4).
                   10  ws-reason-prev      pic 9(4).
           01  ws-reason-idx               pic 99.
           01  ws-reason-found             pic 99.
           01  ws-scan-date                pic x(8).
           01  ws-scan-reason              pic x(8).
           01  ws-errors-today             pic 9(4) value 0.
           01  ws-errors-prev              pic 9(4) value 0.
           01  ws-errors-older             pic 9(5) value 0.
           01  ws-errors-overflow          pic 9(4) value 0.
           01  ws-change                   pic s9(4).
           01  ws-change-disp              pic +(4)9.

      *> the three overnight reports
           01  ws-profile-found-sw         pic a value 'N'.
               88  ws-profile-found        value 'Y'.
           01  ws-profile-date             pic 9(8) value 0.
           01  ws-profile-total            pic 9(4) value 0.
           01  ws-profile-listed           pic 99 value 0.
           01  ws-profile-lines.
               05  ws-profile-line occurs ws-max-listed times
                                           pic x(80).

           01  ws-pack-found-sw            pic a value 'N'.
               88  ws-pack-found           value 'Y'.
           01  ws-pack-date                pic 9(8) value 0.
           01  ws-pack-total               pic 9(5) value 0.
           01  ws-pack-map-total           pic 9(4) value 0.
           01  ws-pack-maps-flagged        pic 9(4) value 0.
           01  ws-pack-listed              pic 99 value 0.
           01  ws-pack-lines.
               05  ws-pack-line occurs ws-max-listed times
                                           pic x(40).
           01  ws-in-summary-sw            pic a value 'N'.
               88  ws-in-summary           value 'Y'.
               88  ws-not-in-summary       value 'N'.
           01  ws-pack-map-issues          pic 9(4).

           01  ws-merge-found-sw           pic a value 'N'.
               88  ws-merge-found          value 'Y'.
           01  ws-merge-date               pic 9(8) value 0.
           01  ws-merge-total              pic 9(4) value 0.

           01  ws-report-date              pic 9(8).
           01  ws-line-idx                 pic 99.
           01  ws-count-disp               pic z(4)9.
           01  ws-count-disp-2             pic z(4)9.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike morning summary"
           display "-------------------------------"

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today
           compute ws-day-integer =
               function integer-of-date(ws-today-num) - 1
           compute ws-yesterday-num =
               function date-of-integer(ws-day-integer)

           perform check-night-batch
           perform count-error-incidents
           perform read-profile-audit
           perform read-pack-check
           perform read-merge-collisions

           perform write-morning-report

           display function trim(ws-status-line)
           display "Report: " ws-report-file-name

           stop run.

      ******************************************************************
      * A checkpoint still on disk means the run stopped part way --
      * crl-night-batch removes it only after the last step. With no
      * checkpoint, a maintenance flag still up means the run stopped
      * at its first step -- crl-night-batch takes MAINT.FLG down only
      * once every step is done, and a first-step failure leaves no
      * checkpoint behind. Otherwise NIGHT.RPT should carry last
      * night's stamps; if its newest stamp is older than yesterday
      * the run never happened.
      ******************************************************************
       check-night-batch.

           perform load-control-steps

           move ws-checkpoint-file-name to ws-probe-file
           perform probe-file

           if ws-probe-status = 0 then
               perform load-checkpoint-steps
               move "STOPPED" to ws-night-outcome
               move spaces to ws-flag-text
               string "night batch stopped at step " ws-failed-step
                   delimited by size into ws-flag-text
               end-string
               perform raise-red
               exit paragraph
           end-if

           move ws-maint-flag-file to ws-probe-file
           perform probe-file

           if ws-probe-status = 0 then
               move "STOPPED" to ws-night-outcome
               move 0 to ws-steps-done
               move 1 to ws-failed-step
               move "maintenance flag still up - night batch "
                   & "did not finish" to ws-flag-text
               perform raise-red
               exit paragraph
           end-if

           perform read-night-report

           if ws-step-count = 0 and ws-night-last-stamp = spaces then
               move "NOT SCHEDULED" to ws-night-outcome
               move "nothing scheduled in NIGHTRUN.CTL"
                   to ws-flag-text
               perform raise-amber
               exit paragraph
           end-if

           if ws-night-last-stamp = spaces
           or ws-night-last-stamp(1:8) < ws-yesterday then
               move "DID NOT RUN" to ws-night-outcome
               move 1 to ws-failed-step
               move "night batch did not complete last night"
                   to ws-flag-text
               perform raise-red
               exit paragraph
           end-if

           move "COMPLETE" to ws-night-outcome

           exit paragraph.

       load-control-steps.

           move 0 to ws-step-count
           move ws-control-file to ws-input-file-name
           set ws-not-eof to true

           open input fd-input-file
           if ws-input-status = ws-file-status-ok
           or ws-input-status = "05" then
               perform until ws-is-eof
                   or ws-step-count >= ws-max-steps

                   move spaces to f-input-line
                   read fd-input-file
                       at end set ws-is-eof to true
                   end-read

                   if ws-not-eof
                   and f-input-line not = spaces
                   and f-input-line(1:1) not = "#"
                   and f-input-line(1:1) not = "@" then
                       add 1 to ws-step-count
                       move f-input-line(1:80)
                           to ws-step-command(ws-step-count)
                       move 'N' to ws-step-done-sw(ws-step-count)
                   end-if
               end-perform
               close fd-input-file
           end-if

           exit paragraph.

      *> same rule crl-night-batch resumes by: the first step the
      *> checkpoint does not show DONE is the one that failed.
       load-checkpoint-steps.

           set ws-not-eof to true

           open input fd-checkpoint-file
           if ws-checkpoint-status = ws-file-status-ok
           or ws-checkpoint-status = "05" then
               perform until ws-is-eof

                   read fd-checkpoint-file
                       at end set ws-is-eof to true
                   end-read

                   if ws-not-eof
                   and f-chk-outcome = "DONE"
                   and f-chk-step is numeric then
                       move f-chk-step to ws-chk-step-num
                       if ws-chk-step-num >= 1
                       and ws-chk-step-num <= ws-step-count then
                           move 'Y' to ws-step-done-sw(
                               ws-chk-step-num)
                       end-if
                       if f-chk-stamp > ws-night-last-stamp then
                           move f-chk-stamp to ws-night-last-stamp
                       end-if
                   end-if
               end-perform
               close fd-checkpoint-file
           end-if

           move 0 to ws-steps-done
           move 0 to ws-failed-step
           perform varying ws-step-idx from 1 by 1
           until ws-step-idx > ws-step-count
               if ws-step-done-sw(ws-step-idx) = 'Y' then
                   add 1 to ws-steps-done
               else
                   if ws-failed-step = 0 then
                       move ws-step-idx to ws-failed-step
                   end-if
               end-if
           end-perform

           exit paragraph.

      *> "STEP nn DONE yyyymmddhhmmss  command" per step.
       read-night-report.

           move 0 to ws-steps-done
           move ws-night-report-file to ws-input-file-name
           set ws-not-eof to true

           open input fd-input-file
           if ws-input-status = ws-file-status-ok
           or ws-input-status = "05" then
               perform until ws-is-eof

                   move spaces to f-input-line
                   read fd-input-file
                       at end set ws-is-eof to true
                   end-read

                   if ws-not-eof
                   and f-input-line(1:5) = "STEP "
                   and f-input-line(8:6) = " DONE " then
                       add 1 to ws-steps-done
                       if f-input-line(14:14) > ws-night-last-stamp
                       then
                           move f-input-line(14:14)
                               to ws-night-last-stamp
                       end-if
                   end-if
               end-perform
               close fd-input-file
           end-if

           exit paragraph.

      ******************************************************************
      * ERRORS.LOG lines are "YYYYMMDD HHMMSS program reason file
      * detail" with the reason code in columns 38-45.
      ******************************************************************
       count-error-incidents.

           move ws-errors-log-file to ws-input-file-name
           set ws-not-eof to true

           open input fd-input-file
           if ws-input-status not = ws-file-status-ok
           and ws-input-status not = "05" then
               exit paragraph
           end-if

           perform until ws-is-eof

               move spaces to f-input-line
               read fd-input-file
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-input-line not = spaces then
                   move f-input-line(1:8) to ws-scan-date
                   move f-input-line(38:8) to ws-scan-reason
                   evaluate true
                       when ws-scan-date = ws-today
                       when ws-scan-date = ws-yesterday
                           perform tally-reason
                       when other
                           add 1 to ws-errors-older
                   end-evaluate
               end-if

           end-perform

           close fd-input-file

           if ws-errors-today > 0 then
               move spaces to ws-flag-text
               move ws-errors-today to ws-count-disp
               string function trim(ws-count-disp)
                   " ERRORS.LOG incident(s) today"
                   delimited by size into ws-flag-text
               end-string
               perform raise-amber
           end-if

           exit paragraph.

       tally-reason.

           if ws-scan-reason = spaces then
               move "?" to ws-scan-reason
           end-if

           move 0 to ws-reason-found
           perform varying ws-reason-idx from 1 by 1
           until ws-reason-idx > ws-reason-count
               or ws-reason-found > 0
               if ws-reason-code(ws-reason-idx) = ws-scan-reason then
                   move ws-reason-idx to ws-reason-found
               end-if
           end-perform

           if ws-reason-found = 0 then
               if ws-reason-count >= ws-max-reasons then
                   add 1 to ws-errors-overflow
               else
                   add 1 to ws-reason-count
                   move ws-reason-count to ws-reason-found
                   move ws-scan-reason
                       to ws-reason-code(ws-reason-found)
                   move 0 to ws-reason-today(ws-reason-found)
                   move 0 to ws-reason-prev(ws-reason-found)
               end-if
           end-if

           if ws-scan-date = ws-today then
               add 1 to ws-errors-today
               if ws-reason-found > 0 then
                   add 1 to ws-reason-today(ws-reason-found)
               end-if
           else
               add 1 to ws-errors-prev
               if ws-reason-found > 0 then
                   add 1 to ws-reason-prev(ws-reason-found)
               end-if
           end-if

           exit paragraph.

      ******************************************************************
      * PROFAUD.RPT: exception lines between the header block and
      * "TOTAL EXCEPTIONS: nnnn".
      ******************************************************************
       read-profile-audit.

           move ws-profile-report-file to ws-probe-file
           perform probe-file
           if ws-probe-status not = 0 then
               move "PROFAUD.RPT missing - profile audit did not run"
                   to ws-flag-text
               perform raise-amber
               exit paragraph
           end-if

           set ws-profile-found to true
           move ws-probe-yyyymmdd to ws-profile-date
           move ws-profile-report-file to ws-input-file-name
           set ws-not-eof to true

           open input fd-input-file
           if ws-input-status = ws-file-status-ok
           or ws-input-status = "05" then
               perform until ws-is-eof

                   move spaces to f-input-line
                   read fd-input-file
                       at end set ws-is-eof to true
                   end-read

                   evaluate true
                       when ws-is-eof
                           continue
                       when f-input-line(1:10) = "RUN DATE: "
                           if f-input-line(11:8) is numeric then
                               move f-input-line(11:8)
                                   to ws-profile-date
                           end-if
                       when f-input-line(1:18) = "TOTAL EXCEPTIONS: "
                           if f-input-line(19:4) is numeric then
                               move f-input-line(19:4)
                                   to ws-profile-total
                           end-if
                       when f-input-line = spaces
                       when f-input-line(1:29)
                           = "COBOL-ROGUELIKE PROFILE AUDIT"
                           continue
                       when other
                           if ws-profile-listed < ws-max-listed then
                               add 1 to ws-profile-listed
                               move f-input-line(1:80)
                                   to ws-profile-line(
                                       ws-profile-listed)
                           end-if
                   end-evaluate

               end-perform
               close fd-input-file
           end-if

           move ws-profile-date to ws-report-date
           move "PROFAUD.RPT" to ws-probe-file
           perform check-report-age

           if ws-profile-total > 0 then
               move spaces to ws-flag-text
               move ws-profile-total to ws-count-disp
               string function trim(ws-count-disp)
                   " profile exception(s)"
                   delimited by size into ws-flag-text
               end-string
               perform raise-amber
           end-if

           exit paragraph.

      ******************************************************************
      * PACKCHK.RPT closes with "PER-MAP ISSUE COUNTS" and one
      * "  name(15) nnnn issue(s)" line per map.
      ******************************************************************
       read-pack-check.

           move ws-pack-report-file to ws-probe-file
           perform probe-file
           if ws-probe-status not = 0 then
               move "PACKCHK.RPT missing - pack validation did not run"
                   to ws-flag-text
               perform raise-amber
               exit paragraph
           end-if

           set ws-pack-found to true
           move ws-probe-yyyymmdd to ws-pack-date
           move ws-pack-report-file to ws-input-file-name
           set ws-not-in-summary to true
           set ws-not-eof to true

           open input fd-input-file
           if ws-input-status = ws-file-status-ok
           or ws-input-status = "05" then
               perform until ws-is-eof

                   move spaces to f-input-line
                   read fd-input-file
                       at end set ws-is-eof to true
                   end-read

                   if ws-not-eof then
                       if f-input-line(1:20) = "PER-MAP ISSUE COUNTS"
                       then
                           set ws-in-summary to true
                       else
                           if ws-in-summary
                           and f-input-line(1:2) = spaces
                           and f-input-line(19:4) is numeric
                           and f-input-line(23:9) = " issue(s)" then
                               perform tally-pack-map
                           end-if
                       end-if
                   end-if

               end-perform
               close fd-input-file
           end-if

           move ws-pack-date to ws-report-date
           move "PACKCHK.RPT" to ws-probe-file
           perform check-report-age

           if ws-pack-total > 0 then
               move spaces to ws-flag-text
               move ws-pack-total to ws-count-disp
               string function trim(ws-count-disp)
                   " pack validation issue(s)"
                   delimited by size into ws-flag-text
               end-string
               perform raise-amber
           end-if

           exit paragraph.

       tally-pack-map.

           add 1 to ws-pack-map-total
           move f-input-line(19:4) to ws-pack-map-issues

           if ws-pack-map-issues > 0 then
               add ws-pack-map-issues to ws-pack-total
               add 1 to ws-pack-maps-flagged
               if ws-pack-listed < ws-max-listed then
                   add 1 to ws-pack-listed
                   move f-input-line(3:29)
                       to ws-pack-line(ws-pack-listed)
               end-if
           end-if

           exit paragraph.

       read-merge-collisions.

           move ws-merge-report-file to ws-probe-file
           perform probe-file
           if ws-probe-status not = 0 then
               exit paragraph
           end-if

           set ws-merge-found to true
           move ws-probe-yyyymmdd to ws-merge-date
           move ws-merge-report-file to ws-input-file-name
           set ws-not-eof to true

           open input fd-input-file
           if ws-input-status = ws-file-status-ok
           or ws-input-status = "05" then
               perform until ws-is-eof

                   move spaces to f-input-line
                   read fd-input-file
                       at end set ws-is-eof to true
                   end-read

                   if ws-not-eof
                   and f-input-line(1:11) = "COLLISION (" then
                       add 1 to ws-merge-total
                   end-if

               end-perform
               close fd-input-file
           end-if

      *> the merge runs on demand, not nightly -- an old collision
      *> report is history, not a missing job.
           if ws-merge-total > 0
           and ws-merge-date >= ws-yesterday-num then
               move spaces to ws-flag-text
               move ws-merge-total to ws-count-disp
               string function trim(ws-count-disp)
                   " run-log merge collision(s)"
                   delimited by size into ws-flag-text
               end-string
               perform raise-amber
           end-if

           exit paragraph.

       probe-file.

           move 0 to ws-probe-yyyymmdd
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call

           if ws-probe-status = 0 then
               compute ws-probe-yyyymmdd =
                   ws-probe-year * 10000
                   + ws-probe-month * 100
                   + ws-probe-day
           end-if

           exit paragraph.

       check-report-age.

           if ws-report-date < ws-yesterday-num then
               move spaces to ws-flag-text
               string function trim(ws-probe-file)
                   " is stale (" ws-report-date ")"
                   delimited by size into ws-flag-text
               end-string
               perform raise-amber
           end-if

           exit paragraph.

       raise-red.

           add 1 to ws-red-count
           move 2 to ws-status-level
           if ws-red-reason = spaces then
               move ws-flag-text to ws-red-reason
           end-if

           exit paragraph.

       raise-amber.

           add 1 to ws-amber-count
           if ws-status-level < 1 then
               move 1 to ws-status-level
           end-if
           if ws-amber-reason = spaces then
               move ws-flag-text to ws-amber-reason
           end-if

           exit paragraph.

       write-morning-report.

           open output fd-report
           if ws-report-status not = ws-file-status-ok then
               display "Unable to write " ws-report-file-name
                   " - status " ws-report-status
               stop run
           end-if

           move "COBOL-ROGUELIKE MORNING OPERATIONS SUMMARY"
               to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "RUN DATE: " ws-today
                   "   PREVIOUS DAY: " ws-yesterday
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           perform write-status-line

           perform write-night-section
           perform write-errors-section
           perform write-profile-section
           perform write-pack-section
           perform write-merge-section

           close fd-report

           exit paragraph.

       write-status-line.

           perform build-status-line
           move ws-status-line to f-report-line
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           exit paragraph.

       build-status-line.

           move spaces to ws-status-line
           evaluate ws-status-level
               when 2
                   string "STATUS: RED    - "
                       function trim(ws-red-reason)
                       "  (" ws-red-count " red, " ws-amber-count
                       " amber)"
                       delimited by size into ws-status-line
                   end-string
               when 1
                   string "STATUS: AMBER  - "
                       function trim(ws-amber-reason)
                       "  (" ws-amber-count " amber)"
                       delimited by size into ws-status-line
                   end-string
               when other
                   move "STATUS: GREEN  - nothing needs attention"
                       to ws-status-line
           end-evaluate

           exit paragraph.

       write-night-section.

           move "NIGHT BATCH" to f-report-line
           write f-report-line
           move "-----------" to f-report-line
           write f-report-line

           move spaces to f-report-line
           string "  OUTCOME: " ws-night-outcome
               "  STEPS DONE: " ws-steps-done
               " OF " ws-step-count
               delimited by size into f-report-line
           end-string
           write f-report-line

           if ws-night-last-stamp not = spaces then
               move spaces to f-report-line
               string "  LAST STEP FINISHED: "
                   ws-night-last-stamp(1:8) " "
                   ws-night-last-stamp(9:6)
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           if ws-failed-step > 0
           and ws-failed-step <= ws-step-count then
               move spaces to f-report-line
               string "  FAILED STEP " ws-failed-step ": "
                   function trim(ws-step-command(ws-failed-step))
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           move spaces to f-report-line
           write f-report-line

           exit paragraph.

       write-errors-section.

           move "ERRORS.LOG INCIDENTS BY REASON" to f-report-line
           write f-report-line
           move "------------------------------" to f-report-line
           write f-report-line

           if ws-reason-count = 0 then
               move "  none logged today or the previous day"
                   to f-report-line
               write f-report-line
           else
               move "  REASON      TODAY   PREV   CHANGE"
                   to f-report-line
               write f-report-line
               perform varying ws-reason-idx from 1 by 1
               until ws-reason-idx > ws-reason-count
                   move ws-reason-today(ws-reason-idx)
                       to ws-count-disp
                   move ws-reason-prev(ws-reason-idx)
                       to ws-count-disp-2
                   compute ws-change =
                       ws-reason-today(ws-reason-idx)
                       - ws-reason-prev(ws-reason-idx)
                   move ws-change to ws-change-disp
                   move spaces to f-report-line
                   string "  " ws-reason-code(ws-reason-idx)
                       "   " ws-count-disp "  " ws-count-disp-2
                       "   " ws-change-disp
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-perform
           end-if

           move ws-errors-today to ws-count-disp
           move ws-errors-prev to ws-count-disp-2
           compute ws-change = ws-errors-today - ws-errors-prev
           move ws-change to ws-change-disp
           move spaces to f-report-line
           string "  TOTAL      " ws-count-disp "  " ws-count-disp-2
               "   " ws-change-disp
               delimited by size into f-report-line
           end-string
           write f-report-line

           if ws-errors-overflow > 0 then
               move spaces to f-report-line
               string "  (" ws-errors-overflow
                   " incident(s) under further reason codes"
                   " counted in the totals only)"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           move spaces to f-report-line
           write f-report-line

           exit paragraph.

       write-profile-section.

           move "PROFILE EXCEPTIONS (PROFAUD.RPT)" to f-report-line
           write f-report-line
           move "--------------------------------" to f-report-line
           write f-report-line

           if not ws-profile-found then
               move "  report not found" to f-report-line
               write f-report-line
           else
               move spaces to f-report-line
               string "  AUDIT DATE: " ws-profile-date
                   "  EXCEPTIONS: " ws-profile-total
                   delimited by size into f-report-line
               end-string
               write f-report-line
               perform varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-profile-listed
                   move spaces to f-report-line
                   string "    " ws-profile-line(ws-line-idx)
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-perform
               if ws-profile-total > ws-profile-listed then
                   move "    ... see PROFAUD.RPT for the rest"
                       to f-report-line
                   write f-report-line
               end-if
           end-if

           move spaces to f-report-line
           write f-report-line

           exit paragraph.

       write-pack-section.

           move "PACK VALIDATION (PACKCHK.RPT)" to f-report-line
           write f-report-line
           move "-----------------------------" to f-report-line
           write f-report-line

           if not ws-pack-found then
               move "  report not found" to f-report-line
               write f-report-line
           else
               move spaces to f-report-line
               string "  REPORT DATE: " ws-pack-date
                   "  MAPS: " ws-pack-map-total
                   "  WITH ISSUES: " ws-pack-maps-flagged
                   "  ISSUES: " ws-pack-total
                   delimited by size into f-report-line
               end-string
               write f-report-line
               perform varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-pack-listed
                   move spaces to f-report-line
                   string "    " ws-pack-line(ws-line-idx)
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-perform
               if ws-pack-maps-flagged > ws-pack-listed then
                   move "    ... see PACKCHK.RPT for the rest"
                       to f-report-line
                   write f-report-line
               end-if
           end-if

           move spaces to f-report-line
           write f-report-line

           exit paragraph.

       write-merge-section.

           move "RUN-LOG MERGE (MERGECOL.RPT)" to f-report-line
           write f-report-line
           move "----------------------------" to f-report-line
           write f-report-line

           if not ws-merge-found then
               move "  no merge on record" to f-report-line
           else
               move spaces to f-report-line
               string "  REPORT DATE: " ws-merge-date
                   "  COLLISIONS: " ws-merge-total
                   delimited by size into f-report-line
               end-string
           end-if
           write f-report-line

           exit paragraph.

       end program crl-morning-report.
