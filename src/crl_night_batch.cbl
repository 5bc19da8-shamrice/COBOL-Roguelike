      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Restartable driver for the overnight routine. Reads
      *>          NIGHTRUN.CTL (one command per line, in order),
      *>          records each completed step in NIGHTRUN.CHK, and on
      *>          unrecorded; when every step completes, NIGHT.RPT
      *>          consolidates the outcomes and the checkpoint is
      *>          cleared for the next night.
      *>          The run raises the pack-wide maintenance flag
      *>          (MAINT.FLG, see crl-maint-flag) before its first
      *>          step and clears it only once every step is done,
      *>          so the game, editor and item creator stay shut
      *>          while files are rewritten -- a stopped run leaves
      *>          the flag up until the rerun finishes. NIGHTRUN.CTL
      *>          may carry "@MESSAGE=text" (what players are told)
      *>          and "@UNTIL=HHMM" (the expected end, the next time
      *>          that clock time comes round).
      *>          Arguments:
      *>              --clear-maint     take the maintenance flag
      *>                                down by hand and stop
      *> Tectonics:
      *>     ./build_night_batch.sh
      *>         src/shared/crl_maint_flag.cbl
      *>         src/shared/crl_operator_signon.cbl
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-night-batch.
           01  ws-rm-chk-command           pic x(40)
               value "rm -f NIGHTRUN.CHK".

           01  ws-command-args             pic x(80).

      *> the maintenance window, as NIGHTRUN.CTL describes it.
           01  ws-maint-program            pic x(20)
                                           value "crl-night-batch".
           01  ws-maint-request            pic x.
           01  ws-maint-message            pic x(60)
               value "Nightly maintenance is running.".
           01  ws-maint-until              pic x(12) value spaces.
           01  ws-maint-until-hhmm         pic x(4) value spaces.
           01  ws-maint-status             pic 9.
           01  ws-maint-day                pic 9(8).

       procedure division.

       main-procedure.
           display "COBOL-Roguelike nightly batch driver"
           display "------------------------------------"

           accept ws-command-args from command-line
           if function upper-case(function trim(ws-command-args))
               = "--CLEAR-MAINT" then
               perform clear-maintenance-flag
               stop run
           end-if

           perform load-control-file

           if ws-step-count = 0 then
               stop run
           end-if

           perform raise-maintenance-flag

           perform load-checkpoint

           if ws-resume-from > 1 then
               perform write-night-report
               call "SYSTEM" using ws-rm-chk-command
               end-call
               perform clear-maintenance-flag
               display "Night run complete - " ws-step-count
                   " step(s). Report: " ws-report-file-name
           else
               display "Night run STOPPED at step " ws-step-idx
                   ". Fix and rerun - completed steps will be"
                   " skipped."
               display "The maintenance flag stays up until the"
                   " rerun completes (--clear-maint to open early)."
           end-if

           stop run.
                       at end set ws-is-eof to true
                   end-read

                   if ws-not-eof
                   and f-control-line(1:1) = "@" then
                       perform read-control-directive
                   end-if

                   if ws-not-eof
                   and f-control-line not = spaces
                   and f-control-line(1:1) not = "#"
                   and f-control-line(1:1) not = "@" then
                       add 1 to ws-step-count
                       move f-control-line
                           to ws-step-command(ws-step-count)

           exit paragraph.

      *> "@MESSAGE=" and "@UNTIL=" describe the window, not steps.
       read-control-directive.

           evaluate true
               when function upper-case(f-control-line(1:9))
                   = "@MESSAGE="
                   if f-control-line(10:) not = spaces then
                       move f-control-line(10:) to ws-maint-message
                   end-if
               when function upper-case(f-control-line(1:7))
                   = "@UNTIL="
                   move f-control-line(8:4) to ws-maint-until-hhmm
           end-evaluate

           exit paragraph.

      ******************************************************************
      * Up goes the flag before the first step touches a file. The
      * expected end is today at @UNTIL, or tomorrow when that time
      * has already gone by. No flag, no run.
      ******************************************************************
       raise-maintenance-flag.

           move function current-date to ws-date-data
           move spaces to ws-maint-until

           if ws-maint-until-hhmm is numeric then
               move ws-date-data(1:8) to ws-maint-day
               if ws-maint-until-hhmm <= ws-date-data(9:4) then
                   compute ws-maint-day = function date-of-integer(
                       function integer-of-date(ws-maint-day) + 1)
               end-if
               string ws-maint-day ws-maint-until-hhmm
                   delimited by size into ws-maint-until
               end-string
           end-if

           move "R" to ws-maint-request
           call "crl-maint-flag" using
               ws-maint-program ws-maint-request ws-maint-message
               ws-maint-until ws-maint-status
           end-call

           if ws-maint-status not = 0 then
               display "Cannot raise the maintenance flag"
                   " (MAINT.FLG) - night run not started."
               move 8 to return-code
               stop run
           end-if

           display "Maintenance flag raised: "
               function trim(ws-maint-message)

           exit paragraph.

       clear-maintenance-flag.

           move "C" to ws-maint-request
           call "crl-maint-flag" using
               ws-maint-program ws-maint-request ws-maint-message
               ws-maint-until ws-maint-status
           end-call

           if ws-maint-status not = 0 then
               display "Cannot remove MAINT.FLG - the pack stays"
                   " closed until it is removed."
               move 8 to return-code
           else
               display "Maintenance flag cleared."
           end-if

           exit paragraph.

       run-one-step.

           display "STEP " ws-step-idx ": "
