      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Retention and archiving for the fleet's append-only
      *>          logs -- ERRORS.LOG, MAPAUDIT.LOG, ITEMAUD.LOG,
      *>          SUPPORT.LOG and RUNSTATS.LOG. Entries dated before
      *>          the retention window move, in order, into a dated
      *>          archive beside the log (YYYYMMDD-ERRORS.ARC, named
      *>          for the day the job ran, the way the action-history
      *>          logs are dated); everything newer stays in place.
      *>          The last ITEMAUD.LOG entries the item creator's
      *>          rollback-catalog loads are never archived, so its
      *>          oldest restore point stays reachable. A log is only
      *>          rewritten when something left it; the summary of
      *>          what moved goes to RETAIN.RPT. Safe to run as a
      *>          NIGHTRUN.CTL step -- a log it cannot rewrite ends
      *>          the run with return code 8.
      *>          Arguments:
      *>              --days=N   retention window in days
      *>                         (default 90)
      *> Tectonics:
      *>     ./build_log_retention.sh
      *>*****************************************************************
       identification division.
       program-id. crl-log-retention.

       environment division.

       input-output section.

       file-control.
           select optional fd-log-file
               assign to dynamic ws-log-file
               organization is line sequential
               file status is ws-log-status.

           select fd-keep-file
               assign to dynamic ws-keep-file
               organization is line sequential
               file status is ws-keep-status.

           select optional fd-archive-file
               assign to dynamic ws-archive-file
               organization is line sequential
               file status is ws-archive-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-log-file.
           01  f-log-line                   pic x(200).

           fd  fd-keep-file.
           01  f-keep-line                  pic x(200).

           fd  fd-archive-file.
           01  f-archive-line               pic x(200).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-default-retain-days      value 90.
      *> rollback-catalog holds this many of the newest ITEMAUD.LOG
      *> lines -- keep in step with crl_item_creator.cbl's
      *> ws-max-audit-entries.
           78  ws-max-audit-entries        value 400.
           78  ws-max-logs                 value 5.

      *> the logs in the order they are processed, and the archive
      *> stem each one files under.
           01  ws-log-names.
               05  filler                  pic x(15)
                                           value "ERRORS.LOG".
               05  filler                  pic x(15)
                                           value "MAPAUDIT.LOG".
               05  filler                  pic x(15)
                                           value "ITEMAUD.LOG".
               05  filler                  pic x(15)
                                           value "SUPPORT.LOG".
               05  filler                  pic x(15)
                                           value "RUNSTATS.LOG".
           01  ws-log-name-table redefines ws-log-names.
               05  ws-log-name occurs 5 times pic x(15).
           01  ws-log-idx                  pic 9.

           01  ws-log-file                 pic x(15).
           01  ws-log-status               pic xx.
           01  ws-keep-file                pic x(15)
                                           value "RETAIN.TMP".
           01  ws-keep-status              pic xx.
           01  ws-archive-file             pic x(25).
           01  ws-archive-status           pic xx.
           01  ws-report-file              pic x(15)
                                           value "RETAIN.RPT".
           01  ws-report-status            pic xx.
           01  ws-mv-command               pic x(60).
           01  ws-rm-command               pic x(40)
                               value "rm -f RETAIN.TMP".

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

           01  ws-retain-days              pic 9(4)
                                   value ws-default-retain-days.
           01  ws-date-data                pic x(21).
           01  ws-today                    pic 9(8).
           01  ws-cutoff-date              pic 9(8).
           01  ws-day-number               pic 9(8).

      *> one log's pass.
           01  ws-line-count               pic 9(7).
           01  ws-line-num                 pic 9(7).
           01  ws-protect-from             pic 9(7).
           01  ws-kept-count               pic 9(7).
           01  ws-archived-count           pic 9(7).
           01  ws-protected-count          pic 9(7).
           01  ws-oldest-kept              pic x(8).
           01  ws-newest-archived          pic x(8).
           01  ws-entry-date               pic x(8).
           01  ws-archive-open-sw          pic a.
               88  ws-archive-is-open      value 'Y'.
               88  ws-archive-not-open     value 'N'.
               88  ws-archive-open-failed  value 'F'.
           01  ws-archive-sw               pic a.
               88  ws-to-archive           value 'Y'.
               88  ws-to-keep              value 'N'.

           01  ws-total-archived           pic 9(7) value 0.
           01  ws-total-kept               pic 9(7) value 0.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                           value "crl-log-retention".
           01  ws-errlog-reason            pic x(8).
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike log retention"
           display "-----------------------------"

           perform parse-arguments

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today
           compute ws-day-number =
               function integer-of-date(ws-today) - ws-retain-days
           move function date-of-integer(ws-day-number)
               to ws-cutoff-date

           display "Keeping " ws-retain-days " day(s): entries before "
               ws-cutoff-date " are archived."

           open output fd-report
           move "LOG RETENTION SUMMARY" to f-report-line
           write f-report-line
           move "=====================" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "RUN " ws-today "  RETAIN " ws-retain-days
               " DAYS  CUTOFF " ws-cutoff-date
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           perform varying ws-log-idx from 1 by 1
           until ws-log-idx > ws-max-logs
               move ws-log-name(ws-log-idx) to ws-log-file
               perform retain-one-log
           end-perform

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "TOTAL ARCHIVED " ws-total-archived
               "  KEPT " ws-total-kept
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-run-failed then
               move "RUN INCOMPLETE -- SEE ERRORS.LOG" to f-report-line
               write f-report-line
           end-if
           close fd-report

           display "Archived " ws-total-archived " entr(ies), kept "
               ws-total-kept ". Summary: "
               function trim(ws-report-file)
           end-display

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

                   when "--DAYS"
                       if function trim(ws-arg-value) is numeric then
                           move function numval(ws-arg-value)
                               to ws-retain-days
                       else
                           display "Ignoring --days="
                               function trim(ws-arg-value)
                               " -- keeping the default."
                           end-display
                       end-if

               end-evaluate

           end-perform

           exit paragraph.

      ******************************************************************
      * One log: older entries to the dated archive, the rest to a
      * scratch file that then replaces the log. A line with no date
      * of its own goes wherever the entry before it went.
      ******************************************************************
       retain-one-log.

           move 0 to ws-line-count
           move 0 to ws-kept-count
           move 0 to ws-archived-count
           move 0 to ws-protected-count
           move spaces to ws-oldest-kept
           move spaces to ws-newest-archived

      *> a first pass counts the lines, so the audit trail's
      *> rollback window can be fenced off.
           set ws-not-eof to true
           open input fd-log-file
           if ws-log-status not = ws-file-status-ok then
      *> an optional file opens "05" when absent -- and is open.
               if ws-log-status = "05" then
                   close fd-log-file
               end-if
               move spaces to f-report-line
               string ws-log-file " not present -- nothing to do"
                   delimited by size into f-report-line
               end-string
               write f-report-line
               exit paragraph
           end-if
           perform until ws-is-eof
               read fd-log-file
                   at end set ws-is-eof to true
                   not at end add 1 to ws-line-count
               end-read
           end-perform
           close fd-log-file

           compute ws-protect-from = ws-line-count + 1
           if ws-log-file = "ITEMAUD.LOG" then
               if ws-line-count > ws-max-audit-entries then
                   compute ws-protect-from =
                       ws-line-count - ws-max-audit-entries + 1
               else
                   move 1 to ws-protect-from
               end-if
           end-if

           move spaces to ws-archive-file
           string ws-today "-" delimited by size
               ws-log-file delimited by "."
               ".ARC" delimited by size
               into ws-archive-file
           end-string

           open output fd-keep-file
           if ws-keep-status not = ws-file-status-ok then
               move "scratch file open failed" to ws-errlog-detail
               perform note-log-failure
               exit paragraph
           end-if
           set ws-archive-not-open to true
           set ws-to-keep to true
           move 0 to ws-line-num
           set ws-not-eof to true
           open input fd-log-file
           perform until ws-is-eof
               read fd-log-file
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   add 1 to ws-line-num
                   perform decide-one-line
               end-if
           end-perform
           close fd-log-file
           close fd-keep-file
           if ws-archive-is-open then
               close fd-archive-file
           end-if

      *> nothing moved -- leave the log exactly as it was. Nor is
      *> it rewritten when the archive could not take its share.
           if ws-archived-count > 0 and ws-archive-is-open then
               move spaces to ws-mv-command
               string "mv -f RETAIN.TMP " ws-log-file
                   delimited by size into ws-mv-command
               end-string
               call "SYSTEM" using ws-mv-command
               end-call
               if return-code not = 0 then
                   move 0 to return-code
                   move "log rewrite failed" to ws-errlog-detail
                   perform note-log-failure
               end-if
           else
               call "SYSTEM" using ws-rm-command
               end-call
               move 0 to return-code
               if ws-archived-count > 0 then
                   move 0 to ws-archived-count
                   move ws-line-count to ws-kept-count
               end-if
           end-if

           add ws-archived-count to ws-total-archived
           add ws-kept-count to ws-total-kept

           perform write-log-summary

           exit paragraph.

       decide-one-line.

      *> RUNSTATS.LOG dates its records YYYY-MM-DD; the other logs
      *> open with YYYYMMDD then the time.
           move spaces to ws-entry-date
           if f-log-line(5:1) = "-" and f-log-line(8:1) = "-" then
               string f-log-line(1:4) f-log-line(6:2)
                   f-log-line(9:2)
                   delimited by size into ws-entry-date
               end-string
           else
               move f-log-line(1:8) to ws-entry-date
           end-if

           if ws-entry-date is numeric then
               if ws-entry-date < ws-cutoff-date then
                   set ws-to-archive to true
               else
                   set ws-to-keep to true
               end-if
           end-if

           if ws-line-num >= ws-protect-from and ws-to-archive then
               set ws-to-keep to true
               add 1 to ws-protected-count
           end-if

      *> the dated archive is only opened once something is
      *> headed for it, so a quiet night leaves no empty files.
           if ws-to-archive and ws-archive-not-open then
               open extend fd-archive-file
               if ws-archive-status = ws-file-status-ok
               or ws-archive-status = "05" then
                   set ws-archive-is-open to true
               else
                   set ws-archive-open-failed to true
                   move "archive open failed" to ws-errlog-detail
                   perform note-log-failure
               end-if
           end-if
           if not ws-archive-is-open then
               set ws-to-keep to true
           end-if

           if ws-to-archive then
               write f-archive-line from f-log-line
               add 1 to ws-archived-count
               if ws-entry-date is numeric then
                   move ws-entry-date to ws-newest-archived
               end-if
           else
               write f-keep-line from f-log-line
               add 1 to ws-kept-count
               if ws-oldest-kept = spaces
               and ws-entry-date is numeric then
                   move ws-entry-date to ws-oldest-kept
               end-if
           end-if

           exit paragraph.

       write-log-summary.

           move spaces to f-report-line
           string ws-log-file
               " ARCHIVED " ws-archived-count
               "  KEPT " ws-kept-count
               delimited by size into f-report-line
           end-string
           if ws-archived-count > 0 then
               string function trim(f-report-line trailing)
                   "  TO " function trim(ws-archive-file)
                   "  NEWEST ARCHIVED " ws-newest-archived
                   delimited by size into f-report-line
               end-string
           end-if
           write f-report-line

           if ws-protected-count > 0 then
               move spaces to f-report-line
               string "    " ws-protected-count
                   " expired entr(ies) held back for the catalog"
                   " rollback window"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           if ws-oldest-kept not = spaces then
               move spaces to f-report-line
               string "    OLDEST ENTRY KEPT " ws-oldest-kept
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           exit paragraph.

       note-log-failure.

           set ws-run-failed to true
           move "BATCH" to ws-errlog-reason
           move ws-log-file to ws-errlog-file
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           move spaces to f-report-line
           string ws-log-file " NOT PROCESSED -- "
               function trim(ws-errlog-detail)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       end program crl-log-retention.
