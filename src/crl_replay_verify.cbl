      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Verifies a leaderboard submission against its
      *>          recorded session: the replay is re-executed (the
      *>          game's --verifyout playback, full speed, same seed
      *>          behind it never earns one. Elapsed time and gold
      *>          are not in the comparison: playback runs at its
      *>          own clock and the run record carries no gold.
      *>          A stamped run leaves VERIFYQ.TBL, the queue
      *>          crl-suspect-report fills with runs to be replayed.
      *>          Arguments:
      *>              --replay=FILE     the submitted SESSION.REP
      *> Tectonics:
               organization is line sequential
               file status is ws-run-stats-status.

           select optional fd-verify-queue
               assign to ws-verify-queue-file
               organization is line sequential
               file status is ws-verify-queue-status.

       data division.

       file section.
           fd  fd-run-stats-log.
           01  f-run-stats-line             pic x(100).

           fd  fd-verify-queue.
           01  f-verify-queue-line          pic x(120).

       working-storage section.

           78  ws-file-status-ok           value "00".
           01  ws-verify-out-status        pic xx.
           78  ws-run-stats-file-name      value "RUNSTATS.LOG".
           01  ws-run-stats-status         pic xx.
           78  ws-verify-queue-file        value "VERIFYQ.TBL".
           01  ws-verify-queue-status      pic xx.
           78  ws-max-queue-lines          value 1000.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-rec-kills                pic 9(4).
           01  ws-rec-bosses               pic 99.

      *> VERIFYQ.TBL -- QUEUED|RUN-DATE|MAP|PLAYER|LV|EXP|KILLS|WHY
           01  ws-queue-count              pic 9(4) value 0.
           01  ws-queue-lines.
               05  ws-queue-line occurs ws-max-queue-lines times
                              pic x(120).
           01  ws-queue-idx                pic 9(4).
           01  ws-queue-cleared            pic 9(4) value 0.
           01  ws-queue-parse.
               05  ws-qp-queued            pic x(8).
               05  ws-qp-run-date          pic x(10).
               05  ws-qp-map               pic x(15).
               05  ws-qp-player            pic x(16).
               05  ws-qp-level             pic x(3).
               05  ws-qp-exp               pic x(7).
               05  ws-qp-kills             pic x(4).

       procedure division.

       main-procedure.
           if ws-match-idx > 0 then
               display "VERIFIED: record " ws-match-idx
                   " now carries the stamp."
               perform clear-verify-queue
           else
               display "NO MATCHING RECORD -- the claimed run does"
                   " not agree with its own replay."

           exit paragraph.

      ******************************************************************
      * The proved run comes off the replay verification queue; the
      * rest of the queue is written back as it was.
      ******************************************************************
       clear-verify-queue.

           move 0 to ws-queue-count
           move 0 to ws-queue-cleared
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
                   move spaces to ws-queue-parse
                   unstring f-verify-queue-line delimited by "|"
                       into ws-qp-queued ws-qp-run-date ws-qp-map
                           ws-qp-player ws-qp-level ws-qp-exp
                           ws-qp-kills
                   end-unstring
                   if ws-qp-player = ws-verdict-player
                   and ws-qp-level = ws-verdict-level
                   and ws-qp-exp = ws-verdict-exp
                   and ws-qp-kills = ws-verdict-kills then
                       add 1 to ws-queue-cleared
                   else
                       add 1 to ws-queue-count
                       move f-verify-queue-line
                           to ws-queue-line(ws-queue-count)
                   end-if
               end-if

           end-perform

           close fd-verify-queue

      *> a queue longer than the table is left for the next run
      *> rather than written back short.
           if ws-queue-cleared = 0 or ws-not-eof then
               exit paragraph
           end-if

           open output fd-verify-queue
           if ws-verify-queue-status = ws-file-status-ok then
               perform varying ws-queue-idx from 1 by 1
               until ws-queue-idx > ws-queue-count
                   move ws-queue-line(ws-queue-idx)
                       to f-verify-queue-line
                   write f-verify-queue-line
               end-perform
               close fd-verify-queue
               display "Cleared from the verification queue."
           end-if

           exit paragraph.

       clean-numeric-scratch.

           inspect ws-numeric-scratch
