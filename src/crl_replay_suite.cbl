      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Replay regression suite. Every NAME.REP in the
      *>          regression directory is played back through the
      *>          game's --verifyout playback (as crl-replay-verify
      *>          does) and the VERIFY.OUT it produces is compared
      *>          with NAME.OUT beside it -- the VERIFY.OUT that
      *>          replay is expected to give. REPLAYS.RPT lists every
      *>          replay as MATCH or DIVERGED, and for a divergence
      *>          the first replay pass on which the two playbacks
      *>          disagree, with both lines side by side. Any
      *>          divergence, missing expected result or playback
      *>          that produced nothing ends the run with return
      *>          code 8 and an ERRORS.LOG entry (REPLAY), so as a
      *>          NIGHTRUN.CTL step it fails the night.
      *>          After an intended rule change, --accept takes the
      *>          results this build produces as the new expected
      *>          ones (the old NAME.OUT is kept as NAME.OUT.BAK).
      *>          Run from the pack directory the replays were
      *>          recorded against.
      *>          Arguments:
      *>              --dir=NAME     regression directory (default
      *>                             REGRESS)
      *>              --only=NAME    just the one replay NAME.REP
      *>              --accept       store this build's results as
      *>                             the expected ones
      *> Tectonics:
      *>     ./build_replay_suite.sh
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-replay-suite.

       environment division.

       input-output section.

       file-control.
           select optional fd-replay-list
               assign to ws-replay-list-file
               organization is line sequential
               file status is ws-replay-list-status.

           select optional fd-actual-out
               assign to ws-verify-out-file
               organization is line sequential
               file status is ws-actual-status.

           select optional fd-expected-out
               assign to dynamic ws-expected-file
               organization is line sequential
               file status is ws-expected-status.

           select fd-report
               assign to ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-replay-list.
           01  f-replay-list-line           pic x(40).

           fd  fd-actual-out.
           01  f-actual-line                pic x(80).

           fd  fd-expected-out.
           01  f-expected-line              pic x(80).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-replays              value 200.

           78  ws-replay-list-file         value "REGSUITE.TMP".
           01  ws-replay-list-status       pic xx.
           78  ws-verify-out-file          value "VERIFY.OUT".
           01  ws-actual-status            pic xx.
           01  ws-expected-status          pic xx.
           78  ws-report-file              value "REPLAYS.RPT".
           01  ws-report-status            pic xx.

      *> the replay is played from a working copy: the game takes a
      *> plain file name, not a path.
           01  ws-work-replay-file         pic x(15)
                                           value "REGSUITE.REP".

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-regress-dir              pic x(20) value "REGRESS".
           01  ws-only-name                pic x(15) value spaces.
           01  ws-accept-sw                pic a value 'N'.
               88  ws-accept-results       value 'Y'.

           01  ws-ls-command               pic x(100).
           01  ws-rm-list-command          pic x(40)
               value "rm -f REGSUITE.TMP".
           01  ws-rm-out-command           pic x(40)
               value "rm -f VERIFY.OUT".
           01  ws-rm-work-command          pic x(40)
               value "rm -f REGSUITE.REP".

           01  ws-game-bin                 pic x(25).
           01  ws-bin-info                 pic x(20).
           01  ws-bin-status               pic s9(9) comp-5.
           01  ws-run-command              pic x(80).

           01  ws-replay-count             pic 999 value 0.
           01  ws-replays.
               05  ws-replay-name occurs ws-max-replays times
                                           pic x(15).
           01  ws-replay-idx               pic 999.
           01  ws-dot-pos                  pic 99.

           01  ws-source-replay-file       pic x(60).
           01  ws-expected-file            pic x(60).
           01  ws-expected-bak-file        pic x(60).
           01  ws-file-info                pic x(16).
           01  ws-check-status             pic s9(9) comp-5.
           01  ws-copy-status              pic s9(9) comp-5.

      *> one replay's outcome.
           01  ws-outcome                  pic x(12).
           01  ws-actual-eof-sw            pic a.
               88  ws-actual-eof           value 'Y'.
               88  ws-actual-not-eof       value 'N'.
           01  ws-expected-eof-sw          pic a.
               88  ws-expected-eof         value 'Y'.
               88  ws-expected-not-eof     value 'N'.
           01  ws-line-no                  pic 9(6).
           01  ws-stats-differ-sw          pic a.
               88  ws-stats-differ         value 'Y'.
               88  ws-stats-agree          value 'N'.
           01  ws-diverged-sw              pic a.
               88  ws-diverged             value 'Y'.
               88  ws-not-diverged         value 'N'.
           01  ws-diverge-pass             pic 9(6).
           01  ws-expected-pass            pic 9(6).
           01  ws-actual-pass              pic 9(6).
           01  ws-expected-at              pic x(80).
           01  ws-actual-at                pic x(80).
           01  ws-trace-parse.
               05  ws-tp-tag               pic x(2).
               05  ws-tp-pass              pic x(6).
           01  ws-pass-disp                pic zzzzz9.

           01  ws-matched-count            pic 999 value 0.
           01  ws-diverged-count           pic 999 value 0.
           01  ws-failed-count             pic 999 value 0.
           01  ws-accepted-count           pic 999 value 0.

           01  ws-errlog-program           pic x(20)
                                           value "crl-replay-suite".
           01  ws-errlog-reason            pic x(8) value "REPLAY".
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike replay regression suite"
           display "---------------------------------------"

           perform parse-arguments

           open output fd-report
           if ws-report-status not = ws-file-status-ok then
               display "Cannot write " ws-report-file
                   " -- status " ws-report-status
               move 8 to return-code
               stop run
           end-if

           move "COBOL-ROGUELIKE REPLAY REGRESSION SUITE"
               to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "REGRESSION DIRECTORY " function trim(ws-regress-dir)
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-accept-results then
               move "ACCEPT RUN -- results below are the new expected."
                   to f-report-line
               write f-report-line
           end-if
           move spaces to f-report-line
           write f-report-line

           perform build-replay-list

           if ws-replay-count = 0 then
               move "No replays found." to f-report-line
               write f-report-line
               close fd-report
               display "No .REP files in " function trim(ws-regress-dir)
               move 8 to return-code
               stop run
           end-if

           perform find-game-binary

           move "REPLAY          RESULT       PASS" to f-report-line
           write f-report-line
           move "--------------- ------------ ------" to f-report-line
           write f-report-line

           perform varying ws-replay-idx from 1 by 1
           until ws-replay-idx > ws-replay-count
               perform run-one-replay
           end-perform

           call "SYSTEM" using ws-rm-work-command
           end-call
           call "SYSTEM" using ws-rm-out-command
           end-call

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "Replays: " ws-replay-count
               "   match: " ws-matched-count
               "   diverged: " ws-diverged-count
               "   not compared: " ws-failed-count
               "   accepted: " ws-accepted-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           close fd-report

           display "Replays: " ws-replay-count
               "  match: " ws-matched-count
               "  diverged: " ws-diverged-count
               "  not compared: " ws-failed-count
               "  accepted: " ws-accepted-count
           display "See " ws-report-file

           if ws-diverged-count > 0 or ws-failed-count > 0 then
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

               evaluate function trim(function upper-case(ws-arg-key))
                   when "--DIR"
                       if ws-arg-value not = spaces then
                           move function trim(ws-arg-value)
                               to ws-regress-dir
                       end-if
                   when "--ONLY"
                       move function upper-case(
                           function trim(ws-arg-value))
                           to ws-only-name
                   when "--ACCEPT"
                       set ws-accept-results to true
               end-evaluate

           end-perform

           exit paragraph.

       build-replay-list.

           move spaces to ws-ls-command
           string "cd " function trim(ws-regress-dir)
               " 2>/dev/null && ls -1 *.REP > ../"
               ws-replay-list-file " 2>/dev/null"
               delimited by size into ws-ls-command
           end-string
           call "SYSTEM" using ws-ls-command
           end-call

           open input fd-replay-list
           if ws-replay-list-status = ws-file-status-ok then
               perform until ws-replay-count >= ws-max-replays
                   read fd-replay-list
                       at end exit perform
                   end-read
                   move 0 to ws-dot-pos
                   inspect f-replay-list-line
                       tallying ws-dot-pos
                       for characters before initial "."
                   if ws-dot-pos > 0 and ws-dot-pos <= 15 then
                       if ws-only-name = spaces
                       or ws-only-name
                           = f-replay-list-line(1:ws-dot-pos) then
                           add 1 to ws-replay-count
                           move f-replay-list-line(1:ws-dot-pos)
                               to ws-replay-name(ws-replay-count)
                       end-if
                   end-if
               end-perform
           end-if
           close fd-replay-list

           call "SYSTEM" using ws-rm-list-command
           end-call

           exit paragraph.

       find-game-binary.

           move "./cobol-roguelike-game" to ws-game-bin
           call "CBL_CHECK_FILE_EXIST" using
               ws-game-bin ws-bin-info
               returning ws-bin-status
           end-call
           if ws-bin-status not = 0 then
               move "cobol-roguelike-game" to ws-game-bin
           end-if

           move spaces to ws-run-command
           string function trim(ws-game-bin)
               " --replay=" function trim(ws-work-replay-file)
               " --verifyout"
               delimited by size into ws-run-command
           end-string

           exit paragraph.

      ******************************************************************
      * Plays one replay and settles it: accepted, matched, diverged
      * (with the pass), or failed for want of a result to compare.
      ******************************************************************
       run-one-replay.

           move spaces to ws-source-replay-file
           string function trim(ws-regress-dir) "/"
               function trim(ws-replay-name(ws-replay-idx)) ".REP"
               delimited by size into ws-source-replay-file
           end-string
           move spaces to ws-expected-file
           string function trim(ws-regress-dir) "/"
               function trim(ws-replay-name(ws-replay-idx)) ".OUT"
               delimited by size into ws-expected-file
           end-string

           move 0 to ws-diverge-pass
           move spaces to ws-expected-at
           move spaces to ws-actual-at

           call "SYSTEM" using ws-rm-out-command
           end-call

           call "CBL_COPY_FILE" using
               ws-source-replay-file ws-work-replay-file
               returning ws-copy-status
           end-call

           display "Playing " function trim(ws-source-replay-file)
               " ..."
           call "SYSTEM" using ws-run-command
           end-call

           call "CBL_CHECK_FILE_EXIST" using
               ws-verify-out-file ws-file-info
               returning ws-check-status
           end-call

           evaluate true
               when ws-copy-status not = 0
               or ws-check-status not = 0
                   move "NO RESULT" to ws-outcome
                   add 1 to ws-failed-count
                   move "playback produced no VERIFY.OUT"
                       to ws-errlog-detail
                   perform log-replay-failure
               when ws-accept-results
                   perform accept-replay-result
               when other
                   perform compare-replay-result
           end-evaluate

           move spaces to f-report-line
           if ws-diverge-pass > 0 then
               move ws-diverge-pass to ws-pass-disp
               string ws-replay-name(ws-replay-idx) " "
                   ws-outcome " " ws-pass-disp
                   delimited by size into f-report-line
               end-string
           else
               string ws-replay-name(ws-replay-idx) " "
                   ws-outcome
                   delimited by size into f-report-line
               end-string
           end-if
           write f-report-line

           if ws-outcome = "DIVERGED" then
               move spaces to f-report-line
               string "    EXPECTED " ws-expected-at
                   delimited by size into f-report-line
               end-string
               write f-report-line
               move spaces to f-report-line
               string "    ACTUAL   " ws-actual-at
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           exit paragraph.

      *> the result just produced becomes the expected one; the one
      *> it replaces is kept as its .BAK.
       accept-replay-result.

           call "CBL_CHECK_FILE_EXIST" using
               ws-expected-file ws-file-info
               returning ws-check-status
           end-call
           if ws-check-status = 0 then
               move spaces to ws-expected-bak-file
               string function trim(ws-expected-file) ".BAK"
                   delimited by size into ws-expected-bak-file
               end-string
               call "CBL_COPY_FILE" using
                   ws-expected-file ws-expected-bak-file
                   returning ws-copy-status
               end-call
           end-if

           call "CBL_COPY_FILE" using
               ws-verify-out-file ws-expected-file
               returning ws-copy-status
           end-call

           if ws-copy-status = 0 then
               move "ACCEPTED" to ws-outcome
               add 1 to ws-accepted-count
           else
               move "NOT STORED" to ws-outcome
               add 1 to ws-failed-count
               move "could not store the expected result"
                   to ws-errlog-detail
               perform log-replay-failure
           end-if

           exit paragraph.

      ******************************************************************
      * Both VERIFY.OUTs are walked line for line. Line 1 is the
      * final stats; after it each "T|pass|..." line is a pass whose
      * state changed. The first pair that disagrees names the pass
      * the playbacks part at -- the earlier of the two, since a
      * line one side has and the other lacks is a change on that
      * pass the other side never made.
      ******************************************************************
       compare-replay-result.

           call "CBL_CHECK_FILE_EXIST" using
               ws-expected-file ws-file-info
               returning ws-check-status
           end-call
           if ws-check-status not = 0 then
               move "NO EXPECTED" to ws-outcome
               add 1 to ws-failed-count
               move "no expected result -- run with --accept"
                   to ws-errlog-detail
               perform log-replay-failure
               exit paragraph
           end-if

           set ws-stats-agree to true
           set ws-not-diverged to true
           set ws-actual-not-eof to true
           set ws-expected-not-eof to true
           move 0 to ws-line-no

           open input fd-actual-out
           open input fd-expected-out

           perform until ws-diverged
               or (ws-actual-eof and ws-expected-eof)

               move spaces to f-actual-line
               move spaces to f-expected-line
               if ws-actual-not-eof then
                   read fd-actual-out
                       at end set ws-actual-eof to true
                   end-read
               end-if
               if ws-expected-not-eof then
                   read fd-expected-out
                       at end set ws-expected-eof to true
                   end-read
               end-if
               add 1 to ws-line-no

               if f-actual-line not = f-expected-line then
                   if ws-line-no = 1 then
                       set ws-stats-differ to true
                       move f-expected-line to ws-expected-at
                       move f-actual-line to ws-actual-at
                   else
                       set ws-diverged to true
                       perform settle-diverge-pass
                   end-if
               end-if

           end-perform

           close fd-actual-out
           close fd-expected-out

           evaluate true
               when ws-diverged
                   move "DIVERGED" to ws-outcome
               when ws-stats-differ
      *> same passes, different end -- the last pass it is.
                   move "DIVERGED" to ws-outcome
               when other
                   move "MATCH" to ws-outcome
                   add 1 to ws-matched-count
                   exit paragraph
           end-evaluate

           add 1 to ws-diverged-count
           move spaces to ws-errlog-detail
           if ws-diverged then
               move ws-diverge-pass to ws-pass-disp
               string "replay diverges at pass "
                   function trim(ws-pass-disp)
                   delimited by size into ws-errlog-detail
               end-string
           else
               move "every pass agrees, final stats differ"
                   to ws-errlog-detail
           end-if
           perform log-replay-failure

           exit paragraph.

       settle-diverge-pass.

           move f-expected-line to ws-expected-at
           move f-actual-line to ws-actual-at

           move 0 to ws-expected-pass
           move spaces to ws-trace-parse
           unstring f-expected-line delimited by "|"
               into ws-tp-tag ws-tp-pass
           end-unstring
           if ws-tp-tag = "T" and ws-tp-pass is numeric then
               move ws-tp-pass to ws-expected-pass
           end-if

           move 0 to ws-actual-pass
           move spaces to ws-trace-parse
           unstring f-actual-line delimited by "|"
               into ws-tp-tag ws-tp-pass
           end-unstring
           if ws-tp-tag = "T" and ws-tp-pass is numeric then
               move ws-tp-pass to ws-actual-pass
           end-if

           evaluate true
               when ws-expected-pass = 0
                   move ws-actual-pass to ws-diverge-pass
               when ws-actual-pass = 0
                   move ws-expected-pass to ws-diverge-pass
               when ws-expected-pass < ws-actual-pass
                   move ws-expected-pass to ws-diverge-pass
               when other
                   move ws-actual-pass to ws-diverge-pass
           end-evaluate

           exit paragraph.

       log-replay-failure.

           move ws-replay-name(ws-replay-idx) to ws-errlog-file
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           exit paragraph.

       end program crl-replay-suite.
