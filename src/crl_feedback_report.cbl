      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Player feedback for map authors. Reads FEEDBACK.LOG
      *>          -- the 1-5 ratings and comment lines players leave
      *>          when they reach a map's goal or fall there for good
      *>          -- and writes FEEDBACK.RPT: per map, how many
      *>          ratings, the average and the spread over 1-5, with
      *>          every comment listed under its map (date, slot,
      *>          class, level, and whether the player won through or
      *>          fell); then per author, from each map's .MET, the
      *>          maps rated, ratings and the average across them.
      *>          A map with no .MET (or no author in it) is filed
      *>          under "(unknown)".
      *> Tectonics:
      *>     ./build_feedback_report.sh
      *>*****************************************************************
       identification division.
       program-id. crl-feedback-report.

       environment division.

       input-output section.

       file-control.
           select optional fd-feedback-log
               assign to dynamic ws-feedback-file-name
               organization is line sequential
               file status is ws-feedback-file-status.

           select optional fd-map-meta
               assign to dynamic ws-meta-file-name
               organization is record sequential
               file status is ws-meta-file-status.

           select fd-report
               assign to dynamic ws-report-file-name
               organization is line sequential
               file status is ws-report-file-status.

       data division.

       file section.

           fd  fd-feedback-log.
      *> as the game writes it -- see ask-map-rating.
           01  f-feedback-record.
               05  f-feedback-date             pic x(10).
               05  filler                      pic x.
               05  f-feedback-map-name         pic x(15).
               05  filler                      pic x.
               05  f-feedback-slot             pic x.
               05  filler                      pic x.
               05  f-feedback-class            pic x.
               05  filler                      pic x.
               05  f-feedback-level            pic x(3).
               05  filler                      pic x.
               05  f-feedback-run-stamp        pic x(8).
               05  filler                      pic x.
               05  f-feedback-kind             pic x.
               05  filler                      pic x.
               05  f-feedback-rating           pic x.
               05  filler                      pic x.
               05  f-feedback-comment          pic x(60).

           fd  fd-map-meta.
           01  f-map-meta-record.
               05  f-map-meta-title         pic x(40).
               05  f-map-meta-author        pic x(20).
               05  f-map-meta-rec-level     pic 999.
               05  f-map-meta-desc          pic x(75).
               05  f-map-meta-dark-sw       pic a.
               05  f-map-meta-weather       pic x.
               05  f-map-meta-cat-version   pic x(5).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-maps                 value 200.
           78  ws-max-authors              value 100.
           78  ws-max-comments             value 1000.

           01  ws-feedback-file-name       pic x(12)
                                           value "FEEDBACK.LOG".
           01  ws-report-file-name         pic x(12)
                                           value "FEEDBACK.RPT".
           01  ws-meta-file-name           pic x(20).

           01  ws-feedback-file-status     pic xx.
           01  ws-meta-file-status         pic xx.
           01  ws-report-file-status       pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-date-data                pic x(21).
           01  ws-today                    pic 9(8).

           01  ws-rating                   pic 9.
           01  ws-rating-count             pic 9(5) value 0.
           01  ws-lines-skipped            pic 9(5) value 0.
           01  ws-comments-dropped         pic 9(5) value 0.
           01  ws-maps-dropped             pic 9(5) value 0.

      *> one row per map rated, in order of first rating.
           01  ws-map-count                pic 999 value 0.
           01  ws-maps.
               05  ws-map occurs ws-max-maps times.
                   10  ws-map-name         pic x(15).
                   10  ws-map-author       pic x(20).
                   10  ws-map-ratings      pic 9(5).
                   10  ws-map-sum          pic 9(6).
                   10  ws-map-spread       pic 9(5) occurs 5 times.
           01  ws-map-idx                  pic 999.

      *> every comment, with its map's row and who left it.
           01  ws-comment-count            pic 9(4) value 0.
           01  ws-comments.
               05  ws-comment occurs ws-max-comments times.
                   10  ws-cmt-map-idx      pic 999.
                   10  ws-cmt-date         pic x(10).
                   10  ws-cmt-slot         pic x.
                   10  ws-cmt-class        pic x.
                   10  ws-cmt-level        pic x(3).
                   10  ws-cmt-kind         pic x.
                   10  ws-cmt-rating       pic 9.
                   10  ws-cmt-text         pic x(60).
           01  ws-comment-idx              pic 9(4).

           01  ws-author-count             pic 999 value 0.
           01  ws-authors.
               05  ws-author occurs ws-max-authors times.
                   10  ws-auth-name        pic x(20).
                   10  ws-auth-maps        pic 999.
                   10  ws-auth-ratings     pic 9(5).
                   10  ws-auth-sum         pic 9(6).
           01  ws-author-idx               pic 999.
           01  ws-find-idx                 pic 999.

           01  ws-count-disp               pic zzzz9.
           01  ws-maps-disp                pic zz9.
           01  ws-spread-disp              pic zzz9 occurs 5 times.
           01  ws-spread-idx               pic 9.
           01  ws-avg-disp                 pic 9.9.
           01  ws-kind-text                pic x(12).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike map feedback report"
           display "-----------------------------------"

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today

           perform load-feedback-log

           if ws-rating-count = 0 then
               display "No ratings in FEEDBACK.LOG yet."
               stop run
           end-if

           perform load-map-authors
           perform tally-authors
           perform write-feedback-report

           display "Done. " ws-rating-count " rating(s) over "
               ws-map-count " map(s). Report: "
               function trim(ws-report-file-name)

           stop run.

      ******************************************************************
      * Every rating line into its map's row; a line whose rating is
      * not 1-5 is counted and stepped over.
      ******************************************************************
       load-feedback-log.

           set ws-not-eof to true
           open input fd-feedback-log
           if ws-feedback-file-status not = ws-file-status-ok then
               close fd-feedback-log
               exit paragraph
           end-if

           perform until ws-is-eof
               read fd-feedback-log
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   perform note-one-rating
               end-if
           end-perform

           close fd-feedback-log

           exit paragraph.

       note-one-rating.

           if f-feedback-rating < "1" or f-feedback-rating > "5"
           or f-feedback-map-name = spaces then
               add 1 to ws-lines-skipped
               exit paragraph
           end-if
           move f-feedback-rating to ws-rating

           move 0 to ws-map-idx
           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-map-count
               if ws-map-name(ws-find-idx) = f-feedback-map-name then
                   move ws-find-idx to ws-map-idx
               end-if
           end-perform

           if ws-map-idx = 0 then
               if ws-map-count >= ws-max-maps then
                   add 1 to ws-maps-dropped
                   exit paragraph
               end-if
               add 1 to ws-map-count
               move ws-map-count to ws-map-idx
               initialize ws-map(ws-map-idx)
               move f-feedback-map-name to ws-map-name(ws-map-idx)
           end-if

           add 1 to ws-rating-count
           add 1 to ws-map-ratings(ws-map-idx)
           add ws-rating to ws-map-sum(ws-map-idx)
           add 1 to ws-map-spread(ws-map-idx, ws-rating)

           if f-feedback-comment = spaces then
               exit paragraph
           end-if

           if ws-comment-count >= ws-max-comments then
               add 1 to ws-comments-dropped
               exit paragraph
           end-if

           add 1 to ws-comment-count
           move ws-map-idx to ws-cmt-map-idx(ws-comment-count)
           move f-feedback-date to ws-cmt-date(ws-comment-count)
           move f-feedback-slot to ws-cmt-slot(ws-comment-count)
           move f-feedback-class to ws-cmt-class(ws-comment-count)
           move f-feedback-level to ws-cmt-level(ws-comment-count)
           move f-feedback-kind to ws-cmt-kind(ws-comment-count)
           move ws-rating to ws-cmt-rating(ws-comment-count)
           move f-feedback-comment to ws-cmt-text(ws-comment-count)

           exit paragraph.

      ******************************************************************
      * Each rated map's author, from the first record of its .MET.
      ******************************************************************
       load-map-authors.

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count

               move "(unknown)" to ws-map-author(ws-map-idx)
               move spaces to ws-meta-file-name
               string function trim(ws-map-name(ws-map-idx)) ".MET"
                   delimited by size into ws-meta-file-name
               end-string

               open input fd-map-meta
               if ws-meta-file-status = ws-file-status-ok then
                   read fd-map-meta
                       at end continue
                   end-read
                   if ws-meta-file-status = ws-file-status-ok
                   and f-map-meta-author not = spaces then
                       move f-map-meta-author
                           to ws-map-author(ws-map-idx)
                   end-if
               end-if
               close fd-map-meta

           end-perform

           exit paragraph.

       tally-authors.

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count

               perform find-author

               if ws-author-idx > 0 then
                   add 1 to ws-auth-maps(ws-author-idx)
                   add ws-map-ratings(ws-map-idx)
                       to ws-auth-ratings(ws-author-idx)
                   add ws-map-sum(ws-map-idx)
                       to ws-auth-sum(ws-author-idx)
               end-if

           end-perform

           exit paragraph.

       find-author.

           move 0 to ws-author-idx
           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-author-count
               if ws-auth-name(ws-find-idx)
                   = ws-map-author(ws-map-idx) then
                   move ws-find-idx to ws-author-idx
               end-if
           end-perform

           if ws-author-idx = 0
           and ws-author-count < ws-max-authors then
               add 1 to ws-author-count
               move ws-author-count to ws-author-idx
               move ws-map-author(ws-map-idx)
                   to ws-auth-name(ws-author-idx)
               move 0 to ws-auth-maps(ws-author-idx)
               move 0 to ws-auth-ratings(ws-author-idx)
               move 0 to ws-auth-sum(ws-author-idx)
           end-if

           exit paragraph.

       write-feedback-report.

           open output fd-report

           move "COBOL-ROGUELIKE MAP FEEDBACK" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "RUN DATE: " ws-today
               "   RATINGS: " ws-rating-count
               "   MAPS: " ws-map-count
               "   AUTHORS: " ws-author-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           move "BY MAP" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "MAP             AUTHOR               RATINGS  AVG"
               "    1    2    3    4    5"
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "--------------- -------------------- ------- ---"
               " ---- ---- ---- ---- ----"
               delimited by size into f-report-line
           end-string
           write f-report-line

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               perform write-map-line
           end-perform

           move spaces to f-report-line
           write f-report-line
           move "BY AUTHOR" to f-report-line
           write f-report-line
           move "AUTHOR               MAPS RATINGS  AVG"
               to f-report-line
           write f-report-line
           move "-------------------- ---- ------- ---"
               to f-report-line
           write f-report-line

           perform varying ws-author-idx from 1 by 1
           until ws-author-idx > ws-author-count
               move ws-auth-maps(ws-author-idx) to ws-maps-disp
               move ws-auth-ratings(ws-author-idx) to ws-count-disp
               compute ws-avg-disp rounded =
                   ws-auth-sum(ws-author-idx)
                   / ws-auth-ratings(ws-author-idx)
               move spaces to f-report-line
               string ws-auth-name(ws-author-idx)
                   "  " ws-maps-disp
                   "   " ws-count-disp
                   "  " ws-avg-disp
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-perform

           if ws-lines-skipped > 0
           or ws-maps-dropped > 0
           or ws-comments-dropped > 0 then
               move spaces to f-report-line
               write f-report-line
           end-if
           if ws-lines-skipped > 0 then
               move spaces to f-report-line
               string ws-lines-skipped
                   " line(s) without a 1-5 rating were skipped."
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if
           if ws-maps-dropped > 0 then
               move spaces to f-report-line
               string ws-maps-dropped
                   " rating(s) past the map table limit were not"
                   " counted."
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if
           if ws-comments-dropped > 0 then
               move spaces to f-report-line
               string ws-comments-dropped
                   " comment(s) past the table limit are not listed."
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           close fd-report

           exit paragraph.

      *> the map's summary line, then its comments, oldest first.
       write-map-line.

           move ws-map-ratings(ws-map-idx) to ws-count-disp
           compute ws-avg-disp rounded =
               ws-map-sum(ws-map-idx) / ws-map-ratings(ws-map-idx)
           perform varying ws-spread-idx from 1 by 1
           until ws-spread-idx > 5
               move ws-map-spread(ws-map-idx, ws-spread-idx)
                   to ws-spread-disp(ws-spread-idx)
           end-perform

           move spaces to f-report-line
           string ws-map-name(ws-map-idx) " "
               ws-map-author(ws-map-idx) "   " ws-count-disp
               "  " ws-avg-disp
               " " ws-spread-disp(1) " " ws-spread-disp(2)
               " " ws-spread-disp(3) " " ws-spread-disp(4)
               " " ws-spread-disp(5)
               delimited by size into f-report-line
           end-string
           write f-report-line

           perform varying ws-comment-idx from 1 by 1
           until ws-comment-idx > ws-comment-count
               if ws-cmt-map-idx(ws-comment-idx) = ws-map-idx then
                   if ws-cmt-kind(ws-comment-idx) = "L" then
                       move "fell" to ws-kind-text
                   else
                       move "won through" to ws-kind-text
                   end-if
                   move spaces to f-report-line
                   string "    [" ws-cmt-rating(ws-comment-idx) "] "
                       function trim(ws-cmt-text(ws-comment-idx))
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
                   move spaces to f-report-line
                   string "        " ws-cmt-date(ws-comment-idx)
                       ", slot " ws-cmt-slot(ws-comment-idx)
                       ", class " ws-cmt-class(ws-comment-idx)
                       ", level " ws-cmt-level(ws-comment-idx)
                       ", " function trim(ws-kind-text)
                       delimited by size into f-report-line
                   end-string
                   write f-report-line
               end-if
           end-perform

           exit paragraph.

       end program crl-feedback-report.
