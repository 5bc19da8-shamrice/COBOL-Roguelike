      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Pack-wide open author notes. Reads every map's
      *>          notes sidecar (*.NTS -- the reminders authors pin
      *>          to tiles in crl-editor, one per line as
      *>          "Y|X|YYYYMMDD|AUTHOR|O/C|TEXT") and writes
      *>          NOTES.RPT: every note still open, by map, with
      *>          where it is pinned, who pinned it, when and how
      *>          many days ago; then the open count per author.
      *>          Closed notes are only counted. Run it from inside
      *>          the pack.
      *>          Arguments:
      *>              --author=NAME     only notes pinned by NAME
      *>              --older-than=N    only notes N or more days old
      *> Tectonics:
      *>     ./build_notes_report.sh
      *>*****************************************************************
       identification division.
       program-id. crl-notes-report.

       environment division.

       input-output section.

       file-control.
           select optional fd-file-list
               assign to ws-file-list-name
               organization is line sequential
               file status is ws-file-list-status.

           select optional fd-note-data
               assign to dynamic ws-note-file-name
               organization is line sequential
               file status is ws-note-file-status.

           select fd-report
               assign to dynamic ws-report-file-name
               organization is line sequential
               file status is ws-report-file-status.

       data division.

       file section.

           fd  fd-file-list.
           01  f-file-list-line             pic x(30).

           fd  fd-note-data.
           01  f-note-line                  pic x(100).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-authors              value 50.

           01  ws-file-list-name           pic x(12)
                                           value "NOTESRPT.TMP".
           01  ws-report-file-name         pic x(12)
                                           value "NOTES.RPT".
           01  ws-note-file-name           pic x(30).

           01  ws-file-list-status         pic xx.
           01  ws-note-file-status         pic xx.
           01  ws-report-file-status       pic xx.

           01  ws-ls-command               pic x(50)
                      value "ls -1 *.NTS > NOTESRPT.TMP 2>/dev/null".
           01  ws-rm-command               pic x(30)
                                    value "rm -f NOTESRPT.TMP".

           01  ws-list-eof-sw              pic a value 'N'.
               88  ws-list-is-eof          value 'Y'.
               88  ws-list-not-eof         value 'N'.
           01  ws-note-eof-sw              pic a value 'N'.
               88  ws-note-is-eof          value 'Y'.
               88  ws-note-not-eof         value 'N'.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-filter-author            pic x(12) value spaces.
           01  ws-filter-days              pic 9(5) value 0.

           01  ws-date-data                pic x(21).
           01  ws-today                    pic 9(8).
           01  ws-today-int                pic 9(8).

           01  ws-map-name                 pic x(15).
           01  ws-dot-pos                  pic 99.
           01  ws-map-open                 pic 9(4).

           01  ws-note-parse.
               05  ws-nts-p-y              pic x(2).
               05  ws-nts-p-x              pic x(2).
               05  ws-nts-p-date           pic x(8).
               05  ws-nts-p-author         pic x(12).
               05  ws-nts-p-state          pic x.
               05  ws-nts-p-text           pic x(50).

           01  ws-note-date-num            pic 9(8).
           01  ws-note-age                 pic 9(5).
           01  ws-age-disp                 pic zzzz9.

           01  ws-maps-read                pic 9(4) value 0.
           01  ws-maps-with-open           pic 9(4) value 0.
           01  ws-open-count               pic 9(5) value 0.
           01  ws-closed-count             pic 9(5) value 0.
           01  ws-count-disp               pic zzzz9.

           01  ws-author-count             pic 99 value 0.
           01  ws-authors.
               05  ws-author occurs ws-max-authors times.
                   10  ws-auth-name        pic x(12).
                   10  ws-auth-open        pic 9(5).
                   10  ws-auth-oldest      pic 9(5).
           01  ws-author-idx               pic 99.
           01  ws-find-idx                 pic 99.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike open author notes"
           display "---------------------------------"

           perform parse-arguments

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today
           compute ws-today-int = function integer-of-date(ws-today)

           open output fd-report
           if ws-report-file-status not = ws-file-status-ok then
               display "Cannot write "
                   function trim(ws-report-file-name) "."
               move 8 to return-code
               stop run
           end-if

           perform write-report-heading

           call "SYSTEM" using ws-ls-command
           end-call

           set ws-list-not-eof to true
           open input fd-file-list
           if ws-file-list-status = ws-file-status-ok then
               perform until ws-list-is-eof
                   read fd-file-list
                       at end set ws-list-is-eof to true
                   end-read
                   if ws-list-not-eof
                   and f-file-list-line not = spaces then
                       perform report-one-map
                   end-if
               end-perform
           end-if
           close fd-file-list

           call "SYSTEM" using ws-rm-command
           end-call

           perform write-report-summary
           close fd-report

           display "Done. " ws-open-count " open note(s) on "
               ws-maps-with-open " map(s). Report: "
               function trim(ws-report-file-name)

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
                   when "--AUTHOR"
                       move function trim(ws-arg-value)
                           to ws-filter-author
                   when "--OLDER-THAN"
                       if function trim(ws-arg-value) is numeric then
                           move function numval(ws-arg-value)
                               to ws-filter-days
                       end-if
               end-evaluate

           end-perform

           exit paragraph.

       write-report-heading.

           move "COBOL-ROGUELIKE OPEN AUTHOR NOTES" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "RUN DATE: " ws-today
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-filter-author not = spaces then
               move spaces to f-report-line
               string "ONLY NOTES PINNED BY " ws-filter-author
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if
           if ws-filter-days > 0 then
               move spaces to f-report-line
               string "ONLY NOTES AT LEAST " ws-filter-days
                   " DAY(S) OLD"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if
           move spaces to f-report-line
           write f-report-line

           move spaces to f-report-line
           string "MAP             Y,X   PINNED     AGE AUTHOR       "
               "NOTE"
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "--------------- ----- -------- ----- ------------"
               " ------------------------------------------"
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      ******************************************************************
      * One map's notes file: its open notes (that pass the filters)
      * go on the report, closed ones are only counted.
      ******************************************************************
       report-one-map.

           move spaces to ws-note-file-name
           move f-file-list-line to ws-note-file-name

           move 0 to ws-dot-pos
           inspect f-file-list-line
               tallying ws-dot-pos for characters before initial "."
           move spaces to ws-map-name
           if ws-dot-pos > 0 then
               move f-file-list-line(1:ws-dot-pos) to ws-map-name
           end-if

           add 1 to ws-maps-read
           move 0 to ws-map-open

           set ws-note-not-eof to true
           open input fd-note-data
           if ws-note-file-status = ws-file-status-ok then
               perform until ws-note-is-eof
                   read fd-note-data
                       at end set ws-note-is-eof to true
                   end-read
                   if ws-note-not-eof
                   and f-note-line not = spaces then
                       perform report-one-note
                   end-if
               end-perform
           end-if
           close fd-note-data

           if ws-map-open > 0 then
               add 1 to ws-maps-with-open
           end-if

           exit paragraph.

       report-one-note.

           move spaces to ws-note-parse
           unstring f-note-line delimited by "|"
               into ws-nts-p-y ws-nts-p-x ws-nts-p-date
                   ws-nts-p-author ws-nts-p-state ws-nts-p-text
           end-unstring

           if ws-nts-p-state = "C" then
               add 1 to ws-closed-count
               exit paragraph
           end-if

           if ws-filter-author not = spaces
           and function upper-case(ws-nts-p-author)
               not = function upper-case(ws-filter-author) then
               exit paragraph
           end-if

           move 0 to ws-note-age
           if ws-nts-p-date is numeric then
               move ws-nts-p-date to ws-note-date-num
               if function test-date-yyyymmdd(ws-note-date-num) = 0
               and ws-note-date-num <= ws-today then
                   compute ws-note-age = ws-today-int
                       - function integer-of-date(ws-note-date-num)
               end-if
           end-if

           if ws-note-age < ws-filter-days then
               exit paragraph
           end-if

           add 1 to ws-open-count
           add 1 to ws-map-open
           perform tally-author

           move ws-note-age to ws-age-disp
           move spaces to f-report-line
           string ws-map-name " "
               ws-nts-p-y "," ws-nts-p-x " "
               ws-nts-p-date " "
               ws-age-disp " "
               ws-nts-p-author " "
               ws-nts-p-text
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       tally-author.

           move 0 to ws-author-idx
           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-author-count
               if ws-auth-name(ws-find-idx) = ws-nts-p-author then
                   move ws-find-idx to ws-author-idx
               end-if
           end-perform

           if ws-author-idx = 0 then
               if ws-author-count >= ws-max-authors then
                   exit paragraph
               end-if
               add 1 to ws-author-count
               move ws-author-count to ws-author-idx
               move ws-nts-p-author to ws-auth-name(ws-author-idx)
               move 0 to ws-auth-open(ws-author-idx)
               move 0 to ws-auth-oldest(ws-author-idx)
           end-if

           add 1 to ws-auth-open(ws-author-idx)
           if ws-note-age > ws-auth-oldest(ws-author-idx) then
               move ws-note-age to ws-auth-oldest(ws-author-idx)
           end-if

           exit paragraph.

       write-report-summary.

           move spaces to f-report-line
           write f-report-line
           move "BY AUTHOR" to f-report-line
           write f-report-line
           move "AUTHOR        OPEN OLDEST" to f-report-line
           write f-report-line
           move "------------ ----- ------" to f-report-line
           write f-report-line

           perform varying ws-author-idx from 1 by 1
           until ws-author-idx > ws-author-count
               move ws-auth-open(ws-author-idx) to ws-count-disp
               move ws-auth-oldest(ws-author-idx) to ws-age-disp
               move spaces to f-report-line
               string ws-auth-name(ws-author-idx) " "
                   ws-count-disp "  " ws-age-disp
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-perform

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           move ws-maps-read to ws-count-disp
           string "NOTES FILES READ: " ws-count-disp
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           move ws-open-count to ws-count-disp
           string "OPEN NOTES:       " ws-count-disp
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           move ws-closed-count to ws-count-disp
           string "CLOSED NOTES:     " ws-count-disp
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       end program crl-notes-report.
