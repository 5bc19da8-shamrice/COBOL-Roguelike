      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: The gate between STAGING and live: validates the
      *>          staged map through the same validate-map-data
      *>          batch entry the game's --validate uses, reports
      *>          asks the operator to confirm, and only then takes
      *>          the usual .BAK generation and copies the staged
      *>          files live. MAPAUDIT.LOG says who changed what;
      *>          this says nothing goes live unchecked. Only an
      *>          operator holding the PUBLISHER role in OPERATORS
      *>          signs on (see crl-operator-signon), and each
      *>          promotion goes to MAPAUDIT.LOG under that id.
      *>          Open author notes still pinned to the map (its .NTS,
      *>          see crl-editor) are listed as a warning before the
      *>          operator confirms; they do not block the promotion.
      *>          The map's tileset references (.TSR), edge
      *>          neighbors (.NBR) and encounter tables (.ENC)
      *>          travel with the rest of its files.
      *>          Arguments:
      *>              --map=NAME        the staged map to promote
      *> Tectonics:
      *>     ./build_promote.sh
      *>         src/validate_map_data.cbl
      *>         src/shared/load_map_data.cbl
      *>         src/shared/crl_operator_signon.cbl
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-promote.
       input-output section.

       file-control.
           select optional fd-audit-log
               assign to ws-audit-log-file
               organization is line sequential
               file status is ws-audit-log-status.

           select optional fd-note-data
               assign to dynamic ws-note-file
               organization is line sequential
               file status is ws-note-file-status.

       data division.

       file section.

           fd  fd-audit-log.
           01  f-audit-line                 pic x(120).

           fd  fd-note-data.
           01  f-note-line                  pic x(100).

       working-storage section.

           78  ws-staging-dir              value "STAGING".
           78  ws-num-file-kinds           value 12.
           78  ws-audit-log-file           value "MAPAUDIT.LOG".

           01  ws-audit-log-status         pic xx.
           01  ws-audit-date-data          pic x(21).

      *> Operator sign-on -- see crl-operator-signon.
           01  ws-operator                 pic x(12).
           01  ws-signon-program           pic x(20)
                                           value "crl-promote".
           01  ws-signon-roles             pic x(40) value "PUBLISHER".
           01  ws-signon-status            pic 9.

           01  ws-staging-parent           pic x(4) value "..".
           01  ws-chdir-status             pic s9(9) comp-5.
           01  ws-validate-issue-count     pic 9(5).

           01  ws-file-kinds.
               05  ws-file-kind occurs 12 times pic x(4).
           01  ws-kind-idx                 pic 99.

           01  ws-staged-file              pic x(30).
           01  ws-live-file                pic x(20).
           01  ws-staged-checksum          pic 9(9).
           01  ws-live-checksum            pic 9(9).

      *> author notes -- "Y|X|YYYYMMDD|AUTHOR|O/C|TEXT".
           01  ws-note-file                pic x(20).
           01  ws-note-file-status         pic xx.
           01  ws-note-eof-sw              pic a value 'N'.
               88  ws-note-is-eof          value 'Y'.
               88  ws-note-not-eof         value 'N'.
           01  ws-note-y                   pic x(2).
           01  ws-note-x                   pic x(2).
           01  ws-note-date                pic x(8).
           01  ws-note-author              pic x(12).
           01  ws-note-state               pic x.
           01  ws-note-text                pic x(50).
           01  ws-open-note-count          pic 99 value 0.

           01  ws-changed-count            pic 9 value 0.
           01  ws-promoted-count           pic 9 value 0.
           01  ws-confirm                  pic x.
               stop run
           end-if

           perform sign-on-operator

           move ".DAT" to ws-file-kind(1)
           move ".TEL" to ws-file-kind(2)
           move ".BGS" to ws-file-kind(3)
           move ".NPC" to ws-file-kind(7)
           move ".RGN" to ws-file-kind(8)
           move ".PSH" to ws-file-kind(9)
           move ".TSR" to ws-file-kind(10)
           move ".NBR" to ws-file-kind(11)
           move ".ENC" to ws-file-kind(12)

      *> 1) the full validation sweep, run against the staged copy.
           call "CBL_CHANGE_DIR" using ws-staging-dir
               stop run
           end-if

           perform warn-open-notes

      *> 3) the operator signs off before anything moves.
           display " "
           display ws-changed-count " file(s) differ. Promote"
           end-perform

           display "Promoted " ws-promoted-count " file(s) live."
           perform append-audit-line
           display "Previous live files kept as their .BAK"
               " generation."

           stop run.

      ******************************************************************
      * The operator signs on before anything is touched: the id
      * comes from CRL_OPERATOR when set, else from a prompt, and
      * only an operator holding the PUBLISHER role gets past this
      * point.
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
                       " does not hold the "
                       function trim(ws-signon-roles)
                       " role - refused."
           end-evaluate

           if ws-signon-status not = 0 then
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       parse-arguments.

           accept ws-command-args from command-line

           exit paragraph.

      ******************************************************************
      * Open author notes on the map are worth a second look before
      * it goes live -- listed, but the operator still decides.
      ******************************************************************
       warn-open-notes.

           move spaces to ws-note-file
           string function trim(ws-map-name) ".NTS"
               delimited by size into ws-note-file
           end-string

           open input fd-note-data
           if ws-note-file-status not = "00" then
               close fd-note-data
               exit paragraph
           end-if

           perform until ws-note-is-eof
               read fd-note-data
                   at end set ws-note-is-eof to true
               end-read
               if ws-note-not-eof then
                   move spaces to ws-note-y ws-note-x ws-note-date
                       ws-note-author ws-note-state ws-note-text
                   unstring f-note-line delimited by "|"
                       into ws-note-y ws-note-x ws-note-date
                           ws-note-author ws-note-state ws-note-text
                   end-unstring
                   if ws-note-state = "O" then
                       if ws-open-note-count = 0 then
                           display " "
                           display "WARNING: open author notes on "
                               function trim(ws-map-name) ":"
                       end-if
                       add 1 to ws-open-note-count
                       display "  NOTE:    " ws-note-y "," ws-note-x
                           " " ws-note-date " "
                           function trim(ws-note-author) " - "
                           function trim(ws-note-text)
                   end-if
               end-if
           end-perform

           close fd-note-data

           exit paragraph.

      ******************************************************************
      * The promotion on the map's MAPAUDIT.LOG trail, under the
      * signed-on operator's id.
      ******************************************************************
       append-audit-line.

           move function current-date to ws-audit-date-data

           open extend fd-audit-log
           if ws-audit-log-status = "00"
           or ws-audit-log-status = "05" then
               move spaces to f-audit-line
               string ws-audit-date-data(1:8) " "
                   ws-audit-date-data(9:6) " "
                   ws-operator " "
                   ws-map-name " "
                   "promoted from STAGING files:"
                   ws-promoted-count
                   delimited by size into f-audit-line
               end-string
               write f-audit-line
               close fd-audit-log
           end-if

           exit paragraph.

       end program crl-promote.
