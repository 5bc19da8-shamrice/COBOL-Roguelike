      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: The pack-wide maintenance flag. crl-night-batch
      *>          raises MAINT.FLG at the start of the overnight
      *>          window and clears it at the end; while it is up
      *>          crl-game takes no new sessions (and a session
      *>          already running saves and exits at its next map
      *>          change), and crl-editor and crl-item-creator will
      *>          not open. The flag is one line,
      *>          "MAINT|RAISED|UNTIL|PROGRAM|MESSAGE": when it went
      *>          up (YYYYMMDDHHMMSS), the expected end (YYYYMMDDHHMM,
      *>          blank when nobody said), who raised it and the
      *>          message the players see. In an emergency an
      *>          operator gets past it by setting CRL_MAINT_OVERRIDE
      *>          to their operator id -- signed on through
      *>          crl-operator-signon, SUPPORT, PUBLISHER or BATCH
      *>          role -- and every override goes to ERRORS.LOG as
      *>          MAINTOVR.
      *>          l-maint-request:
      *>              Q  query: is the flag up (override honoured)
      *>              R  raise with l-maint-message / l-maint-until
      *>              C  clear
      *>          l-maint-status:
      *>              0  no maintenance (Q), or raised/cleared (R/C)
      *>              1  maintenance is up -- message and expected
      *>                 end returned
      *>              2  maintenance is up, but an operator override
      *>                 was accepted
      *>              3  MAINT.FLG could not be written or removed
      *> Tectonics:
      *>     ./build_night_batch.sh, ./build_engine.sh,
      *>     ./build_editor.sh, ./build_item_creator.sh
      *>     (linked into each, with crl-operator-signon)
      *>*****************************************************************
       identification division.
       program-id. crl-maint-flag.

       environment division.

       input-output section.

       file-control.
           select optional fd-maint-flag
               assign to ws-maint-flag-file
               organization is line sequential
               file status is ws-maint-flag-status.

       data division.

       file section.

           fd  fd-maint-flag.
           01  f-maint-flag-line            pic x(120).

       working-storage section.

           01  ws-maint-flag-file          pic x(12) value "MAINT.FLG".
           01  ws-maint-flag-status        pic xx.
           01  ws-delete-status            pic s9(9) comp-5.

           01  ws-line-tag                 pic x(6).
           01  ws-line-raised              pic x(14).
           01  ws-line-until               pic x(12).
           01  ws-line-program             pic x(20).
           01  ws-line-message             pic x(60).

           01  ws-date-data                pic x(21).

           01  ws-override-id              pic x(12).
           01  ws-signon-roles             pic x(40)
                                     value "SUPPORT,PUBLISHER,BATCH".
           01  ws-signon-status            pic 9.

           01  ws-errlog-program           pic x(20).
           01  ws-errlog-reason            pic x(8) value "MAINTOVR".
           01  ws-errlog-file              pic x(20) value "MAINT.FLG".
           01  ws-errlog-detail            pic x(40).

       linkage section.

           01  l-program-id                pic x(20).
           01  l-maint-request             pic x.
           01  l-maint-message             pic x(60).
           01  l-maint-until               pic x(12).
           01  l-maint-status              pic 9.

       procedure division using
           l-program-id l-maint-request l-maint-message
           l-maint-until l-maint-status.

       main-procedure.

           move 0 to l-maint-status
           move l-program-id to ws-errlog-program

           evaluate l-maint-request
               when "Q"
                   perform query-maint-flag
               when "R"
                   perform raise-maint-flag
               when "C"
                   perform clear-maint-flag
           end-evaluate

           goback.

      ******************************************************************
      * Any readable MAINT line means the window is open; the message
      * and expected end go back to the caller either way.
      ******************************************************************
       query-maint-flag.

           open input fd-maint-flag
           if ws-maint-flag-status not = "00" then
               close fd-maint-flag
               exit paragraph
           end-if

           read fd-maint-flag
               at end move spaces to f-maint-flag-line
           end-read
           close fd-maint-flag

           move spaces to ws-line-tag ws-line-raised ws-line-until
               ws-line-program ws-line-message
           unstring f-maint-flag-line delimited by "|"
               into ws-line-tag ws-line-raised ws-line-until
                   ws-line-program ws-line-message
           end-unstring

           if ws-line-tag not = "MAINT" then
               exit paragraph
           end-if

           move 1 to l-maint-status
           move ws-line-message to l-maint-message
           move ws-line-until to l-maint-until

           perform check-override

           exit paragraph.

      *> an emergency pass: the operator's id in CRL_MAINT_OVERRIDE
      *> must sign on (a refusal is logged there as SIGNON), and an
      *> accepted override is logged here.
       check-override.

           move spaces to ws-override-id
           accept ws-override-id
               from environment "CRL_MAINT_OVERRIDE"
           end-accept
           if ws-override-id = spaces then
               exit paragraph
           end-if

           call "crl-operator-signon" using
               l-program-id ws-signon-roles
               ws-override-id ws-signon-status
           end-call

           if ws-signon-status not = 0 then
               exit paragraph
           end-if

           move 2 to l-maint-status
           move spaces to ws-errlog-detail
           string "maintenance overridden by "
               function trim(ws-override-id)
               delimited by size into ws-errlog-detail
           end-string
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           exit paragraph.

       raise-maint-flag.

           move function current-date to ws-date-data

           open output fd-maint-flag
           if ws-maint-flag-status not = "00"
           and ws-maint-flag-status not = "05" then
               move 3 to l-maint-status
               exit paragraph
           end-if

           move spaces to f-maint-flag-line
           string "MAINT|" ws-date-data(1:14)
               "|" l-maint-until
               "|" function trim(l-program-id)
               "|" function trim(l-maint-message)
               delimited by size into f-maint-flag-line
           end-string
           write f-maint-flag-line
           if ws-maint-flag-status not = "00" then
               move 3 to l-maint-status
           end-if
           close fd-maint-flag

           exit paragraph.

       clear-maint-flag.

           call "CBL_DELETE_FILE" using ws-maint-flag-file
               returning ws-delete-status
           end-call

      *> gone already is as good as removed.
           open input fd-maint-flag
           if ws-maint-flag-status = "00" then
               move 3 to l-maint-status
           end-if
           close fd-maint-flag

           exit paragraph.

       end program crl-maint-flag.
