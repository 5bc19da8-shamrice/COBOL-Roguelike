      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Operator sign-on for the support and publishing
      *>          tools. Checks an operator id against the OPERATORS
      *>          file -- one line per operator, "ID|ROLES|NAME",
      *>          ROLES a comma list of SUPPORT, AUTHOR, PUBLISHER
      *>          and BATCH, "#" lines are comments -- and signs the
      *>          operator on only when they hold one of the roles
      *>          the calling tool allows. The caller gets the id
      *>          (from its own prompt, or CRL_OPERATOR for
      *>          unattended runs) and stamps the signed-on id into
      *>          its audit log. A missing OPERATORS file signs
      *>          nobody on. Every refusal goes to ERRORS.LOG as
      *>          SIGNON.
      *>          l-signon-status:
      *>              0  signed on
      *>              1  no OPERATORS file
      *>              2  id blank or not on file
      *>              3  id on file, but holds none of the roles
      *> Tectonics:
      *>     ./build_save_inspect.sh, ./build_promote.sh,
      *>     ./build_catalog_merge.sh, ./build_pack_upgrade.sh,
      *>     ./build_item_creator.sh (linked into each)
      *>*****************************************************************
       identification division.
       program-id. crl-operator-signon.

       environment division.

       input-output section.

       file-control.
           select optional fd-operators
               assign to ws-operators-file
               organization is line sequential
               file status is ws-operators-status.

       data division.

       file section.

           fd  fd-operators.
           01  f-operator-line              pic x(80).

       working-storage section.

           78  ws-operators-file           value "OPERATORS".
           01  ws-operators-status         pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-line-id                  pic x(12).
           01  ws-line-roles               pic x(40).
           01  ws-line-name                pic x(30).
           01  ws-wanted-id                pic x(12).

           01  ws-found-sw                 pic a value 'N'.
               88  ws-id-found             value 'Y'.
               88  ws-id-not-found         value 'N'.

      *> the operator's roles and the tool's allowed roles, each
      *> split out of its comma list.
           01  ws-held-roles.
               05  ws-held-role occurs 4 times pic x(10).
           01  ws-allowed-list.
               05  ws-allowed-role occurs 4 times pic x(10).
           01  ws-held-idx                 pic 9.
           01  ws-allowed-idx              pic 9.

           01  ws-errlog-program           pic x(20).
           01  ws-errlog-reason            pic x(8) value "SIGNON".
           01  ws-errlog-file              pic x(20) value "OPERATORS".
           01  ws-errlog-detail            pic x(40).

       linkage section.

           01  l-program-id                pic x(20).
           01  l-allowed-roles             pic x(40).
           01  l-operator-id               pic x(12).
           01  l-signon-status             pic 9.

       procedure division using
           l-program-id l-allowed-roles l-operator-id l-signon-status.

       main-procedure.

           move 2 to l-signon-status
           move function upper-case(function trim(l-operator-id))
               to ws-wanted-id
           move ws-wanted-id to l-operator-id
           move l-program-id to ws-errlog-program

           if ws-wanted-id = spaces then
               move "no operator id given" to ws-errlog-detail
               perform log-refusal
               goback
           end-if

           set ws-id-not-found to true
           set ws-not-eof to true

           open input fd-operators
           if ws-operators-status not = "00" then
               move 1 to l-signon-status
               move spaces to ws-errlog-detail
               string "no OPERATORS file - " delimited by size
                   function trim(ws-wanted-id) delimited by size
                   " refused" delimited by size
                   into ws-errlog-detail
               end-string
               perform log-refusal
               goback
           end-if

           perform until ws-is-eof or ws-id-found
               read fd-operators
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof
               and f-operator-line(1:1) not = "#"
               and f-operator-line not = spaces then
                   move spaces to ws-line-id ws-line-roles
                       ws-line-name
                   unstring f-operator-line delimited by "|"
                       into ws-line-id ws-line-roles ws-line-name
                   end-unstring
                   if function upper-case(function trim(ws-line-id))
                       = ws-wanted-id then
                       set ws-id-found to true
                   end-if
               end-if
           end-perform

           close fd-operators

           if ws-id-not-found then
               move spaces to ws-errlog-detail
               string "unknown operator " delimited by size
                   function trim(ws-wanted-id) delimited by size
                   into ws-errlog-detail
               end-string
               perform log-refusal
               goback
           end-if

           move spaces to ws-held-roles ws-allowed-list
           unstring function upper-case(ws-line-roles)
               delimited by "," or space
               into ws-held-role(1) ws-held-role(2)
                   ws-held-role(3) ws-held-role(4)
           end-unstring
           unstring function upper-case(l-allowed-roles)
               delimited by "," or space
               into ws-allowed-role(1) ws-allowed-role(2)
                   ws-allowed-role(3) ws-allowed-role(4)
           end-unstring

           perform varying ws-held-idx from 1 by 1
           until ws-held-idx > 4
               perform varying ws-allowed-idx from 1 by 1
               until ws-allowed-idx > 4
                   if ws-held-role(ws-held-idx) not = spaces
                   and ws-held-role(ws-held-idx)
                       = ws-allowed-role(ws-allowed-idx) then
                       move 0 to l-signon-status
                   end-if
               end-perform
           end-perform

           if l-signon-status not = 0 then
               move 3 to l-signon-status
               move spaces to ws-errlog-detail
               string function trim(ws-wanted-id) delimited by size
                   " lacks role " delimited by size
                   function trim(l-allowed-roles) delimited by size
                   into ws-errlog-detail
               end-string
               perform log-refusal
           end-if

           goback.

       log-refusal.

           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call

           exit paragraph.

       end program crl-operator-signon.
