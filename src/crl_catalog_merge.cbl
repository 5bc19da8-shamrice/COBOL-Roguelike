      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Merges another pack's item catalog into this one's
      *>          ITEMS.ITL without the manual id agony: incoming
      *>          items whose name and combat stats match an
      *>          Only the INCOMING pack's maps are rewritten --
      *>          the base pack's drop ids already mean what they
      *>          say, so the operator names the maps that came
      *>          with the merged catalog. A merge that adds
      *>          anything bumps the catalog version (ITEMS.VER).
      *>          Only an operator holding the AUTHOR role in
      *>          OPERATORS signs on (see crl-operator-signon);
      *>          every item merged in is an ADD line in ITEMAUD.LOG
      *>          under that id, so rollback-catalog can undo it.
      *>          Arguments:
      *>              --from=FILE       the catalog being merged in
      *>              --maps=M1,M2,...  the incoming pack's maps
      *>                                when omitted)
      *> Tectonics:
      *>     ./build_catalog_merge.sh
      *>         src/shared/crl_operator_signon.cbl
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-catalog-merge.
               organization is line sequential
               file status is ws-report-status.

      *> the item creator's catalog audit trail -- same line layout.
           select optional fd-item-audit
               assign to ws-item-audit-file
               organization is line sequential
               file status is ws-item-audit-status.

       data division.

       file section.
           fd  fd-report.
           01  f-report-line                pic x(80).

           fd  fd-item-audit.
           01  f-item-audit-line.
               05  f-aud-stamp              pic x(14).
               05  filler                   pic x.
               05  f-aud-op                 pic x(3).
               05  filler                   pic x.
               05  f-aud-id                 pic 999.
               05  filler                   pic x.
               05  f-aud-before             pic x(46).
               05  filler                   pic x.
               05  f-aud-after              pic x(46).
               05  filler                   pic x.
               05  f-aud-operator           pic x(12).

       working-storage section.

       copy "shared/copybooks/ws-item-list-file.cpy".
           01  ws-enemy-file-status        pic xx.
           78  ws-report-file              value "CATMERGE.RPT".
           01  ws-report-status            pic xx.
           78  ws-item-audit-file          value "ITEMAUD.LOG".
           01  ws-item-audit-status        pic xx.
           01  ws-audit-stamp-data         pic x(21).

      *> Operator sign-on -- see crl-operator-signon.
           01  ws-operator                 pic x(12).
           01  ws-signon-program           pic x(20)
                                           value "crl-catalog-merge".
           01  ws-signon-roles             pic x(40) value "AUTHOR".
           01  ws-signon-status            pic 9.

      *> the maps whose .BGS files belong to the incoming pack --
      *> the only ones whose drop ids speak the incoming catalog's
           01  ws-merged-count             pic 9(4) value 0.
           01  ws-rewritten-count          pic 9(4) value 0.

      *> Catalog version -- see crl-catalog-version.
           01  ws-catver-request           pic x(4) value "BUMP".
           01  ws-catalog-version          pic 9(5) value 0.

      *> one whole .BGS file buffered for the in-place rewrite.
           01  ws-bgs-count                pic 99.
           01  ws-bgs-records.
               stop run
           end-if

           perform sign-on-operator

           open output fd-report
           move "COBOL-ROGUELIKE CATALOG MERGE" to f-report-line
           write f-report-line
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "OPERATOR " function trim(ws-operator)
               delimited by size into f-report-line
           end-string
           write f-report-line

           perform load-base-catalog
           perform merge-incoming-catalog
           perform rewrite-bgs-references

           if ws-merged-count > 0 then
               call "crl-catalog-version" using
                   ws-catver-request ws-catalog-version
               end-call
           end-if

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-merged-count > 0 then
               move spaces to f-report-line
               string "CATALOG NOW AT VERSION " ws-catalog-version
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if
           close fd-report

           display "Done. " ws-merged-count " item(s) merged, "

           stop run.

      ******************************************************************
      * The operator signs on before anything is touched: the id
      * comes from CRL_OPERATOR when set, else from a prompt, and
      * only an operator holding the AUTHOR role gets past this point.
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
           write f-item-list-data-record
               invalid key
                   display "WRITE CLASH on id " f-item-id
               not invalid key
                   perform write-item-audit
           end-write
           add 1 to ws-merged-count

           exit paragraph.

      ******************************************************************
      * One ITEMAUD.LOG ADD line for the item just merged in, in the
      * item creator's layout, under the signed-on operator's id.
      ******************************************************************
       write-item-audit.

           move function current-date to ws-audit-stamp-data

           open extend fd-item-audit
           if ws-item-audit-status = ws-file-status-ok
           or ws-item-audit-status = "05" then
               move spaces to f-item-audit-line
               move ws-audit-stamp-data(1:14) to f-aud-stamp
               move "ADD" to f-aud-op
               move f-item-id to f-aud-id
               move spaces to f-aud-before
               move f-item-list-data-record to f-aud-after
               move ws-operator to f-aud-operator
               write f-item-audit-line
               close fd-item-audit
           end-if

           exit paragraph.

       find-next-free-id.

           move 0 to ws-next-free-id
