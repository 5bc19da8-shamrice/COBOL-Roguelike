      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Keeper of the item catalog's version number. The
      *>          catalog (ITEMS.ITL) carries its version in the
      *>          ITEMS.VER sidecar -- one line, "nnnnn stamp" --
      *>          which travels with it in a pack. Every program
      *>          that writes the catalog BUMPs it; map saves and
      *>          validations READ it to stamp the map's .MET, and
      *>          load-map-data READs it to spot a map authored
      *>          against an older catalog. A missing or unreadable
      *>          sidecar is version 0: an unversioned catalog that
      *>          no map can be behind.
      *>          Requests:
      *>              READ  l-catver-version <- installed version
      *>              BUMP  installed version + 1, written back and
      *>                    returned in l-catver-version
      *> Tectonics:
      *>     ./build_engine.sh (linked into every fleet program)
      *>*****************************************************************
       identification division.
       program-id. crl-catalog-version.

       environment division.

       input-output section.

       file-control.
           select optional fd-catalog-version
               assign to ws-catalog-version-file
               organization is line sequential
               file status is ws-catalog-version-status.

       data division.

       file section.

           fd  fd-catalog-version.
           01  f-catalog-version-record.
               05  f-catver-version         pic 9(5).
               05  filler                   pic x.
               05  f-catver-stamp           pic x(14).

       working-storage section.

           78  ws-catalog-version-file     value "ITEMS.VER".
           01  ws-catalog-version-status   pic xx.
           01  ws-date-data                pic x(21).

       linkage section.

           01  l-catver-request            pic x(4).
           01  l-catver-version            pic 9(5).

       procedure division using
           l-catver-request l-catver-version.

       main-procedure.

           move 0 to l-catver-version

           open input fd-catalog-version
           if ws-catalog-version-status = "00"
           or ws-catalog-version-status = "05" then
               read fd-catalog-version
                   at end continue
               end-read
               if ws-catalog-version-status = "00"
               and f-catver-version is numeric then
                   move f-catver-version to l-catver-version
               end-if
               close fd-catalog-version
           end-if

           if l-catver-request not = "BUMP" then
               goback
           end-if

           if l-catver-version < 99999 then
               add 1 to l-catver-version
           end-if

           move function current-date to ws-date-data

           open output fd-catalog-version
           if ws-catalog-version-status = "00"
           or ws-catalog-version-status = "05" then
               move spaces to f-catalog-version-record
               move l-catver-version to f-catver-version
               move ws-date-data(1:14) to f-catver-stamp
               write f-catalog-version-record
               close fd-catalog-version
           end-if

           goback.

       end program crl-catalog-version.
