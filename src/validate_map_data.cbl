      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-08
      *> Last Updated: 2026-10-15
      *> Purpose: Standalone batch utility that cross-checks a map's
      *>          four data files (.DAT, .TEL, .BGS, .ITM) against each
      *>          other -- every teleport destination exists and is
      *>          in-bounds, and every enemy/item lands on a
      *>          non-blocking tile -- so a bad manual edit or a
      *>          half-finished save doesn't silently produce an
      *>          unplayable map. A map whose placed items all
      *>          reconcile with the item catalog has the catalog's
      *>          version stamped into its .MET sidecar.
      *> Tectonics:
      *>     cobc -x -I src -I src/shared validate_map_data.cbl
      *>         src/shared/load_map_data.cbl
      *>         src/shared/crl_error_log.cbl
      *>         src/shared/crl_catalog_version.cbl
      *>*****************************************************************
       identification division.
       program-id. validate-map-data.
               organization is record sequential
               file status is ws-item-write-status.

      *> the map's metadata sidecar, rewritten only to record the
      *> catalog version the map last validated against.
           select optional fd-map-meta
               assign to dynamic ws-map-meta-file
               organization is record sequential
               file status is ws-map-meta-status.

       data division.

       file section.
               05  f-item-def             pic 999.
               05  f-item-heal            pic 999.

           fd  fd-map-meta.
           01  f-map-meta-record.
               05  f-map-meta-title         pic x(40).
               05  f-map-meta-author        pic x(20).
               05  f-map-meta-rec-level     pic 999.
               05  f-map-meta-desc          pic x(75).
               05  f-map-meta-dark-sw       pic a.
               05  f-map-meta-weather       pic x.
               05  f-map-meta-cat-version   pic 9(5).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".
           01  ws-interactive-sw            pic a value 'N'.
               88  ws-run-interactive       value 'Y'.
               88  ws-run-batch             value 'N'.
           01  ws-orphan-count              pic 9(4) value 0.

      *> catalog version stamp -- see stamp-catalog-version.
           78  ws-map-meta-file-ext         value ".MET".
           01  ws-map-meta-file             pic x(20).
           01  ws-map-meta-status           pic xx.
           01  ws-map-meta-buffer           pic x(145).
           01  ws-catver-request            pic x(4) value "READ".
           01  ws-catalog-version           pic 9(5) value 0.

       linkage section.

           end-if

           move 0 to ws-drift-count
           move 0 to ws-orphan-count

           perform varying ws-idx from 1 by 1
           until ws-idx > ws-cur-num-items

               if ws-catalog-match-idx = 0 then
                   add 1 to ws-issue-count
                   add 1 to ws-orphan-count
                   display "ITEM #" ws-idx " '"
                       function trim(ws-item-name(ws-idx))
                       "' is an orphan - not in the catalog"
               end-if
           end-if

           if ws-orphan-count = 0
           and ws-drift-count = 0 then
               perform stamp-catalog-version
           end-if

           exit paragraph.

      ******************************************************************
      * Every placed item reconciles with the installed catalog, so
      * the map is current with it: record that version in the
      * .MET sidecar (creating a bare one if the map has none) and
      * load-map-data stops flagging the map as behind.
      ******************************************************************
       stamp-catalog-version.

           call "crl-catalog-version" using
               ws-catver-request ws-catalog-version
           end-call

           if ws-catalog-version = 0 then
               exit paragraph
           end-if

           move function concatenate(
               function trim(ws-map-name), ws-map-meta-file-ext)
               to ws-map-meta-file

           move spaces to f-map-meta-record
           move 0 to f-map-meta-rec-level
           move 'N' to f-map-meta-dark-sw
           move 'N' to f-map-meta-weather

           open input fd-map-meta
           if ws-map-meta-status = ws-file-status-ok
           or ws-map-meta-status = "05" then
               read fd-map-meta
                   at end continue
               end-read
               close fd-map-meta
           end-if

           if f-map-meta-cat-version is numeric
           and f-map-meta-cat-version = ws-catalog-version then
               exit paragraph
           end-if

           move ws-catalog-version to f-map-meta-cat-version
           move f-map-meta-record to ws-map-meta-buffer

           open output fd-map-meta
           if ws-map-meta-status = ws-file-status-ok
           or ws-map-meta-status = "05" then
               write f-map-meta-record from ws-map-meta-buffer
               close fd-map-meta
               display "Stamped " function trim(ws-map-meta-file)
                   " with item catalog v" ws-catalog-version "."
           end-if

           exit paragraph.

       load-item-catalog.
               display "Rewrote "
                   function trim(ws-map-item-file)
                   " in step with the catalog."
               move 0 to ws-drift-count
           end-if

           exit paragraph.
