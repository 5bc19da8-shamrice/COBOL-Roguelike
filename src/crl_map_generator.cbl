      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-21
      *> Last Updated: 2026-10-15
      *> Purpose: Standalone procedural map generator. Emits a
      *>          complete map set -- .DAT/.TEL/.BGS/.ITM/.DIM plus a
      *>          .MET metadata sidecar -- of rooms joined by
      *>          items drawn from ITEMS.ITL (or built-in fallbacks
      *>          when the catalog is absent), a player start tile in
      *>          the first room and a goal tile in the last. The
      *>          same --seed always produces the same map. The
      *>          .MET records the item catalog version the items
      *>          were drawn from.
      *>          Arguments (all optional):
      *>              --map=NAME        output map name (GENMAP1)
      *>              --seed=NUM        RNG seed (clock when absent)
               05  f-map-meta-dark-sw       pic a.
      *> scheduled weather: R rain, F fog, S storm, N clear.
               05  f-map-meta-weather       pic x.
               05  f-map-meta-cat-version   pic 9(5).

           fd  fd-item-catalog.
           01  f-item-catalog-record.
           01  ws-dim-status               pic xx.
           01  ws-met-status               pic xx.
           01  ws-catalog-status           pic xx.
           01  ws-catver-request           pic x(4) value "READ".
           01  ws-catalog-version          pic 9(5) value 0.

           01  ws-seed                     pic 9(9) value 0.
           01  ws-budget                   pic 999 value 30.
           end-string
           move "N" to f-map-meta-dark-sw
           move "N" to f-map-meta-weather
           call "crl-catalog-version" using
               ws-catver-request ws-catalog-version
           end-call
           move ws-catalog-version to f-map-meta-cat-version
           open output fd-map-meta
           write f-map-meta-record
           close fd-map-meta
