      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2021-07-18
      *> Last Updated: 2026-10-15
      *> Purpose: Module for engine to parse the command line parameters
      *>          and set values as needed.
      *> Tectonics:
       78  ws-arena-param                value "--ARENA".
       78  ws-spectate-param             value "--SPECTATE".
       78  ws-verifyout-param            value "--VERIFYOUT".
       78  ws-check-config-param         value "--CHECK-CONFIG".
       78  ws-ghost-param                value "--GHOST".

       78  ws-difficulty-easy-str        value "EASY".
       78  ws-difficulty-normal-str      value "NORMAL".
      *> crl-replay-verify batch to compare.
       01  l-verify-sw                   pic a.

      *> Configuration check: report on CRL.CFG, KEYS.CFG and
      *> SOUNDS.CFG and the settings in force, then exit.
       01  l-check-config-sw             pic a.

      *> Ghost racing: the start map's best recorded run plays
      *> alongside the live one, drawn but never touching play.
       01  l-ghost-sw                    pic a.


       procedure division using
           l-command-args l-map-name l-map-name-temp l-working-dir
           l-save-slot l-seed l-difficulty l-validate-map-name
           l-playtest-pos l-replay-request l-daily-sw l-descent-sw
           l-arena-sw l-verify-sw l-check-config-sw l-ghost-sw.

       main-procedure.

                       when ws-verifyout-param
                           move "Y" to l-verify-sw

                       when ws-check-config-param
                           move "Y" to l-check-config-sw

                       when ws-ghost-param
                           move "Y" to l-ghost-sw

                       when ws-record-param
                           move "R" to l-replay-mode

           " (no play)." ws-new-line
           "--validate=MAP_NAME     Validate the map and exit"
           " (no play)." ws-new-line ws-new-line
           "--check-config          Check CRL.CFG, KEYS.CFG and"
           " SOUNDS.CFG and exit." ws-new-line ws-new-line
           end-display
           
      *> In case other param set logging to true before help was called.     
