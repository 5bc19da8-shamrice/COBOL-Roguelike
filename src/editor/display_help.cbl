      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2021-05-17
      *> Last Updated: 2026-10-15
      *> Purpose: Displays the editor help screen
      *> Tectonics:
      *>     ./build_editor.sh
                   at 0901
               "     F8 - toggle the player-traffic overlay"
                   at 1001
               "     F4 - enemy/item roster (sort, jump, bulk edit)"
                   at 1101
               "     F9 - pin, close or delete the note on this tile"
                   at 1201
               "    F10 - list the map's notes and jump to one"
                   at 1301
               "    F11 - paint from a pack tileset entry (0 = off)"
                   at 1401
           end-display

           display "Press [enter] for next page." at 2401
