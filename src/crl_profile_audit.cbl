      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Nightly audit over a profile directory's debris:
      *>          reports checkpoints orphaned from deleted slots,
      *>          achievement/hint/compendium files with no owning
      *>          slot, save slots still on an old record layout
      *>          (behind what crl-save-migrate considers current),
      *>          lock files whose stamp predates today (likely
      *>          orphaned by a crash), and world-state sidecars
      *>          referencing maps no longer installed. Exceptions go
      *>          to the screen and to PROFAUD.RPT for the morning
      *>          mail.
      *> Tectonics:
      *>     ./build_profile_audit.sh
      *>*****************************************************************
           78  ws-file-status-ok           value "00".

      *> keep in step with crl-save-migrate's current layout size.
           78  ws-current-save-size        value 3692.

           01  ws-file-list-name           pic x(15)
                                           value "PROFLIST.TMP".
                       to ws-probe-file
                   perform note-orphan-if-present

                   move function concatenate(
                       "PLAYER", ws-slot-digit, ".CPD")
                       to ws-probe-file
                   perform note-orphan-if-present

               end-if

           end-perform
