      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: Bundles one save slot's whole profile -- the
      *>          PLAYERn.SAV record, its checkpoint, achievements,
      *>          hint bitmap, monster compendium and every per-slot
      *>          world-state sidecar
      *>          -- into a single portable .PRO file behind a
      *>          checksummed manifest, and imports such a bundle on
      *>          another machine, verifying every checksum and
      *> every save layout crl-save-migrate can bring current --
      *> keep in step with its size table.
           78  ws-oldest-save-size         value 2337.
           78  ws-current-save-size        value 3692.

           01  ws-file-list-name           pic x(15)
                                           value "PROFLIST.TMP".
               " PLAYER" ws-slot ".CHK"
               " PLAYER" ws-slot ".ACH"
               " PLAYER" ws-slot ".HNT"
               " PLAYER" ws-slot ".CPD"
               " *.W" ws-slot
               " 2>/dev/null > PROFLIST.TMP"
               delimited by size into ws-ls-command
