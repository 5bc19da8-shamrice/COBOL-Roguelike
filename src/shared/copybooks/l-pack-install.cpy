      *>****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Shared copy book with linkage section definition of
      *>          the member list handed to crl-pack-install: every
      *>          file an install writes (I) or takes away (D).
      *> Tectonics:
      *>     ./build_pack_tool.sh
      *>     ./build_pack_upgrade.sh
      *>****************************************************************

       01  l-install-members.
           05  l-install-count             pic 999.
           05  l-install-member occurs ws-max-install-members times.
               10  l-inst-name             pic x(20).
               10  l-inst-action           pic x.
                   88  l-inst-is-install   value "I".
                   88  l-inst-is-delete    value "D".
