      *>****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Shared copy book with working storage definition of
      *>          the member list handed to crl-pack-install: every
      *>          file an install writes (I) or takes away (D).
      *> Tectonics:
      *>     ./build_pack_tool.sh
      *>     ./build_pack_upgrade.sh
      *>****************************************************************

       78  ws-max-install-members          value 700.
       78  ws-install-stage-dir            value "PKSTAGE".

       01  ws-install-members.
           05  ws-install-count            pic 999 value 0.
           05  ws-install-member occurs ws-max-install-members times.
               10  ws-inst-name            pic x(20).
               10  ws-inst-action          pic x.
                   88  ws-inst-is-install  value "I".
                   88  ws-inst-is-delete   value "D".
