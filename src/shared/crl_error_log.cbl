      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-02
      *> Last Updated: 2026-10-15
      *> Purpose: The one ERRORS.LOG convention for the whole fleet:
      *>          game, editor, item creator and batch tools all
      *>          report failures through this module -- timestamp,
      *>          line per incident, appended; absence of the log
      *>          file is never an error.
      *>          Reason codes in use: MAPLOAD, MAPSAVE, CATREAD,
      *>          SAVEIO, STATEIO, LOCKIO, BATCH, RELOCATE (a
      *>          loaded save moved off a position or map that is
      *>          no longer valid), WSTATE (world-state changes a
      *>          reworked map no longer fits), SIGNON (an operator
      *>          refused by crl-operator-signon), PACKINST (a pack
      *>          install abandoned, rolled back, or found
      *>          interrupted and settled by crl-pack-install),
      *>          MAINTOVR (an operator override of the maintenance
      *>          flag, taken in crl-maint-flag).
      *> Tectonics:
      *>     ./build_engine.sh (linked into every fleet program)
      *>*****************************************************************
