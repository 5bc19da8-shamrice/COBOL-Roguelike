      *>****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2021-05-07
      *> Last Updated: 2026-10-15
      *> Purpose: Shared copy book with working storage definition of
      *>          variable constants.
      *> Tectonics:
      *> A job board composes radiant kill/fetch quests at runtime
      *> from the map's own population and the item catalog.
       78  ws-job-board-effect-id         value 20.
      *> A trainer retrains the player into another class for gold
      *> scaled to level.
       78  ws-trainer-effect-id           value 21.
      *> Marks a wall a digging tool cannot carve -- no effect of
      *> its own when bumped or crossed.
       78  ws-undiggable-effect-id        value 22.
      *> A forge buys the equipped weapon or armor plus-levels for
      *> gold and crafting materials.
       78  ws-forge-effect-id             value 23.

       78  ws-max-pushables               value 20.
       78  ws-pushable-file-ext           value ".PSH".
      *> killing blow, restoring the last crash checkpoint in place
      *> of the death. The only mercy hardcore allows.
       78  ws-item-effect-hourglass       value 16.
      *> A pick or shovel: wielded as the weapon, it carves the
      *> plain wall the player keeps walking into, a few blows at a
      *> time, wearing down like any weapon.
       78  ws-item-effect-dig             value 17.

      *> Hunger economy -- the meter starts full, ticks down one per
      *> game-loop pass, weakens the player below the low-water mark
      *> And for the job board -- the journal and the enemy/catalog
      *> tables belong to the caller.
       78  ws-open-job-board-return-code  value 5.
      *> And for the trainer -- class, level and gold belong to the
      *> caller.
       78  ws-open-trainer-return-code    value 6.
      *> And for the forge -- the gear, the bag and the gold belong
      *> to the caller.
       78  ws-open-forge-return-code      value 7.

       78  ws-max-view-height             value 20.
       78  ws-max-view-width              value 50.
