                           to l-tile-effect-return-code
                   end-if

               when ws-trainer-effect-id
      *>Class, level, stats and gold all belong to the caller --
      *>just flag the trainer screen to open.
                   if l-player-moved then
                       move ws-open-trainer-return-code
                           to l-tile-effect-return-code
                   end-if

               when ws-forge-effect-id
      *>The equipped gear, the materials in the bag and the gold all
      *>belong to the caller -- just flag the forge screen to open.
                   if l-player-moved then
                       move ws-open-forge-return-code
                           to l-tile-effect-return-code
                   end-if

           end-evaluate

           goback.
