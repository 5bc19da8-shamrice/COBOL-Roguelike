                   display ws-blank-line at 2101
                   display "Job board: posts runtime kill/fetch"
                       " jobs for gold." at 2101

               when ws-trainer-effect-id
                   move "T" to l-cursor-draw-char
                   display ws-blank-line at 2101
                   display "Trainer: retrains the player into another"
                       " class for gold." at 2101

               when ws-forge-effect-id
                   move "F" to l-cursor-draw-char
                   display ws-blank-line at 2101
                   display "Forge: upgrades equipped weapon or armor"
                       " for gold and materials." at 2101

      *>The wall keeps whatever look the cursor already paints.
               when ws-undiggable-effect-id
                   display ws-blank-line at 2101
                   display "Undiggable: no pick or shovel carves"
                       " this wall." at 2101
              
               when other 
                   display ws-blank-line at 2101
