                   88  ws-enemy-behavior-patrol     value 2.
                   88  ws-enemy-behavior-coward     value 3.
                   88  ws-enemy-behavior-ambush     value 4.
                   88  ws-enemy-behavior-thief      value 5.
               10  ws-enemy-waypoints.
                   15  ws-enemy-waypoint occurs 4 times.
                       20  ws-enemy-waypoint-y  pic 99.
