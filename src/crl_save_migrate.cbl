      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-21
      *> Last Updated: 2026-10-15
      *> Purpose: Batch utility that upgrades PLAYERn.SAV slot files
      *>          in place to the current versioned record layout.
      *>          Older layouts are recognized by their exact file
      *>            3,253 = layout 16, 15 plus the head/ring/amulet
      *>                    loadout slots
      *>            3,254 = layout 17, 16 plus the New Game Plus
      *>                    counter
      *>            3,256 = layout 18, 17 plus the trainer retrain
      *>                    count
      *>            3,596 = layout 19, 18 plus the settlement
      *>                    reputation table and each journal
      *>                    quest's settlement
      *>            3,626 = layout 20, 19 plus the level-up perks
      *>                    taken
      *>            3,690 = layout 21, 20 plus the four quick
      *>                    slots
      *>            3,692 = layout 22, 21 plus the forge level of
      *>                    the equipped weapon and armor -- current.
      *>          Keep the offsets below in step with
      *>          f-player-data-record in crl_game.cbl whenever the
      *>          save record changes shape.
       file section.

           fd  fd-save-out.
           01  f-save-out-record            pic x(3692).

       working-storage section.

           78  ws-layout-15-size            value 3160.
           78  ws-layout-16-size            value 3253.
           78  ws-layout-17-size            value 3254.
           78  ws-layout-18-size            value 3256.
           78  ws-layout-19-size            value 3596.
           78  ws-layout-20-size            value 3626.
           78  ws-layout-21-size            value 3690.
           78  ws-layout-22-size            value 3692.
           78  ws-save-layout-version       value 22.

      *> shared geometry of the record family: every layout from 2
      *> up shares the same 2,105-byte block between the (optional)
       78  ws-v1-wpn-split              value 82.
       78  ws-inv-new-off               value 2109.
       78  ws-tail-new-off              value 2469.
       78  ws-settle-new-off            value 3257.

           78  ws-file-status-ok            value "00".

      *> a record-sequential read would need the old layout's exact
      *> record length declared up front, which is the very thing
      *> being detected.
           01  ws-old-image                pic x(3692).
           01  ws-new-image                pic x(3692).
           01  ws-byte-handle              pic x(4) comp-x.
           01  ws-byte-offset              pic x(8) comp-x.
           01  ws-byte-count               pic x(4) comp-x.
               exit paragraph
           end-if

           if ws-file-size = ws-layout-22-size then
               display function trim(ws-slot-file-name)
                   ": already current."
               exit paragraph
           and ws-file-size not = ws-layout-13-size
           and ws-file-size not = ws-layout-14-size
           and ws-file-size not = ws-layout-15-size
           and ws-file-size not = ws-layout-16-size
           and ws-file-size not = ws-layout-17-size
           and ws-file-size not = ws-layout-18-size
           and ws-file-size not = ws-layout-19-size
           and ws-file-size not = ws-layout-20-size
           and ws-file-size not = ws-layout-21-size then
               display function trim(ws-slot-file-name)
                   ": unrecognized size " ws-file-size
                   " -- left untouched."
           move ws-file-size to ws-size-disp
           display function trim(ws-slot-file-name)
               ": migrated (" function trim(ws-size-disp)
               " bytes -> 3692 bytes)."

           exit paragraph.


           move all "0" to ws-new-image

           move "022" to ws-new-image(1:3)

      *> prefix block
           if ws-file-size = ws-layout-1-size then
      *> layout 7 has 36-byte typed ones, layout 8 the 38-byte
      *> stacked ones.
           evaluate ws-file-size
               when ws-layout-21-size
                   move 40 to ws-inv-src-len
               when ws-layout-20-size
                   move 40 to ws-inv-src-len
               when ws-layout-19-size
                   move 40 to ws-inv-src-len
               when ws-layout-18-size
                   move 40 to ws-inv-src-len
               when ws-layout-17-size
                   move 40 to ws-inv-src-len
               when ws-layout-16-size
                   move 40 to ws-inv-src-len
               when ws-layout-15-size
           move spaces to ws-new-image(3230:16)
           move "20" to ws-new-image(2503:2)
           move spaces to ws-new-image(2507:320)
      *> no settlement has an opinion of a migrated hero yet.
           perform varying ws-inv-idx from 1 by 1
           until ws-inv-idx > 10
               compute ws-inv-new-pos =
                   ws-settle-new-off + ((ws-inv-idx - 1) * 33)
               move spaces to ws-new-image(ws-inv-new-pos:30)
           end-perform
      *> the quick slots arrive unassigned (blank names).
           move spaces to ws-new-image(3627:64)
      *> the forge levels (3691) stay at +0 from the zero fill.

           compute ws-old-from = ws-inv-src-off + (9 * ws-inv-src-len)

           evaluate ws-file-size
               when ws-layout-21-size
                   move ws-old-image(ws-old-from:1222)
                       to ws-new-image(ws-tail-new-off:1222)
               when ws-layout-20-size
                   move ws-old-image(ws-old-from:1158)
                       to ws-new-image(ws-tail-new-off:1158)
               when ws-layout-19-size
                   move ws-old-image(ws-old-from:1128)
                       to ws-new-image(ws-tail-new-off:1128)
               when ws-layout-18-size
                   move ws-old-image(ws-old-from:788)
                       to ws-new-image(ws-tail-new-off:788)
               when ws-layout-17-size
                   move ws-old-image(ws-old-from:786)
                       to ws-new-image(ws-tail-new-off:786)
               when ws-layout-16-size
                   move ws-old-image(ws-old-from:785)
                       to ws-new-image(ws-tail-new-off:785)
