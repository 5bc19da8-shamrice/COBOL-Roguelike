      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Gold and item ledger reconciliation. The game writes
      *>          every gold and item movement to the slot's
      *>          PLAYERn.LDG with the turn, map, source and amount,
      *>          bracketed by OPN (session start), RST (hourglass
      *>          rewind) and SAV (clean save) markers. This walks
      *>          each slot's new ledger lines from the balance the
      *>          last run left in LEDGER.BAL, checks every movement
      *>          follows from the one before, and checks the closing
      *>          gold in PLAYERn.SAV against opening plus ledger.
      *>          STASH.DAT is shared by every slot, so the stash is
      *>          reconciled once for the pack: opening quantities plus
      *>          all slots' STASHIN/STASHOUT lines against what the
      *>          file holds now. Results go to LEDGER.RPT; LEDGER.BAL
      *>          is then rolled forward to the closing position.
      *>          Anything out of balance ends with return code 8.
      *> Tectonics:
      *>     ./build_ledger_recon.sh
      *>*****************************************************************
       identification division.
       program-id. crl-ledger-recon.

       environment division.

       input-output section.

       file-control.
           select optional fd-ledger
               assign to dynamic ws-ledger-file
               organization is line sequential
               file status is ws-ledger-status.

           select optional fd-player-data
               assign to dynamic ws-player-save-file
               organization is record sequential
               file status is ws-player-file-status.

           select optional fd-stash-data
               assign to ws-stash-file-name
               organization is record sequential
               file status is ws-stash-file-status.

           select optional fd-balance
               assign to ws-balance-file-name
               organization is line sequential
               file status is ws-balance-file-status.

           select fd-report
               assign to dynamic ws-report-file-name
               organization is line sequential
               file status is ws-report-file-status.

       data division.

       file section.

           fd  fd-ledger.
      *> keep in step with f-ledger-record in crl_game.cbl.
           01  f-ledger-record.
               05  f-ledger-stamp              pic x(14).
               05  filler                      pic x.
               05  f-ledger-kind               pic x(3).
               05  filler                      pic x.
               05  f-ledger-turn               pic 9(6).
               05  filler                      pic x.
               05  f-ledger-map                pic x(15).
               05  filler                      pic x.
               05  f-ledger-source             pic x(8).
               05  filler                      pic x.
               05  f-ledger-gold-delta         pic s9(5)
                                               sign leading separate.
               05  filler                      pic x.
               05  f-ledger-gold               pic 9(5).
               05  filler                      pic x.
               05  f-ledger-qty                pic s99
                                               sign leading separate.
               05  filler                      pic x.
               05  f-ledger-item               pic x(16).

           fd  fd-player-data.
      *> the layout-22 record; only the version and the purse matter
      *> here -- see crl-save-inspect for the full geometry.
           01  f-player-image               pic x(3692).
           01  f-player-record redefines f-player-image.
               05  f-save-version           pic 9(3).
               05  filler                   pic x(2465).
               05  f-gold                   pic 9(5).
               05  filler                   pic x(1219).

           fd  fd-stash-data.
      *> image of one ws-stash-item entry in crl_game.cbl.
           01  f-stash-record.
               05  f-stash-name             pic x(16).
               05  filler                   pic x(20).
               05  f-stash-qty              pic 99.
               05  filler                   pic x(2).

           fd  fd-balance.
      *>   S|slot|lines reconciled|gold at last line|closing gold
      *>   I|item name|stash quantity
           01  f-balance-line               pic x(40).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-current-save-version     value 22.
           78  ws-max-slots                value 9.
           78  ws-max-stash-names          value 100.

           78  ws-stash-file-name          value "STASH.DAT".
           78  ws-balance-file-name        value "LEDGER.BAL".
           01  ws-report-file-name         pic x(12)
                                           value "LEDGER.RPT".

           01  ws-ledger-file              pic x(15).
           01  ws-player-save-file         pic x(15).
           01  ws-ledger-status            pic xx.
           01  ws-player-file-status       pic xx.
           01  ws-stash-file-status        pic xx.
           01  ws-balance-file-status      pic xx.
           01  ws-report-file-status       pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-baseline-sw              pic a value 'N'.
               88  ws-have-baseline        value 'Y'.
               88  ws-no-baseline          value 'N'.

           01  ws-date-data                pic x(21).

           01  ws-slot                     pic 9.
           01  ws-slot-idx                 pic 99.
           01  ws-slot-table.
               05  ws-slot-entry occurs ws-max-slots times.
                   10  ws-slot-base-sw     pic a value 'N'.
                       88  ws-slot-has-base value 'Y'.
                   10  ws-slot-base-lines  pic 9(7) value 0.
                   10  ws-slot-base-gold   pic 9(5) value 0.
                   10  ws-slot-base-saved  pic 9(5) value 0.
                   10  ws-slot-end-gold    pic 9(5) value 0.
                   10  ws-slot-lines       pic 9(7) value 0.
                   10  ws-slot-close-gold  pic 9(5) value 0.
                   10  ws-slot-save-sw     pic a value 'N'.
                       88  ws-slot-has-save value 'Y'.
                   10  ws-slot-ledger-sw   pic a value 'N'.
                       88  ws-slot-has-ledger value 'Y'.

      *> the walk through one slot's ledger.
           01  ws-line-number              pic 9(7).
           01  ws-running-gold             pic s9(7).
           01  ws-saved-gold               pic s9(7).
           01  ws-saved-sw                 pic a.
               88  ws-saved-known          value 'Y'.
               88  ws-saved-unknown        value 'N'.
           01  ws-gold-in                  pic 9(7).
           01  ws-gold-out                 pic 9(7).
           01  ws-expected-gold            pic s9(7).
           01  ws-slot-exceptions          pic 9(5).
      *> held until the slot's summary line is out.
           78  ws-max-exception-lines      value 20.
           01  ws-exception-lines.
               05  ws-exception-line       pic x(100)
                                   occurs ws-max-exception-lines times.
           01  ws-exception-idx            pic 99.
           01  ws-slot-status              pic x(8).

           01  ws-out-of-balance           pic 9(5) value 0.
           01  ws-slots-checked            pic 9 value 0.

      *> stash positions by item name, all slots together.
           01  ws-stash-count              pic 999 value 0.
           01  ws-stash-table.
               05  ws-stash-entry occurs ws-max-stash-names times.
                   10  ws-stash-name       pic x(16).
                   10  ws-stash-open       pic s9(5).
                   10  ws-stash-in         pic s9(5).
                   10  ws-stash-out        pic s9(5).
                   10  ws-stash-close      pic s9(5).
           01  ws-stash-idx                pic 999.
           01  ws-stash-find-name          pic x(16).
           01  ws-stash-expected           pic s9(5).
           01  ws-stash-exceptions         pic 9(5) value 0.

           01  ws-balance-qty              pic 999.

           01  ws-exception-text           pic x(60).

           01  ws-edit-slot                pic 9.
           01  ws-edit-lines               pic zzzzzz9.
           01  ws-edit-gold                pic -zzzzz9.
           01  ws-edit-gold-in             pic zzzzzz9.
           01  ws-edit-gold-out            pic zzzzzz9.
           01  ws-edit-expected            pic -zzzzz9.
           01  ws-edit-closing             pic -zzzzz9.
           01  ws-edit-qty                 pic -zzz9.
           01  ws-edit-qty-in              pic zzzz9.
           01  ws-edit-qty-out             pic zzzz9.
           01  ws-edit-qty-exp             pic -zzz9.
           01  ws-edit-qty-close           pic -zzz9.
           01  ws-edit-count               pic zzzz9.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike gold and item ledger reconciliation"
           display "---------------------------------------------------"

           move function current-date to ws-date-data

           perform load-baseline

           open output fd-report
           if ws-report-file-status not = ws-file-status-ok then
               display "Cannot write "
                   function trim(ws-report-file-name)
                   " -- status " ws-report-file-status
               move 8 to return-code
               stop run
           end-if

           move spaces to f-report-line
           string "GOLD AND ITEM LEDGER RECONCILIATION  "
               ws-date-data(1:4) "-" ws-date-data(5:2) "-"
               ws-date-data(7:2)
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-no-baseline then
               move "No LEDGER.BAL -- this run sets the opening"
                   & " position." to f-report-line
               write f-report-line
           end-if
           move spaces to f-report-line
           write f-report-line

           move "SLOT   LINES  OPENING  GOLD IN GOLD OUT EXPECTED"
               & "  CLOSING  STATUS" to f-report-line
           write f-report-line

           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > ws-max-slots
               move ws-slot-idx to ws-slot
               perform reconcile-slot
           end-perform

           perform reconcile-stash

           move spaces to f-report-line
           write f-report-line
           move ws-out-of-balance to ws-edit-count
           move spaces to f-report-line
           string "Slots checked: " ws-slots-checked
               "   Out of balance: " ws-edit-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           move ws-stash-exceptions to ws-edit-count
           move spaces to f-report-line
           string "Stash items out of balance: " ws-edit-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           close fd-report

           perform save-baseline

           display "Wrote " function trim(ws-report-file-name) ": "
               ws-slots-checked " slot(s) checked."
           if ws-out-of-balance > 0 or ws-stash-exceptions > 0 then
               display "Out of balance: " ws-out-of-balance
                   " slot(s), " ws-stash-exceptions " stash item(s)."
           end-if

           if ws-out-of-balance > 0 or ws-stash-exceptions > 0 then
               move 8 to return-code
           end-if

           stop run.

      ******************************************************************
      * LEDGER.BAL is where the last run stopped: for each slot the
      * ledger lines already reconciled, the purse at the last of them
      * (a session may still have been open), the gold in the save,
      * and the stash quantities by item name.
      ******************************************************************
       load-baseline.

           open input fd-balance
           if ws-balance-file-status not = ws-file-status-ok then
               close fd-balance
               exit paragraph
           end-if

           set ws-have-baseline to true
           set ws-not-eof to true
           perform until ws-is-eof
               read fd-balance
                   at end
                       set ws-is-eof to true
                   not at end
                       perform parse-baseline-line
               end-read
           end-perform
           close fd-balance

           exit paragraph.

       parse-baseline-line.

           evaluate f-balance-line(1:2)
               when "S|"
                   if f-balance-line(3:1) is numeric
                   and f-balance-line(3:1) not = "0"
                   and f-balance-line(5:7) is numeric
                   and f-balance-line(13:5) is numeric
                   and f-balance-line(19:5) is numeric then
                       move f-balance-line(3:1) to ws-slot
                       set ws-slot-has-base(ws-slot) to true
                       move f-balance-line(5:7)
                           to ws-slot-base-lines(ws-slot)
                       move f-balance-line(13:5)
                           to ws-slot-base-gold(ws-slot)
                       move f-balance-line(19:5)
                           to ws-slot-base-saved(ws-slot)
                   end-if
               when "I|"
                   if f-balance-line(20:3) is numeric then
                       move f-balance-line(3:16) to ws-stash-find-name
                       perform find-stash-name
                       if ws-stash-idx > 0 then
                           move f-balance-line(20:3)
                               to ws-stash-open(ws-stash-idx)
                       end-if
                   end-if
           end-evaluate

           exit paragraph.

      ******************************************************************
      * One slot: walk the new ledger lines, then hold the purse in
      * PLAYERn.SAV up against where the ledger says it should be.
      *   OPN SAVE  - the save loaded must be the last one written.
      *   OPN other - new character or checkpoint: start from there.
      *   MOV       - purse before the move must be where the last
      *               line left it.
      *   RST       - hourglass rewind: start from the checkpoint.
      *   SAV       - the save written must match the walk.
      ******************************************************************
       reconcile-slot.

           move 0 to ws-line-number ws-gold-in ws-gold-out
               ws-slot-exceptions
           move spaces to ws-slot-status
           set ws-saved-unknown to true

           if ws-slot-has-base(ws-slot) then
               move ws-slot-base-gold(ws-slot) to ws-running-gold
               move ws-slot-base-saved(ws-slot) to ws-saved-gold
               set ws-saved-known to true
           else
               move 0 to ws-running-gold ws-saved-gold
           end-if

           perform read-slot-save

           move spaces to ws-ledger-file
           string "PLAYER" ws-slot ".LDG"
               delimited by size into ws-ledger-file
           end-string

           open input fd-ledger
           if ws-ledger-status = ws-file-status-ok then
               set ws-slot-has-ledger(ws-slot) to true
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-ledger
                       at end
                           set ws-is-eof to true
                       not at end
                           add 1 to ws-line-number
                           if ws-line-number >
                               ws-slot-base-lines(ws-slot) then
                               perform walk-ledger-line
                           end-if
                   end-read
               end-perform
           end-if
           close fd-ledger
           move ws-line-number to ws-slot-lines(ws-slot)
           move ws-running-gold to ws-slot-end-gold(ws-slot)

           if not ws-slot-has-ledger(ws-slot)
           and not ws-slot-has-save(ws-slot) then
               exit paragraph
           end-if
           add 1 to ws-slots-checked

      *> a ledger shorter than last time was replaced or cut back.
           if ws-line-number < ws-slot-base-lines(ws-slot) then
               move "ledger has fewer lines than last reconciled"
                   to ws-exception-text
               perform write-slot-exception
           end-if

           if ws-saved-known then
               move ws-saved-gold to ws-expected-gold
           else
               move ws-running-gold to ws-expected-gold
           end-if

           evaluate true
               when not ws-slot-has-save(ws-slot)
                   move "NO SAVE" to ws-slot-status
               when not ws-slot-has-base(ws-slot)
               and ws-saved-unknown
                   move ws-slot-close-gold(ws-slot) to ws-expected-gold
                   move "OPENED" to ws-slot-status
               when ws-expected-gold not = ws-slot-close-gold(ws-slot)
                   move "closing gold in save does not match ledger"
                       to ws-exception-text
                   perform write-slot-exception
               when other
                   continue
           end-evaluate

           if ws-slot-exceptions > 0 then
               move "OUT" to ws-slot-status
               add 1 to ws-out-of-balance
           end-if
           if ws-slot-status = spaces then
               move "OK" to ws-slot-status
           end-if

           move ws-slot to ws-edit-slot
           move ws-line-number to ws-edit-lines
           move ws-slot-base-saved(ws-slot) to ws-edit-gold
           move ws-gold-in to ws-edit-gold-in
           move ws-gold-out to ws-edit-gold-out
           move ws-expected-gold to ws-edit-expected
           move ws-slot-close-gold(ws-slot) to ws-edit-closing
           move spaces to f-report-line
           string "  " ws-edit-slot "  " ws-edit-lines "  "
               ws-edit-gold "  " ws-edit-gold-in " "
               ws-edit-gold-out " " ws-edit-expected "  "
               ws-edit-closing "  " ws-slot-status
               delimited by size into f-report-line
           end-string
           write f-report-line

           perform varying ws-exception-idx from 1 by 1
           until ws-exception-idx > ws-slot-exceptions
           or ws-exception-idx > ws-max-exception-lines
               move ws-exception-line(ws-exception-idx) to f-report-line
               write f-report-line
           end-perform
           if ws-slot-exceptions > ws-max-exception-lines then
               move ws-slot-exceptions to ws-edit-count
               move spaces to f-report-line
               string "       ... " ws-edit-count " exception(s) in all"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           exit paragraph.

       read-slot-save.

           move spaces to ws-player-save-file
           string "PLAYER" ws-slot ".SAV"
               delimited by size into ws-player-save-file
           end-string

           open input fd-player-data
           if ws-player-file-status = ws-file-status-ok then
               read fd-player-data
                   at end
                       continue
                   not at end
                       if f-save-version = ws-current-save-version
                       and f-gold is numeric then
                           set ws-slot-has-save(ws-slot) to true
                           move f-gold to ws-slot-close-gold(ws-slot)
                       end-if
               end-read
           end-if
           close fd-player-data

           exit paragraph.

       walk-ledger-line.

           if f-ledger-gold is not numeric then
               move "line is unreadable" to ws-exception-text
               perform write-line-exception
               exit paragraph
           end-if

           evaluate f-ledger-kind
               when "OPN"
                   if f-ledger-source = "SAVE" and ws-saved-known
                   and f-ledger-gold not = ws-saved-gold then
                       move "session opened on gold the last save did"
                           & " not hold" to ws-exception-text
                       perform write-line-exception
                   end-if
                   move f-ledger-gold to ws-running-gold
                   if f-ledger-source = "SAVE" then
                       move f-ledger-gold to ws-saved-gold
                       set ws-saved-known to true
                   end-if

               when "RST"
                   move f-ledger-gold to ws-running-gold

               when "SAV"
                   if f-ledger-gold not = ws-running-gold then
                       move "save wrote gold the ledger does not"
                           & " account for" to ws-exception-text
                       perform write-line-exception
                   end-if
                   move f-ledger-gold to ws-running-gold
                   move f-ledger-gold to ws-saved-gold
                   set ws-saved-known to true

               when "MOV"
                   if f-ledger-gold - f-ledger-gold-delta
                       not = ws-running-gold then
                       move "gold changed with no ledger entry"
                           to ws-exception-text
                       perform write-line-exception
                   end-if
                   if f-ledger-gold-delta > 0 then
                       add f-ledger-gold-delta to ws-gold-in
                   else
                       subtract f-ledger-gold-delta from ws-gold-out
                   end-if
                   move f-ledger-gold to ws-running-gold
                   perform post-stash-movement

               when other
                   move "unknown entry kind" to ws-exception-text
                   perform write-line-exception
           end-evaluate

           exit paragraph.

      *> what goes into the stash leaves the inventory: STASHIN lines
      *> carry the player's side, so the sign turns over here.
       post-stash-movement.

           if f-ledger-qty is not numeric
           or f-ledger-item = spaces then
               exit paragraph
           end-if

           evaluate f-ledger-source
               when "STASHIN"
                   move f-ledger-item to ws-stash-find-name
                   perform find-stash-name
                   if ws-stash-idx > 0 then
                       subtract f-ledger-qty
                           from ws-stash-in(ws-stash-idx)
                   end-if
               when "STASHOUT"
                   move f-ledger-item to ws-stash-find-name
                   perform find-stash-name
                   if ws-stash-idx > 0 then
                       add f-ledger-qty to ws-stash-out(ws-stash-idx)
                   end-if
           end-evaluate

           exit paragraph.

       write-line-exception.

           add 1 to ws-slot-exceptions
           if ws-slot-exceptions > ws-max-exception-lines then
               exit paragraph
           end-if
           move ws-line-number to ws-edit-lines
           move spaces to ws-exception-line(ws-slot-exceptions)
           string "       line " ws-edit-lines ": "
               function trim(ws-exception-text) " -- "
               f-ledger-kind " " function trim(f-ledger-source)
               " turn " f-ledger-turn " "
               function trim(f-ledger-map)
               delimited by size
               into ws-exception-line(ws-slot-exceptions)
           end-string

           exit paragraph.

       write-slot-exception.

           add 1 to ws-slot-exceptions
           if ws-slot-exceptions > ws-max-exception-lines then
               exit paragraph
           end-if
           move spaces to ws-exception-line(ws-slot-exceptions)
           string "       " function trim(ws-exception-text)
               delimited by size
               into ws-exception-line(ws-slot-exceptions)
           end-string

           exit paragraph.

      ******************************************************************
      * The shared stash, by item name: opening from LEDGER.BAL (or
      * the file itself the first time round), plus what every slot
      * put in, less what every slot took out, against STASH.DAT.
      ******************************************************************
       reconcile-stash.

           open input fd-stash-data
           if ws-stash-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-stash-data
                       at end
                           set ws-is-eof to true
                       not at end
                           if f-stash-qty is numeric
                           and f-stash-name not = spaces then
                               move f-stash-name to ws-stash-find-name
                               perform find-stash-name
                               if ws-stash-idx > 0 then
                                   add f-stash-qty
                                       to ws-stash-close(ws-stash-idx)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close fd-stash-data

           move spaces to f-report-line
           write f-report-line
           move "STASH (all slots)" to f-report-line
           write f-report-line
           move "ITEM             OPENING    IN   OUT EXPECTED CLOSING"
               & "  STATUS" to f-report-line
           write f-report-line

           perform varying ws-stash-idx from 1 by 1
           until ws-stash-idx > ws-stash-count
               if ws-no-baseline then
                   compute ws-stash-open(ws-stash-idx) =
                       ws-stash-close(ws-stash-idx)
                       - ws-stash-in(ws-stash-idx)
                       + ws-stash-out(ws-stash-idx)
               end-if
               compute ws-stash-expected =
                   ws-stash-open(ws-stash-idx)
                   + ws-stash-in(ws-stash-idx)
                   - ws-stash-out(ws-stash-idx)
               if ws-stash-expected = ws-stash-close(ws-stash-idx) then
                   move "OK" to ws-slot-status
               else
                   move "OUT" to ws-slot-status
                   add 1 to ws-stash-exceptions
               end-if
               move ws-stash-open(ws-stash-idx) to ws-edit-qty
               move ws-stash-in(ws-stash-idx) to ws-edit-qty-in
               move ws-stash-out(ws-stash-idx) to ws-edit-qty-out
               move ws-stash-expected to ws-edit-qty-exp
               move ws-stash-close(ws-stash-idx) to ws-edit-qty-close
               move spaces to f-report-line
               string ws-stash-name(ws-stash-idx) " "
                   ws-edit-qty " " ws-edit-qty-in " "
                   ws-edit-qty-out "    " ws-edit-qty-exp "   "
                   ws-edit-qty-close "  " ws-slot-status
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-perform

           if ws-stash-count = 0 then
               move "  (empty, no movements)" to f-report-line
               write f-report-line
           end-if

           exit paragraph.

      *> ws-stash-idx comes back 0 only when the table is full.
       find-stash-name.

           perform varying ws-stash-idx from 1 by 1
           until ws-stash-idx > ws-stash-count
               if ws-stash-name(ws-stash-idx) = ws-stash-find-name then
                   exit paragraph
               end-if
           end-perform

           if ws-stash-count >= ws-max-stash-names then
               move 0 to ws-stash-idx
               exit paragraph
           end-if

           add 1 to ws-stash-count
           move ws-stash-count to ws-stash-idx
           move ws-stash-find-name to ws-stash-name(ws-stash-idx)
           move 0 to ws-stash-open(ws-stash-idx)
               ws-stash-in(ws-stash-idx) ws-stash-out(ws-stash-idx)
               ws-stash-close(ws-stash-idx)

           exit paragraph.

      ******************************************************************
      * Rolls LEDGER.BAL forward: each slot's ledger as far as read,
      * the purse in its save, and the stash as it stands now. Items
      * reported out of balance are carried at the closing figure so
      * the next run reports only what is new.
      ******************************************************************
       save-baseline.

           open output fd-balance
           if ws-balance-file-status not = ws-file-status-ok
           and ws-balance-file-status not = "05" then
               display "Cannot write " ws-balance-file-name
                   " -- status " ws-balance-file-status
               move 8 to return-code
               exit paragraph
           end-if

           perform varying ws-slot-idx from 1 by 1
           until ws-slot-idx > ws-max-slots
               move ws-slot-idx to ws-slot
               if ws-slot-has-ledger(ws-slot)
               or ws-slot-has-save(ws-slot) then
                   move spaces to f-balance-line
                   string "S|" ws-slot "|" ws-slot-lines(ws-slot) "|"
                       ws-slot-end-gold(ws-slot) "|"
                       ws-slot-close-gold(ws-slot)
                       delimited by size into f-balance-line
                   end-string
                   write f-balance-line
               end-if
           end-perform

           perform varying ws-stash-idx from 1 by 1
           until ws-stash-idx > ws-stash-count
               if ws-stash-close(ws-stash-idx) > 0 then
                   move spaces to f-balance-line
                   move "I|" to f-balance-line(1:2)
                   move ws-stash-name(ws-stash-idx)
                       to f-balance-line(3:16)
                   move "|" to f-balance-line(19:1)
                   move ws-stash-close(ws-stash-idx)
                       to ws-balance-qty
                   move ws-balance-qty to f-balance-line(20:3)
                   write f-balance-line
               end-if
           end-perform

           close fd-balance

           exit paragraph.

       end program crl-ledger-recon.
