      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2021-05-11
      *> Last Updated: 2026-10-15
      *> Purpose: Item editor for the game. Every save that changes
      *>          the catalog bumps its version (ITEMS.VER), so maps
      *>          built against an older catalog can be told apart.
      *>          "m" mass-updates one field across every item of a
      *>          given type, rarity, set or damage type, with a
      *>          before/after preview and one audit line per item.
      *>          Changing the catalog (new, edit, delete, import,
      *>          rollback, mass update) takes an operator signed on
      *>          with the AUTHOR role (see crl-operator-signon),
      *>          once per session; every ITEMAUD.LOG line carries
      *>          that operator's id.
      *>          Will not open while the pack-wide maintenance flag
      *>          is up (MAINT.FLG, see crl-maint-flag) unless an
      *>          operator override is set.
      *> Tectonics:
      *>     ./build_item_creator.sh
      *>         src/shared/crl_maint_flag.cbl
      *>         src/shared/crl_operator_signon.cbl
      *>         src/shared/crl_error_log.cbl
      *>*****************************************************************
       identification division.
       program-id. cobol-roguelike-item-creator.
           05  f-aud-before             pic x(46).
           05  filler                   pic x.
           05  f-aud-after              pic x(46).
           05  filler                   pic x.
           05  f-aud-operator           pic x(12).

       working-storage section.

       01  ws-rollback-target           pic x(14).
       01  ws-rollback-count            pic 999.

      *> Maintenance window -- see check-maint-flag.
       01  ws-maint-request             pic x value "Q".
       01  ws-maint-message             pic x(60).
       01  ws-maint-until               pic x(12).
       01  ws-maint-status              pic 9.

      *> Operator sign-on -- see sign-on-operator.
       01  ws-operator                  pic x(12) value spaces.
       01  ws-signon-roles              pic x(40) value "AUTHOR".
       01  ws-signon-status             pic 9.
       01  ws-signon-sw                 pic a value 'N'.
           88  ws-operator-signed-on    value 'Y'.
           88  ws-operator-not-signed   value 'N'.

      *> Catalog version -- see crl-catalog-version.
       01  ws-catver-request            pic x(4) value "BUMP".
       01  ws-catalog-version           pic 9(5).

      *> Mass update -- see mass-update-catalog. The preview table is
      *> built straight from the catalog file records, one entry per
      *> item whose chosen field actually changes.
       01  ws-mass-filter-kind          pic a.
           88  ws-mass-by-type          value 'T'.
           88  ws-mass-by-rarity        value 'R'.
           88  ws-mass-by-set           value 'S'.
           88  ws-mass-by-dmg-type      value 'D'.
       01  ws-mass-filter-value         pic 99.
       01  ws-mass-field                pic a.
           88  ws-mass-field-worth      value 'W'.
           88  ws-mass-field-atk        value 'A'.
           88  ws-mass-field-def        value 'D'.
           88  ws-mass-field-heal       value 'H'.
           88  ws-mass-field-weight     value 'E'.
       01  ws-mass-field-name           pic x(6).
       01  ws-mass-mode                 pic a.
           88  ws-mass-mode-percent     value 'P'.
           88  ws-mass-mode-fixed       value 'F'.
           88  ws-mass-mode-set         value 'S'.
       01  ws-mass-direction            pic x value '+'.
           88  ws-mass-lower            value '-'.
           88  ws-mass-raise            value '+'.
       01  ws-mass-amount               pic 999.
       01  ws-mass-old-value            pic 999.
       01  ws-mass-new-value            pic s9(5).
       01  ws-mass-match-sw             pic a value 'N'.
           88  ws-mass-is-match         value 'Y'.
           88  ws-mass-not-match        value 'N'.
       01  ws-mass-confirm              pic a.
       01  ws-mass-count                pic 999 value 0.
       01  ws-mass-applied              pic 999 value 0.
       01  ws-mass-idx                  pic 999.
       01  ws-mass-entries.
           05  ws-mass-entry occurs 999 times.
               10  ws-mass-id           pic 999.
               10  ws-mass-name         pic x(16).
               10  ws-mass-before       pic 999.
               10  ws-mass-after        pic 999.


       procedure division.
       
      *             + COB-ALLOW-RIGHT-DOUBLE
                   + COB-ALLOW-MOUSE-MOVE
           set environment "COB_MOUSE_FLAGS" to ws-mouse-flags

           perform check-maint-flag
                     
           display space blank screen

               when 'Q' 
                  set ws-is-quit to true 

               when 'N'
                   perform sign-on-operator
                   if ws-operator-signed-on
                       perform create-new-item
                   end-if

               when 'E'
                   perform sign-on-operator
                   if ws-operator-signed-on
                       perform edit-item
                   end-if

               when 'D'
                   perform sign-on-operator
                   if ws-operator-signed-on
                       perform delete-item
                   end-if

               when 'F'
                   if ws-cur-page < ws-num-pages
                   perform export-item-catalog

               when 'I'
                   perform sign-on-operator
                   if ws-operator-signed-on
                       perform import-item-catalog
                   end-if

               when 'R'
                   perform sign-on-operator
                   if ws-operator-signed-on
                       perform rollback-catalog
                   end-if

               when 'M'
                   perform sign-on-operator
                   if ws-operator-signed-on
                       perform mass-update-catalog
                   end-if

           end-evaluate

           move ws-selected-idx to ws-audit-id
           perform write-item-audit

      *> a save that rewrites a record unchanged is no new catalog.
           if ws-audit-after not = ws-audit-before then
               perform bump-catalog-version
           end-if

           perform load-item-list
           
           exit paragraph.    
                       move spaces to ws-audit-after
                       move ws-selected-idx to ws-audit-id
                       perform write-item-audit
                       perform bump-catalog-version
                       perform load-item-list
               end-delete
           close fd-item-list-data
               close fd-item-catalog-text

               perform save-all-imported-items
               if ws-import-count > 0 then
                   perform bump-catalog-version
               end-if

               display function concatenate(
                   "Imported ", function trim(ws-import-count),
           exit paragraph.


      ******************************************************************
      * The nightly window rewrites the catalog -- stay shut while
      * MAINT.FLG is up, unless an operator override is set.
      ******************************************************************
       check-maint-flag.

           call "crl-maint-flag" using
               ws-errlog-program ws-maint-request ws-maint-message
               ws-maint-until ws-maint-status
           end-call

           evaluate ws-maint-status
               when 1
                   display "The item creator is closed for"
                       " maintenance: " function trim(ws-maint-message)
                   if ws-maint-until is numeric then
                       display "Expected back by "
                           ws-maint-until(9:2) ":"
                           ws-maint-until(11:2)
                   end-if
                   stop run
               when 2
                   display "Maintenance override in effect."
           end-evaluate

           exit paragraph.

      ******************************************************************
      * The catalog is author territory: the first change of the
      * session signs the operator on -- CRL_OPERATOR when set, else
      * a prompt -- and only the AUTHOR role gets through. A refusal
      * leaves the catalog untouched and asks again next time.
      ******************************************************************
       sign-on-operator.

           if ws-operator-signed-on then
               exit paragraph
           end-if

           move spaces to ws-operator
           accept ws-operator from environment "CRL_OPERATOR"
           end-accept
           if ws-operator = spaces then
               display ws-line-mask at 1901
               display "Operator id: " at 1901
               accept ws-operator at 1914
           end-if

           call "crl-operator-signon" using
               ws-errlog-program ws-signon-roles
               ws-operator ws-signon-status
           end-call

           display ws-line-mask at 1901
           display ws-line-mask at 2001

           evaluate ws-signon-status
               when 0
                   set ws-operator-signed-on to true
               when 1
                   display "No OPERATORS file - nobody can sign on."
                       at 2001
               when 2
                   display "Operator not on file - refused." at 2001
               when other
                   display "Catalog changes need the AUTHOR role"
                       " - refused." at 2001
           end-evaluate

           exit paragraph.

      ******************************************************************
      * One ITEMAUD.LOG line per change: when, what kind, which id,
      * and the full record before and after.
               move ws-audit-id to f-aud-id
               move ws-audit-before to f-aud-before
               move ws-audit-after to f-aud-after
               move ws-operator to f-aud-operator
               write f-item-audit-line
               close fd-item-audit
           end-if
           end-perform
           close fd-item-list-data

           if ws-rollback-count > 0 then
               perform bump-catalog-version
           end-if

           display function concatenate(
               "Rolled back ",
               ws-rollback-count, " change(s).") at 2001

           exit paragraph.

      ******************************************************************
      * "m" -- mass update. Picks every item of one type, rarity, set
      * id or damage type and changes one of worth, atk, def, heal or
      * weight by a percentage, by a fixed amount, or to a set value
      * (results held to 0-999). Nothing is written until every
      * affected record has been shown before/after and the change is
      * confirmed; each record saved then gets its own EDT audit line
      * so rollback-catalog can undo it like any single edit.
      ******************************************************************
       mass-update-catalog.

           move spaces to ws-mass-filter-kind
           display "Select by [T]ype [R]arity [S]et [D]mg type: "
               at 1901
           accept ws-mass-filter-kind with auto upper at 1945
           if not ws-mass-by-type and not ws-mass-by-rarity
           and not ws-mass-by-set and not ws-mass-by-dmg-type then
               perform clear-mass-prompts
               exit paragraph
           end-if

           move 0 to ws-mass-filter-value
           display ws-line-mask at 1901
           display "Match value: " at 1901
           accept ws-mass-filter-value update at 1914

           move spaces to ws-mass-field
           display ws-line-mask at 1901
           display "Field [W]orth [A]tk [D]ef [H]eal w[E]ight: "
               at 1901
           accept ws-mass-field with auto upper at 1944
           evaluate true
               when ws-mass-field-worth
                   move "WORTH" to ws-mass-field-name
               when ws-mass-field-atk
                   move "ATK" to ws-mass-field-name
               when ws-mass-field-def
                   move "DEF" to ws-mass-field-name
               when ws-mass-field-heal
                   move "HEAL" to ws-mass-field-name
               when ws-mass-field-weight
                   move "WEIGHT" to ws-mass-field-name
               when other
                   perform clear-mass-prompts
                   exit paragraph
           end-evaluate

           move spaces to ws-mass-mode
           display ws-line-mask at 1901
           display "Change by [P]ercent [F]ixed amount or [S]et: "
               at 1901
           accept ws-mass-mode with auto upper at 1946
           if not ws-mass-mode-percent and not ws-mass-mode-fixed
           and not ws-mass-mode-set then
               perform clear-mass-prompts
               exit paragraph
           end-if

           set ws-mass-raise to true
           if not ws-mass-mode-set then
               display ws-line-mask at 1901
               display "Raise or lower [+/-]: " at 1901
               accept ws-mass-direction at 1923
               if not ws-mass-lower and not ws-mass-raise then
                   perform clear-mass-prompts
                   exit paragraph
               end-if
           end-if

           move 0 to ws-mass-amount
           display ws-line-mask at 1901
           display "Amount: " at 1901
           accept ws-mass-amount update at 1909

           perform build-mass-update-list

           if ws-mass-count = 0 then
               perform clear-mass-prompts
               display "No items would change." at 2001
               exit paragraph
           end-if

           perform show-mass-update-preview

           move spaces to ws-mass-confirm
           display ws-line-mask at 1901
           display function concatenate(
               "Apply ", ws-mass-count, " change(s)? [Y/N]: ")
               at 1901
           end-display
           accept ws-mass-confirm with auto upper at 1930

           display space blank screen

           if ws-mass-confirm not = 'Y' then
               display "Mass update cancelled." at 2001
               exit paragraph
           end-if

           perform apply-mass-update

           display function concatenate(
               "Mass update changed ", ws-mass-applied,
               " item(s).") at 2001
           end-display

           exit paragraph.


       clear-mass-prompts.

           display ws-line-mask at 1901
           display ws-line-mask at 2001

           exit paragraph.


      *> one pass over the catalog file: the record's own fields are
      *> matched and changed, so what is previewed is exactly what
      *> apply-mass-update will rewrite.
       build-mass-update-list.

           move 0 to ws-mass-count
           set ws-not-eof to true

           open input fd-item-list-data
           if ws-item-list-file-status not = ws-file-status-ok then
               close fd-item-list-data
               exit paragraph
           end-if

           perform until ws-is-eof or ws-mass-count >= 999

               read fd-item-list-data next record
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof then
                   perform check-mass-update-match
                   if ws-mass-is-match then
                       perform compute-mass-update-value
                       if ws-mass-new-value not = ws-mass-old-value
                       then
                           add 1 to ws-mass-count
                           move f-item-id to ws-mass-id(ws-mass-count)
                           move f-item-name
                               to ws-mass-name(ws-mass-count)
                           move ws-mass-old-value
                               to ws-mass-before(ws-mass-count)
                           move ws-mass-new-value
                               to ws-mass-after(ws-mass-count)
                       end-if
                   end-if
               end-if

           end-perform

           close fd-item-list-data

           exit paragraph.


       check-mass-update-match.

           set ws-mass-not-match to true

           evaluate true
               when ws-mass-by-type
                   if f-item-type = ws-mass-filter-value then
                       set ws-mass-is-match to true
                   end-if
               when ws-mass-by-rarity
                   if f-item-rarity = ws-mass-filter-value then
                       set ws-mass-is-match to true
                   end-if
               when ws-mass-by-set
                   if f-item-set-id = ws-mass-filter-value then
                       set ws-mass-is-match to true
                   end-if
               when ws-mass-by-dmg-type
                   if f-item-dmg-type = ws-mass-filter-value then
                       set ws-mass-is-match to true
                   end-if
           end-evaluate

           exit paragraph.


       compute-mass-update-value.

           evaluate true
               when ws-mass-field-worth
                   move f-item-worth to ws-mass-old-value
               when ws-mass-field-atk
                   move f-item-atk to ws-mass-old-value
               when ws-mass-field-def
                   move f-item-def to ws-mass-old-value
               when ws-mass-field-heal
                   move f-item-heal to ws-mass-old-value
               when ws-mass-field-weight
                   move f-item-weight to ws-mass-old-value
           end-evaluate

           evaluate true
               when ws-mass-mode-set
                   move ws-mass-amount to ws-mass-new-value
               when ws-mass-mode-percent and ws-mass-lower
                   compute ws-mass-new-value rounded =
                       ws-mass-old-value
                       - ws-mass-old-value * ws-mass-amount / 100
                   end-compute
               when ws-mass-mode-percent
                   compute ws-mass-new-value rounded =
                       ws-mass-old-value
                       + ws-mass-old-value * ws-mass-amount / 100
                   end-compute
               when ws-mass-lower
                   compute ws-mass-new-value =
                       ws-mass-old-value - ws-mass-amount
                   end-compute
               when other
                   compute ws-mass-new-value =
                       ws-mass-old-value + ws-mass-amount
                   end-compute
           end-evaluate

           if ws-mass-new-value < 0 then
               move 0 to ws-mass-new-value
           end-if
           if ws-mass-new-value > 999 then
               move 999 to ws-mass-new-value
           end-if

           exit paragraph.


      *> every affected record, ws-max-items-per-page to a screen.
       show-mass-update-preview.

           display space blank screen
           display "Mass Update Preview" with highlight underline
               at 0135
           display "ID" with highlight underline at 0201
           display "NAME" with highlight underline at 0208
           display "FIELD" with highlight underline at 0225
           display "BEFORE" with highlight underline at 0235
           display "AFTER" with highlight underline at 0247

           move 3 to ws-record-pos-y

           perform varying ws-mass-idx from 1 by 1
           until ws-mass-idx > ws-mass-count

               move 1 to ws-record-pos-x
               display ws-line-mask at ws-record-pos
               display ws-mass-id(ws-mass-idx) at ws-record-pos
               move 08 to ws-record-pos-x
               display ws-mass-name(ws-mass-idx) at ws-record-pos
               move 25 to ws-record-pos-x
               display ws-mass-field-name at ws-record-pos
               move 35 to ws-record-pos-x
               display ws-mass-before(ws-mass-idx) at ws-record-pos
               move 47 to ws-record-pos-x
               display ws-mass-after(ws-mass-idx) at ws-record-pos
               add 1 to ws-record-pos-y

               if ws-record-pos-y > ws-max-items-per-page + 2
               and ws-mass-idx < ws-mass-count then
                   display "More - press any key." at 1901
                   accept ws-kb-input with no echo at 1922
                   display ws-line-mask at 1901
                   move 3 to ws-record-pos-y
                   move 1 to ws-record-pos-x
                   perform varying ws-idx from 1 by 1
                   until ws-idx > ws-max-items-per-page
                       display ws-line-mask at ws-record-pos
                       add 1 to ws-record-pos-y
                   end-perform
                   move 3 to ws-record-pos-y
               end-if

           end-perform

           exit paragraph.


       apply-mass-update.

           move 0 to ws-mass-applied

           open i-o fd-item-list-data

           perform varying ws-mass-idx from 1 by 1
           until ws-mass-idx > ws-mass-count

               move ws-mass-id(ws-mass-idx) to f-item-id
               read fd-item-list-data
                   invalid key continue
                   not invalid key
                       move f-item-list-data-record to ws-audit-before
                       evaluate true
                           when ws-mass-field-worth
                               move ws-mass-after(ws-mass-idx)
                                   to f-item-worth
                           when ws-mass-field-atk
                               move ws-mass-after(ws-mass-idx)
                                   to f-item-atk
                           when ws-mass-field-def
                               move ws-mass-after(ws-mass-idx)
                                   to f-item-def
                           when ws-mass-field-heal
                               move ws-mass-after(ws-mass-idx)
                                   to f-item-heal
                           when ws-mass-field-weight
                               move ws-mass-after(ws-mass-idx)
                                   to f-item-weight
                       end-evaluate
                       rewrite f-item-list-data-record
                           invalid key continue
                           not invalid key
                               move "EDT" to ws-audit-op
                               move ws-mass-id(ws-mass-idx)
                                   to ws-audit-id
                               move f-item-list-data-record
                                   to ws-audit-after
                               perform write-item-audit
                               add 1 to ws-mass-applied
                       end-rewrite
               end-read

           end-perform

           close fd-item-list-data

           if ws-mass-applied > 0 then
               perform bump-catalog-version
           end-if

           perform load-item-list

           exit paragraph.

      ******************************************************************
      * Every saved change is a new catalog version; maps record the
      * version they were saved or validated against.
      ******************************************************************
       bump-catalog-version.

           call "crl-catalog-version" using
               ws-catver-request ws-catalog-version
           end-call

           exit paragraph.

       generate-test-data.

           move 1 to ws-selected-idx 
