      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Nightly comma-delimited extract for the office
      *>          spreadsheets. Each run appends only what changed
      *>          since the last one to six files, each started with
      *>          a header row the first time it is written:
      *>            XRUNS.CSV    one row per finished run from
      *>                         RUNSTATS.LOG (complete days only)
      *>                DATE,MAP,PLAYER,LEVEL,EXP,KILLS,SECONDS,
      *>                BOSSES,HARDCORE,OUTCOME,CLASS,DAILY,DEPTH,
      *>                WAVES,REWIND,SEASON
      *>            XDEATHS.CSV  deaths by cause per day, from the
      *>                         action-history day logs (the
      *>                         DEATHS.RPT rules; complete days)
      *>                DATE,KILLER,MAP,LEVEL,DEATHS
      *>            XTRAFFIC.CSV map traffic totals from each .TRF
      *>                         sidecar, when they moved -- NEW_
      *>                         columns are the growth since the
      *>                         last extract (the whole total when
      *>                         the sidecar was reset)
      *>                EXTRACT_DATE,MAP,VISITS,DEATHS,NEW_VISITS,
      *>                NEW_DEATHS
      *>            XITEMS.CSV   item catalog (ITEMS.ITL) entries
      *>                         added, changed or removed
      *>                EXTRACT_DATE,CHANGE,ID,NAME,EFFECT,WORTH,
      *>                TYPE,ATK,DEF,HEAL,RARITY,WEIGHT,DMG_TYPE,
      *>                RESIST_TYPE,SET_ID
      *>            XBEASTS.CSV  bestiary (BESTIARY.BST) entries
      *>                         added, changed or removed
      *>                EXTRACT_DATE,CHANGE,ID,NAME,HP,ATTACK,TICKS,
      *>                EXP_WORTH,RANGED,BEHAVIOR,DMG_TYPE,
      *>                RESIST_TYPE
      *>            XERRORS.CSV  ERRORS.LOG incidents
      *>                DATE,TIME,PROGRAM,REASON,FILE,DETAIL
      *>          Text columns are double-quoted. The high-water
      *>          marks live in EXTRACT.HWM -- the last day of runs
      *>          and deaths taken, the last ERRORS.LOG stamp taken,
      *>          and the traffic totals and catalog/bestiary
      *>          entries as last extracted -- so a rerun adds
      *>          nothing twice. The marks are by content, not line
      *>          count, so crl-log-retention archiving the logs
      *>          never confuses them. A file that cannot be written
      *>          leaves its mark where it was, goes to ERRORS.LOG
      *>          as BATCH and ends the run with return code 8;
      *>          safe to run as a NIGHTRUN.CTL step.
      *> Tectonics:
      *>     ./build_data_extract.sh
      *>*****************************************************************
       identification division.
       program-id. crl-data-extract.

       environment division.

       input-output section.

       file-control.
           select optional fd-hwm-file
               assign to ws-hwm-file-name
               organization is line sequential
               file status is ws-hwm-status.

           select optional fd-run-stats-log
               assign to ws-run-stats-file-name
               organization is line sequential
               file status is ws-run-stats-status.

           select optional fd-day-log
               assign to dynamic ws-day-log-file
               organization is line sequential
               file status is ws-day-log-status.

           select optional fd-map-list
               assign to dynamic ws-map-list-file
               organization is line sequential
               file status is ws-map-list-status.

           select optional fd-traffic-data
               assign to dynamic ws-traffic-file
               organization is line sequential
               file status is ws-traffic-status.

           select optional fd-item-catalog
               assign to ws-item-catalog-file
               organization is indexed
               access mode is sequential
               record key is f-catalog-item-id
               file status is ws-catalog-status.

           select optional fd-bestiary
               assign to ws-bestiary-file
               organization is indexed
               access mode is sequential
               record key is f-bst-id
               file status is ws-bestiary-status.

           select optional fd-errors-log
               assign to ws-errors-log-file
               organization is line sequential
               file status is ws-errors-log-status.

           select optional fd-csv-file
               assign to dynamic ws-csv-file
               organization is line sequential
               file status is ws-csv-status.

       data division.

       file section.

           fd  fd-hwm-file.
           01  f-hwm-line                   pic x(80).

           fd  fd-run-stats-log.
           01  f-run-stats-line             pic x(100).

           fd  fd-day-log.
           01  f-day-log-line.
               05  f-log-timestamp          pic x(23).
               05  f-log-cat                pic x(4).
               05  f-log-text               pic x(80).

           fd  fd-map-list.
           01  f-map-list-line              pic x(30).

           fd  fd-traffic-data.
           01  f-traffic-record             pic x(320).

           fd  fd-item-catalog.
           01  f-item-catalog-record.
               05  f-catalog-item-id            pic 999.
               05  f-catalog-item-name          pic x(16).
               05  f-catalog-item-effect-id     pic 99.
               05  f-catalog-item-worth         pic 999.
               05  f-catalog-item-color         pic 9.
               05  f-catalog-item-char          pic x.
               05  f-catalog-item-highlight     pic a.
               05  f-catalog-item-blink         pic a.
               05  f-catalog-item-type          pic 9.
               05  f-catalog-item-atk           pic 999.
               05  f-catalog-item-def           pic 999.
               05  f-catalog-item-heal          pic 999.
               05  f-catalog-item-rarity        pic 9.
               05  f-catalog-item-weight        pic 999.
               05  f-catalog-item-dmg-type      pic 9.
               05  f-catalog-item-resist-type   pic 9.
               05  f-catalog-item-set-id        pic 99.

           fd  fd-bestiary.
           01  f-bestiary-record.
               05  f-bst-id                 pic 999.
               05  f-bst-name               pic x(16).
               05  f-bst-hp                 pic 999.
               05  f-bst-attack             pic 999.
               05  f-bst-color              pic 9.
               05  f-bst-char               pic x.
               05  f-bst-ticks              pic 999.
               05  f-bst-exp-worth          pic 9(4).
               05  f-bst-ranged-sw          pic a.
               05  f-bst-behavior           pic 9.
               05  f-bst-dmg-type           pic 9.
               05  f-bst-resist-type        pic 9.

           fd  fd-errors-log.
           01  f-errors-line                pic x(120).

           fd  fd-csv-file.
           01  f-csv-line                   pic x(300).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-file-status-created      value "05".
           78  ws-first-lookback-days      value 30.
           78  ws-max-lookback-days        value 366.
           78  ws-max-causes               value 100.
           78  ws-max-traffic-maps         value 200.
           78  ws-max-catalog              value 999.
           78  ws-item-image-len           value 46.
           78  ws-bst-image-len            value 38.

           78  ws-hwm-file-name            value "EXTRACT.HWM".
           01  ws-hwm-status               pic xx.
           78  ws-run-stats-file-name      value "RUNSTATS.LOG".
           01  ws-run-stats-status         pic xx.
           01  ws-day-log-file             pic x(16).
           01  ws-day-log-status           pic xx.
           01  ws-map-list-file            pic x(15)
                                           value "EXTMAPS.TMP".
           01  ws-map-list-status          pic xx.
           01  ws-traffic-file             pic x(20).
           01  ws-traffic-status           pic xx.
           78  ws-item-catalog-file        value "ITEMS.ITL".
           01  ws-catalog-status           pic xx.
           78  ws-bestiary-file            value "BESTIARY.BST".
           01  ws-bestiary-status          pic xx.
           78  ws-errors-log-file          value "ERRORS.LOG".
           01  ws-errors-log-status        pic xx.
           01  ws-csv-file                 pic x(15).
           01  ws-csv-status               pic xx.

           01  ws-list-maps-command        pic x(40)
                               value "ls -1 *.TRF > EXTMAPS.TMP".
           01  ws-remove-list-command      pic x(40)
                               value "rm -f EXTMAPS.TMP".

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-run-failed-sw            pic a value 'N'.
               88  ws-run-failed           value 'Y'.

           01  ws-csv-open-sw              pic a value 'N'.
               88  ws-csv-is-open          value 'Y'.
               88  ws-csv-not-open         value 'N'.

           01  ws-date-data                pic x(21).
           01  ws-today                    pic 9(8).
           01  ws-yesterday                pic 9(8).
           01  ws-julian-date              pic s9(9) comp.
           01  ws-julian-first             pic s9(9) comp.
           01  ws-julian-last              pic s9(9) comp.
           01  ws-candidate-date           pic 9(8).
           01  ws-run-date-num             pic 9(8).

      *> the marks as read from EXTRACT.HWM, and as they will be
      *> written back.
           01  ws-hwm-tag                  pic x(6).
           01  ws-hwm-field-1              pic x(20).
           01  ws-hwm-field-2              pic x(20).
           01  ws-hwm-field-3              pic x(20).
           01  ws-old-runs-date            pic 9(8) value 0.
           01  ws-new-runs-date            pic 9(8) value 0.
           01  ws-old-deaths-date          pic 9(8) value 0.
           01  ws-new-deaths-date          pic 9(8) value 0.
           01  ws-old-err-stamp            pic x(14) value spaces.
           01  ws-old-err-count            pic 9(4) value 0.
           01  ws-new-err-stamp            pic x(14) value spaces.
           01  ws-new-err-count            pic 9(4) value 0.

           01  ws-traffic-map-count        pic 999 value 0.
           01  ws-traffic-maps.
               05  ws-trf occurs ws-max-traffic-maps times.
                   10  ws-trf-map          pic x(15).
                   10  ws-trf-old-visits   pic 9(9).
                   10  ws-trf-old-deaths   pic 9(9).
                   10  ws-trf-new-visits   pic 9(9).
                   10  ws-trf-new-deaths   pic 9(9).
           01  ws-trf-idx                  pic 999.
           01  ws-trf-found                pic 999.
           01  ws-trf-visit-total          pic 9(9).
           01  ws-trf-death-total          pic 9(9).
           01  ws-trf-row-idx              pic 99.
           01  ws-trf-col-idx              pic 99.
           01  ws-traffic-row.
               05  ws-traffic-cell occurs 80 times pic 9(4).
           01  ws-map-name                 pic x(15).

      *> catalog and bestiary entries by id: as last extracted,
      *> and as they stand now.
           01  ws-item-images.
               05  ws-item-entry occurs ws-max-catalog times.
                   10  ws-item-old         pic x(46).
                   10  ws-item-new         pic x(46).
           01  ws-bst-images.
               05  ws-bst-entry occurs ws-max-catalog times.
                   10  ws-bst-old          pic x(38).
                   10  ws-bst-new          pic x(38).
           01  ws-id-idx                   pic 9(4).
           01  ws-change-kind              pic x(8).

           01  ws-item-view.
               05  ws-iv-id                pic 999.
               05  ws-iv-name              pic x(16).
               05  ws-iv-effect-id         pic 99.
               05  ws-iv-worth             pic 999.
               05  ws-iv-color             pic 9.
               05  ws-iv-char              pic x.
               05  ws-iv-highlight         pic a.
               05  ws-iv-blink             pic a.
               05  ws-iv-type              pic 9.
               05  ws-iv-atk               pic 999.
               05  ws-iv-def               pic 999.
               05  ws-iv-heal              pic 999.
               05  ws-iv-rarity            pic 9.
               05  ws-iv-weight            pic 999.
               05  ws-iv-dmg-type          pic 9.
               05  ws-iv-resist-type       pic 9.
               05  ws-iv-set-id            pic 99.

           01  ws-bst-view.
               05  ws-bv-id                pic 999.
               05  ws-bv-name              pic x(16).
               05  ws-bv-hp                pic 999.
               05  ws-bv-attack            pic 999.
               05  ws-bv-color             pic 9.
               05  ws-bv-char              pic x.
               05  ws-bv-ticks             pic 999.
               05  ws-bv-exp-worth         pic 9(4).
               05  ws-bv-ranged-sw         pic a.
               05  ws-bv-behavior          pic 9.
               05  ws-bv-dmg-type          pic 9.
               05  ws-bv-resist-type       pic 9.

      *> one day's deaths by (killer, map, level).
           01  ws-cause-count              pic 999 value 0.
           01  ws-cause-table.
               05  ws-cause occurs ws-max-causes times.
                   10  ws-cause-killer     pic x(26).
                   10  ws-cause-map        pic x(15).
                   10  ws-cause-level      pic 999.
                   10  ws-cause-deaths     pic 9(4).
           01  ws-cause-idx                pic 999.
           01  ws-cause-found              pic 999.
           01  ws-parse-killer             pic x(26).
           01  ws-parse-map                pic x(15).
           01  ws-parse-level-txt          pic x(4).
           01  ws-parse-level              pic 999.
           01  ws-parse-rest               pic x(60).

           01  ws-err-stamp                pic x(14).
           01  ws-err-same-seen            pic 9(4).

      *> building one CSV row.
           01  ws-csv-line                 pic x(300).
           01  ws-csv-pointer              pic 9(4).
           01  ws-csv-text                 pic x(60).
           01  ws-csv-number               pic 9(9).
           01  ws-csv-num-edit             pic z(8)9.
           01  ws-csv-header               pic x(160).
           01  ws-today-text               pic x(10).

           01  ws-rows-runs                pic 9(7) value 0.
           01  ws-rows-deaths              pic 9(7) value 0.
           01  ws-rows-traffic             pic 9(7) value 0.
           01  ws-rows-items               pic 9(7) value 0.
           01  ws-rows-beasts              pic 9(7) value 0.
           01  ws-rows-errors              pic 9(7) value 0.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                           value "crl-data-extract".
           01  ws-errlog-reason            pic x(8) value "BATCH".
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike nightly data extract"
           display "------------------------------------"

           move function current-date to ws-date-data
           move ws-date-data(1:8) to ws-today
           compute ws-julian-date =
               function integer-of-date(ws-today) - 1
           end-compute
           move function date-of-integer(ws-julian-date)
               to ws-yesterday
           string ws-today(1:4) "-" ws-today(5:2) "-" ws-today(7:2)
               delimited by size into ws-today-text
           end-string

           perform load-high-water-marks

           perform extract-runs
           perform extract-deaths
           perform extract-traffic
           perform extract-items
           perform extract-beasts
           perform extract-errors

           perform save-high-water-marks

           display "Rows added -- runs " ws-rows-runs
               ", deaths " ws-rows-deaths
               ", traffic " ws-rows-traffic
           end-display
           display "              items " ws-rows-items
               ", beasts " ws-rows-beasts
               ", errors " ws-rows-errors
           end-display

           if ws-run-failed then
               display "EXTRACT INCOMPLETE -- SEE ERRORS.LOG"
               move 8 to return-code
           end-if

           stop run.

      ******************************************************************
      * EXTRACT.HWM: one mark per line --
      *   RUNS|YYYYMMDD        last day of runs extracted
      *   DEATHS|YYYYMMDD      last day of deaths extracted
      *   ERRORS|STAMP14|NNNN  last stamp taken, lines at that stamp
      *   TRF|MAP|VISITS|DEATHS  totals as last extracted
      *   ITM|image  BST|image   entries as last extracted
      ******************************************************************
       load-high-water-marks.

           set ws-not-eof to true

           open input fd-hwm-file
           if ws-hwm-status not = ws-file-status-ok then
               close fd-hwm-file
               display "No EXTRACT.HWM yet -- first extract."
               exit paragraph
           end-if

           perform until ws-is-eof

               read fd-hwm-file
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof then
                   move spaces to ws-hwm-tag ws-hwm-field-1
                       ws-hwm-field-2 ws-hwm-field-3
                   unstring f-hwm-line delimited by "|"
                       into ws-hwm-tag ws-hwm-field-1
                           ws-hwm-field-2 ws-hwm-field-3
                   end-unstring
                   evaluate ws-hwm-tag
                       when "RUNS"
                           if ws-hwm-field-1(1:8) is numeric then
                               move ws-hwm-field-1(1:8)
                                   to ws-old-runs-date
                           end-if
                       when "DEATHS"
                           if ws-hwm-field-1(1:8) is numeric then
                               move ws-hwm-field-1(1:8)
                                   to ws-old-deaths-date
                           end-if
                       when "ERRORS"
                           move ws-hwm-field-1(1:14)
                               to ws-old-err-stamp
                           if ws-hwm-field-2(1:4) is numeric then
                               move ws-hwm-field-2(1:4)
                                   to ws-old-err-count
                           end-if
                       when "TRF"
                           perform load-traffic-mark
                       when "ITM"
                           move f-hwm-line(5:3) to ws-id-idx
                           if f-hwm-line(5:3) is numeric
                           and ws-id-idx > 0 then
                               move f-hwm-line(5:ws-item-image-len)
                                   to ws-item-old(ws-id-idx)
                           end-if
                       when "BST"
                           move f-hwm-line(5:3) to ws-id-idx
                           if f-hwm-line(5:3) is numeric
                           and ws-id-idx > 0 then
                               move f-hwm-line(5:ws-bst-image-len)
                                   to ws-bst-old(ws-id-idx)
                           end-if
                   end-evaluate
               end-if

           end-perform

           close fd-hwm-file

           exit paragraph.

       load-traffic-mark.

           if ws-traffic-map-count >= ws-max-traffic-maps
           or ws-hwm-field-1 = spaces then
               exit paragraph
           end-if

           add 1 to ws-traffic-map-count
           move ws-traffic-map-count to ws-trf-idx
           initialize ws-trf(ws-trf-idx)
           move ws-hwm-field-1 to ws-trf-map(ws-trf-idx)
           if ws-hwm-field-2(1:9) is numeric then
               move ws-hwm-field-2(1:9) to ws-trf-old-visits(ws-trf-idx)
           end-if
           if ws-hwm-field-3(1:9) is numeric then
               move ws-hwm-field-3(1:9) to ws-trf-old-deaths(ws-trf-idx)
           end-if
           move ws-trf-old-visits(ws-trf-idx)
               to ws-trf-new-visits(ws-trf-idx)
           move ws-trf-old-deaths(ws-trf-idx)
               to ws-trf-new-deaths(ws-trf-idx)

           exit paragraph.

       save-high-water-marks.

           open output fd-hwm-file
           if ws-hwm-status not = ws-file-status-ok
           and ws-hwm-status not = ws-file-status-created then
               move ws-hwm-file-name to ws-errlog-file
               move "high-water marks not saved"
                   to ws-errlog-detail
               perform note-extract-failure
               exit paragraph
           end-if

           move spaces to f-hwm-line
           string "RUNS|" ws-new-runs-date
               delimited by size into f-hwm-line
           end-string
           write f-hwm-line

           move spaces to f-hwm-line
           string "DEATHS|" ws-new-deaths-date
               delimited by size into f-hwm-line
           end-string
           write f-hwm-line

           move spaces to f-hwm-line
           string "ERRORS|" ws-new-err-stamp "|" ws-new-err-count
               delimited by size into f-hwm-line
           end-string
           write f-hwm-line

           perform varying ws-trf-idx from 1 by 1
           until ws-trf-idx > ws-traffic-map-count
               move spaces to f-hwm-line
               string "TRF|" function trim(ws-trf-map(ws-trf-idx))
                   "|" ws-trf-new-visits(ws-trf-idx)
                   "|" ws-trf-new-deaths(ws-trf-idx)
                   delimited by size into f-hwm-line
               end-string
               write f-hwm-line
           end-perform

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-catalog
               if ws-item-new(ws-id-idx) not = spaces then
                   move spaces to f-hwm-line
                   string "ITM|" ws-item-new(ws-id-idx)
                       delimited by size into f-hwm-line
                   end-string
                   write f-hwm-line
               end-if
           end-perform

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-catalog
               if ws-bst-new(ws-id-idx) not = spaces then
                   move spaces to f-hwm-line
                   string "BST|" ws-bst-new(ws-id-idx)
                       delimited by size into f-hwm-line
                   end-string
                   write f-hwm-line
               end-if
           end-perform

           close fd-hwm-file

           exit paragraph.

      ******************************************************************
      * XRUNS.CSV -- runs dated after the mark and before today, so
      * a day is only ever taken once it is over.
      ******************************************************************
       extract-runs.

           move ws-old-runs-date to ws-new-runs-date

           move "XRUNS.CSV" to ws-csv-file
           move "DATE,MAP,PLAYER,LEVEL,EXP,KILLS,SECONDS,BOSSES,"
               & "HARDCORE,OUTCOME,CLASS,DAILY,DEPTH,WAVES,REWIND,"
               & "SEASON" to ws-csv-header
           perform open-csv-file
           if ws-csv-not-open then
               exit paragraph
           end-if

           set ws-not-eof to true
           open input fd-run-stats-log
           if ws-run-stats-status = ws-file-status-ok then
               perform until ws-is-eof
                   move spaces to f-run-stats-line
                   read fd-run-stats-log
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof
                   and f-run-stats-line(1:6) not = "SPLIT|"
                   and f-run-stats-line not = spaces then
                       perform extract-one-run
                   end-if
               end-perform
           end-if
           close fd-run-stats-log

           close fd-csv-file
           if ws-yesterday > ws-new-runs-date then
               move ws-yesterday to ws-new-runs-date
           end-if

           exit paragraph.

       extract-one-run.

           move 0 to ws-run-date-num
           if f-run-stats-line(1:4) is numeric
           and f-run-stats-line(6:2) is numeric
           and f-run-stats-line(9:2) is numeric then
               string f-run-stats-line(1:4) f-run-stats-line(6:2)
                   f-run-stats-line(9:2)
                   delimited by size into ws-run-date-num
               end-string
           end-if

           if ws-run-date-num <= ws-old-runs-date
           or ws-run-date-num >= ws-today then
               exit paragraph
           end-if

           perform start-csv-row
           move f-run-stats-line(1:10) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(12:15) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(28:16) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(45:3) to ws-csv-text
           perform add-csv-digits
           move f-run-stats-line(49:7) to ws-csv-text
           perform add-csv-digits
           move f-run-stats-line(57:4) to ws-csv-text
           perform add-csv-digits
           move f-run-stats-line(62:6) to ws-csv-text
           perform add-csv-digits
           move f-run-stats-line(69:2) to ws-csv-text
           perform add-csv-digits
           move f-run-stats-line(72:1) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(74:1) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(76:1) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(78:1) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(80:3) to ws-csv-text
           perform add-csv-digits
           move f-run-stats-line(84:3) to ws-csv-text
           perform add-csv-digits
           move f-run-stats-line(88:1) to ws-csv-text
           perform add-csv-text
           move f-run-stats-line(90:2) to ws-csv-text
           perform add-csv-digits
           perform write-csv-row
           add 1 to ws-rows-runs

           exit paragraph.

      ******************************************************************
      * XDEATHS.CSV -- each whole day after the mark, one row per
      * killer, map and level that day. The first extract reaches
      * back over the DEATHS.RPT window; a long-stale mark is
      * capped at a year.
      ******************************************************************
       extract-deaths.

           move ws-old-deaths-date to ws-new-deaths-date

           compute ws-julian-last =
               function integer-of-date(ws-yesterday)
           end-compute
           if ws-old-deaths-date = 0
           or function test-date-yyyymmdd(ws-old-deaths-date)
               not = 0 then
               compute ws-julian-first =
                   ws-julian-last - ws-first-lookback-days + 1
               end-compute
           else
               compute ws-julian-first =
                   function integer-of-date(ws-old-deaths-date) + 1
               end-compute
           end-if
           if ws-julian-last - ws-julian-first
               >= ws-max-lookback-days then
               compute ws-julian-first =
                   ws-julian-last - ws-max-lookback-days + 1
               end-compute
           end-if

           if ws-julian-first > ws-julian-last then
               exit paragraph
           end-if

           move "XDEATHS.CSV" to ws-csv-file
           move "DATE,KILLER,MAP,LEVEL,DEATHS" to ws-csv-header
           perform open-csv-file
           if ws-csv-not-open then
               exit paragraph
           end-if

           perform varying ws-julian-date from ws-julian-first by 1
           until ws-julian-date > ws-julian-last
               move function date-of-integer(ws-julian-date)
                   to ws-candidate-date
               perform extract-one-death-day
           end-perform

           close fd-csv-file
           move ws-yesterday to ws-new-deaths-date

           exit paragraph.

       extract-one-death-day.

           move 0 to ws-cause-count
           move function concatenate(
               ws-candidate-date, "-CRL.LOG") to ws-day-log-file

           set ws-not-eof to true
           open input fd-day-log
           if ws-day-log-status not = ws-file-status-ok then
               close fd-day-log
               exit paragraph
           end-if

           perform until ws-is-eof

               read fd-day-log
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof then
                   evaluate true
                       when f-log-text(1:12) = "You fall to "
                           perform parse-one-kill
                       when f-log-text(1:25)
                           = "The poison overcomes you."
                           move "POISON" to ws-parse-killer
                           move "(any)" to ws-parse-map
                           move 0 to ws-parse-level
                           perform tally-cause-row
                       when f-log-text(1:11) = "You starve."
                           move "STARVATION" to ws-parse-killer
                           move "(any)" to ws-parse-map
                           move 0 to ws-parse-level
                           perform tally-cause-row
                   end-evaluate
               end-if

           end-perform

           close fd-day-log

           perform varying ws-cause-idx from 1 by 1
           until ws-cause-idx > ws-cause-count
               perform start-csv-row
               move spaces to ws-csv-text
               string ws-candidate-date(1:4) "-"
                   ws-candidate-date(5:2) "-" ws-candidate-date(7:2)
                   delimited by size into ws-csv-text
               end-string
               perform add-csv-text
               move ws-cause-killer(ws-cause-idx) to ws-csv-text
               perform add-csv-text
               move ws-cause-map(ws-cause-idx) to ws-csv-text
               perform add-csv-text
               move ws-cause-level(ws-cause-idx) to ws-csv-number
               perform add-csv-number
               move ws-cause-deaths(ws-cause-idx) to ws-csv-number
               perform add-csv-number
               perform write-csv-row
               add 1 to ws-rows-deaths
           end-perform

           exit paragraph.

      *> "You fall to KILLER (map M, level LLL)"
       parse-one-kill.

           move spaces to ws-parse-killer
           move spaces to ws-parse-map
           move spaces to ws-parse-level-txt
           move spaces to ws-parse-rest

           unstring f-log-text(13:68)
               delimited by " (map "
               into ws-parse-killer ws-parse-rest
           end-unstring

           unstring ws-parse-rest
               delimited by ", level "
               into ws-parse-map ws-parse-level-txt
           end-unstring

           if ws-parse-killer = spaces then
               exit paragraph
           end-if

           move 0 to ws-parse-level
           if ws-parse-level-txt(1:3) is numeric then
               move ws-parse-level-txt(1:3) to ws-parse-level
           end-if

           perform tally-cause-row

           exit paragraph.

       tally-cause-row.

           move 0 to ws-cause-found
           perform varying ws-cause-idx from 1 by 1
           until ws-cause-idx > ws-cause-count
               if ws-cause-killer(ws-cause-idx) = ws-parse-killer
               and ws-cause-map(ws-cause-idx) = ws-parse-map
               and ws-cause-level(ws-cause-idx) = ws-parse-level
               and ws-cause-found = 0 then
                   move ws-cause-idx to ws-cause-found
               end-if
           end-perform

           if ws-cause-found = 0 then
               if ws-cause-count >= ws-max-causes then
                   exit paragraph
               end-if
               add 1 to ws-cause-count
               move ws-cause-count to ws-cause-found
               initialize ws-cause(ws-cause-found)
               move ws-parse-killer
                   to ws-cause-killer(ws-cause-found)
               move ws-parse-map to ws-cause-map(ws-cause-found)
               move ws-parse-level
                   to ws-cause-level(ws-cause-found)
           end-if

           add 1 to ws-cause-deaths(ws-cause-found)

           exit paragraph.

      ******************************************************************
      * XTRAFFIC.CSV -- every .TRF sidecar's visit and death totals,
      * written only when they differ from the totals last taken.
      ******************************************************************
       extract-traffic.

           move "XTRAFFIC.CSV" to ws-csv-file
           move "EXTRACT_DATE,MAP,VISITS,DEATHS,NEW_VISITS,NEW_DEATHS"
               to ws-csv-header
           perform open-csv-file
           if ws-csv-not-open then
               exit paragraph
           end-if

           call "SYSTEM" using ws-list-maps-command end-call
           move 0 to return-code

           set ws-not-eof to true
           open input fd-map-list
           if ws-map-list-status = ws-file-status-ok then
               perform until ws-is-eof
                   read fd-map-list
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof and f-map-list-line not = spaces
                   then
                       perform extract-one-traffic-map
                   end-if
               end-perform
           end-if
           close fd-map-list

           call "SYSTEM" using ws-remove-list-command end-call
           move 0 to return-code

           close fd-csv-file

           exit paragraph.

       extract-one-traffic-map.

           move spaces to ws-map-name
           unstring f-map-list-line delimited by ".TRF"
               into ws-map-name
           end-unstring
           move f-map-list-line to ws-traffic-file

           move 0 to ws-trf-visit-total
           move 0 to ws-trf-death-total

           open input fd-traffic-data
           if ws-traffic-status not = ws-file-status-ok then
               close fd-traffic-data
               exit paragraph
           end-if

      *> 25 rows of visit counters, then 25 rows of death counters.
           perform varying ws-trf-row-idx from 1 by 1
           until ws-trf-row-idx > 50
               read fd-traffic-data
                   at end exit perform
               end-read
               move f-traffic-record to ws-traffic-row
               perform varying ws-trf-col-idx from 1 by 1
               until ws-trf-col-idx > 80
                   if ws-traffic-cell(ws-trf-col-idx) is numeric then
                       if ws-trf-row-idx <= 25 then
                           add ws-traffic-cell(ws-trf-col-idx)
                               to ws-trf-visit-total
                       else
                           add ws-traffic-cell(ws-trf-col-idx)
                               to ws-trf-death-total
                       end-if
                   end-if
               end-perform
           end-perform

           close fd-traffic-data

           move 0 to ws-trf-found
           perform varying ws-trf-idx from 1 by 1
           until ws-trf-idx > ws-traffic-map-count
               if ws-trf-map(ws-trf-idx) = ws-map-name then
                   move ws-trf-idx to ws-trf-found
                   exit perform
               end-if
           end-perform

           if ws-trf-found = 0 then
               if ws-traffic-map-count >= ws-max-traffic-maps then
                   exit paragraph
               end-if
               add 1 to ws-traffic-map-count
               move ws-traffic-map-count to ws-trf-found
               initialize ws-trf(ws-trf-found)
               move ws-map-name to ws-trf-map(ws-trf-found)
           end-if

           move ws-trf-visit-total to ws-trf-new-visits(ws-trf-found)
           move ws-trf-death-total to ws-trf-new-deaths(ws-trf-found)

           if ws-trf-visit-total = ws-trf-old-visits(ws-trf-found)
           and ws-trf-death-total = ws-trf-old-deaths(ws-trf-found)
           then
               exit paragraph
           end-if

           perform start-csv-row
           move ws-today-text to ws-csv-text
           perform add-csv-text
           move ws-map-name to ws-csv-text
           perform add-csv-text
           move ws-trf-visit-total to ws-csv-number
           perform add-csv-number
           move ws-trf-death-total to ws-csv-number
           perform add-csv-number
      *> a sidecar that went down was reset; all of it is new.
           if ws-trf-visit-total >= ws-trf-old-visits(ws-trf-found)
           and ws-trf-death-total >= ws-trf-old-deaths(ws-trf-found)
           then
               compute ws-csv-number = ws-trf-visit-total
                   - ws-trf-old-visits(ws-trf-found)
               perform add-csv-number
               compute ws-csv-number = ws-trf-death-total
                   - ws-trf-old-deaths(ws-trf-found)
               perform add-csv-number
           else
               move ws-trf-visit-total to ws-csv-number
               perform add-csv-number
               move ws-trf-death-total to ws-csv-number
               perform add-csv-number
           end-if
           perform write-csv-row
           add 1 to ws-rows-traffic

           exit paragraph.

      ******************************************************************
      * XITEMS.CSV -- catalog entries added, changed or removed since
      * the last extract, compared against the copies in the marks.
      ******************************************************************
       extract-items.

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-catalog
               move spaces to ws-item-new(ws-id-idx)
           end-perform

           set ws-not-eof to true
           open input fd-item-catalog
           if ws-catalog-status = ws-file-status-ok then
               perform until ws-is-eof
                   read fd-item-catalog next record
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof and f-catalog-item-id is numeric
                   and f-catalog-item-id > 0 then
                       move f-catalog-item-id to ws-id-idx
                       move f-item-catalog-record
                           to ws-item-new(ws-id-idx)
                   end-if
               end-perform
           end-if
           close fd-item-catalog

           move "XITEMS.CSV" to ws-csv-file
           move "EXTRACT_DATE,CHANGE,ID,NAME,EFFECT,WORTH,TYPE,ATK,"
               & "DEF,HEAL,RARITY,WEIGHT,DMG_TYPE,RESIST_TYPE,SET_ID"
               to ws-csv-header
           perform open-csv-file
           if ws-csv-not-open then
               perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-max-catalog
                   move ws-item-old(ws-id-idx)
                       to ws-item-new(ws-id-idx)
               end-perform
               exit paragraph
           end-if

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-catalog
               evaluate true
                   when ws-item-new(ws-id-idx)
                       = ws-item-old(ws-id-idx)
                       continue
                   when ws-item-old(ws-id-idx) = spaces
                       move "ADDED" to ws-change-kind
                       move ws-item-new(ws-id-idx) to ws-item-view
                       perform write-item-row
                   when ws-item-new(ws-id-idx) = spaces
                       move "REMOVED" to ws-change-kind
                       move ws-item-old(ws-id-idx) to ws-item-view
                       perform write-item-row
                   when other
                       move "CHANGED" to ws-change-kind
                       move ws-item-new(ws-id-idx) to ws-item-view
                       perform write-item-row
               end-evaluate
           end-perform

           close fd-csv-file

           exit paragraph.

       write-item-row.

           perform start-csv-row
           move ws-today-text to ws-csv-text
           perform add-csv-text
           move ws-change-kind to ws-csv-text
           perform add-csv-text
           move ws-iv-id to ws-csv-number
           perform add-csv-number
           move ws-iv-name to ws-csv-text
           perform add-csv-text
           move ws-iv-effect-id to ws-csv-text
           perform add-csv-digits
           move ws-iv-worth to ws-csv-text
           perform add-csv-digits
           move ws-iv-type to ws-csv-text
           perform add-csv-digits
           move ws-iv-atk to ws-csv-text
           perform add-csv-digits
           move ws-iv-def to ws-csv-text
           perform add-csv-digits
           move ws-iv-heal to ws-csv-text
           perform add-csv-digits
           move ws-iv-rarity to ws-csv-text
           perform add-csv-digits
           move ws-iv-weight to ws-csv-text
           perform add-csv-digits
           move ws-iv-dmg-type to ws-csv-text
           perform add-csv-digits
           move ws-iv-resist-type to ws-csv-text
           perform add-csv-digits
           move ws-iv-set-id to ws-csv-text
           perform add-csv-digits
           perform write-csv-row
           add 1 to ws-rows-items

           exit paragraph.

      ******************************************************************
      * XBEASTS.CSV -- the same comparison over BESTIARY.BST.
      ******************************************************************
       extract-beasts.

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-catalog
               move spaces to ws-bst-new(ws-id-idx)
           end-perform

           set ws-not-eof to true
           open input fd-bestiary
           if ws-bestiary-status = ws-file-status-ok then
               perform until ws-is-eof
                   read fd-bestiary next record
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof and f-bst-id is numeric
                   and f-bst-id > 0 then
                       move f-bst-id to ws-id-idx
                       move f-bestiary-record to ws-bst-new(ws-id-idx)
                   end-if
               end-perform
           end-if
           close fd-bestiary

           move "XBEASTS.CSV" to ws-csv-file
           move "EXTRACT_DATE,CHANGE,ID,NAME,HP,ATTACK,TICKS,"
               & "EXP_WORTH,RANGED,BEHAVIOR,DMG_TYPE,RESIST_TYPE"
               to ws-csv-header
           perform open-csv-file
           if ws-csv-not-open then
               perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-max-catalog
                   move ws-bst-old(ws-id-idx) to ws-bst-new(ws-id-idx)
               end-perform
               exit paragraph
           end-if

           perform varying ws-id-idx from 1 by 1
           until ws-id-idx > ws-max-catalog
               evaluate true
                   when ws-bst-new(ws-id-idx) = ws-bst-old(ws-id-idx)
                       continue
                   when ws-bst-old(ws-id-idx) = spaces
                       move "ADDED" to ws-change-kind
                       move ws-bst-new(ws-id-idx) to ws-bst-view
                       perform write-beast-row
                   when ws-bst-new(ws-id-idx) = spaces
                       move "REMOVED" to ws-change-kind
                       move ws-bst-old(ws-id-idx) to ws-bst-view
                       perform write-beast-row
                   when other
                       move "CHANGED" to ws-change-kind
                       move ws-bst-new(ws-id-idx) to ws-bst-view
                       perform write-beast-row
               end-evaluate
           end-perform

           close fd-csv-file

           exit paragraph.

       write-beast-row.

           perform start-csv-row
           move ws-today-text to ws-csv-text
           perform add-csv-text
           move ws-change-kind to ws-csv-text
           perform add-csv-text
           move ws-bv-id to ws-csv-number
           perform add-csv-number
           move ws-bv-name to ws-csv-text
           perform add-csv-text
           move ws-bv-hp to ws-csv-text
           perform add-csv-digits
           move ws-bv-attack to ws-csv-text
           perform add-csv-digits
           move ws-bv-ticks to ws-csv-text
           perform add-csv-digits
           move ws-bv-exp-worth to ws-csv-text
           perform add-csv-digits
           move ws-bv-ranged-sw to ws-csv-text
           perform add-csv-text
           move ws-bv-behavior to ws-csv-text
           perform add-csv-digits
           move ws-bv-dmg-type to ws-csv-text
           perform add-csv-digits
           move ws-bv-resist-type to ws-csv-text
           perform add-csv-digits
           perform write-csv-row
           add 1 to ws-rows-beasts

           exit paragraph.

      ******************************************************************
      * XERRORS.CSV -- ERRORS.LOG lines stamped after the mark. Lines
      * sharing the mark's own second are counted, so one logged in
      * that second after the last extract still comes across.
      ******************************************************************
       extract-errors.

           move ws-old-err-stamp to ws-new-err-stamp
           move ws-old-err-count to ws-new-err-count

           move "XERRORS.CSV" to ws-csv-file
           move "DATE,TIME,PROGRAM,REASON,FILE,DETAIL"
               to ws-csv-header
           perform open-csv-file
           if ws-csv-not-open then
               exit paragraph
           end-if

           move 0 to ws-err-same-seen
           set ws-not-eof to true
           open input fd-errors-log
           if ws-errors-log-status = ws-file-status-ok then
               perform until ws-is-eof
                   move spaces to f-errors-line
                   read fd-errors-log
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof and f-errors-line(1:8) is numeric
                   then
                       perform extract-one-error
                   end-if
               end-perform
           end-if
           close fd-errors-log

           close fd-csv-file

           exit paragraph.

       extract-one-error.

           move spaces to ws-err-stamp
           string f-errors-line(1:8) f-errors-line(10:6)
               delimited by size into ws-err-stamp
           end-string

      *> the new mark: the latest stamp, and how many lines carry it.
           evaluate true
               when ws-err-stamp > ws-new-err-stamp
                   move ws-err-stamp to ws-new-err-stamp
                   move 1 to ws-new-err-count
               when ws-err-stamp = ws-new-err-stamp
                   add 1 to ws-new-err-count
           end-evaluate

           if ws-err-stamp < ws-old-err-stamp then
               exit paragraph
           end-if
           if ws-err-stamp = ws-old-err-stamp then
               add 1 to ws-err-same-seen
               if ws-err-same-seen <= ws-old-err-count then
                   exit paragraph
               end-if
           end-if

           perform start-csv-row
           move spaces to ws-csv-text
           string f-errors-line(1:4) "-" f-errors-line(5:2) "-"
               f-errors-line(7:2)
               delimited by size into ws-csv-text
           end-string
           perform add-csv-text
           move spaces to ws-csv-text
           string f-errors-line(10:2) ":" f-errors-line(12:2) ":"
               f-errors-line(14:2)
               delimited by size into ws-csv-text
           end-string
           perform add-csv-text
           move f-errors-line(17:20) to ws-csv-text
           perform add-csv-text
           move f-errors-line(38:8) to ws-csv-text
           perform add-csv-text
           move f-errors-line(47:20) to ws-csv-text
           perform add-csv-text
           move f-errors-line(68:53) to ws-csv-text
           perform add-csv-text
           perform write-csv-row
           add 1 to ws-rows-errors

           exit paragraph.

      ******************************************************************
      * CSV plumbing. Each file is extended; one that did not exist
      * gets its header row first.
      ******************************************************************
       open-csv-file.

           set ws-csv-not-open to true

           open extend fd-csv-file
           evaluate ws-csv-status
               when ws-file-status-ok
                   set ws-csv-is-open to true
               when ws-file-status-created
                   set ws-csv-is-open to true
                   move ws-csv-header to f-csv-line
                   write f-csv-line
               when other
                   move ws-csv-file to ws-errlog-file
                   move spaces to ws-errlog-detail
                   string "cannot extend, status " ws-csv-status
                       delimited by size into ws-errlog-detail
                   end-string
                   perform note-extract-failure
           end-evaluate

           exit paragraph.

       start-csv-row.

           move spaces to ws-csv-line
           move 1 to ws-csv-pointer

           exit paragraph.

      *> a quoted text column; embedded double quotes become single.
       add-csv-text.

           if ws-csv-pointer > 1 then
               string "," delimited by size
                   into ws-csv-line with pointer ws-csv-pointer
               end-string
           end-if

           inspect ws-csv-text replacing all '"' by "'"

           if ws-csv-text = spaces then
               string '""' delimited by size
                   into ws-csv-line with pointer ws-csv-pointer
               end-string
           else
               string '"' function trim(ws-csv-text) '"'
                   delimited by size
                   into ws-csv-line with pointer ws-csv-pointer
               end-string
           end-if

           exit paragraph.

       add-csv-number.

           if ws-csv-pointer > 1 then
               string "," delimited by size
                   into ws-csv-line with pointer ws-csv-pointer
               end-string
           end-if

           move ws-csv-number to ws-csv-num-edit
           string function trim(ws-csv-num-edit) delimited by size
               into ws-csv-line with pointer ws-csv-pointer
           end-string

           exit paragraph.

      *> a digit field straight off a record; blank or damaged
      *> values go out as 0.
       add-csv-digits.

           move 0 to ws-csv-number
           if function trim(ws-csv-text) is numeric then
               move function numval(ws-csv-text) to ws-csv-number
           end-if
           perform add-csv-number

           exit paragraph.

       write-csv-row.

           move ws-csv-line to f-csv-line
           write f-csv-line

           exit paragraph.

       note-extract-failure.

           set ws-run-failed to true
           call "crl-error-log" using
               ws-errlog-program ws-errlog-reason
               ws-errlog-file ws-errlog-detail
           end-call
           display function trim(ws-errlog-file) " NOT EXTRACTED -- "
               function trim(ws-errlog-detail)
           end-display

           exit paragraph.

       end program crl-data-extract.
