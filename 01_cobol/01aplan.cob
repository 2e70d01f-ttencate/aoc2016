       identification division.
       program-id. 01aplan.

       environment division.
       input-output section.
       file-control.
           select route-master assign to "ROUTMST"
           organization is indexed
           access mode is sequential
           record key is rm-route-id
           file status is master-status.

           select zones-file assign to "ZONEFL"
           organization is line sequential
           file status is zone-status.

           select depot-file assign to "DEPOTFL"
           organization is line sequential
           file status is depot-status.

           select stops-file assign to "STOPFL"
           organization is line sequential
           file status is stop-status.

           select plan-out assign to "PLANOUT"
           organization is line sequential.

           select print-file assign to "PLANRPT"
           organization is line sequential.

       data division.
       file section.
       fd route-master.
           01 route-master-record.
               copy routemst.

       fd zones-file.
           01 zone-card.
               05 zc-zone-id pic X(8).
               05 zc-min-x pic s999 sign leading separate.
               05 zc-max-x pic s999 sign leading separate.
               05 zc-min-y pic s999 sign leading separate.
               05 zc-max-y pic s999 sign leading separate.
               05 zc-from-date pic 9(8).
               05 zc-to-date pic 9(8).

       fd depot-file.
           01 depot-card.
               copy depotmst.

       fd stops-file.
           01 stop-card.
               copy routedlv.

       fd plan-out
           record is varying in size from 1 to 999
               depending on plan-rec-len
           data record is plan-line.
           01 plan-line pic X(999).

       fd print-file.
           01 print-record pic X(132).

       working-storage section.
           01 master-status pic XX value "  ".
           01 more-records pic 9 value 1.
           01 plan-rec-len pic 9(4) value 0.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 idx pic 9(4).
           01 len pic 9(4).
           01 lr pic A.
           01 distance pic 9(4).
           01 done pic 9 value 0.
           01 x pic S999 value +000.
           01 y pic S999 value +000.
           01 direction pic 9 value 1.

           01 zone-status pic XX value "  ".
           01 zone-count pic 9(2) value 0.
           01 zone-sub pic 9(2).
           01 zone-print-x pic +999.
           01 zone-print-y pic +999.
           01 zone-table.
               05 zone-entry occurs 50 times.
                   10 zt-zone-id pic X(8).
                   10 zt-min-x pic s999.
                   10 zt-max-x pic s999.
                   10 zt-min-y pic s999.
                   10 zt-max-y pic s999.

           01 depot-status pic XX value "  ".
           01 depot-count pic 9(2) value 0.
           01 depot-sub pic 9(2).
           01 depot-found pic 9.
           01 depot-x pic s999 value +000.
           01 depot-y pic s999 value +000.
           01 depot-table.
               05 depot-entry occurs 20 times.
                   10 dt-depot-id pic X(4).
                   10 dt-x pic s999.
                   10 dt-y pic s999.

           01 stop-status pic XX value "  ".
           01 stop-count pic 9(4) value 0.
           01 stop-sub pic 9(4).
           01 stop-table.
               05 stop-entry occurs 500 times.
                   10 st-route-id pic X(8).
                   10 st-x pic s999.
                   10 st-y pic s999.
                   10 st-name pic X(20).
                   10 st-hit pic 9.

           01 route-stop-count pic 9(3) value 0.
           01 route-stop-sub pic 9(3).
           01 route-stop-table.
               05 route-stop-entry occurs 500 times.
                   10 rs-stop-sub pic 9(4).

           01 route-error pic 9 value 0.
           01 route-reason pic X(60) value spaces.
           01 current-error pic 9 value 0.
           01 current-blocks pic 9(7) value 0.
           01 current-distance pic 9(5) value 0.
           01 current-missed pic 9(3) value 0.
           01 plan-blocks pic 9(7) value 0.
           01 plan-distance pic 9(5) value 0.
           01 blocks-saved pic s9(7) value 0.
           01 plan-note pic X(40) value spaces.

           01 plan-x pic s999.
           01 plan-y pic s999.
           01 target-x pic s999.
           01 target-y pic s999.
           01 target-sub pic 9(4).
           01 best-blocks pic 9(5).
           01 try-blocks pic 9(5).
           01 run-dir pic 9 value 0.
           01 run-len pic 9(4) value 0.
           01 step-dir pic 9.

           01 test-x pic s9(4).
           01 test-y pic s9(4).
           01 cell-blocked pic 9.
           01 path-x pic s9(4).
           01 path-y pic s9(4).
           01 path-first pic 9.
           01 path-clear pic 9.

           01 search-limit pic 9(4) value 0601.
           01 win-min-x pic s9(4).
           01 win-max-x pic s9(4).
           01 win-min-y pic s9(4).
           01 win-max-y pic s9(4).
           01 win-w pic 9(4).
           01 win-h pic 9(4).
           01 window-changed pic 9.
           01 start-found pic 9.
           01 queue-head pic 9(7) comp.
           01 queue-tail pic 9(7) comp.
           01 cell-offset pic 9(7) comp.
           01 next-offset pic 9(7) comp.
           01 cell-row pic 9(7) comp.
           01 cell-col pic 9(7) comp.
           01 cell-quot pic 9(7) comp.
           01 cell-x pic s9(4).
           01 cell-y pic s9(4).
           01 next-x pic s9(4).
           01 next-y pic s9(4).
           01 cell-steps pic 9(7) comp.
           01 try-dir pic 9.
           01 try-sub pic 9.
           01 search-dist-map.
               05 search-dist occurs 361201 times pic 9(7) comp.
           01 search-block-map.
               05 search-block occurs 361201 times pic X.
           01 search-queue.
               05 search-cell occurs 361201 times pic 9(7) comp.

           01 cur-dir pic 9.
           01 desired-dir pic 9.
           01 turn-diff pic 9.
           01 leg-distance pic 9(4).
           01 need-sep pic 9 value 0.

           01 out-line pic X(999).
           01 out-card redefines out-line.
               05 oc-action pic X.
               05 oc-route-id pic X(8).
               05 oc-description pic X(30).
               05 oc-claimed pic 9(5).
               05 filler pic X.
               05 oc-depot-id pic X(4).
               05 filler pic X.
               05 oc-route-text pic X(949).
           01 out-ptr pic 9(4).

           01 num-display pic 9(4).
           01 num-start pic 9.
           01 num-len pic 9.

           01 routes-read pic 9(5) value 0.
           01 routes-no-stops pic 9(5) value 0.
           01 routes-planned pic 9(5) value 0.
           01 routes-failed pic 9(5) value 0.
           01 cards-written pic 9(5) value 0.
           01 total-current-blocks pic 9(9) value 0.
           01 total-plan-blocks pic 9(9) value 0.

           01 exception-count pic 9(3) value 0.
           01 exception-sub pic 9(3).
           01 exception-lost pic 9(4) value 0.
           01 exception-table.
               05 exception-entry occurs 200 times.
                   10 et-route-id pic X(8).
                   10 et-reason pic X(60).

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 run-mm pic 9(2).
               05 run-dd pic 9(2).

           01 heading-1.
               05 filler pic X(40) value
                   "STOP SEQUENCING PLAN REPORT".
               05 filler pic X(9) value "RUN DATE ".
               05 hd-yyyy pic 9(4).
               05 filler pic X value "-".
               05 hd-mm pic 9(2).
               05 filler pic X value "-".
               05 hd-dd pic 9(2).
               05 filler pic X(8) value "    PAGE".
               05 hd-page pic zzz9.
               05 filler pic X(61) value spaces.

           01 plan-caption.
               05 filler pic X(12) value "  ROUTE-ID  ".
               05 filler pic X(11) value "DEPO  STOPS".
               05 filler pic X(22) value
                   "   CUR-WALK  PLAN-WALK".
               05 filler pic X(12) value "       SAVED".
               05 filler pic X(24) value
                   "  CUR-D   CLAIM  PLAN-D ".
               05 filler pic X(6) value " MISS ".
               05 filler pic X(45) value " NOTE".

           01 plan-detail.
               05 filler pic X(2) value spaces.
               05 pl-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 pl-depot-id pic X(4).
               05 filler pic X(2) value spaces.
               05 pl-stops pic zz9.
               05 filler pic X(2) value spaces.
               05 pl-current-blocks pic z,zzz,zz9.
               05 filler pic X(2) value spaces.
               05 pl-plan-blocks pic z,zzz,zz9.
               05 filler pic X value space.
               05 pl-blocks-saved pic ---,---,--9.
               05 filler pic X(2) value spaces.
               05 pl-current-distance pic zz,zz9.
               05 filler pic X(2) value spaces.
               05 pl-claimed pic zz,zz9.
               05 filler pic X(2) value spaces.
               05 pl-plan-distance pic zz,zz9.
               05 filler pic X(2) value spaces.
               05 pl-missed pic zz9.
               05 filler pic X(2) value spaces.
               05 pl-note pic X(40).
               05 filler pic X(6) value spaces.

           01 exception-line.
               05 filler pic X(2) value spaces.
               05 xl-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 xl-reason pic X(60).
               05 filler pic X(60) value spaces.

           01 total-line.
               05 filler pic X(2) value spaces.
               05 tl-caption pic X(28).
               05 tl-amount pic zz,zzz,zz9.
               05 filler pic X(92) value spaces.

           01 section-title pic X(60).

       procedure division.
       main.
           accept run-date from date yyyymmdd.
           move run-yyyy to hd-yyyy.
           move run-mm to hd-mm.
           move run-dd to hd-dd.

           perform load-zones thru load-zones-exit.
           perform load-depots thru load-depots-exit.
           perform load-stops thru load-stops-exit.

           open input route-master.
           if master-status <> "00"
             display "** CANNOT OPEN ROUTE MASTER - STATUS "
                 master-status " **"
             move 16 to return-code
             stop run
           end-if.

           open output plan-out.
           open output print-file.

           move "PLANNED VERSUS CURRENT ROUTE TEXT" to section-title.
           perform print-section-title.
           write print-record from plan-caption.
           add 1 to line-count.

           read route-master
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             add 1 to routes-read
             perform plan-one-route thru plan-one-route-exit
             read route-master
               at end move 0 to more-records
             end-read
           end-perform.

           close route-master.
           close plan-out.

           move "ROUTES NOT PLANNED" to section-title.
           perform print-section-title.
           perform print-exceptions.

           move "PLAN TOTALS" to section-title.
           perform print-section-title.
           perform print-plan-totals.

           close print-file.

           display "PLANNING COMPLETE - " routes-planned
               " ROUTES PLANNED, " cards-written " CARDS WRITTEN, "
               routes-failed " NOT PLANNED".

           if routes-failed > 0
             move 4 to return-code
           end-if.

           stop run.

       load-zones.
           move 0 to zone-count.
           open input zones-file.
           if zone-status <> "00"
             go to load-zones-exit
           end-if.

           read zones-file
             at end move "10" to zone-status
           end-read.

           perform until zone-status <> "00"
             if zc-from-date is not numeric or
                 zc-to-date is not numeric
               display "** ZONE " zc-zone-id
                   " DATES NOT NUMERIC - CARD IGNORED **"
             else
             if run-date >= zc-from-date and
                 run-date <= zc-to-date
               if zone-count < 50
                 add 1 to zone-count
                 move zc-zone-id to zt-zone-id(zone-count)
                 move zc-min-x to zt-min-x(zone-count)
                 move zc-max-x to zt-max-x(zone-count)
                 move zc-min-y to zt-min-y(zone-count)
                 move zc-max-y to zt-max-y(zone-count)
               else
                 display "** ZONE TABLE FULL - ZONE "
                     zc-zone-id " NOT AVOIDED **"
               end-if
             end-if
             end-if
             read zones-file
               at end move "10" to zone-status
             end-read
           end-perform.

           close zones-file.

       load-zones-exit.
           exit.

       load-depots.
           move 0 to depot-count.
           open input depot-file.
           if depot-status <> "00"
             go to load-depots-exit
           end-if.

           read depot-file
             at end move "10" to depot-status
           end-read.

           perform until depot-status <> "00"
             if depot-count < 20
               add 1 to depot-count
               move dp-depot-id to dt-depot-id(depot-count)
               move dp-x to dt-x(depot-count)
               move dp-y to dt-y(depot-count)
             else
               display "** DEPOT TABLE FULL - DEPOT "
                   dp-depot-id " IGNORED **"
             end-if
             read depot-file
               at end move "10" to depot-status
             end-read
           end-perform.

           close depot-file.

       load-depots-exit.
           exit.

       load-stops.
           move 0 to stop-count.
           open input stops-file.
           if stop-status <> "00"
             go to load-stops-exit
           end-if.

           read stops-file
             at end move "10" to stop-status
           end-read.

           perform until stop-status <> "00"
             if stop-count < 500
               add 1 to stop-count
               move dv-route-id to st-route-id(stop-count)
               move dv-stop-x to st-x(stop-count)
               move dv-stop-y to st-y(stop-count)
               move dv-stop-name to st-name(stop-count)
               move 0 to st-hit(stop-count)
             else
               display "** STOP TABLE FULL - STOP "
                   dv-stop-name " FOR ROUTE " dv-route-id
                   " NOT PLANNED **"
             end-if
             read stops-file
               at end move "10" to stop-status
             end-read
           end-perform.

           close stops-file.

       load-stops-exit.
           exit.

       plan-one-route.
           move 0 to route-stop-count.
           perform varying stop-sub from 1 by 1
                   until stop-sub > stop-count
             if st-route-id(stop-sub) = rm-route-id
               add 1 to route-stop-count
               move stop-sub to rs-stop-sub(route-stop-count)
             end-if
           end-perform.

           if route-stop-count = 0
             add 1 to routes-no-stops
             go to plan-one-route-exit
           end-if.

           move 0 to route-error.
           move spaces to route-reason.
           move spaces to plan-note.
           move 0 to plan-blocks.
           move 0 to plan-distance.

           perform set-depot thru set-depot-exit.
           if route-error = 0
             perform walk-current-text thru walk-current-text-exit
             perform build-plan thru build-plan-exit
           else
             move 0 to current-blocks
             move 0 to current-distance
             move 0 to current-missed
           end-if.

           if route-error = 1
             add 1 to routes-failed
             move "NOT PLANNED - SEE LIST BELOW" to plan-note
             perform save-exception
           else
             add 1 to routes-planned
             add current-blocks to total-current-blocks
             add plan-blocks to total-plan-blocks
             if plan-blocks < current-blocks or
                 current-missed > 0 or current-error > 0
               perform write-plan-card
               add 1 to cards-written
               move "C CARD WRITTEN" to plan-note
             else
               move "CURRENT TEXT NO LONGER - NO CARD" to plan-note
             end-if
           end-if.

           perform print-plan-line.

       plan-one-route-exit.
           exit.

       set-depot.
           move +000 to depot-x.
           move +000 to depot-y.
           if rm-depot-id = spaces
             go to set-depot-exit
           end-if.

           move 0 to depot-found.
           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             if dt-depot-id(depot-sub) = rm-depot-id
               move 1 to depot-found
               move dt-x(depot-sub) to depot-x
               move dt-y(depot-sub) to depot-y
               exit perform
             end-if
           end-perform.

           if depot-found = 0
             string "DEPOT '" delimited by size
                 rm-depot-id delimited by size
                 "' NOT ON DEPOT FILE" delimited by size
                 into route-reason
             move 1 to route-error
           end-if.

       set-depot-exit.
           exit.

       walk-current-text.
           move 0 to current-error.
           move 0 to current-blocks.
           move 0 to current-missed.
           move 0 to done.
           move 1 to idx.
           move 1 to direction.
           move depot-x to x.
           move depot-y to y.
           perform clear-route-stops.
           perform mark-current-stops.

           perform until done = 1
             perform read-command thru read-command-exit
             if done = 0
               perform apply-command
             end-if
           end-perform.

           compute current-distance =
               function abs(x - depot-x) + function abs(y - depot-y).

           perform varying route-stop-sub from 1 by 1
                   until route-stop-sub > route-stop-count
             move rs-stop-sub(route-stop-sub) to stop-sub
             if st-hit(stop-sub) = 0
               add 1 to current-missed
             end-if
           end-perform.

       walk-current-text-exit.
           exit.

       read-command.
           if idx > rm-route-len
             move 1 to done
             go to read-command-exit
           end-if.

           move rm-route-text(idx:1) to lr.

           if lr <> "R" and lr <> "L"
             move 1 to current-error
             move 1 to done
             go to read-command-exit
           end-if.

           add 1 to idx.
           move 0 to len.
           perform until idx + len > rm-route-len or
                         rm-route-text(idx + len:1) = "," or
                         rm-route-text(idx + len:1) = " "
             add 1 to len
           end-perform.

           if len > 4
             move 1 to current-error
             move 1 to done
             go to read-command-exit
           end-if.

           move '    ' to distance.
           move rm-route-text(idx:len) to distance.
           add len to idx.
           add 2 to idx.

       read-command-exit.
           exit.

       apply-command.
           if lr = "R" then
             add 1 to direction
           else
             subtract 1 from direction
           end-if.
           if direction = 5 then
             move 1 to direction
           end-if.
           if direction = 0 then
             move 4 to direction
           end-if.

           perform distance times
             perform walk-one-step
             if current-error > 0
               exit perform
             end-if
           end-perform.

       walk-one-step.
           if (direction = 1 and y = 999) or
              (direction = 2 and x = 999) or
              (direction = 3 and y = -999) or
              (direction = 4 and x = -999)
             move 1 to current-error
             move 1 to done
           else
             if direction = 1 then
               add 1 to y
             end-if
             if direction = 2 then
               add 1 to x
             end-if
             if direction = 3 then
               subtract 1 from y
             end-if
             if direction = 4 then
               subtract 1 from x
             end-if
             add 1 to current-blocks
             move x to test-x
             move y to test-y
             perform check-cell-blocked
             if cell-blocked = 1
               move 2 to current-error
               move 1 to done
             else
               perform mark-current-stops
             end-if
           end-if.

       mark-current-stops.
           perform varying route-stop-sub from 1 by 1
                   until route-stop-sub > route-stop-count
             move rs-stop-sub(route-stop-sub) to stop-sub
             if st-x(stop-sub) = x and st-y(stop-sub) = y
               move 1 to st-hit(stop-sub)
             end-if
           end-perform.

       clear-route-stops.
           perform varying route-stop-sub from 1 by 1
                   until route-stop-sub > route-stop-count
             move rs-stop-sub(route-stop-sub) to stop-sub
             move 0 to st-hit(stop-sub)
           end-perform.

       build-plan.
           move spaces to out-line.
           move 51 to out-ptr.
           move 0 to need-sep.
           move 1 to cur-dir.
           move 0 to run-dir.
           move 0 to run-len.
           move depot-x to plan-x.
           move depot-y to plan-y.
           perform clear-route-stops.
           perform mark-plan-stops.

           perform find-next-stop.
           perform until target-sub = 0 or route-error = 1
             perform plan-leg thru plan-leg-exit
             if route-error = 0
               perform find-next-stop
             end-if
           end-perform.

           if route-error = 0
             perform flush-run
           end-if.

           if route-error = 0 and out-ptr > 951
             move "PLANNED TEXT LONGER THAN 900" to route-reason
             move 1 to route-error
           end-if.

           compute plan-distance = function abs(plan-x - depot-x) +
               function abs(plan-y - depot-y).

       build-plan-exit.
           exit.

       find-next-stop.
           move 0 to target-sub.
           move 99999 to best-blocks.
           perform varying route-stop-sub from 1 by 1
                   until route-stop-sub > route-stop-count
             move rs-stop-sub(route-stop-sub) to stop-sub
             if st-hit(stop-sub) = 0
               compute try-blocks =
                   function abs(st-x(stop-sub) - plan-x) +
                   function abs(st-y(stop-sub) - plan-y)
               if try-blocks < best-blocks
                 move try-blocks to best-blocks
                 move stop-sub to target-sub
               end-if
             end-if
           end-perform.

       mark-plan-stops.
           perform varying route-stop-sub from 1 by 1
                   until route-stop-sub > route-stop-count
             move rs-stop-sub(route-stop-sub) to stop-sub
             if st-x(stop-sub) = plan-x and st-y(stop-sub) = plan-y
               move 1 to st-hit(stop-sub)
             end-if
           end-perform.

       plan-leg.
           move st-x(target-sub) to target-x.
           move st-y(target-sub) to target-y.

           move target-x to test-x.
           move target-y to test-y.
           perform check-cell-blocked.
           if cell-blocked = 1
             move target-x to zone-print-x
             move target-y to zone-print-y
             string "STOP " delimited by size
                 st-name(target-sub) delimited by "  "
                 " (" delimited by size
                 zone-print-x delimited by size
                 "," delimited by size
                 zone-print-y delimited by size
                 ") IN ZONE " delimited by size
                 zt-zone-id(zone-sub) delimited by size
                 into route-reason
             move 1 to route-error
             go to plan-leg-exit
           end-if.

           if (run-dir = 1 or run-dir = 3) and plan-y not = target-y
             move 2 to path-first
           else
             move 1 to path-first
           end-if.

           perform test-two-sided-path.
           if path-clear = 0
             if path-first = 1
               move 2 to path-first
             else
               move 1 to path-first
             end-if
             perform test-two-sided-path
           end-if.

           if path-clear = 1
             perform walk-two-sided-path
           else
             perform search-detour thru search-detour-exit
           end-if.

       plan-leg-exit.
           exit.

       check-cell-blocked.
           move 0 to cell-blocked.
           perform varying zone-sub from 1 by 1
                   until zone-sub > zone-count
             if test-x >= zt-min-x(zone-sub) and
                test-x <= zt-max-x(zone-sub) and
                test-y >= zt-min-y(zone-sub) and
                test-y <= zt-max-y(zone-sub)
               move 1 to cell-blocked
               exit perform
             end-if
           end-perform.

       test-two-sided-path.
           move plan-x to path-x.
           move plan-y to path-y.
           move 0 to cell-blocked.
           if path-first = 1
             perform test-x-side
             perform test-y-side
           else
             perform test-y-side
             perform test-x-side
           end-if.
           if cell-blocked = 1
             move 0 to path-clear
           else
             move 1 to path-clear
           end-if.

       test-x-side.
           perform until path-x = target-x or cell-blocked = 1
             if path-x < target-x
               add 1 to path-x
             else
               subtract 1 from path-x
             end-if
             move path-x to test-x
             move path-y to test-y
             perform check-cell-blocked
           end-perform.

       test-y-side.
           perform until path-y = target-y or cell-blocked = 1
             if path-y < target-y
               add 1 to path-y
             else
               subtract 1 from path-y
             end-if
             move path-x to test-x
             move path-y to test-y
             perform check-cell-blocked
           end-perform.

       walk-two-sided-path.
           if path-first = 1
             perform walk-x-side
             perform walk-y-side
           else
             perform walk-y-side
             perform walk-x-side
           end-if.

       walk-x-side.
           if plan-x < target-x
             move 2 to step-dir
           else
             move 4 to step-dir
           end-if.
           perform until plan-x = target-x
             perform take-step
           end-perform.

       walk-y-side.
           if plan-y < target-y
             move 1 to step-dir
           else
             move 3 to step-dir
           end-if.
           perform until plan-y = target-y
             perform take-step
           end-perform.

       take-step.
           if step-dir = run-dir
             add 1 to run-len
           else
             perform flush-run
             move step-dir to run-dir
             move 1 to run-len
           end-if.
           evaluate step-dir
             when 1 add 1 to plan-y
             when 2 add 1 to plan-x
             when 3 subtract 1 from plan-y
             when 4 subtract 1 from plan-x
           end-evaluate.
           add 1 to plan-blocks.
           perform mark-plan-stops.

       flush-run.
           if run-len > 0
             move run-dir to desired-dir
             move run-len to leg-distance
             perform append-leg
           end-if.

       search-detour.
           perform set-search-window.
           if win-w > search-limit or win-h > search-limit
             move target-x to zone-print-x
             move target-y to zone-print-y
             string "DETOUR TO STOP (" delimited by size
                 zone-print-x delimited by size
                 "," delimited by size
                 zone-print-y delimited by size
                 ") TOO WIDE TO SEARCH" delimited by size
                 into route-reason
             move 1 to route-error
             go to search-detour-exit
           end-if.

           perform mark-search-zones.
           perform spread-search.

           if start-found = 0
             move target-x to zone-print-x
             move target-y to zone-print-y
             string "NO WAY ROUND ZONES TO STOP (" delimited by size
                 zone-print-x delimited by size
                 "," delimited by size
                 zone-print-y delimited by size
                 ")" delimited by size
                 into route-reason
             move 1 to route-error
             go to search-detour-exit
           end-if.

           perform follow-search.

       search-detour-exit.
           exit.

       set-search-window.
           if plan-x < target-x
             compute win-min-x = plan-x - 2
             compute win-max-x = target-x + 2
           else
             compute win-min-x = target-x - 2
             compute win-max-x = plan-x + 2
           end-if.
           if plan-y < target-y
             compute win-min-y = plan-y - 2
             compute win-max-y = target-y + 2
           else
             compute win-min-y = target-y - 2
             compute win-max-y = plan-y + 2
           end-if.
           perform clip-search-window.

           move 1 to window-changed.
           perform until window-changed = 0
             move 0 to window-changed
             perform varying zone-sub from 1 by 1
                     until zone-sub > zone-count
               perform widen-for-zone
             end-perform
             perform clip-search-window
           end-perform.

           compute win-w = win-max-x - win-min-x + 1.
           compute win-h = win-max-y - win-min-y + 1.

       widen-for-zone.
           if zt-min-x(zone-sub) <= win-max-x and
               zt-max-x(zone-sub) >= win-min-x and
               zt-min-y(zone-sub) <= win-max-y and
               zt-max-y(zone-sub) >= win-min-y
             if zt-min-x(zone-sub) - 2 < win-min-x and
                 win-min-x > -999
               compute win-min-x = zt-min-x(zone-sub) - 2
               move 1 to window-changed
             end-if
             if zt-max-x(zone-sub) + 2 > win-max-x and
                 win-max-x < 999
               compute win-max-x = zt-max-x(zone-sub) + 2
               move 1 to window-changed
             end-if
             if zt-min-y(zone-sub) - 2 < win-min-y and
                 win-min-y > -999
               compute win-min-y = zt-min-y(zone-sub) - 2
               move 1 to window-changed
             end-if
             if zt-max-y(zone-sub) + 2 > win-max-y and
                 win-max-y < 999
               compute win-max-y = zt-max-y(zone-sub) + 2
               move 1 to window-changed
             end-if
           end-if.

       clip-search-window.
           if win-min-x < -999
             move -999 to win-min-x
           end-if.
           if win-max-x > 999
             move 999 to win-max-x
           end-if.
           if win-min-y < -999
             move -999 to win-min-y
           end-if.
           if win-max-y > 999
             move 999 to win-max-y
           end-if.

       mark-search-zones.
           move low-values to search-dist-map.
           move spaces to search-block-map.
           perform varying zone-sub from 1 by 1
                   until zone-sub > zone-count
             if zt-min-x(zone-sub) <= win-max-x and
                 zt-max-x(zone-sub) >= win-min-x and
                 zt-min-y(zone-sub) <= win-max-y and
                 zt-max-y(zone-sub) >= win-min-y
               perform mark-one-zone
             end-if
           end-perform.

       mark-one-zone.
           perform varying cell-y from zt-min-y(zone-sub) by 1
                   until cell-y > zt-max-y(zone-sub)
             if cell-y >= win-min-y and cell-y <= win-max-y
               perform varying cell-x from zt-min-x(zone-sub) by 1
                       until cell-x > zt-max-x(zone-sub)
                 if cell-x >= win-min-x and cell-x <= win-max-x
                   compute cell-offset =
                       (cell-y - win-min-y) * win-w +
                       (cell-x - win-min-x) + 1
                   move "Z" to search-block(cell-offset)
                 end-if
               end-perform
             end-if
           end-perform.

       spread-search.
           move 0 to start-found.
           compute cell-offset = (target-y - win-min-y) * win-w +
               (target-x - win-min-x) + 1.
           move 1 to search-dist(cell-offset).
           move 1 to queue-head.
           move 1 to queue-tail.
           move cell-offset to search-cell(1).

           perform until queue-head > queue-tail or start-found = 1
             move search-cell(queue-head) to cell-offset
             add 1 to queue-head
             perform locate-search-cell
             move search-dist(cell-offset) to cell-steps
             perform varying try-dir from 1 by 1
                     until try-dir > 4 or start-found = 1
               perform spread-to-neighbour
             end-perform
           end-perform.

       locate-search-cell.
           compute cell-row = cell-offset - 1.
           divide cell-row by win-w giving cell-quot
               remainder cell-col.
           move cell-quot to cell-row.
           compute cell-x = win-min-x + cell-col.
           compute cell-y = win-min-y + cell-row.

       spread-to-neighbour.
           perform set-next-cell.
           if next-offset > 0
             if search-dist(next-offset) = 0
               if next-x = plan-x and next-y = plan-y
                 compute search-dist(next-offset) = cell-steps + 1
                 move 1 to start-found
               else
                 if search-block(next-offset) not = "Z"
                   compute search-dist(next-offset) = cell-steps + 1
                   add 1 to queue-tail
                   move next-offset to search-cell(queue-tail)
                 end-if
               end-if
             end-if
           end-if.

       set-next-cell.
           move cell-x to next-x.
           move cell-y to next-y.
           evaluate try-dir
             when 1 add 1 to next-y
             when 2 add 1 to next-x
             when 3 subtract 1 from next-y
             when 4 subtract 1 from next-x
           end-evaluate.
           if next-x < win-min-x or next-x > win-max-x or
               next-y < win-min-y or next-y > win-max-y
             move 0 to next-offset
           else
             compute next-offset = (next-y - win-min-y) * win-w +
                 (next-x - win-min-x) + 1
           end-if.

       follow-search.
           perform until plan-x = target-x and plan-y = target-y
             move plan-x to cell-x
             move plan-y to cell-y
             compute cell-offset = (plan-y - win-min-y) * win-w +
                 (plan-x - win-min-x) + 1
             move search-dist(cell-offset) to cell-steps
             move 0 to step-dir
             if run-dir > 0
               move run-dir to try-dir
               perform test-downhill
             end-if
             perform varying try-sub from 1 by 1
                     until try-sub > 4 or step-dir > 0
               move try-sub to try-dir
               perform test-downhill
             end-perform
             if step-dir = 0
               move "DETOUR SEARCH LOST ITS WAY" to route-reason
               move 1 to route-error
               exit perform
             end-if
             perform take-step
           end-perform.

       test-downhill.
           perform set-next-cell.
           if next-offset > 0
             if search-dist(next-offset) > 0 and
                 search-dist(next-offset) = cell-steps - 1
               move try-dir to step-dir
             end-if
           end-if.

       append-leg.
           compute turn-diff = desired-dir - cur-dir + 4.
           if turn-diff >= 4
             subtract 4 from turn-diff
           end-if.

           perform append-separator.
           evaluate turn-diff
             when 1
               string "R" delimited by size
                   into out-line with pointer out-ptr
             when 3
               string "L" delimited by size
                   into out-line with pointer out-ptr
             when 2
               string "R0, R" delimited by size
                   into out-line with pointer out-ptr
             when 0
               string "R0, L" delimited by size
                   into out-line with pointer out-ptr
           end-evaluate.

           move leg-distance to num-display.
           perform append-number.
           move desired-dir to cur-dir.

       append-separator.
           if need-sep = 1
             string ", " delimited by size
                 into out-line with pointer out-ptr
           else
             move 1 to need-sep
           end-if.

       append-number.
           move 1 to num-start.
           perform until num-start = 4 or
                   num-display(num-start:1) not = "0"
             add 1 to num-start
           end-perform.
           compute num-len = 5 - num-start.
           string num-display(num-start:num-len) delimited by size
               into out-line with pointer out-ptr.

       write-plan-card.
           move "C" to oc-action.
           move rm-route-id to oc-route-id.
           move rm-description to oc-description.
           move plan-distance to oc-claimed.
           move rm-depot-id to oc-depot-id.
           compute plan-rec-len = out-ptr - 1.
           move out-line to plan-line.
           write plan-line.

       save-exception.
           if exception-count < 200
             add 1 to exception-count
             move rm-route-id to et-route-id(exception-count)
             move route-reason to et-reason(exception-count)
           else
             add 1 to exception-lost
           end-if.

       print-plan-line.
           move rm-route-id to pl-route-id.
           move rm-depot-id to pl-depot-id.
           move route-stop-count to pl-stops.
           move current-blocks to pl-current-blocks.
           move current-distance to pl-current-distance.
           move rm-claimed to pl-claimed.
           move current-missed to pl-missed.
           if route-error = 1
             move 0 to pl-plan-blocks
             move 0 to pl-blocks-saved
             move 0 to pl-plan-distance
           else
             move plan-blocks to pl-plan-blocks
             compute blocks-saved = current-blocks - plan-blocks
             move blocks-saved to pl-blocks-saved
             move plan-distance to pl-plan-distance
           end-if.
           if current-error = 1 and route-error = 0
             move "CURRENT TEXT WILL NOT WALK - C CARD"
                 to plan-note
           end-if.
           if current-error = 2 and route-error = 0
             move "CURRENT TEXT CROSSES ZONE - C CARD"
                 to plan-note
           end-if.
           move plan-note to pl-note.
           perform check-page.
           write print-record from plan-detail.
           add 1 to line-count.

       print-exceptions.
           perform varying exception-sub from 1 by 1
                   until exception-sub > exception-count
             move et-route-id(exception-sub) to xl-route-id
             move et-reason(exception-sub) to xl-reason
             perform check-page
             write print-record from exception-line
             add 1 to line-count
           end-perform.
           if exception-lost > 0
             move spaces to xl-route-id
             move spaces to xl-reason
             string "(" delimited by size
                 exception-lost delimited by size
                 " FURTHER ROUTES NOT LISTED)" delimited by size
                 into xl-reason
             perform check-page
             write print-record from exception-line
             add 1 to line-count
           end-if.
           if exception-count = 0
             perform check-page
             move "  (NONE)" to print-record
             write print-record
             add 1 to line-count
           end-if.

       print-plan-totals.
           move "ROUTES READ" to tl-caption.
           move routes-read to tl-amount.
           perform print-total-line.

           move "ROUTES WITH NO STOPS" to tl-caption.
           move routes-no-stops to tl-amount.
           perform print-total-line.

           move "ROUTES PLANNED" to tl-caption.
           move routes-planned to tl-amount.
           perform print-total-line.

           move "ROUTES NOT PLANNED" to tl-caption.
           move routes-failed to tl-amount.
           perform print-total-line.

           move "CHANGE CARDS WRITTEN" to tl-caption.
           move cards-written to tl-amount.
           perform print-total-line.

           move "BLOCKS WALKED - CURRENT" to tl-caption.
           move total-current-blocks to tl-amount.
           perform print-total-line.

           move "BLOCKS WALKED - PLANNED" to tl-caption.
           move total-plan-blocks to tl-amount.
           perform print-total-line.

           if total-plan-blocks > total-current-blocks
             move "BLOCKS ADDED BY PLAN" to tl-caption
             compute tl-amount =
                 total-plan-blocks - total-current-blocks
           else
             move "BLOCKS SAVED BY PLAN" to tl-caption
             compute tl-amount =
                 total-current-blocks - total-plan-blocks
           end-if.
           perform print-total-line.

       print-total-line.
           perform check-page.
           write print-record from total-line.
           add 1 to line-count.

       print-section-title.
           perform check-page.
           move spaces to print-record.
           write print-record.
           move spaces to print-record.
           string "=== " delimited by size
               section-title delimited by size
               into print-record.
           write print-record.
           move spaces to print-record.
           write print-record.
           add 3 to line-count.

       check-page.
           if line-count >= lines-per-page
             perform print-page-heading
           end-if.

       print-page-heading.
           add 1 to page-count.
           move page-count to hd-page.
           if page-count = 1
             write print-record from heading-1
           else
             write print-record from heading-1
                 after advancing page
           end-if.
           move spaces to print-record.
           write print-record.
           move 2 to line-count.
