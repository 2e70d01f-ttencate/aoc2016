           select print-file assign to "ASGNRPT"
           organization is line sequential.

           select optional availability-file assign to "AVAILFL"
           organization is line sequential
           file status is availability-status.

           select absence-file assign to "ABSNRPT"
           organization is line sequential.

           select run-control assign to "RUNCTL"
           organization is line sequential
           file status is runctl-status.

           select step-ledger assign to "STEPLDG"
           organization is indexed
           access mode is random
           record key is sl-step-key
           file status is ledger-status.

       data division.
       file section.
       fd courier-master.
       fd print-file.
           01 print-record pic X(132).

       fd availability-file.
           01 availability-card.
               copy couravl.

       fd absence-file.
           01 absence-record pic X(132).

       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       working-storage section.
           01 courier-status pic XX value "  ".
           01 ranked-status pic XX value "  ".
           01 runctl-status pic XX value "  ".
           01 availability-status pic XX value "  ".
           01 run-number pic 9(6) value 0.
           01 ledger-status pic XX value "  ".
           01 step-program pic X(8) value "01AASGN".
           01 step-prior pic X(8) value "01ARANK".
           01 step-run-number pic 9(6) value 0.
           01 step-rerun pic X value space.
           01 step-begun pic 9 value 0.
           01 step-found pic 9 value 0.
           01 step-return-code pic 9(4) value 0.
           01 step-date pic 9(8).
           01 step-time pic 9(8).
           01 run-stamp-date pic 9(8) value 0.
           01 more-records pic 9 value 1.
           01 page-count pic 9(4) value 0000.
                   10 ct-capacity pic 9(5).
                   10 ct-assigned-total pic 9(7).
                   10 ct-assigned-count pic 9(4).
                   10 ct-full-capacity pic 9(5).
                   10 ct-available pic X.
                   10 ct-reason pic X(20).
                   10 ct-whatif-total pic 9(7).

           01 route-count pic 9(4) value 0.
           01 routes-lost pic 9(4) value 0.
                   10 rt-description pic X(30).
                   10 rt-distance pic 9(4).
                   10 rt-assigned-to pic 9(3).
                   10 rt-whatif-to pic 9(3).

           01 pick-courier pic 9(3).
           01 pick-total pic 9(7).
           01 unassigned-count pic 9(4) value 0.
           01 assigned-count pic 9(4) value 0.

           01 absent-couriers pic 9(3) value 0.
           01 light-couriers pic 9(3) value 0.
           01 absence-uncovered pic 9(4) value 0.
           01 capacity-uncovered pic 9(4) value 0.
           01 absence-page-count pic 9(4) value 0000.
           01 absence-line-count pic 9(2) value 99.

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 hd-page pic zzz9.
               05 filler pic X(61) value spaces.

           01 absence-heading.
               05 filler pic X(40) value
                   "COURIER ABSENCE COVER REPORT".
               05 filler pic X(9) value "RUN DATE ".
               05 ab-yyyy pic 9(4).
               05 filler pic X value "-".
               05 ab-mm pic 9(2).
               05 filler pic X value "-".
               05 ab-dd pic 9(2).
               05 filler pic X(8) value "    PAGE".
               05 ab-page pic zzz9.
               05 filler pic X(5) value spaces.
               05 filler pic X(4) value "RUN ".
               05 ab-run pic 9(6).
               05 filler pic X(46) value spaces.

           01 availability-line.
               05 filler pic X(6) value spaces.
               05 avl-courier-id pic X(4).
               05 filler pic X(2) value spaces.
               05 avl-name pic X(20).
               05 filler pic X(2) value spaces.
               05 avl-text pic X(60).
               05 filler pic X(38) value spaces.

           01 absence-title pic X(60).
           01 capacity-edit pic zz,zz9.
           01 full-capacity-edit pic zz,zz9.

           01 absence-total-line.
               05 filler pic X(6) value spaces.
               05 atl-caption pic X(40).
               05 atl-count pic zzz9.
               05 filler pic X(82) value spaces.

           01 courier-head-line.
               05 filler pic X(2) value spaces.
               05 chl-courier-id pic X(4).
               05 rl-distance pic zz,zz9.
               05 filler pic X(78) value spaces.

           01 note-line.
               05 filler pic X(6) value spaces.
               05 nl-text pic X(60).
               05 filler pic X(66) value spaces.

           01 subtotal-line.
               05 filler pic X(6) value spaces.
               05 stl-caption pic X(20).
           move run-mm to hd-mm.
           move run-dd to hd-dd.

           perform begin-step thru begin-step-exit.

           perform read-run-control.

           perform load-couriers.
           if courier-count = 0
             display "** NO COURIERS ON CURMST - NOTHING "
                 "ASSIGNED **"
             move 16 to return-code
             perform end-step
           end-if.

           perform load-availability thru load-availability-exit.

           perform load-routes.

           perform assign-routes.
           if absent-couriers > 0 or light-couriers > 0
             perform whatif-assign-routes
           end-if.
           perform classify-unassigned.

           open output assign-out.
           move "*RUNHDR*" to ah-header-tag.
           perform print-unassigned.
           close print-file.

           open output absence-file.
           perform print-absence-report.
           close absence-file.

           display "ASSIGNMENT COMPLETE - " assigned-count
               " ROUTES ASSIGNED, " unassigned-count
               " UNASSIGNED".
           display "UNASSIGNED BECAUSE OF ABSENCES - "
               absence-uncovered ", FOR LACK OF CAPACITY - "
               capacity-uncovered.

           perform end-step.

       load-couriers.
           open input courier-master.
           if courier-status <> "00"
             display "** CANNOT OPEN COURIER MASTER - STATUS "
                 courier-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           read courier-master
               move cm-capacity to ct-capacity(courier-count)
               move 0 to ct-assigned-total(courier-count)
               move 0 to ct-assigned-count(courier-count)
               move cm-capacity to ct-full-capacity(courier-count)
               move space to ct-available(courier-count)
               move spaces to ct-reason(courier-count)
               move 0 to ct-whatif-total(courier-count)
             else
               display "** COURIER TABLE FULL - " cm-courier-id
                   " IGNORED **"

           close courier-master.

       load-availability.
           open input availability-file.
           if availability-status = "05"
             close availability-file
             go to load-availability-exit
           end-if.
           if availability-status <> "00"
             display "** CANNOT OPEN AVAILABILITY FILE - STATUS "
                 availability-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           move 1 to more-records.
           read availability-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             if av-from-date is not numeric or
                 av-to-date is not numeric
               display "** AVAILABILITY DATES FOR COURIER "
                   av-courier-id " NOT NUMERIC - CARD IGNORED **"
             else
               if av-from-date <= run-stamp-date and
                   av-to-date >= run-stamp-date
                 perform apply-availability
               end-if
             end-if
             read availability-file
               at end move 0 to more-records
             end-read
           end-perform.

           close availability-file.

           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             evaluate ct-available(courier-sub)
               when "A" add 1 to absent-couriers
               when "L" add 1 to light-couriers
             end-evaluate
           end-perform.

       load-availability-exit.
           exit.

       apply-availability.
           move 0 to pick-courier.
           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             if ct-courier-id(courier-sub) = av-courier-id
               move courier-sub to pick-courier
               exit perform
             end-if
           end-perform.

           if pick-courier = 0
             display "** AVAILABILITY CARD FOR COURIER "
                 av-courier-id " NOT ON CURMST - CARD IGNORED **"
           else
             evaluate av-type
               when "A"
                 move "A" to ct-available(pick-courier)
                 move av-reason to ct-reason(pick-courier)
               when "L"
                 if av-capacity is not numeric
                   display "** LIGHT DUTY CAPACITY FOR COURIER "
                       av-courier-id " NOT NUMERIC - CARD IGNORED **"
                 else
                   if ct-available(pick-courier) = space
                     move "L" to ct-available(pick-courier)
                     move av-reason to ct-reason(pick-courier)
                   end-if
                   if av-capacity < ct-capacity(pick-courier)
                     move av-capacity to ct-capacity(pick-courier)
                   end-if
                 end-if
               when other
                 display "** AVAILABILITY CARD TYPE '" av-type
                     "' FOR COURIER " av-courier-id
                     " NOT A OR L - CARD IGNORED **"
             end-evaluate
           end-if.

       read-run-control.
           open input run-control.
           if runctl-status <> "00"
             display "** NO RUN CONTROL FILE - RUN 01A FIRST **"
             move 16 to return-code
             perform end-step
           end-if.
           read run-control
             at end
               display "** RUN CONTROL FILE IS EMPTY - "
                   "RUN 01A FIRST **"
               move 16 to return-code
               perform end-step
           end-read.
           move rc-run-number to run-number.
           move rc-run-date to run-stamp-date.
           if ranked-status <> "00"
             display "** CANNOT OPEN RANKED ROUTES - STATUS "
                 ranked-status " - RUN 01ARANK FIRST **"
             move 16 to return-code
             perform end-step
           end-if.

           read ranked-in
               display "** RANKED ROUTES FILE HAS NO RUN STAMP - "
                   "RUN 01ARANK FIRST **"
               move 16 to return-code
               perform end-step
           end-read.
           if rh-header-tag not = "*RUNHDR*"
             display "** RANKED ROUTES FILE HAS NO RUN STAMP - "
                 "RUN 01ARANK FIRST **"
             move 16 to return-code
             perform end-step
           end-if.
           if rh-run-number not = run-number
             display "** RANKED ROUTES FILE IS FROM RUN "
                 " BUT CURRENT RUN IS " run-number
                 " - STALE INPUT REFUSED **"
             move 16 to return-code
             perform end-step
           end-if.

           move 1 to more-records.
               move rk-total-distance to
                   rt-distance(route-count)
               move 0 to rt-assigned-to(route-count)
               move 0 to rt-whatif-to(route-count)
             else
               add 1 to routes-lost
             end-if

           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             if ct-available(courier-sub) not = "A" and
                 ct-assigned-total(courier-sub) +
                   rt-distance(work-idx) <=
                   ct-capacity(courier-sub) and
                 ct-assigned-total(courier-sub) < pick-total
             add 1 to assigned-count
           end-if.

       whatif-assign-routes.
           perform varying work-idx from route-count by -1
                   until work-idx < 1
             perform whatif-one-route
           end-perform.

       whatif-one-route.
           move 0 to pick-courier.
           move 9999999 to pick-total.

           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             if ct-whatif-total(courier-sub) +
                   rt-distance(work-idx) <=
                   ct-full-capacity(courier-sub) and
                 ct-whatif-total(courier-sub) < pick-total
               move ct-whatif-total(courier-sub) to pick-total
               move courier-sub to pick-courier
             end-if
           end-perform.

           if pick-courier not = 0
             move pick-courier to rt-whatif-to(work-idx)
             add rt-distance(work-idx) to
                 ct-whatif-total(pick-courier)
           end-if.

       classify-unassigned.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             if rt-assigned-to(route-sub) = 0
               if rt-whatif-to(route-sub) > 0
                 add 1 to absence-uncovered
               else
                 add 1 to capacity-uncovered
               end-if
             end-if
           end-perform.

       write-assignments.
           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
       print-assignments.
           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             perform print-one-courier thru print-one-courier-exit
           end-perform.

       print-one-courier.
           write print-record from courier-head-line.
           add 2 to line-count.

           if ct-available(courier-sub) = "A"
             move spaces to nl-text
             string "ABSENT - " delimited by size
                 ct-reason(courier-sub) delimited by "  "
                 " - NO ROUTES ASSIGNED" delimited by size
                 into nl-text
             perform check-page
             write print-record from note-line
             add 1 to line-count
             go to print-one-courier-exit
           end-if.
           if ct-available(courier-sub) = "L"
             move ct-full-capacity(courier-sub) to
                 full-capacity-edit
             move spaces to nl-text
             string "LIGHT DUTY - " delimited by size
                 ct-reason(courier-sub) delimited by "  "
                 " - FULL CAPACITY " delimited by size
                 full-capacity-edit delimited by size
                 into nl-text
             perform check-page
             write print-record from note-line
             add 1 to line-count
           end-if.

           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             if rt-assigned-to(route-sub) = courier-sub
           write print-record from subtotal-line.
           add 1 to line-count.

       print-one-courier-exit.
           exit.

       print-unassigned.
           perform check-page.
           move spaces to print-record.
             end-perform
           end-if.

       print-absence-report.
           move run-yyyy to ab-yyyy.
           move run-mm to ab-mm.
           move run-dd to ab-dd.
           move run-number to ab-run.

           move "  === COURIERS ABSENT OR ON LIGHT DUTY ===" to
               absence-title.
           perform print-absence-title.
           if absent-couriers = 0 and light-couriers = 0
             perform check-absence-page
             move "      (NONE)" to absence-record
             write absence-record
             add 1 to absence-line-count
           else
             perform varying courier-sub from 1 by 1
                     until courier-sub > courier-count
               if ct-available(courier-sub) not = space
                 perform print-availability-line
               end-if
             end-perform
           end-if.

           move "  === ROUTES NOT COVERED BECAUSE OF ABSENCES ===" to
               absence-title.
           perform print-absence-title.
           if absence-uncovered = 0
             perform check-absence-page
             move "      (NONE)" to absence-record
             write absence-record
             add 1 to absence-line-count
           else
             perform varying route-sub from 1 by 1
                     until route-sub > route-count
               if rt-assigned-to(route-sub) = 0 and
                   rt-whatif-to(route-sub) > 0
                 perform print-absence-route
               end-if
             end-perform
           end-if.

           move "  === ROUTES UNASSIGNED FOR LACK OF CAPACITY ===" to
               absence-title.
           perform print-absence-title.
           if capacity-uncovered = 0
             perform check-absence-page
             move "      (NONE)" to absence-record
             write absence-record
             add 1 to absence-line-count
           else
             perform varying route-sub from 1 by 1
                     until route-sub > route-count
               if rt-assigned-to(route-sub) = 0 and
                   rt-whatif-to(route-sub) = 0
                 perform print-absence-route
               end-if
             end-perform
           end-if.

           move "  === TOTALS ===" to absence-title.
           perform print-absence-title.
           move "COURIERS ABSENT" to atl-caption.
           move absent-couriers to atl-count.
           perform print-absence-total.
           move "COURIERS ON LIGHT DUTY" to atl-caption.
           move light-couriers to atl-count.
           perform print-absence-total.
           move "ROUTES NOT COVERED BECAUSE OF ABSENCES" to
               atl-caption.
           move absence-uncovered to atl-count.
           perform print-absence-total.
           move "ROUTES UNASSIGNED FOR LACK OF CAPACITY" to
               atl-caption.
           move capacity-uncovered to atl-count.
           perform print-absence-total.
           if routes-lost > 0
             move "ROUTES LEFT OFF - ROUTE TABLE FULL" to
                 atl-caption
             move routes-lost to atl-count
             perform print-absence-total
           end-if.

       print-availability-line.
           move ct-courier-id(courier-sub) to avl-courier-id.
           move ct-name(courier-sub) to avl-name.
           move spaces to avl-text.
           if ct-available(courier-sub) = "A"
             string "ABSENT - " delimited by size
                 ct-reason(courier-sub) delimited by "  "
                 into avl-text
           else
             move ct-capacity(courier-sub) to capacity-edit
             move ct-full-capacity(courier-sub) to
                 full-capacity-edit
             string "LIGHT DUTY - " delimited by size
                 ct-reason(courier-sub) delimited by "  "
                 " - CAPACITY " delimited by size
                 capacity-edit delimited by size
                 " OF " delimited by size
                 full-capacity-edit delimited by size
                 into avl-text
           end-if.
           perform check-absence-page.
           write absence-record from availability-line.
           add 1 to absence-line-count.

       print-absence-route.
           move rt-route-id(route-sub) to rl-route-id.
           move rt-description(route-sub) to rl-description.
           move rt-distance(route-sub) to rl-distance.
           perform check-absence-page.
           write absence-record from route-line.
           add 1 to absence-line-count.

       print-absence-total.
           perform check-absence-page.
           write absence-record from absence-total-line.
           add 1 to absence-line-count.

       print-absence-title.
           perform check-absence-page.
           move spaces to absence-record.
           write absence-record.
           write absence-record from absence-title.
           add 2 to absence-line-count.

       check-absence-page.
           if absence-line-count >= lines-per-page
             add 1 to absence-page-count
             move absence-page-count to ab-page
             if absence-page-count = 1
               write absence-record from absence-heading
             else
               write absence-record from absence-heading
                   after advancing page
             end-if
             move spaces to absence-record
             write absence-record
             move 2 to absence-line-count
           end-if.

       check-page.
           if line-count >= lines-per-page
             perform print-page-heading
           move spaces to print-record.
           write print-record.
           move 2 to line-count.

       begin-step.
           accept step-rerun from environment "STEP-RERUN".
           open input run-control.
           if runctl-status <> "00"
             go to begin-step-exit
           end-if.
           read run-control
             at end
               close run-control
               go to begin-step-exit
           end-read.
           move rc-run-number to step-run-number.
           close run-control.

           perform open-step-ledger.
           perform check-prior-step.
           perform start-this-step.
           close step-ledger.
           move 1 to step-begun.

       begin-step-exit.
           exit.

       check-prior-step.
           move step-run-number to sl-run-number.
           move step-prior to sl-program.
           move 0 to step-found.
           read step-ledger
             invalid key continue
             not invalid key move 1 to step-found
           end-read.
           if step-found = 0 or sl-step-status not = "E" or
               sl-return-code >= 16
             display "** " step-program " REFUSED - " step-prior
                 " HAS NOT COMPLETED FOR RUN " step-run-number " **"
             close step-ledger
             move 16 to return-code
             stop run
           end-if.

       start-this-step.
           move step-run-number to sl-run-number.
           move step-program to sl-program.
           move 0 to step-found.
           read step-ledger
             invalid key continue
             not invalid key move 1 to step-found
           end-read.
           if step-found = 1 and sl-step-status = "E" and
               sl-return-code < 16 and step-rerun not = "Y"
             display "** " step-program " ALREADY COMPLETED FOR RUN "
                 step-run-number " - NOT RUN AGAIN **"
             display "** SET STEP-RERUN=Y TO FORCE A RERUN **"
             close step-ledger
             move 0 to return-code
             stop run
           end-if.

           accept step-date from date yyyymmdd.
           accept step-time from time.
           move step-run-number to sl-run-number.
           move step-program to sl-program.
           move step-date to sl-start-date.
           move step-time to sl-start-time.
           move 0 to sl-end-date.
           move 0 to sl-end-time.
           move 0 to sl-return-code.
           move "S" to sl-step-status.
           if step-found = 1
             add 1 to sl-rerun-count
             rewrite step-ledger-record
           else
             move 0 to sl-rerun-count
             write step-ledger-record
           end-if.
           if ledger-status <> "00"
             display "** STEP LEDGER NOT UPDATED - STATUS "
                 ledger-status " **"
           end-if.

       end-step.
           if step-begun = 1
             move return-code to step-return-code
             perform open-step-ledger
             move step-run-number to sl-run-number
             move step-program to sl-program
             read step-ledger
               invalid key
                 display "** STEP LEDGER RECORD FOR " step-program
                     " RUN " step-run-number " IS MISSING **"
               not invalid key
                 accept step-date from date yyyymmdd
                 accept step-time from time
                 move step-date to sl-end-date
                 move step-time to sl-end-time
                 move step-return-code to sl-return-code
                 move "E" to sl-step-status
                 rewrite step-ledger-record
             end-read
             close step-ledger
             move step-return-code to return-code
           end-if.
           stop run.

       open-step-ledger.
           open i-o step-ledger.
           if ledger-status = "35"
             open output step-ledger
             close step-ledger
             open i-o step-ledger
           end-if.
           if ledger-status <> "00"
             display "** CANNOT OPEN STEP LEDGER - STATUS "
                 ledger-status " **"
             move 16 to return-code
             stop run
           end-if.
