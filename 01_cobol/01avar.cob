       identification division.
       program-id. 01avar.

       environment division.
       input-output section.
       file-control.
           select results-file assign to "RESULTFL"
           organization is line sequential
           file status is results-status.

           select assign-in assign to "ASGNOUT"
           organization is line sequential
           file status is assign-status.

           select schedule-in assign to "TIMEOUT"
           organization is line sequential
           file status is schedule-status.

           select actuals-in assign to "ACTUALS"
           organization is line sequential
           file status is actuals-status.

           select stops-file assign to "STOPFL"
           organization is line sequential
           file status is stop-status.

           select courier-master assign to "CURMST"
           organization is line sequential
           file status is courier-status.

           select run-control assign to "RUNCTL"
           organization is line sequential
           file status is runctl-status.

           select print-file assign to "VARRPT"
           organization is line sequential.

       data division.
       file section.
       fd results-file.
           01 results-record.
               copy routersl.
           01 results-stamp.
               copy runstamp.

       fd assign-in.
           01 assign-record.
               copy routeasg.
           01 assign-stamp.
               copy runstamp replacing leading ==rh== by ==ah==.

       fd schedule-in.
           01 schedule-record.
               copy routetim.
           01 schedule-stamp.
               copy runstamp replacing leading ==rh== by ==th==.

       fd actuals-in.
           01 actuals-record.
               copy routeact.
           01 actuals-stamp.
               copy runstamp replacing leading ==rh== by ==xh==.

       fd stops-file.
           01 stop-card.
               copy routedlv.

       fd courier-master.
           01 courier-record.
               copy courmst.

       fd run-control.
           01 run-control-record.
               copy runctl.

       fd print-file.
           01 print-record pic X(132).

       working-storage section.
           01 results-status pic XX value "  ".
           01 assign-status pic XX value "  ".
           01 schedule-status pic XX value "  ".
           01 actuals-status pic XX value "  ".
           01 stop-status pic XX value "  ".
           01 courier-status pic XX value "  ".
           01 runctl-status pic XX value "  ".
           01 run-number pic 9(6) value 0.
           01 more-records pic 9 value 1.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 distance-tolerance pic 9(3) value 002.
           01 time-tolerance pic 9(3) value 015.

           01 route-count pic 9(4) value 0.
           01 route-sub pic 9(4).
           01 route-table.
               05 route-entry occurs 2000 times.
                   10 rt-route-id pic X(8).
                   10 rt-plan-distance pic 9(5).
                   10 rt-plan-stops pic 9(3).
                   10 rt-assigned-to pic X(4).
                   10 rt-timed pic 9.
                   10 rt-plan-minutes pic 9(5).
                   10 rt-actual-found pic 9.
                   10 rt-run-by pic X(4).
                   10 rt-act-distance pic 9(5).
                   10 rt-act-minutes pic 9(5).
                   10 rt-act-start pic 9(4).
                   10 rt-act-stops pic 9(3).

           01 courier-count pic 9(3) value 0.
           01 courier-sub pic 9(3).
           01 courier-table.
               05 courier-entry occurs 100 times.
                   10 ct-courier-id pic X(4).
                   10 ct-name pic X(20).
                   10 ct-assigned pic 9(4).
                   10 ct-run pic 9(4).
                   10 ct-run-for-other pic 9(4).
                   10 ct-run-by-other pic 9(4).
                   10 ct-not-run pic 9(4).
                   10 ct-plan-distance pic 9(7).
                   10 ct-act-distance pic 9(7).
                   10 ct-plan-minutes pic 9(7).
                   10 ct-act-minutes pic 9(7).
                   10 ct-plan-stops pic 9(5).
                   10 ct-act-stops pic 9(5).

           01 entry-found pic 9.
           01 find-courier pic X(4).
           01 unmatched-count pic 9(4) value 0.
           01 unmatched-table.
               05 unmatched-entry occurs 200 times.
                   10 ut-route-id pic X(8).
                   10 ut-courier-id pic X(4).
                   10 ut-reason pic X(30).
           01 unmatched-lost pic 9(4) value 0.

           01 start-minutes pic 9(5).
           01 finish-minutes pic 9(5).
           01 work-hh pic 9(2).
           01 work-mm pic 9(2).
           01 time-ok pic 9.
           01 distance-var pic s9(6).
           01 minutes-var pic s9(6).
           01 stops-var pic s9(4).
           01 abs-var pic 9(6).
           01 note-text pic X(30).

           01 routes-planned pic 9(5) value 0.
           01 routes-actual pic 9(5) value 0.
           01 routes-no-actuals pic 9(5) value 0.
           01 routes-other-courier pic 9(5) value 0.
           01 routes-card-suspect pic 9(5) value 0.
           01 routes-slow pic 9(5) value 0.
           01 section-count pic 9(5) value 0.

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 run-mm pic 9(2).
               05 run-dd pic 9(2).

           01 heading-1.
               05 filler pic X(40) value
                   "PLANNED VERSUS ACTUAL VARIANCE REPORT".
               05 filler pic X(9) value "RUN DATE ".
               05 hd-yyyy pic 9(4).
               05 filler pic X value "-".
               05 hd-mm pic 9(2).
               05 filler pic X value "-".
               05 hd-dd pic 9(2).
               05 filler pic X(8) value "    PAGE".
               05 hd-page pic zzz9.
               05 filler pic X(5) value spaces.
               05 filler pic X(4) value "RUN ".
               05 hd-run-number pic 9(6).
               05 filler pic X(46) value spaces.

           01 route-caption.
               05 filler pic X(10) value "  ROUTE-ID".
               05 filler pic X(12) value "  ASGN  RUN ".
               05 filler pic X(21) value
                   "  PLAN-D  ACT-D   VAR".
               05 filler pic X(24) value
                   "  PLAN-M  ACT-M     VAR".
               05 filler pic X(12) value "  STOPS  DLV".
               05 filler pic X(2) value spaces.
               05 filler pic X(4) value "NOTE".
               05 filler pic X(47) value spaces.

           01 route-line.
               05 filler pic X(2) value spaces.
               05 rl-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 rl-assigned pic X(4).
               05 filler pic X(2) value spaces.
               05 rl-run-by pic X(4).
               05 filler pic X(2) value spaces.
               05 rl-plan-distance pic zz,zz9.
               05 filler pic X value space.
               05 rl-act-distance pic zz,zz9.
               05 filler pic X value space.
               05 rl-distance-var pic --,--9.
               05 filler pic X value space.
               05 rl-plan-minutes pic zz,zz9.
               05 filler pic X value space.
               05 rl-act-minutes pic zz,zz9.
               05 filler pic X(2) value spaces.
               05 rl-minutes-var pic ---,--9.
               05 filler pic X(3) value spaces.
               05 rl-plan-stops pic zz9.
               05 filler pic X(2) value spaces.
               05 rl-act-stops pic zz9.
               05 filler pic X(2) value spaces.
               05 rl-note pic X(30).
               05 filler pic X(22) value spaces.

           01 courier-caption.
               05 filler pic X(8) value "  COUR  ".
               05 filler pic X(20) value "NAME".
               05 filler pic X(20) value
                   "  ASGN   RUN  OTHR  ".
               05 filler pic X(10) value "BY-O  MISS".
               05 filler pic X(24) value
                   "   PLAN-D   ACT-D    VAR".
               05 filler pic X(24) value
                   "   PLAN-M   ACT-M    VAR".
               05 filler pic X(14) value "  STOPS   DLV".
               05 filler pic X(12) value spaces.

           01 courier-line.
               05 filler pic X(2) value spaces.
               05 cl-courier-id pic X(4).
               05 filler pic X(2) value spaces.
               05 cl-name pic X(20).
               05 filler pic X value space.
               05 cl-assigned pic zzz9.
               05 filler pic X(2) value spaces.
               05 cl-run pic zzz9.
               05 filler pic X(2) value spaces.
               05 cl-run-for-other pic zzz9.
               05 filler pic X(2) value spaces.
               05 cl-run-by-other pic zzz9.
               05 filler pic X(2) value spaces.
               05 cl-not-run pic zzz9.
               05 filler pic X value space.
               05 cl-plan-distance pic zzz,zz9.
               05 filler pic X value space.
               05 cl-act-distance pic zzz,zz9.
               05 filler pic X value space.
               05 cl-distance-var pic ---,--9.
               05 filler pic X value space.
               05 cl-plan-minutes pic zzz,zz9.
               05 filler pic X value space.
               05 cl-act-minutes pic zzz,zz9.
               05 filler pic X value space.
               05 cl-minutes-var pic ---,--9.
               05 filler pic X value space.
               05 cl-plan-stops pic zz,zz9.
               05 filler pic X value space.
               05 cl-act-stops pic zz,zz9.
               05 filler pic X(13) value spaces.

           01 exception-line.
               05 filler pic X(2) value spaces.
               05 xl-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 xl-text pic X(80).
               05 filler pic X(40) value spaces.

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

           perform read-run-control.
           move run-number to hd-run-number.

           perform load-results.
           perform load-stops thru load-stops-exit.
           perform load-couriers thru load-couriers-exit.
           perform load-assignments.
           perform load-schedule.
           perform load-actuals.
           perform total-couriers.

           open output print-file.

           move "VARIANCE BY ROUTE" to section-title.
           perform print-section-title.
           write print-record from route-caption.
           add 1 to line-count.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             perform print-route-variance
           end-perform.

           move "VARIANCE BY COURIER" to section-title.
           perform print-section-title.
           write print-record from courier-caption.
           add 1 to line-count.
           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             perform print-courier-variance
           end-perform.

           move "ROUTES RUN BY A COURIER OTHER THAN THE ONE ASSIGNED"
               to section-title.
           perform print-section-title.
           perform print-other-courier.

           move "ROUTES WITH NO ACTUALS" to section-title.
           perform print-section-title.
           perform print-no-actuals.

           move "ACTUALS NOT MATCHED TO THIS RUN" to section-title.
           perform print-section-title.
           perform print-unmatched.

           move "GRAND TOTALS" to section-title.
           perform print-section-title.
           perform print-grand-totals.

           close print-file.

           display "VARIANCE REPORT COMPLETE - " routes-planned
               " ROUTES PLANNED, " routes-actual " WITH ACTUALS, "
               routes-no-actuals " WITHOUT".

           if routes-no-actuals > 0 or routes-other-courier > 0 or
               unmatched-count > 0
             move 4 to return-code
           end-if.

           stop run.

       read-run-control.
           open input run-control.
           if runctl-status <> "00"
             display "** NO RUN CONTROL FILE - RUN 01A FIRST **"
             move 16 to return-code
             stop run
           end-if.
           read run-control
             at end
               display "** RUN CONTROL FILE IS EMPTY - "
                   "RUN 01A FIRST **"
               move 16 to return-code
               stop run
           end-read.
           move rc-run-number to run-number.
           close run-control.

       load-results.
           open input results-file.
           if results-status <> "00"
             display "** CANNOT OPEN RESULTS FILE - STATUS "
                 results-status " **"
             move 16 to return-code
             stop run
           end-if.

           read results-file
             at end
               display "** RESULTS FILE HAS NO RUN STAMP - "
                   "RUN 01A FIRST **"
               move 16 to return-code
               stop run
           end-read.
           if rh-header-tag not = "*RUNHDR*"
             display "** RESULTS FILE HAS NO RUN STAMP - "
                 "RUN 01A FIRST **"
             move 16 to return-code
             stop run
           end-if.
           if rh-run-number not = run-number
             display "** RESULTS FILE IS FROM RUN " rh-run-number
                 " OF " rh-run-date " BUT CURRENT RUN IS "
                 run-number " - STALE INPUT REFUSED **"
             move 16 to return-code
             stop run
           end-if.

           move 1 to more-records.
           read results-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             if rr-error not = "E"
               if route-count < 2000
                 add 1 to route-count
                 add 1 to routes-planned
                 perform init-route-entry
               else
                 display "** ROUTE TABLE FULL - " rr-route-id
                     " NOT COMPARED **"
               end-if
             end-if
             read results-file
               at end move 0 to more-records
             end-read
           end-perform.

           close results-file.

       init-route-entry.
           move rr-route-id to rt-route-id(route-count).
           move rr-total-distance to rt-plan-distance(route-count).
           move 0 to rt-plan-stops(route-count).
           move spaces to rt-assigned-to(route-count).
           move 0 to rt-timed(route-count).
           move 0 to rt-plan-minutes(route-count).
           move 0 to rt-actual-found(route-count).
           move spaces to rt-run-by(route-count).
           move 0 to rt-act-distance(route-count).
           move 0 to rt-act-minutes(route-count).
           move 0 to rt-act-start(route-count).
           move 0 to rt-act-stops(route-count).

       load-stops.
           open input stops-file.
           if stop-status <> "00"
             go to load-stops-exit
           end-if.

           read stops-file
             at end move "10" to stop-status
           end-read.

           perform until stop-status <> "00"
             perform varying route-sub from 1 by 1
                     until route-sub > route-count
               if rt-route-id(route-sub) = dv-route-id
                 add 1 to rt-plan-stops(route-sub)
                 exit perform
               end-if
             end-perform
             read stops-file
               at end move "10" to stop-status
             end-read
           end-perform.

           close stops-file.

       load-stops-exit.
           exit.

       load-couriers.
           open input courier-master.
           if courier-status <> "00"
             go to load-couriers-exit
           end-if.

           move 1 to more-records.
           read courier-master
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             move cm-courier-id to find-courier
             perform find-courier-entry
             if entry-found = 1
               move cm-name to ct-name(courier-sub)
             end-if
             read courier-master
               at end move 0 to more-records
             end-read
           end-perform.

           close courier-master.

       load-couriers-exit.
           exit.

       find-courier-entry.
           move 0 to entry-found.
           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             if ct-courier-id(courier-sub) = find-courier
               move 1 to entry-found
               exit perform
             end-if
           end-perform.

           if entry-found = 0
             if courier-count < 100
               add 1 to courier-count
               move courier-count to courier-sub
               move 1 to entry-found
               move find-courier to ct-courier-id(courier-sub)
               move "(NOT ON CURMST)" to ct-name(courier-sub)
               move 0 to ct-assigned(courier-sub)
               move 0 to ct-run(courier-sub)
               move 0 to ct-run-for-other(courier-sub)
               move 0 to ct-run-by-other(courier-sub)
               move 0 to ct-not-run(courier-sub)
               move 0 to ct-plan-distance(courier-sub)
               move 0 to ct-act-distance(courier-sub)
               move 0 to ct-plan-minutes(courier-sub)
               move 0 to ct-act-minutes(courier-sub)
               move 0 to ct-plan-stops(courier-sub)
               move 0 to ct-act-stops(courier-sub)
             else
               display "** COURIER TABLE FULL - " find-courier
                   " NOT TOTALLED **"
             end-if
           end-if.

       load-assignments.
           open input assign-in.
           if assign-status <> "00"
             display "** CANNOT OPEN ASSIGNMENTS - STATUS "
                 assign-status " - RUN 01AASGN FIRST **"
             move 16 to return-code
             stop run
           end-if.

           read assign-in
             at end
               display "** ASSIGNMENT FILE HAS NO RUN STAMP - "
                   "RUN 01AASGN FIRST **"
               move 16 to return-code
               stop run
           end-read.
           if ah-header-tag not = "*RUNHDR*"
             display "** ASSIGNMENT FILE HAS NO RUN STAMP - "
                 "RUN 01AASGN FIRST **"
             move 16 to return-code
             stop run
           end-if.
           if ah-run-number not = run-number
             display "** ASSIGNMENT FILE IS FROM RUN "
                 ah-run-number " OF " ah-run-date
                 " BUT CURRENT RUN IS " run-number
                 " - STALE INPUT REFUSED **"
             move 16 to return-code
             stop run
           end-if.

           move 1 to more-records.
           read assign-in
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             perform varying route-sub from 1 by 1
                     until route-sub > route-count
               if rt-route-id(route-sub) = ag-route-id
                 move ag-courier-id to rt-assigned-to(route-sub)
                 exit perform
               end-if
             end-perform
             move ag-courier-id to find-courier
             perform find-courier-entry
             read assign-in
               at end move 0 to more-records
             end-read
           end-perform.

           close assign-in.

       load-schedule.
           open input schedule-in.
           if schedule-status <> "00"
             display "** CANNOT OPEN DEPARTURE SCHEDULE - STATUS "
                 schedule-status " - RUN 01ATIME FIRST **"
             move 16 to return-code
             stop run
           end-if.

           read schedule-in
             at end
               display "** DEPARTURE SCHEDULE HAS NO RUN STAMP - "
                   "RUN 01ATIME FIRST **"
               move 16 to return-code
               stop run
           end-read.
           if th-header-tag not = "*RUNHDR*"
             display "** DEPARTURE SCHEDULE HAS NO RUN STAMP - "
                 "RUN 01ATIME FIRST **"
             move 16 to return-code
             stop run
           end-if.
           if th-run-number not = run-number
             display "** DEPARTURE SCHEDULE IS FROM RUN "
                 th-run-number " OF " th-run-date
                 " BUT CURRENT RUN IS " run-number
                 " - STALE INPUT REFUSED **"
             move 16 to return-code
             stop run
           end-if.

           move 1 to more-records.
           read schedule-in
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             perform varying route-sub from 1 by 1
                     until route-sub > route-count
               if rt-route-id(route-sub) = tm-route-id
                 move 1 to rt-timed(route-sub)
                 compute rt-plan-minutes(route-sub) =
                     tm-complete-minutes - tm-depart-minutes
                 exit perform
               end-if
             end-perform
             read schedule-in
               at end move 0 to more-records
             end-read
           end-perform.

           close schedule-in.

       load-actuals.
           open input actuals-in.
           if actuals-status <> "00"
             display "** CANNOT OPEN COURIER ACTUALS - STATUS "
                 actuals-status " **"
             move 16 to return-code
             stop run
           end-if.

           read actuals-in
             at end
               display "** COURIER ACTUALS FILE HAS NO RUN STAMP **"
               move 16 to return-code
               stop run
           end-read.
           if xh-header-tag not = "*RUNHDR*"
             display "** COURIER ACTUALS FILE HAS NO RUN STAMP **"
             move 16 to return-code
             stop run
           end-if.
           if xh-run-number not = run-number
             display "** COURIER ACTUALS FILE IS FROM RUN "
                 xh-run-number " OF " xh-run-date
                 " BUT CURRENT RUN IS " run-number
                 " - STALE INPUT REFUSED **"
             move 16 to return-code
             stop run
           end-if.

           move 1 to more-records.
           read actuals-in
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             perform apply-one-actual thru apply-one-actual-exit
             read actuals-in
               at end move 0 to more-records
             end-read
           end-perform.

           close actuals-in.

       apply-one-actual.
           if ac-distance is not numeric or ac-stops is not numeric
             move "DISTANCE OR STOPS NOT NUMERIC" to note-text
             perform save-unmatched
             go to apply-one-actual-exit
           end-if.
           if ac-start-time is not numeric or
               ac-finish-time is not numeric
             move "START OR FINISH NOT NUMERIC" to note-text
             perform save-unmatched
             go to apply-one-actual-exit
           end-if.

           divide ac-start-time by 100
               giving work-hh remainder work-mm.
           perform check-clock-time.
           if time-ok = 0
             move "START TIME NOT A VALID HHMM" to note-text
             perform save-unmatched
             go to apply-one-actual-exit
           end-if.
           compute start-minutes = work-hh * 60 + work-mm.

           divide ac-finish-time by 100
               giving work-hh remainder work-mm.
           perform check-clock-time.
           if time-ok = 0
             move "FINISH TIME NOT A VALID HHMM" to note-text
             perform save-unmatched
             go to apply-one-actual-exit
           end-if.
           compute finish-minutes = work-hh * 60 + work-mm.
           if finish-minutes < start-minutes
             add 1440 to finish-minutes
           end-if.

           move 0 to entry-found.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             if rt-route-id(route-sub) = ac-route-id
               move 1 to entry-found
               exit perform
             end-if
           end-perform.

           if entry-found = 0
             move "ROUTE NOT ACCEPTED THIS RUN" to note-text
             perform save-unmatched
             go to apply-one-actual-exit
           end-if.

           if rt-actual-found(route-sub) = 1
             move "DUPLICATE ACTUALS FOR ROUTE" to note-text
             perform save-unmatched
             go to apply-one-actual-exit
           end-if.

           move 1 to rt-actual-found(route-sub).
           move ac-courier-id to rt-run-by(route-sub).
           move ac-distance to rt-act-distance(route-sub).
           compute rt-act-minutes(route-sub) =
               finish-minutes - start-minutes.
           move ac-start-time to rt-act-start(route-sub).
           move ac-stops to rt-act-stops(route-sub).

           move ac-courier-id to find-courier.
           perform find-courier-entry.

       apply-one-actual-exit.
           exit.

       check-clock-time.
           move 1 to time-ok.
           if work-hh > 23 or work-mm > 59
             move 0 to time-ok
           end-if.

       save-unmatched.
           if unmatched-count < 200
             add 1 to unmatched-count
             move ac-route-id to ut-route-id(unmatched-count)
             move ac-courier-id to ut-courier-id(unmatched-count)
             move note-text to ut-reason(unmatched-count)
           else
             add 1 to unmatched-lost
           end-if.

       total-couriers.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             perform total-one-route
           end-perform.

       total-one-route.
           if rt-assigned-to(route-sub) not = spaces
             move rt-assigned-to(route-sub) to find-courier
             perform find-courier-entry
             if entry-found = 1
               add 1 to ct-assigned(courier-sub)
               add rt-plan-distance(route-sub) to
                   ct-plan-distance(courier-sub)
               add rt-plan-minutes(route-sub) to
                   ct-plan-minutes(courier-sub)
               add rt-plan-stops(route-sub) to
                   ct-plan-stops(courier-sub)
               if rt-actual-found(route-sub) = 0
                 add 1 to ct-not-run(courier-sub)
               else
                 if rt-run-by(route-sub) not =
                     rt-assigned-to(route-sub)
                   add 1 to ct-run-by-other(courier-sub)
                 end-if
               end-if
             end-if
           end-if.

           if rt-actual-found(route-sub) = 1
             add 1 to routes-actual
             move rt-run-by(route-sub) to find-courier
             perform find-courier-entry
             if entry-found = 1
               add 1 to ct-run(courier-sub)
               add rt-act-distance(route-sub) to
                   ct-act-distance(courier-sub)
               add rt-act-minutes(route-sub) to
                   ct-act-minutes(courier-sub)
               add rt-act-stops(route-sub) to
                   ct-act-stops(courier-sub)
               if rt-run-by(route-sub) not =
                   rt-assigned-to(route-sub)
                 add 1 to ct-run-for-other(courier-sub)
               end-if
             end-if
           else
             add 1 to routes-no-actuals
           end-if.

       print-route-variance.
           move rt-route-id(route-sub) to rl-route-id.
           move rt-assigned-to(route-sub) to rl-assigned.
           move rt-plan-distance(route-sub) to rl-plan-distance.
           move rt-plan-stops(route-sub) to rl-plan-stops.
           if rt-timed(route-sub) = 1
             move rt-plan-minutes(route-sub) to rl-plan-minutes
           else
             move 0 to rl-plan-minutes
           end-if.
           move spaces to note-text.

           if rt-actual-found(route-sub) = 0
             move spaces to rl-run-by
             move 0 to rl-act-distance
             move 0 to rl-distance-var
             move 0 to rl-act-minutes
             move 0 to rl-minutes-var
             move 0 to rl-act-stops
             move "NO ACTUALS" to note-text
           else
             move rt-run-by(route-sub) to rl-run-by
             move rt-act-distance(route-sub) to rl-act-distance
             compute distance-var = rt-act-distance(route-sub) -
                 rt-plan-distance(route-sub)
             move distance-var to rl-distance-var
             move rt-act-minutes(route-sub) to rl-act-minutes
             compute minutes-var = rt-act-minutes(route-sub) -
                 rt-plan-minutes(route-sub)
             move minutes-var to rl-minutes-var
             move rt-act-stops(route-sub) to rl-act-stops
             perform classify-variance
           end-if.

           move note-text to rl-note.
           perform check-page.
           write print-record from route-line.
           add 1 to line-count.

       classify-variance.
           move function abs(distance-var) to abs-var.
           evaluate true
             when rt-assigned-to(route-sub) = spaces
               move "RAN BUT NOT ASSIGNED" to note-text
             when rt-run-by(route-sub) not =
                 rt-assigned-to(route-sub)
               move "RUN BY OTHER COURIER" to note-text
           end-evaluate.

           if abs-var > distance-tolerance
             add 1 to routes-card-suspect
             if note-text = spaces
               move "DISTANCE OFF PLAN - CHECK CARD" to note-text
             end-if
           else
             if rt-timed(route-sub) = 1 and
                 minutes-var > time-tolerance
               add 1 to routes-slow
               if note-text = spaces
                 move "ON DISTANCE BUT SLOW" to note-text
               end-if
             end-if
           end-if.

           compute stops-var = rt-act-stops(route-sub) -
               rt-plan-stops(route-sub).
           if stops-var < 0 and note-text = spaces
             move "STOPS NOT ALL DELIVERED" to note-text
           end-if.

           if rt-timed(route-sub) = 0 and note-text = spaces
             move "NOT ON DEPARTURE SCHEDULE" to note-text
           end-if.

       print-courier-variance.
           move ct-courier-id(courier-sub) to cl-courier-id.
           move ct-name(courier-sub) to cl-name.
           move ct-assigned(courier-sub) to cl-assigned.
           move ct-run(courier-sub) to cl-run.
           move ct-run-for-other(courier-sub) to cl-run-for-other.
           move ct-run-by-other(courier-sub) to cl-run-by-other.
           move ct-not-run(courier-sub) to cl-not-run.
           move ct-plan-distance(courier-sub) to cl-plan-distance.
           move ct-act-distance(courier-sub) to cl-act-distance.
           compute distance-var = ct-act-distance(courier-sub) -
               ct-plan-distance(courier-sub).
           move distance-var to cl-distance-var.
           move ct-plan-minutes(courier-sub) to cl-plan-minutes.
           move ct-act-minutes(courier-sub) to cl-act-minutes.
           compute minutes-var = ct-act-minutes(courier-sub) -
               ct-plan-minutes(courier-sub).
           move minutes-var to cl-minutes-var.
           move ct-plan-stops(courier-sub) to cl-plan-stops.
           move ct-act-stops(courier-sub) to cl-act-stops.
           perform check-page.
           write print-record from courier-line.
           add 1 to line-count.

       print-other-courier.
           move 0 to section-count.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             if rt-actual-found(route-sub) = 1 and
                 rt-run-by(route-sub) not = rt-assigned-to(route-sub)
               add 1 to section-count
               add 1 to routes-other-courier
               move rt-route-id(route-sub) to xl-route-id
               move spaces to xl-text
               if rt-assigned-to(route-sub) = spaces
                 string "NOT ASSIGNED - RUN BY " delimited by size
                     rt-run-by(route-sub) delimited by size
                     into xl-text
               else
                 string "ASSIGNED TO " delimited by size
                     rt-assigned-to(route-sub) delimited by size
                     " - RUN BY " delimited by size
                     rt-run-by(route-sub) delimited by size
                     into xl-text
               end-if
               perform write-exception-line
             end-if
           end-perform.
           perform print-none-if-empty.

       print-no-actuals.
           move 0 to section-count.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             if rt-actual-found(route-sub) = 0
               add 1 to section-count
               move rt-route-id(route-sub) to xl-route-id
               move spaces to xl-text
               if rt-assigned-to(route-sub) = spaces
                 move "NOT ASSIGNED - NO ACTUALS EXPECTED" to xl-text
               else
                 string "ASSIGNED TO " delimited by size
                     rt-assigned-to(route-sub) delimited by size
                     " - NO END-OF-SHIFT RECORD" delimited by size
                     into xl-text
               end-if
               perform write-exception-line
             end-if
           end-perform.
           perform print-none-if-empty.

       print-unmatched.
           move 0 to section-count.
           perform varying route-sub from 1 by 1
                   until route-sub > unmatched-count
             add 1 to section-count
             move ut-route-id(route-sub) to xl-route-id
             move spaces to xl-text
             string "COURIER " delimited by size
                 ut-courier-id(route-sub) delimited by size
                 " - " delimited by size
                 ut-reason(route-sub) delimited by size
                 into xl-text
             perform write-exception-line
           end-perform.
           if unmatched-lost > 0
             move spaces to xl-route-id
             move spaces to xl-text
             string "(" delimited by size
                 unmatched-lost delimited by size
                 " FURTHER UNMATCHED RECORDS NOT LISTED)"
                 delimited by size
                 into xl-text
             perform write-exception-line
           end-if.
           perform print-none-if-empty.

       print-none-if-empty.
           if section-count = 0
             perform check-page
             move "  (NONE)" to print-record
             write print-record
             add 1 to line-count
           end-if.

       write-exception-line.
           perform check-page.
           write print-record from exception-line.
           add 1 to line-count.

       print-grand-totals.
           move "ROUTES PLANNED" to tl-caption.
           move routes-planned to tl-amount.
           perform print-total-line.

           move "ROUTES WITH ACTUALS" to tl-caption.
           move routes-actual to tl-amount.
           perform print-total-line.

           move "ROUTES WITH NO ACTUALS" to tl-caption.
           move routes-no-actuals to tl-amount.
           perform print-total-line.

           move "RUN BY ANOTHER COURIER" to tl-caption.
           move routes-other-courier to tl-amount.
           perform print-total-line.

           move "DISTANCE OFF PLAN" to tl-caption.
           move routes-card-suspect to tl-amount.
           perform print-total-line.

           move "ON DISTANCE BUT SLOW" to tl-caption.
           move routes-slow to tl-amount.
           perform print-total-line.

           move "ACTUALS NOT MATCHED" to tl-caption.
           compute tl-amount = unmatched-count + unmatched-lost.
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
