           select print-file assign to "TIMERPT"
           organization is line sequential.

           select schedule-out assign to "TIMEOUT"
           organization is line sequential.

           select optional availability-file assign to "AVAILFL"
           organization is line sequential
           file status is availability-status.

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

       fd schedule-out.
           01 schedule-record.
               copy routetim.
           01 schedule-stamp.
               copy runstamp replacing leading ==rh== by ==th==.

       fd availability-file.
           01 availability-card.
               copy couravl.

       fd run-control.
           01 run-control-record.
               copy runctl.

       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       working-storage section.
           01 courier-status pic XX value "  ".
           01 assign-status pic XX value "  ".
           01 ranked-status pic XX value "  ".
           01 runctl-status pic XX value "  ".
           01 availability-status pic XX value "  ".
           01 run-number pic 9(6) value 0.
           01 ledger-status pic XX value "  ".
           01 step-program pic X(8) value "01ATIME".
           01 step-prior pic X(8) value "01AASGN".
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
           01 line-count pic 9(2) value 99.
                   10 ct-shift pic X.
                   10 ct-speed pic 9(3).
                   10 ct-shift-start pic 9(4).
                   10 ct-absent pic X.

           01 route-count pic 9(4) value 0.
           01 route-sub pic 9(4).
           01 group-found pic 9 value 0.
           01 group-ok pic 9 value 0.
           01 group-late pic 9 value 0.
           01 group-absent pic 9 value 0.
           01 clock-minutes pic 9(5) value 0.
           01 shift-end-minutes pic 9(5) value 0.
           01 travel-minutes pic 9(5) value 0.
           01 time-mm pic 9(2).
           01 routes-timed pic 9(4) value 0.
           01 routes-dropped pic 9(4) value 0.
           01 routes-absent pic 9(4) value 0.
           01 late-count pic 9(4) value 0.

           01 run-date pic 9(8).
           move run-mm to hd-mm.
           move run-dd to hd-dd.

           perform begin-step thru begin-step-exit.

           perform read-run-control.

           perform load-couriers.
           if courier-count = 0
             display "** NO COURIERS ON CURMST - NO TIMETABLE **"
             move 16 to return-code
             perform end-step
           end-if.

           perform load-availability thru load-availability-exit.

           perform load-ranked.

           open input assign-in.
           if assign-status <> "00"
             display "** CANNOT OPEN ASSIGNMENTS - STATUS "
                 assign-status " - RUN 01AASGN FIRST **"
             move 16 to return-code
             perform end-step
           end-if.

           read assign-in
               display "** ASSIGNMENT FILE HAS NO RUN STAMP - "
                   "RUN 01AASGN FIRST **"
               move 16 to return-code
               perform end-step
           end-read.
           if ah-header-tag not = "*RUNHDR*"
             display "** ASSIGNMENT FILE HAS NO RUN STAMP - "
                 "RUN 01AASGN FIRST **"
             move 16 to return-code
             perform end-step
           end-if.
           if ah-run-number not = run-number
             display "** ASSIGNMENT FILE IS FROM RUN "
                 " BUT CURRENT RUN IS " run-number
                 " - STALE INPUT REFUSED **"
             move 16 to return-code
             perform end-step
           end-if.

           open output print-file.

           open output schedule-out.
           move "*RUNHDR*" to th-header-tag.
           move run-number to th-run-number.
           move run-stamp-date to th-run-date.
           move "01ATIME" to th-program.
           write schedule-stamp.

           read assign-in
             at end move 0 to more-records
           end-read.
           perform until more-records = 0
             if ag-courier-id not = cur-courier
               perform start-courier-group
                   thru start-courier-group-exit
             end-if
             perform time-one-route
             read assign-in

           close assign-in.
           close print-file.
           close schedule-out.

           display "TIMETABLE COMPLETE - " routes-timed
               " ROUTES TIMED, " routes-dropped " DROPPED, "
               late-count " PAST END OF SHIFT".
           if routes-absent > 0
             display "** " routes-absent " ROUTES LEFT OFF FOR "
                 "COURIERS ABSENT ON " run-stamp-date " **"
           end-if.

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
               else
                 move 0 to ct-shift-start(courier-count)
               end-if
               move space to ct-absent(courier-count)
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
             end-if
             if av-type = "A" and
                 av-from-date is numeric and
                 av-to-date is numeric and
                 av-from-date <= run-stamp-date and
                 av-to-date >= run-stamp-date
               perform varying courier-sub from 1 by 1
                       until courier-sub > courier-count
                 if ct-courier-id(courier-sub) = av-courier-id
                   move "A" to ct-absent(courier-sub)
                   exit perform
                 end-if
               end-perform
             end-if
             read availability-file
               at end move 0 to more-records
             end-read
           end-perform.

           close availability-file.

       load-availability-exit.
           exit.

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
           close run-control.

       load-ranked.
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
           move 0 to group-found.
           move 0 to group-ok.
           move 0 to group-late.
           move 0 to group-absent.

           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             end-if
           end-perform.

           if group-found = 1 and ct-absent(courier-sub) = "A"
             display "** COURIER " ag-courier-id " ABSENT ON "
                 run-stamp-date " - ROUTES NOT TIMED **"
             move 1 to group-absent
             go to start-courier-group-exit
           end-if.

           if group-found = 0
             perform check-page
             move spaces to print-record
             end-if
           end-if.

       start-courier-group-exit.
           exit.

       time-one-route.
           if group-absent = 1
             add 1 to routes-absent
           else
           if group-ok = 0
             add 1 to routes-dropped
           else
             perform find-route-distance
           end-if
           end-if.

       find-route-distance.
           add 1 to line-count.
           add 1 to routes-timed.

           move ct-courier-id(courier-sub) to tm-courier-id.
           move rt-route-id(route-sub) to tm-route-id.
           move rt-distance(route-sub) to tm-distance.
           move depart-minutes to tm-depart-minutes.
           move clock-minutes to tm-complete-minutes.
           write schedule-record.

       end-courier-group.
           if group-ok = 1
             divide shift-end-minutes by 60
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
