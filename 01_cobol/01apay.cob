       identification division.
       program-id. 01apay.

       environment division.
       input-output section.
       file-control.
           select billing-in assign to "BILLOUT"
           organization is line sequential
           file status is billing-status.

           select assign-in assign to "ASGNOUT"
           organization is line sequential
           file status is assign-status.

           select stops-file assign to "STOPFL"
           organization is line sequential
           file status is stop-status.

           select results-file assign to "RESULTFL"
           organization is line sequential
           file status is results-status.

           select courier-master assign to "CURMST"
           organization is line sequential
           file status is courier-status.

           select pay-rate-file assign to "PAYRATE"
           organization is line sequential
           file status is pay-rate-status.

           select pay-control assign to "PAYCTL"
           organization is line sequential
           file status is pay-control-status.

           select pay-ledger assign to "PAYLDG"
           organization is indexed
           access mode is dynamic
           record key is pl-courier-id
           file status is pay-ledger-status.

           select payroll-out assign to "PAYOUT"
           organization is line sequential.

           select run-control assign to "RUNCTL"
           organization is line sequential
           file status is runctl-status.

           select print-file assign to "PAYRPT"
           organization is line sequential.

           select step-ledger assign to "STEPLDG"
           organization is indexed
           access mode is random
           record key is sl-step-key
           file status is ledger-status.

       data division.
       file section.
       fd billing-in.
           01 billing-record.
               copy routebil.

       fd assign-in.
           01 assign-record.
               copy routeasg.
           01 assign-stamp.
               copy runstamp replacing leading ==rh== by ==ah==.

       fd stops-file.
           01 stop-card.
               copy routedlv.

       fd results-file.
           01 results-record.
               copy routersl.
           01 results-stamp.
               copy runstamp.

       fd courier-master.
           01 courier-record.
               copy courmst.

       fd pay-rate-file.
           01 pay-rate-card.
               05 pr-type pic X.
               05 pr-rate pic 9(3)v99.

       fd pay-control.
           01 pay-control-record.
               copy payctl.

       fd pay-ledger.
           01 pay-ledger-record.
               copy payldg.

       fd payroll-out.
           01 payroll-record.
               copy payout.

       fd run-control.
           01 run-control-record.
               copy runctl.

       fd print-file.
           01 print-record pic X(132).

       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       working-storage section.
           01 billing-status pic XX value "  ".
           01 assign-status pic XX value "  ".
           01 stop-status pic XX value "  ".
           01 results-status pic XX value "  ".
           01 courier-status pic XX value "  ".
           01 pay-rate-status pic XX value "  ".
           01 pay-control-status pic XX value "  ".
           01 pay-ledger-status pic XX value "  ".
           01 runctl-status pic XX value "  ".
           01 run-number pic 9(6) value 0.
           01 run-stamp-date pic 9(8) value 0.
           01 ledger-status pic XX value "  ".
           01 step-program pic X(8) value "01APAY".
           01 step-prior pic X(8) value "01ABILL".
           01 step-run-number pic 9(6) value 0.
           01 step-rerun pic X value space.
           01 step-begun pic 9 value 0.
           01 step-found pic 9 value 0.
           01 step-return-code pic 9(4) value 0.
           01 step-date pic 9(8).
           01 step-time pic 9(8).
           01 more-records pic 9 value 1.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 distance-rate pic 9(3)v99 value 0.
           01 stop-rate pic 9(3)v99 value 0.
           01 night-rate pic 9(3)v99 value 0.

           01 close-request pic X(8) value spaces.
           01 close-date pic 9(8) value 0.
           01 close-split redefines close-date.
               05 close-yyyy pic 9(4).
               05 close-mm pic 9(2).
               05 close-dd pic 9(2).
           01 closing pic 9 value 0.
           01 close-first pic 9 value 0.
           01 run-applied pic 9 value 0.
           01 next-start-int pic 9(8).

           01 period-number pic 9(4) value 0.
           01 period-start pic 9(8) value 0.
           01 last-run-applied pic 9(6) value 0.
           01 last-closed pic 9(8) value 0.

           01 courier-count pic 9(3) value 0.
           01 courier-sub pic 9(3).
           01 courier-table.
               05 courier-entry occurs 100 times.
                   10 ct-courier-id pic X(4).
                   10 ct-name pic X(20).

           01 assign-count pic 9(4) value 0.
           01 assign-sub pic 9(4).
           01 assign-table.
               05 assign-entry occurs 2000 times.
                   10 at-route-id pic X(8).
                   10 at-courier-id pic X(4).

           01 stop-route-count pic 9(4) value 0.
           01 stop-sub pic 9(4).
           01 stop-route-table.
               05 stop-route-entry occurs 2000 times.
                   10 sr-route-id pic X(8).
                   10 sr-stops pic 9(3).
                   10 sr-missed pic 9(3).

           01 pay-count pic 9(3) value 0.
           01 pay-sub pic 9(3).
           01 pay-table.
               05 pay-entry occurs 100 times.
                   10 py-courier-id pic X(4).
                   10 py-routes pic 9(5).
                   10 py-day-distance pic 9(7).
                   10 py-night-distance pic 9(7).
                   10 py-stops pic 9(6).
                   10 py-distance-pay pic 9(7)v99.
                   10 py-stop-pay pic 9(7)v99.
                   10 py-night-pay pic 9(7)v99.

           01 entry-found pic 9.
           01 pay-courier pic X(4).
           01 asgn-courier pic X(4).
           01 route-stops pic 9(3).
           01 courier-name pic X(20).
           01 route-pay pic 9(7)v99.
           01 courier-pay pic 9(8)v99.
           01 courier-distance pic 9(7).

           01 routes-paid pic 9(5) value 0.
           01 routes-unassigned pic 9(5) value 0.
           01 routes-not-paid pic 9(5) value 0.
           01 exception-count pic 9(5) value 0.
           01 couriers-posted pic 9(3) value 0.
           01 couriers-skipped pic 9(3) value 0.
           01 pay-added pic 9(9)v99 value 0.
           01 couriers-settled pic 9(3) value 0.
           01 period-gross pic 9(9)v99 value 0.

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 run-mm pic 9(2).
               05 run-dd pic 9(2).

           01 calendar-date pic 9(8).
           01 calendar-split redefines calendar-date.
               05 calendar-yyyy pic 9(4).
               05 calendar-mm pic 9(2).
               05 calendar-dd pic 9(2).
           01 date-text pic X(10).
           01 from-text pic X(10).

           01 heading-1.
               05 filler pic X(40) value
                   "COURIER PAY SETTLEMENT".
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

           01 pay-caption.
               05 filler pic X(8) value "  COUR  ".
               05 filler pic X(22) value "NAME".
               05 filler pic X(8) value "  ROUTES".
               05 filler pic X(10) value "  DAY DIST".
               05 filler pic X(10) value "  NGT DIST".
               05 filler pic X(8) value "   STOPS".
               05 filler pic X(14) value "     PAY ADDED".
               05 filler pic X(52) value spaces.

           01 pay-line.
               05 filler pic X(2) value spaces.
               05 pp-courier pic X(4).
               05 filler pic X(2) value spaces.
               05 pp-name pic X(20).
               05 filler pic X(2) value spaces.
               05 pp-routes pic zzzzz9.
               05 filler pic X(2) value spaces.
               05 pp-day pic zzzzzz9.
               05 filler pic X(3) value spaces.
               05 pp-night pic zzzzzz9.
               05 filler pic X(3) value spaces.
               05 pp-stops pic zzzzz9.
               05 filler pic X(2) value spaces.
               05 pp-pay pic z,zzz,zz9.99.
               05 filler pic X(54) value spaces.

           01 exception-line.
               05 filler pic X(2) value spaces.
               05 ex-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 ex-text pic X(80).
               05 filler pic X(40) value spaces.

           01 statement-count-line.
               05 filler pic X(4) value spaces.
               05 sc-caption pic X(28).
               05 sc-count pic zzz,zzz,zz9.
               05 filler pic X(89) value spaces.

           01 statement-amount-line.
               05 filler pic X(4) value spaces.
               05 sa-caption pic X(28).
               05 sa-amount pic zzz,zzz,zz9.99.
               05 filler pic X(86) value spaces.

           01 total-line.
               05 filler pic X(2) value spaces.
               05 tl-caption pic X(28).
               05 tl-amount pic zz,zzz,zz9.
               05 filler pic X(92) value spaces.

           01 money-line.
               05 filler pic X(2) value spaces.
               05 ml-caption pic X(28).
               05 ml-amount pic zzz,zzz,zz9.99.
               05 filler pic X(88) value spaces.

           01 section-title pic X(80).

       procedure division.
       main.
           accept run-date from date yyyymmdd.
           move run-yyyy to hd-yyyy.
           move run-mm to hd-mm.
           move run-dd to hd-dd.

           perform begin-step thru begin-step-exit.

           perform read-run-control.
           move run-number to hd-run-number.
           perform read-pay-control.
           perform check-close-request thru check-close-request-exit.
           perform load-pay-rates.
           perform load-couriers.
           perform load-stops.
           perform load-missed-stops.
           perform load-assignments.

           open input billing-in.
           if billing-status <> "00"
             display "** CANNOT OPEN BILLING EXTRACT - STATUS "
                 billing-status " - RUN 01ABILL FIRST **"
             move 16 to return-code
             perform end-step
           end-if.

           open output print-file.

           if close-first = 1
             perform close-period
             perform write-pay-control
           end-if.

           if run-number <= last-run-applied
             display "** BILLOUT FOR RUN " run-number
                 " ALREADY ADDED TO PAY PERIOD - NOT ADDED AGAIN **"
             move 4 to return-code
             move "BILLOUT ALREADY ADDED FOR RUN" to section-title
             perform print-section-title
           else
             perform apply-billing
             move 1 to run-applied
             if exception-count > 0
               move 4 to return-code
             end-if
           end-if.
           close billing-in.

           if closing = 1 and close-first = 0
             perform close-period
           end-if.

           perform write-pay-control.
           close print-file.

           display "PAY SETTLEMENT COMPLETE - " routes-paid
               " ROUTES PAID TO " couriers-posted " COURIERS".
           if closing = 1
             display "PAY PERIOD ENDING " last-closed " CLOSED - "
                 couriers-settled " STATEMENTS WRITTEN"
           end-if.

           perform end-step.

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

       read-pay-control.
           move 1 to period-number.
           move run-stamp-date to period-start.
           move 0 to last-run-applied.
           move 0 to last-closed.
           open input pay-control.
           if pay-control-status = "35"
             display "PAY CONTROL FILE NOT FOUND - PAY PERIOD 1 "
                 "OPENS " run-stamp-date
           else
             if pay-control-status <> "00"
               display "** CANNOT OPEN PAY CONTROL FILE - STATUS "
                   pay-control-status " **"
               move 16 to return-code
               perform end-step
             end-if
             read pay-control
               at end
                 display "PAY CONTROL FILE IS EMPTY - PAY PERIOD 1 "
                     "OPENS " run-stamp-date
               not at end
                 move pc-period-number to period-number
                 move pc-period-start to period-start
                 move pc-last-run to last-run-applied
                 move pc-last-closed to last-closed
             end-read
             close pay-control
           end-if.

       check-close-request.
           accept close-request from environment "PAY-CLOSE".
           if close-request = spaces
             go to check-close-request-exit
           end-if.
           if close-request is not numeric
             display "** PAY-CLOSE '" close-request
                 "' NOT A DATE YYYYMMDD **"
             move 16 to return-code
             perform end-step
           end-if.
           move close-request to close-date.
           if close-mm < 1 or close-mm > 12 or
               close-dd < 1 or close-dd > 31
             display "** PAY-CLOSE " close-date
                 " NOT A DATE YYYYMMDD **"
             move 16 to return-code
             perform end-step
           end-if.
           if close-date <= last-closed
             display "** PAY PERIOD ENDING " close-date
                 " REFUSED - PERIOD ALREADY CLOSED TO " last-closed
                 " **"
             move 16 to return-code
             perform end-step
           end-if.
           if close-date < period-start
             display "** PAY PERIOD " period-number " STARTED "
                 period-start " - CANNOT CLOSE IT AT " close-date
                 " **"
             move 16 to return-code
             perform end-step
           end-if.
           if close-date > run-stamp-date
             display "** PAY-CLOSE " close-date " IS AFTER THE "
                 "CURRENT RUN DATE " run-stamp-date " **"
             move 16 to return-code
             perform end-step
           end-if.
           if close-date < run-stamp-date
             if run-number <= last-run-applied
               display "** PAY-CLOSE " close-date " IS BEFORE THE "
                   "CURRENT RUN DATE " run-stamp-date
                   " BUT RUN " run-number " IS ALREADY IN PAY PERIOD "
                   period-number " **"
               move 16 to return-code
               perform end-step
             end-if
             move 1 to close-first
           end-if.
           move 1 to closing.

       check-close-request-exit.
           exit.

       load-pay-rates.
           open input pay-rate-file.
           if pay-rate-status <> "00"
             display "** CANNOT OPEN PAY RATE TABLE - STATUS "
                 pay-rate-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           move 1 to more-records.
           read pay-rate-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             evaluate pr-type
               when "D" move pr-rate to distance-rate
               when "S" move pr-rate to stop-rate
               when "N" move pr-rate to night-rate
               when other
                 display "** PAY RATE CARD TYPE '" pr-type
                     "' NOT D, S OR N - CARD IGNORED **"
             end-evaluate
             read pay-rate-file
               at end move 0 to more-records
             end-read
           end-perform.

           close pay-rate-file.

           if distance-rate = 0
             display "** NO DISTANCE RATE ON PAY RATE TABLE **"
             move 16 to return-code
             perform end-step
           end-if.
           if stop-rate = 0
             display "** NO STOP RATE ON PAY RATE TABLE - "
                 "STOPS WILL NOT BE PAID **"
           end-if.
           if night-rate = 0
             display "** NO NIGHT DIFFERENTIAL ON PAY RATE TABLE - "
                 "NIGHT ROUTES PAID AT THE DAY RATE **"
           end-if.

       load-couriers.
           open input courier-master.
           if courier-status <> "00"
             display "** CANNOT OPEN COURIER MASTER - STATUS "
                 courier-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           move 1 to more-records.
           read courier-master
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             if courier-count < 100
               add 1 to courier-count
               move cm-courier-id to
                   ct-courier-id(courier-count)
               move cm-name to ct-name(courier-count)
             else
               display "** COURIER TABLE FULL - " cm-courier-id
                   " IGNORED **"
             end-if
             read courier-master
               at end move 0 to more-records
             end-read
           end-perform.

           close courier-master.

       load-stops.
           open input stops-file.
           if stop-status <> "00"
             display "** CANNOT OPEN STOP FILE - STATUS "
                 stop-status " - NO STOPS WILL BE PAID **"
             go to load-stops-exit
           end-if.

           move 1 to more-records.
           read stops-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             move 0 to entry-found
             perform varying stop-sub from 1 by 1
                     until stop-sub > stop-route-count
               if sr-route-id(stop-sub) = dv-route-id
                 move 1 to entry-found
                 add 1 to sr-stops(stop-sub)
                 exit perform
               end-if
             end-perform
             if entry-found = 0
               if stop-route-count < 2000
                 add 1 to stop-route-count
                 move dv-route-id to sr-route-id(stop-route-count)
                 move 1 to sr-stops(stop-route-count)
                 move 0 to sr-missed(stop-route-count)
               else
                 display "** STOP ROUTE TABLE FULL - " dv-route-id
                     " STOPS NOT PAID **"
               end-if
             end-if
             read stops-file
               at end move 0 to more-records
             end-read
           end-perform.

           close stops-file.

       load-stops-exit.
           exit.

       load-missed-stops.
           open input results-file.
           if results-status <> "00"
             display "** CANNOT OPEN RESULTS FILE - STATUS "
                 results-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           perform verify-results-stamp.

           move 1 to more-records.
           read results-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             perform varying stop-sub from 1 by 1
                     until stop-sub > stop-route-count
               if sr-route-id(stop-sub) = rr-route-id
                 move rr-stops-missed to sr-missed(stop-sub)
                 exit perform
               end-if
             end-perform
             read results-file
               at end move 0 to more-records
             end-read
           end-perform.

           close results-file.

       verify-results-stamp.
           read results-file
             at end
               display "** RESULTS FILE HAS NO RUN STAMP - "
                   "RUN 01A FIRST **"
               move 16 to return-code
               perform end-step
           end-read.
           if rh-header-tag not = "*RUNHDR*"
             display "** RESULTS FILE HAS NO RUN STAMP - "
                 "RUN 01A FIRST **"
             move 16 to return-code
             perform end-step
           end-if.
           if rh-run-number not = run-number
             display "** RESULTS FILE IS FROM RUN " rh-run-number
                 " OF " rh-run-date " BUT CURRENT RUN IS "
                 run-number " - STALE INPUT REFUSED **"
             move 16 to return-code
             perform end-step
           end-if.

       load-assignments.
           open input assign-in.
           if assign-status <> "00"
             display "** CANNOT OPEN ASSIGNMENTS - STATUS "
                 assign-status " - RUN 01AASGN FIRST **"
             move 16 to return-code
             perform end-step
           end-if.

           read assign-in
             at end
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
                 ah-run-number " OF " ah-run-date
                 " BUT CURRENT RUN IS " run-number
                 " - STALE INPUT REFUSED **"
             move 16 to return-code
             perform end-step
           end-if.

           move 1 to more-records.
           read assign-in
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             if assign-count < 2000
               add 1 to assign-count
               move ag-route-id to at-route-id(assign-count)
               move ag-courier-id to at-courier-id(assign-count)
             else
               display "** ASSIGNMENT TABLE FULL - " ag-route-id
                   " PAID TO THE BILLED COURIER **"
             end-if
             read assign-in
               at end move 0 to more-records
             end-read
           end-perform.

           close assign-in.

       apply-billing.
           move "PAY EXCEPTIONS FOR RUN" to section-title.
           perform print-section-title.

           move 1 to more-records.
           read billing-in
             at end move 0 to more-records
           end-read.
           perform until more-records = 0
             perform pay-one-route thru pay-one-route-exit
             read billing-in
               at end move 0 to more-records
             end-read
           end-perform.

           if exception-count = 0
             perform check-page
             move "  (NONE)" to print-record
             write print-record
             add 1 to line-count
           end-if.

           perform post-pay-ledger.

           move "PAY ADDED FOR RUN" to section-title.
           perform print-section-title.
           perform check-page.
           write print-record from pay-caption.
           add 1 to line-count.
           perform varying pay-sub from 1 by 1
                   until pay-sub > pay-count
             perform print-pay-line
           end-perform.

           move "TOTALS FOR RUN" to section-title.
           perform print-section-title.
           move "ROUTES PAID" to tl-caption.
           move routes-paid to tl-amount.
           perform print-total-line.
           move "ROUTES UNASSIGNED - NOT PAID" to tl-caption.
           move routes-unassigned to tl-amount.
           perform print-total-line.
           move "ROUTES NOT PAID - TABLE FULL" to tl-caption.
           move routes-not-paid to tl-amount.
           perform print-total-line.
           move "COURIERS POSTED" to tl-caption.
           move couriers-posted to tl-amount.
           perform print-total-line.
           move "COURIERS ALREADY POSTED" to tl-caption.
           move couriers-skipped to tl-amount.
           perform print-total-line.
           move "PAY ADDED" to ml-caption.
           move pay-added to ml-amount.
           perform check-page.
           write print-record from money-line.
           add 1 to line-count.

       pay-one-route.
           move bl-courier-id to pay-courier.
           move spaces to asgn-courier.
           perform varying assign-sub from 1 by 1
                   until assign-sub > assign-count
             if at-route-id(assign-sub) = bl-route-id
               move at-courier-id(assign-sub) to asgn-courier
               exit perform
             end-if
           end-perform.

           if asgn-courier not = spaces and
               asgn-courier not = pay-courier
             move bl-route-id to ex-route-id
             move spaces to ex-text
             string "BILLED TO COURIER " delimited by size
                 pay-courier delimited by size
                 " BUT ASSIGNED TO " delimited by size
                 asgn-courier delimited by size
                 " - PAID TO " delimited by size
                 asgn-courier delimited by size
                 into ex-text
             perform print-exception
             move asgn-courier to pay-courier
           end-if.

           if pay-courier = spaces
             add 1 to routes-unassigned
             move bl-route-id to ex-route-id
             move "NO COURIER ASSIGNED - NOT PAID" to ex-text
             perform print-exception
             go to pay-one-route-exit
           end-if.

           perform find-courier-name.
           if entry-found = 0
             move bl-route-id to ex-route-id
             move spaces to ex-text
             string "COURIER " delimited by size
                 pay-courier delimited by size
                 " NOT ON CURMST - PAID WITHOUT A NAME"
                     delimited by size
                 into ex-text
             perform print-exception
           end-if.

           move 0 to entry-found.
           perform varying pay-sub from 1 by 1
                   until pay-sub > pay-count
             if py-courier-id(pay-sub) = pay-courier
               move 1 to entry-found
               exit perform
             end-if
           end-perform.
           if entry-found = 0
             if pay-count < 100
               add 1 to pay-count
               move pay-count to pay-sub
               move pay-courier to py-courier-id(pay-sub)
               move 0 to py-routes(pay-sub)
               move 0 to py-day-distance(pay-sub)
               move 0 to py-night-distance(pay-sub)
               move 0 to py-stops(pay-sub)
               move 0 to py-distance-pay(pay-sub)
               move 0 to py-stop-pay(pay-sub)
               move 0 to py-night-pay(pay-sub)
             else
               add 1 to routes-not-paid
               move bl-route-id to ex-route-id
               move spaces to ex-text
               string "PAY TABLE FULL - COURIER " delimited by size
                   pay-courier delimited by size
                   " NOT PAID FOR THIS ROUTE" delimited by size
                   into ex-text
               perform print-exception
               go to pay-one-route-exit
             end-if
           end-if.

           move 0 to route-stops.
           perform varying stop-sub from 1 by 1
                   until stop-sub > stop-route-count
             if sr-route-id(stop-sub) = bl-route-id
               if sr-missed(stop-sub) < sr-stops(stop-sub)
                 compute route-stops =
                     sr-stops(stop-sub) - sr-missed(stop-sub)
               end-if
               exit perform
             end-if
           end-perform.

           add 1 to py-routes(pay-sub).
           add route-stops to py-stops(pay-sub).
           compute route-pay rounded = bl-distance * distance-rate.
           add route-pay to py-distance-pay(pay-sub).
           add route-pay to pay-added.
           compute route-pay rounded = route-stops * stop-rate.
           add route-pay to py-stop-pay(pay-sub).
           add route-pay to pay-added.
           if bl-shift = "N"
             add bl-distance to py-night-distance(pay-sub)
             compute route-pay rounded = bl-distance * night-rate
             add route-pay to py-night-pay(pay-sub)
             add route-pay to pay-added
           else
             add bl-distance to py-day-distance(pay-sub)
           end-if.
           add 1 to routes-paid.

       pay-one-route-exit.
           exit.

       find-courier-name.
           move spaces to courier-name.
           move 0 to entry-found.
           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             if ct-courier-id(courier-sub) = pay-courier
               move 1 to entry-found
               move ct-name(courier-sub) to courier-name
               exit perform
             end-if
           end-perform.

       post-pay-ledger.
           perform open-pay-ledger.
           perform varying pay-sub from 1 by 1
                   until pay-sub > pay-count
             perform post-one-courier thru post-one-courier-exit
           end-perform.
           close pay-ledger.

       post-one-courier.
           move py-courier-id(pay-sub) to pl-courier-id.
           move 0 to entry-found.
           read pay-ledger
             invalid key continue
             not invalid key move 1 to entry-found
           end-read.

           if entry-found = 1 and pl-last-run >= run-number
             add 1 to couriers-skipped
             display "** COURIER " py-courier-id(pay-sub)
                 " ALREADY POSTED FOR RUN " run-number
                 " - NOT POSTED AGAIN **"
             go to post-one-courier-exit
           end-if.

           if entry-found = 0 or pl-period-number not = period-number
             move py-courier-id(pay-sub) to pl-courier-id
             move period-number to pl-period-number
             move 0 to pl-nights
             move 0 to pl-routes
             move 0 to pl-day-distance
             move 0 to pl-night-distance
             move 0 to pl-stops
             move 0 to pl-distance-pay
             move 0 to pl-stop-pay
             move 0 to pl-night-pay
           end-if.

           move run-number to pl-last-run.
           add 1 to pl-nights.
           add py-routes(pay-sub) to pl-routes.
           add py-day-distance(pay-sub) to pl-day-distance.
           add py-night-distance(pay-sub) to pl-night-distance.
           add py-stops(pay-sub) to pl-stops.
           add py-distance-pay(pay-sub) to pl-distance-pay.
           add py-stop-pay(pay-sub) to pl-stop-pay.
           add py-night-pay(pay-sub) to pl-night-pay.

           if entry-found = 1
             rewrite pay-ledger-record
           else
             write pay-ledger-record
           end-if.
           if pay-ledger-status <> "00"
             display "** PAY LEDGER NOT UPDATED FOR COURIER "
                 pl-courier-id " - STATUS " pay-ledger-status " **"
             move 16 to return-code
             close pay-ledger
             perform end-step
           end-if.
           add 1 to couriers-posted.

       post-one-courier-exit.
           exit.

       close-period.
           move period-start to calendar-date.
           perform format-date.
           move date-text to from-text.
           move close-date to calendar-date.
           perform format-date.

           open output payroll-out.
           perform open-pay-ledger.
           move low-values to pl-courier-id.
           start pay-ledger key is not less than pl-courier-id
             invalid key move 0 to more-records
             not invalid key move 1 to more-records
           end-start.
           if more-records = 1
             read pay-ledger next record
               at end move 0 to more-records
             end-read
           end-if.

           perform until more-records = 0
             if pl-period-number = period-number
               perform settle-one-courier
             end-if
             read pay-ledger next record
               at end move 0 to more-records
             end-read
           end-perform.

           close pay-ledger.
           close payroll-out.

           move 99 to line-count.
           move spaces to section-title.
           string "PERIOD CLOSE TOTALS - PERIOD " delimited by size
               period-number delimited by size
               " " delimited by size
               from-text delimited by size
               " TO " delimited by size
               date-text delimited by size
               into section-title.
           perform print-section-title.
           move "COURIERS SETTLED" to tl-caption.
           move couriers-settled to tl-amount.
           perform print-total-line.
           move "GROSS PAY FOR PERIOD" to ml-caption.
           move period-gross to ml-amount.
           perform check-page.
           write print-record from money-line.
           add 1 to line-count.

           move close-date to last-closed.
           compute next-start-int =
               function integer-of-date(close-date) + 1.
           compute period-start =
               function date-of-integer(next-start-int).
           add 1 to period-number.

       settle-one-courier.
           move pl-courier-id to pay-courier.
           perform find-courier-name.
           compute courier-distance =
               pl-day-distance + pl-night-distance.
           compute courier-pay =
               pl-distance-pay + pl-stop-pay + pl-night-pay.

           move 99 to line-count.
           move spaces to section-title.
           string "SETTLEMENT STATEMENT - COURIER " delimited by size
               pl-courier-id delimited by size
               " " delimited by size
               courier-name delimited by size
               into section-title.
           perform print-section-title.

           move spaces to section-title.
           string "    PAY PERIOD " delimited by size
               period-number delimited by size
               " FROM " delimited by size
               from-text delimited by size
               " TO " delimited by size
               date-text delimited by size
               into section-title.
           move section-title to print-record.
           write print-record.
           move spaces to print-record.
           write print-record.
           add 2 to line-count.

           move "NIGHTS WORKED" to sc-caption.
           move pl-nights to sc-count.
           perform print-statement-count.
           move "ROUTES DELIVERED" to sc-caption.
           move pl-routes to sc-count.
           perform print-statement-count.
           move "DAY SHIFT DISTANCE" to sc-caption.
           move pl-day-distance to sc-count.
           perform print-statement-count.
           move "NIGHT SHIFT DISTANCE" to sc-caption.
           move pl-night-distance to sc-count.
           perform print-statement-count.
           move "STOPS DELIVERED" to sc-caption.
           move pl-stops to sc-count.
           perform print-statement-count.

           move spaces to print-record.
           write print-record.
           add 1 to line-count.

           move "DISTANCE PAY" to sa-caption.
           move pl-distance-pay to sa-amount.
           perform print-statement-amount.
           move "STOP PAY" to sa-caption.
           move pl-stop-pay to sa-amount.
           perform print-statement-amount.
           move "NIGHT SHIFT DIFFERENTIAL" to sa-caption.
           move pl-night-pay to sa-amount.
           perform print-statement-amount.
           move "GROSS PAY" to sa-caption.
           move courier-pay to sa-amount.
           perform print-statement-amount.

           move pl-courier-id to po-courier-id.
           move courier-name to po-name.
           move period-number to po-period-number.
           move period-start to po-period-start.
           move close-date to po-period-end.
           move pl-routes to po-routes.
           move courier-distance to po-distance.
           move pl-stops to po-stops.
           move pl-distance-pay to po-distance-pay.
           move pl-stop-pay to po-stop-pay.
           move pl-night-pay to po-night-pay.
           move courier-pay to po-gross-pay.
           write payroll-record.

           add 1 to couriers-settled.
           add courier-pay to period-gross.

       print-statement-count.
           perform check-page.
           write print-record from statement-count-line.
           add 1 to line-count.

       print-statement-amount.
           perform check-page.
           write print-record from statement-amount-line.
           add 1 to line-count.

       write-pay-control.
           move period-number to pc-period-number.
           move period-start to pc-period-start.
           if run-applied = 1
             move run-number to last-run-applied
           end-if.
           move last-run-applied to pc-last-run.
           move last-closed to pc-last-closed.
           open output pay-control.
           write pay-control-record.
           close pay-control.

       open-pay-ledger.
           open i-o pay-ledger.
           if pay-ledger-status = "35"
             open output pay-ledger
             close pay-ledger
             open i-o pay-ledger
           end-if.
           if pay-ledger-status <> "00"
             display "** CANNOT OPEN PAY LEDGER - STATUS "
                 pay-ledger-status " **"
             move 16 to return-code
             perform end-step
           end-if.

       print-pay-line.
           move py-courier-id(pay-sub) to pp-courier.
           move py-courier-id(pay-sub) to pay-courier.
           perform find-courier-name.
           move courier-name to pp-name.
           move py-routes(pay-sub) to pp-routes.
           move py-day-distance(pay-sub) to pp-day.
           move py-night-distance(pay-sub) to pp-night.
           move py-stops(pay-sub) to pp-stops.
           compute pp-pay = py-distance-pay(pay-sub) +
               py-stop-pay(pay-sub) + py-night-pay(pay-sub).
           perform check-page.
           write print-record from pay-line.
           add 1 to line-count.

       print-exception.
           add 1 to exception-count.
           perform check-page.
           write print-record from exception-line.
           add 1 to line-count.

       format-date.
           move spaces to date-text.
           string calendar-yyyy delimited by size
               "-" delimited by size
               calendar-mm delimited by size
               "-" delimited by size
               calendar-dd delimited by size
               into date-text.

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
