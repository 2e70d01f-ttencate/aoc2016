       identification division.
       program-id. 01achk.

       environment division.
       input-output section.
       file-control.
           select route-master assign to "ROUTMST"
           organization is indexed
           access mode is dynamic
           record key is rm-route-id
           file status is master-status.

           select stops-file assign to "STOPFL"
           organization is line sequential
           file status is stop-status.

           select depot-file assign to "DEPOTFL"
           organization is line sequential
           file status is depot-status.

           select courier-master assign to "CURMST"
           organization is line sequential
           file status is courier-status.

           select zones-file assign to "ZONEFL"
           organization is line sequential
           file status is zone-status.

           select suspense-master assign to "SUSPMST"
           organization is indexed
           access mode is sequential
           record key is sm-route-id
           file status is suspmst-status.

           select optional run-control assign to "RUNCTL"
           organization is line sequential
           file status is runctl-status.

           select print-file assign to "CHKRPT"
           organization is line sequential.

           select step-ledger assign to "STEPLDG"
           organization is indexed
           access mode is random
           record key is sl-step-key
           file status is ledger-status.

       data division.
       file section.
       fd route-master.
           01 route-master-record.
               copy routemst.

       fd stops-file.
           01 stop-card.
               copy routedlv.

       fd depot-file.
           01 depot-card.
               copy depotmst.

       fd courier-master.
           01 courier-record.
               copy courmst.

       fd zones-file.
           01 zone-card.
               05 zc-zone-id pic X(8).
               05 zc-min-x pic s999 sign leading separate.
               05 zc-max-x pic s999 sign leading separate.
               05 zc-min-y pic s999 sign leading separate.
               05 zc-max-y pic s999 sign leading separate.
               05 zc-from-date pic 9(8).
               05 zc-to-date pic 9(8).

       fd suspense-master.
           01 suspense-master-record.
               copy routesms.

       fd run-control.
           01 run-control-record.
               copy runctl.

       fd print-file.
           01 print-record pic X(132).

       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       working-storage section.
           01 master-status pic XX value "  ".
           01 stop-status pic XX value "  ".
           01 depot-status pic XX value "  ".
           01 courier-status pic XX value "  ".
           01 zone-status pic XX value "  ".
           01 suspmst-status pic XX value "  ".
           01 runctl-status pic XX value "  ".
           01 ledger-status pic XX value "  ".
           01 step-program pic X(8) value "01ACHK".
           01 step-prior pic X(8) value "01AMAINT".
           01 step-run-number pic 9(6) value 0.
           01 step-rerun pic X value space.
           01 step-begun pic 9 value 0.
           01 step-found pic 9 value 0.
           01 step-return-code pic 9(4) value 0.
           01 step-date pic 9(8).
           01 step-time pic 9(8).
           01 step-last pic X(8) value "01APAY".
           01 more-records pic 9 value 1.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 stop-limit pic 9(5) value 500.
           01 depot-limit pic 9(5) value 20.
           01 zone-limit pic 9(5) value 50.
           01 courier-limit pic 9(5) value 100.
           01 route-limit pic 9(5) value 2000.
           01 warn-percent pic 9(3) value 90.

           01 depot-count pic 9(5) value 0.
           01 depot-sub pic 9(5).
           01 dup-sub pic 9(5).
           01 depot-table.
               05 depot-entry occurs 500 times.
                   10 dt-depot-id pic X(4).
                   10 dt-x pic s999.
                   10 dt-y pic s999.

           01 courier-count pic 9(5) value 0.
           01 courier-sub pic 9(5).
           01 courier-table.
               05 courier-entry occurs 500 times.
                   10 ct-courier-id pic X(4).

           01 zone-cards pic 9(5) value 0.
           01 zone-count pic 9(5) value 0.
           01 zone-sub pic 9(5).
           01 zone-id-count pic 9(5) value 0.
           01 zone-id-table.
               05 zone-id-entry occurs 500 times.
                   10 zi-zone-id pic X(8).
           01 zone-table.
               05 zone-entry occurs 500 times.
                   10 zt-zone-id pic X(8).
                   10 zt-min-x pic s999.
                   10 zt-max-x pic s999.
                   10 zt-min-y pic s999.
                   10 zt-max-y pic s999.

           01 route-count pic 9(7) value 0.
           01 stop-count pic 9(7) value 0.
           01 suspense-count pic 9(7) value 0.
           01 entry-found pic 9.
           01 check-x pic s999.
           01 check-y pic s999.
           01 print-x pic -zz9.
           01 print-y pic -zz9.

           01 error-count pic 9(5) value 0.
           01 warning-count pic 9(5) value 0.
           01 section-findings pic 9(5) value 0.

           01 volume-count pic 9(7).
           01 volume-limit pic 9(5).
           01 volume-percent pic 9(5).

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 run-mm pic 9(2).
               05 run-dd pic 9(2).

           01 heading-1.
               05 filler pic X(40) value
                   "REFERENCE DATA INTEGRITY CHECK".
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

           01 finding-line.
               05 filler pic X(2) value spaces.
               05 fl-severity pic X(7).
               05 filler pic X(2) value spaces.
               05 fl-file pic X(8).
               05 filler pic X(2) value spaces.
               05 fl-key pic X(8).
               05 filler pic X(2) value spaces.
               05 fl-text pic X(80).
               05 filler pic X(21) value spaces.

           01 volume-caption.
               05 filler pic X(12) value "  FILE      ".
               05 filler pic X(24) value "HELD IN".
               05 filler pic X(10) value "   RECORDS".
               05 filler pic X(8) value "   LIMIT".
               05 filler pic X(7) value "   USED".
               05 filler pic X(71) value spaces.

           01 volume-line.
               05 filler pic X(2) value spaces.
               05 vl-file pic X(8).
               05 filler pic X(2) value spaces.
               05 vl-held-in pic X(24).
               05 vl-count pic z,zzz,zz9.
               05 filler pic X(2) value spaces.
               05 vl-limit pic zz,zz9.
               05 filler pic X(2) value spaces.
               05 vl-percent pic zzzz9.
               05 filler pic X value "%".
               05 filler pic X(2) value spaces.
               05 vl-note pic X(30).
               05 filler pic X(39) value spaces.

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

           perform begin-step thru begin-step-exit.
           move step-run-number to hd-run-number.

           open input route-master.
           if master-status <> "00"
             display "** CANNOT OPEN ROUTE MASTER - STATUS "
                 master-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           open output print-file.

           move "DEPOT FILE" to section-title.
           perform start-section.
           perform load-depots thru load-depots-exit.
           perform end-section.

           move "COURIER MASTER" to section-title.
           perform start-section.
           perform load-couriers thru load-couriers-exit.
           perform end-section.

           move "ZONE FILE" to section-title.
           perform start-section.
           perform load-zones thru load-zones-exit.
           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             perform check-depot-zone
           end-perform.
           perform end-section.

           move "ROUTE MASTER" to section-title.
           perform start-section.
           perform check-routes.
           perform end-section.

           move "DELIVERY STOP FILE" to section-title.
           perform start-section.
           perform check-stops thru check-stops-exit.
           perform end-section.

           move "SUSPENSE MASTER" to section-title.
           perform start-section.
           perform check-suspense thru check-suspense-exit.
           perform end-section.

           close route-master.

           move "FILE VOLUMES AGAINST PROGRAM TABLE LIMITS" to
               section-title.
           perform print-section-title.
           perform check-page.
           write print-record from volume-caption.
           add 1 to line-count.
           perform check-volumes.

           move "TOTALS" to section-title.
           perform print-section-title.
           move "ROUTES ON ROUTE MASTER" to tl-caption.
           move route-count to tl-amount.
           perform print-total-line.
           move "DELIVERY STOPS" to tl-caption.
           move stop-count to tl-amount.
           perform print-total-line.
           move "ERRORS" to tl-caption.
           move error-count to tl-amount.
           perform print-total-line.
           move "WARNINGS" to tl-caption.
           move warning-count to tl-amount.
           perform print-total-line.

           close print-file.

           display "REFERENCE DATA CHECK COMPLETE - " error-count
               " ERRORS, " warning-count " WARNINGS".

           if error-count > 0
             display "** REFERENCE DATA ERRORS - 01A WILL NOT RUN "
                 "UNTIL THEY ARE CORRECTED **"
             move 8 to return-code
           else
             if warning-count > 0
               move 4 to return-code
             end-if
           end-if.

           perform end-step.

       load-depots.
           open input depot-file.
           if depot-status <> "00"
             move "WARNING" to fl-severity
             move "DEPOTFL" to fl-file
             move spaces to fl-key
             move "DEPOT FILE MISSING - ROUTES START AT THE ORIGIN"
                 to fl-text
             perform print-finding
             go to load-depots-exit
           end-if.

           move 1 to more-records.
           read depot-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             move 0 to entry-found
             perform varying dup-sub from 1 by 1
                     until dup-sub > depot-count
               if dt-depot-id(dup-sub) = dp-depot-id
                 move 1 to entry-found
                 exit perform
               end-if
             end-perform
             if entry-found = 1
               move "ERROR" to fl-severity
               move "DEPOTFL" to fl-file
               move dp-depot-id to fl-key
               move "DUPLICATE DEPOT ID - 01A USES THE FIRST CARD"
                   to fl-text
               perform print-finding
             end-if
             if depot-count < 500
               add 1 to depot-count
               move dp-depot-id to dt-depot-id(depot-count)
               move dp-x to dt-x(depot-count)
               move dp-y to dt-y(depot-count)
             else
               move "WARNING" to fl-severity
               move "DEPOTFL" to fl-file
               move dp-depot-id to fl-key
               move "DEPOT NOT CHECKED - CHECK TABLE FULL"
                   to fl-text
               perform print-finding
             end-if
             read depot-file
               at end move 0 to more-records
             end-read
           end-perform.

           close depot-file.

       load-depots-exit.
           exit.

       load-couriers.
           open input courier-master.
           if courier-status <> "00"
             move "ERROR" to fl-severity
             move "CURMST" to fl-file
             move spaces to fl-key
             move "COURIER MASTER MISSING - NO ROUTES CAN BE ASSIGNED"
                 to fl-text
             perform print-finding
             go to load-couriers-exit
           end-if.

           move 1 to more-records.
           read courier-master
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             move 0 to entry-found
             perform varying courier-sub from 1 by 1
                     until courier-sub > courier-count
               if ct-courier-id(courier-sub) = cm-courier-id
                 move 1 to entry-found
                 exit perform
               end-if
             end-perform
             if entry-found = 1
               move "ERROR" to fl-severity
               move "CURMST" to fl-file
               move cm-courier-id to fl-key
               move "DUPLICATE COURIER ID" to fl-text
               perform print-finding
             end-if
             if courier-count < 500
               add 1 to courier-count
               move cm-courier-id to ct-courier-id(courier-count)
             else
               move "WARNING" to fl-severity
               move "CURMST" to fl-file
               move cm-courier-id to fl-key
               move "COURIER NOT CHECKED - CHECK TABLE FULL"
                   to fl-text
               perform print-finding
             end-if
             read courier-master
               at end move 0 to more-records
             end-read
           end-perform.

           close courier-master.

       load-couriers-exit.
           exit.

       load-zones.
           open input zones-file.
           if zone-status <> "00"
             go to load-zones-exit
           end-if.

           move 1 to more-records.
           read zones-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             add 1 to zone-cards
             perform check-one-zone
             read zones-file
               at end move 0 to more-records
             end-read
           end-perform.

           close zones-file.

       load-zones-exit.
           exit.

       check-one-zone.
           move 0 to entry-found.
           perform varying zone-sub from 1 by 1
                   until zone-sub > zone-id-count
             if zi-zone-id(zone-sub) = zc-zone-id
               move 1 to entry-found
               exit perform
             end-if
           end-perform.
           if entry-found = 1
             move "WARNING" to fl-severity
             move "ZONEFL" to fl-file
             move zc-zone-id to fl-key
             move "DUPLICATE ZONE ID" to fl-text
             perform print-finding
           else
             if zone-id-count < 500
               add 1 to zone-id-count
               move zc-zone-id to zi-zone-id(zone-id-count)
             end-if
           end-if.

           if zc-from-date is not numeric or
               zc-to-date is not numeric
             move "WARNING" to fl-severity
             move "ZONEFL" to fl-file
             move zc-zone-id to fl-key
             move "ZONE DATES NOT NUMERIC - 01A IGNORES THE CARD"
                 to fl-text
             perform print-finding
           else
             if run-date >= zc-from-date and
                 run-date <= zc-to-date and
                 zone-count < 500
               add 1 to zone-count
               move zc-zone-id to zt-zone-id(zone-count)
               move zc-min-x to zt-min-x(zone-count)
               move zc-max-x to zt-max-x(zone-count)
               move zc-min-y to zt-min-y(zone-count)
               move zc-max-y to zt-max-y(zone-count)
             end-if
           end-if.

       check-depot-zone.
           move dt-x(depot-sub) to check-x.
           move dt-y(depot-sub) to check-y.
           perform find-zone.
           if entry-found = 1
             move "ERROR" to fl-severity
             move "DEPOTFL" to fl-file
             move dt-depot-id(depot-sub) to fl-key
             move check-x to print-x
             move check-y to print-y
             move spaces to fl-text
             string "DEPOT AT (" delimited by size
                 print-x delimited by size
                 "," delimited by size
                 print-y delimited by size
                 ") IS INSIDE ACTIVE ZONE " delimited by size
                 zt-zone-id(zone-sub) delimited by size
                 into fl-text
             perform print-finding
           end-if.

       find-zone.
           move 0 to entry-found.
           perform varying zone-sub from 1 by 1
                   until zone-sub > zone-count
             if check-x >= zt-min-x(zone-sub) and
                check-x <= zt-max-x(zone-sub) and
                check-y >= zt-min-y(zone-sub) and
                check-y <= zt-max-y(zone-sub)
               move 1 to entry-found
               exit perform
             end-if
           end-perform.

       check-routes.
           move 1 to more-records.
           read route-master next record
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             add 1 to route-count
             if rm-depot-id not = spaces
               perform check-route-depot
             end-if
             read route-master next record
               at end move 0 to more-records
             end-read
           end-perform.

       check-route-depot.
           move 0 to entry-found.
           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             if dt-depot-id(depot-sub) = rm-depot-id
               move 1 to entry-found
               exit perform
             end-if
           end-perform.

           if entry-found = 0
             move "ERROR" to fl-severity
             move "ROUTMST" to fl-file
             move rm-route-id to fl-key
             move spaces to fl-text
             string "DEPOT " delimited by size
                 rm-depot-id delimited by size
                 " NOT ON DEPOT FILE" delimited by size
                 into fl-text
             perform print-finding
           else
             if depot-sub > depot-limit
               move "ERROR" to fl-severity
               move "ROUTMST" to fl-file
               move rm-route-id to fl-key
               move spaces to fl-text
               string "DEPOT " delimited by size
                   rm-depot-id delimited by size
                   " IS PAST THE 01A DEPOT TABLE - ROUTE WILL REJECT"
                       delimited by size
                   into fl-text
               perform print-finding
             end-if
           end-if.

       check-stops.
           open input stops-file.
           if stop-status <> "00"
             go to check-stops-exit
           end-if.

           move 1 to more-records.
           read stops-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             add 1 to stop-count
             perform check-one-stop
             read stops-file
               at end move 0 to more-records
             end-read
           end-perform.

           close stops-file.

       check-stops-exit.
           exit.

       check-one-stop.
           move dv-route-id to rm-route-id.
           read route-master
             invalid key
               move "WARNING" to fl-severity
               move "STOPFL" to fl-file
               move dv-route-id to fl-key
               move spaces to fl-text
               string "STOP " delimited by size
                   dv-stop-name delimited by size
                   " - ROUTE NOT ON ROUTE MASTER" delimited by size
                   into fl-text
               perform print-finding
           end-read.

           move dv-stop-x to check-x.
           move dv-stop-y to check-y.
           perform find-zone.
           if entry-found = 1
             move "WARNING" to fl-severity
             move "STOPFL" to fl-file
             move dv-route-id to fl-key
             move check-x to print-x
             move check-y to print-y
             move spaces to fl-text
             string "STOP " delimited by size
                 dv-stop-name delimited by size
                 " (" delimited by size
                 print-x delimited by size
                 "," delimited by size
                 print-y delimited by size
                 ") INSIDE ACTIVE ZONE " delimited by size
                 zt-zone-id(zone-sub) delimited by size
                 into fl-text
             perform print-finding
           end-if.

       check-suspense.
           open input suspense-master.
           if suspmst-status = "35"
             go to check-suspense-exit
           end-if.
           if suspmst-status <> "00"
             move "WARNING" to fl-severity
             move "SUSPMST" to fl-file
             move spaces to fl-key
             move spaces to fl-text
             string "CANNOT OPEN SUSPENSE MASTER - STATUS "
                 delimited by size
                 suspmst-status delimited by size
                 into fl-text
             perform print-finding
             go to check-suspense-exit
           end-if.

           move 1 to more-records.
           read suspense-master next record
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             add 1 to suspense-count
             move sm-route-id to rm-route-id
             read route-master
               invalid key
                 move "WARNING" to fl-severity
                 move "SUSPMST" to fl-file
                 move sm-route-id to fl-key
                 move "ROUTE DELETED FROM ROUTE MASTER - ENTRY CAN GO"
                     to fl-text
                 perform print-finding
             end-read
             read suspense-master next record
               at end move 0 to more-records
             end-read
           end-perform.

           close suspense-master.

       check-suspense-exit.
           exit.

       check-volumes.
           move "STOPFL" to vl-file.
           move "01A STOP TABLE" to vl-held-in.
           move stop-count to volume-count.
           move stop-limit to volume-limit.
           perform print-volume-line.

           move "DEPOTFL" to vl-file.
           move "01A DEPOT TABLE" to vl-held-in.
           move depot-count to volume-count.
           move depot-limit to volume-limit.
           perform print-volume-line.

           move "ZONEFL" to vl-file.
           move "01A ACTIVE ZONE TABLE" to vl-held-in.
           move zone-count to volume-count.
           move zone-limit to volume-limit.
           perform print-volume-line.

           move "CURMST" to vl-file.
           move "01AASGN/01ABILL COURIERS" to vl-held-in.
           move courier-count to volume-count.
           move courier-limit to volume-limit.
           perform print-volume-line.

           move "ROUTMST" to vl-file.
           move "01AASGN/01ABILL ROUTES" to vl-held-in.
           move route-count to volume-count.
           move route-limit to volume-limit.
           perform print-volume-line.

       print-volume-line.
           move volume-count to vl-count.
           move volume-limit to vl-limit.
           compute volume-percent = volume-count * 100 / volume-limit.
           move volume-percent to vl-percent.
           if volume-count > volume-limit
             move "** ERROR - OVER THE LIMIT" to vl-note
             add 1 to error-count
           else
             if volume-percent >= warn-percent
               move "** WARNING - NEAR THE LIMIT" to vl-note
               add 1 to warning-count
             else
               move spaces to vl-note
             end-if
           end-if.
           perform check-page.
           write print-record from volume-line.
           add 1 to line-count.

       print-finding.
           if fl-severity = "ERROR"
             add 1 to error-count
           else
             add 1 to warning-count
           end-if.
           add 1 to section-findings.
           perform check-page.
           write print-record from finding-line.
           add 1 to line-count.

       start-section.
           move 0 to section-findings.
           perform print-section-title.

       end-section.
           if section-findings = 0
             perform check-page
             move "  (NONE)" to print-record
             write print-record
             add 1 to line-count
           end-if.

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
           move 0 to step-run-number.
           open input run-control.
           if runctl-status = "00"
             read run-control
               at end continue
               not at end move rc-run-number to step-run-number
             end-read
           end-if.
           close run-control.

           perform open-step-ledger.
           perform find-open-run.
           perform check-prior-step.
           perform start-this-step.
           close step-ledger.
           move 1 to step-begun.

       begin-step-exit.
           exit.

       find-open-run.
           move step-run-number to sl-run-number.
           move step-program to sl-program.
           move 0 to step-found.
           read step-ledger
             invalid key continue
             not invalid key move 1 to step-found
           end-read.
           if step-found = 0
             add 1 to step-run-number
           else
             move step-run-number to sl-run-number
             move step-last to sl-program
             move 0 to step-found
             read step-ledger
               invalid key continue
               not invalid key move 1 to step-found
             end-read
             if step-found = 1 and sl-step-status = "E" and
                 sl-return-code < 16
               add 1 to step-run-number
             end-if
           end-if.

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
               sl-return-code < 8 and step-rerun not = "Y"
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
