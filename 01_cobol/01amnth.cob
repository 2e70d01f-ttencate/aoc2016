       identification division.
       program-id. 01amnth.

       environment division.
       input-output section.
       file-control.
           select history-file assign to "HISTFL"
           organization is line sequential
           file status is history-status.

           select optional archive-file assign to "HISTARCH"
           organization is line sequential
           file status is archive-status.

           select route-master assign to "ROUTMST"
           organization is indexed
           access mode is random
           record key is rm-route-id
           file status is master-status.

           select depot-file assign to "DEPOTFL"
           organization is line sequential
           file status is depot-status.

           select control-file assign to "MNTHCTL"
           organization is line sequential
           file status is ctl-status.

           select print-file assign to "MNTHRPT"
           organization is line sequential.

           select csv-file assign to "MNTHCSV"
           organization is line sequential.

       data division.
       file section.
       fd history-file.
           01 history-record.
               copy routehst.

       fd archive-file.
           01 archive-record.
               copy routehst replacing leading ==hr== by ==ar==.

       fd route-master.
           01 route-master-record.
               copy routemst.

       fd depot-file.
           01 depot-card.
               copy depotmst.

       fd control-file.
           01 control-card pic X(80).

       fd print-file.
           01 print-record pic X(132).

       fd csv-file.
           01 csv-record pic X(200).

       working-storage section.
           01 history-status pic XX value "  ".
           01 archive-status pic XX value "  ".
           01 master-status pic XX value "  ".
           01 depot-status pic XX value "  ".
           01 ctl-status pic XX value "  ".
           01 more-records pic 9 value 1.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 report-month pic 9(6) value 0.
           01 report-month-split redefines report-month.
               05 report-yyyy pic 9(4).
               05 report-mm pic 9(2).
           01 month-text pic X(7).

           01 history-read pic 9(7) value 0.
           01 archive-read pic 9(7) value 0.
           01 month-walks pic 9(7) value 0.

           01 depot-count pic 9(3) value 0.
           01 depot-sub pic 9(3).
           01 depot-table.
               05 depot-entry occurs 60 times.
                   10 dt-depot-id pic X(4).
                   10 dt-name pic X(20).
                   10 dt-walks pic 9(7).
                   10 dt-routes pic 9(5).
                   10 dt-accepted pic 9(7).
                   10 dt-distance pic 9(9).
                   10 dt-rejects pic 9(7).
                   10 dt-mismatches pic 9(7).
           01 deleted-depot pic X(4) value "*DEL".

           01 route-count pic 9(4) value 0.
           01 route-sub pic 9(4).
           01 routes-lost pic 9(7) value 0.
           01 route-table.
               05 route-entry occurs 2000 times.
                   10 rt-route-id pic X(8).
                   10 rt-depot-sub pic 9(3).
                   10 rt-walks pic 9(5).
                   10 rt-accepted pic 9(5).
                   10 rt-distance pic 9(7).
                   10 rt-rejects pic 9(5).
                   10 rt-mismatches pic 9(5).
                   10 rt-offences pic 9(5).
                   10 rt-listed pic 9.

           01 company-walks pic 9(7) value 0.
           01 company-routes pic 9(5) value 0.
           01 company-accepted pic 9(7) value 0.
           01 company-distance pic 9(9) value 0.
           01 company-rejects pic 9(7) value 0.
           01 company-mismatches pic 9(7) value 0.

           01 line-walks pic 9(7).
           01 line-routes pic 9(5).
           01 line-accepted pic 9(7).
           01 line-distance pic 9(9).
           01 line-rejects pic 9(7).
           01 line-mismatches pic 9(7).
           01 line-average pic 9(7)v9.
           01 line-reject-rate pic 9(3)v9.
           01 line-mismatch-rate pic 9(3)v9.

           01 offender-limit pic 9(2).
           01 offender-listed pic 9(2).
           01 offender-depot pic 9(3).
           01 worst-sub pic 9(4).
           01 worst-offences pic 9(5).
           01 company-offender-limit pic 9(2) value 10.
           01 depot-offender-limit pic 9(2) value 5.
           01 entry-found pic 9.
           01 hist-route-id pic X(8).
           01 hist-total-distance pic 9(5).
           01 hist-reconcile pic X.
           01 hist-error pic X.

           01 csv-pointer pic 9(3).
           01 csv-text pic X(30).
           01 csv-number pic z(8)9.
           01 csv-decimal pic z(6)9.9.
           01 csv-lead pic 9(2).

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 run-mm pic 9(2).
               05 run-dd pic 9(2).

           01 heading-1.
               05 filler pic X(40) value
                   "MONTH-END OPERATIONS SUMMARY".
               05 filler pic X(9) value "RUN DATE ".
               05 hd-yyyy pic 9(4).
               05 filler pic X value "-".
               05 hd-mm pic 9(2).
               05 filler pic X value "-".
               05 hd-dd pic 9(2).
               05 filler pic X(8) value "    PAGE".
               05 hd-page pic zzz9.
               05 filler pic X(5) value spaces.
               05 filler pic X(6) value "MONTH ".
               05 hd-month pic X(7).
               05 filler pic X(43) value spaces.

           01 depot-caption.
               05 filler pic X(8) value "  DEPOT ".
               05 filler pic X(22) value "NAME".
               05 filler pic X(9) value "    WALKS".
               05 filler pic X(8) value "  ROUTES".
               05 filler pic X(12) value "    DISTANCE".
               05 filler pic X(10) value "   AVERAGE".
               05 filler pic X(9) value "  REJECTS".
               05 filler pic X(8) value "  REJ %".
               05 filler pic X(10) value "  MISMATCH".
               05 filler pic X(8) value "  MIS %".
               05 filler pic X(28) value spaces.

           01 depot-line.
               05 filler pic X(2) value spaces.
               05 dl-depot-id pic X(4).
               05 filler pic X(2) value spaces.
               05 dl-name pic X(20).
               05 filler pic X(2) value spaces.
               05 dl-walks pic z,zzz,zz9.
               05 filler pic X(2) value spaces.
               05 dl-routes pic zz,zz9.
               05 filler pic X(1) value spaces.
               05 dl-distance pic zzz,zzz,zz9.
               05 filler pic X(1) value spaces.
               05 dl-average pic zzz,zz9.9.
               05 filler pic X(2) value spaces.
               05 dl-rejects pic zzz,zz9.
               05 filler pic X(3) value spaces.
               05 dl-reject-rate pic zz9.9.
               05 filler pic X(3) value spaces.
               05 dl-mismatches pic zzz,zz9.
               05 filler pic X(3) value spaces.
               05 dl-mismatch-rate pic zz9.9.
               05 filler pic X(28) value spaces.

           01 offender-caption.
               05 filler pic X(12) value "  ROUTE     ".
               05 filler pic X(8) value "DEPOT   ".
               05 filler pic X(8) value "   WALKS".
               05 filler pic X(10) value "   REJECTS".
               05 filler pic X(12) value "  MISMATCHES".
               05 filler pic X(10) value "  OFFENCES".
               05 filler pic X(72) value spaces.

           01 offender-line.
               05 filler pic X(2) value spaces.
               05 ol-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 ol-depot-id pic X(4).
               05 filler pic X(4) value spaces.
               05 ol-walks pic zzzz9.
               05 filler pic X(5) value spaces.
               05 ol-rejects pic zzzz9.
               05 filler pic X(7) value spaces.
               05 ol-mismatches pic zzzz9.
               05 filler pic X(5) value spaces.
               05 ol-offences pic zzzz9.
               05 filler pic X(75) value spaces.

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

           perform read-month-card thru read-month-card-exit.
           move spaces to month-text.
           string report-yyyy delimited by size
               "-" delimited by size
               report-mm delimited by size
               into month-text.
           move month-text to hd-month.

           perform load-depot-names thru load-depot-names-exit.

           open input route-master.
           if master-status <> "00"
             display "** CANNOT OPEN ROUTE MASTER - STATUS "
                 master-status " **"
             move 16 to return-code
             stop run
           end-if.

           open input history-file.
           if history-status <> "00"
             display "** NO RUN HISTORY TO REPORT - STATUS "
                 history-status " **"
             close route-master
             move 16 to return-code
             stop run
           end-if.
           move 1 to more-records.
           read history-file
             at end move 0 to more-records
           end-read.
           perform until more-records = 0
             add 1 to history-read
             if hr-run-date(1:6) = report-month
               move hr-route-id to hist-route-id
               move hr-total-distance to hist-total-distance
               move hr-reconcile to hist-reconcile
               move hr-error to hist-error
               perform add-one-walk thru add-one-walk-exit
             end-if
             read history-file
               at end move 0 to more-records
             end-read
           end-perform.
           close history-file.

           open input archive-file.
           move 1 to more-records.
           read archive-file
             at end move 0 to more-records
           end-read.
           perform until more-records = 0
             add 1 to archive-read
             if ar-run-date(1:6) = report-month
               move ar-route-id to hist-route-id
               move ar-total-distance to hist-total-distance
               move ar-reconcile to hist-reconcile
               move ar-error to hist-error
               perform add-one-walk thru add-one-walk-exit
             end-if
             read archive-file
               at end move 0 to more-records
             end-read
           end-perform.
           close archive-file.

           close route-master.

           if routes-lost > 0
             display "** ROUTE TABLE FULL - " routes-lost
                 " WALKS LEFT OUT OF THE SUMMARY **"
           end-if.

           open output print-file.
           open output csv-file.
           perform write-csv-header.

           move spaces to section-title.
           string "WALKS BY DEPOT FOR " delimited by size
               month-text delimited by size
               into section-title.
           perform print-section-title.
           perform check-page.
           write print-record from depot-caption.
           add 1 to line-count.
           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             perform print-depot-line
           end-perform.
           perform print-company-line.

           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             perform print-depot-offenders
           end-perform.

           move spaces to section-title.
           string "WORST REPEAT OFFENDERS - COMPANY" delimited by size
               into section-title.
           perform print-section-title.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             move 0 to rt-listed(route-sub)
           end-perform.
           move 0 to offender-depot.
           move company-offender-limit to offender-limit.
           perform list-offenders.

           move "TOTALS" to section-title.
           perform print-section-title.
           move "HISTORY RECORDS READ" to tl-caption.
           move history-read to tl-amount.
           perform print-total-line.
           move "ARCHIVE RECORDS READ" to tl-caption.
           move archive-read to tl-amount.
           perform print-total-line.
           move "WALKS IN THE MONTH" to tl-caption.
           move month-walks to tl-amount.
           perform print-total-line.
           if routes-lost > 0
             move "WALKS LEFT OUT - TABLE FULL" to tl-caption
             move routes-lost to tl-amount
             perform print-total-line
           end-if.

           close print-file.
           close csv-file.

           display "MONTH-END SUMMARY FOR " month-text " - "
               month-walks " WALKS OVER " depot-count " DEPOTS".

           if month-walks = 0
             display "** NO WALKS FOUND FOR " month-text " **"
             move 4 to return-code
           end-if.

           stop run.

       read-month-card.
           if run-mm = 1
             compute report-yyyy = run-yyyy - 1
             move 12 to report-mm
           else
             move run-yyyy to report-yyyy
             compute report-mm = run-mm - 1
           end-if.

           open input control-file.
           if ctl-status <> "00"
             go to read-month-card-exit
           end-if.

           read control-file
             at end
               close control-file
               go to read-month-card-exit
           end-read.
           close control-file.

           if control-card(1:6) = spaces
             go to read-month-card-exit
           end-if.
           if control-card(1:6) is numeric and
               control-card(5:2) >= "01" and
               control-card(5:2) <= "12"
             move control-card(1:6) to report-month
           else
             display "** MONTH CARD NOT UNDERSTOOD: '"
                 control-card(1:20) "' - REPORTING "
                 report-month " **"
           end-if.

       read-month-card-exit.
           exit.

       load-depot-names.
           open input depot-file.
           if depot-status <> "00"
             display "** CANNOT OPEN DEPOT FILE - STATUS "
                 depot-status " - DEPOT NAMES NOT SHOWN **"
             go to load-depot-names-exit
           end-if.

           move 1 to more-records.
           read depot-file
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             if depot-count < 50
               add 1 to depot-count
               move dp-depot-id to dt-depot-id(depot-count)
               move dp-name to dt-name(depot-count)
               perform clear-depot-counts
             else
               display "** DEPOT TABLE FULL - DEPOT "
                   dp-depot-id " IGNORED **"
             end-if
             read depot-file
               at end move 0 to more-records
             end-read
           end-perform.

           close depot-file.

       load-depot-names-exit.
           exit.

       clear-depot-counts.
           move 0 to dt-walks(depot-count).
           move 0 to dt-routes(depot-count).
           move 0 to dt-accepted(depot-count).
           move 0 to dt-distance(depot-count).
           move 0 to dt-rejects(depot-count).
           move 0 to dt-mismatches(depot-count).

       add-one-walk.
           move 0 to entry-found.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             if rt-route-id(route-sub) = hist-route-id
               move 1 to entry-found
               exit perform
             end-if
           end-perform.

           if entry-found = 0
             if route-count >= 2000
               add 1 to routes-lost
               go to add-one-walk-exit
             end-if
             add 1 to route-count
             move route-count to route-sub
             move hist-route-id to rt-route-id(route-sub)
             move 0 to rt-walks(route-sub)
             move 0 to rt-accepted(route-sub)
             move 0 to rt-distance(route-sub)
             move 0 to rt-rejects(route-sub)
             move 0 to rt-mismatches(route-sub)
             move 0 to rt-offences(route-sub)
             move 0 to rt-listed(route-sub)
             perform find-route-depot thru find-route-depot-exit
             move depot-sub to rt-depot-sub(route-sub)
             add 1 to dt-routes(depot-sub)
             add 1 to company-routes
           end-if.

           move rt-depot-sub(route-sub) to depot-sub.
           add 1 to month-walks.
           add 1 to rt-walks(route-sub).
           add 1 to dt-walks(depot-sub).
           add 1 to company-walks.
           if hist-error = "E"
             add 1 to rt-rejects(route-sub)
             add 1 to rt-offences(route-sub)
             add 1 to dt-rejects(depot-sub)
             add 1 to company-rejects
           else
             add 1 to rt-accepted(route-sub)
             add hist-total-distance to rt-distance(route-sub)
             add 1 to dt-accepted(depot-sub)
             add hist-total-distance to dt-distance(depot-sub)
             add 1 to company-accepted
             add hist-total-distance to company-distance
           end-if.
           if hist-reconcile = "M"
             add 1 to rt-mismatches(route-sub)
             add 1 to rt-offences(route-sub)
             add 1 to dt-mismatches(depot-sub)
             add 1 to company-mismatches
           end-if.

       add-one-walk-exit.
           exit.

       find-route-depot.
           move hist-route-id to rm-route-id.
           read route-master
             invalid key
               move deleted-depot to rm-depot-id
           end-read.

           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             if dt-depot-id(depot-sub) = rm-depot-id
               go to find-route-depot-exit
             end-if
           end-perform.

           if depot-count >= 60
             display "** DEPOT TABLE FULL - ROUTE " hist-route-id
                 " COUNTED UNDER THE LAST DEPOT **"
             move depot-count to depot-sub
             go to find-route-depot-exit
           end-if.
           add 1 to depot-count.
           move depot-count to depot-sub.
           move rm-depot-id to dt-depot-id(depot-count).
           evaluate true
             when rm-depot-id = spaces
               move "ORIGIN" to dt-name(depot-count)
             when rm-depot-id = deleted-depot
               move "ROUTE NOT ON MASTER" to dt-name(depot-count)
             when other
               move "NOT ON DEPOT FILE" to dt-name(depot-count)
           end-evaluate.
           perform clear-depot-counts.

       find-route-depot-exit.
           exit.

       print-depot-line.
           if dt-walks(depot-sub) = 0
             continue
           else
             move dt-depot-id(depot-sub) to dl-depot-id
             move dt-name(depot-sub) to dl-name
             move dt-walks(depot-sub) to line-walks
             move dt-routes(depot-sub) to line-routes
             move dt-accepted(depot-sub) to line-accepted
             move dt-distance(depot-sub) to line-distance
             move dt-rejects(depot-sub) to line-rejects
             move dt-mismatches(depot-sub) to line-mismatches
             perform format-summary-line
             perform check-page
             write print-record from depot-line
             add 1 to line-count
             move "DEPOT" to csv-text
             perform start-csv-record
             move dt-depot-id(depot-sub) to csv-text
             perform add-csv-text
             move dt-name(depot-sub) to csv-text
             perform add-csv-quoted
             move spaces to csv-text
             perform add-csv-text
             perform add-csv-figures
             write csv-record
           end-if.

       print-company-line.
           move "ALL" to dl-depot-id.
           move "COMPANY" to dl-name.
           move company-walks to line-walks.
           move company-routes to line-routes.
           move company-accepted to line-accepted.
           move company-distance to line-distance.
           move company-rejects to line-rejects.
           move company-mismatches to line-mismatches.
           perform format-summary-line.
           perform check-page.
           move spaces to print-record.
           write print-record.
           write print-record from depot-line.
           add 2 to line-count.

           move "TOTAL" to csv-text.
           perform start-csv-record.
           move "ALL" to csv-text.
           perform add-csv-text.
           move "COMPANY" to csv-text.
           perform add-csv-quoted.
           move spaces to csv-text.
           perform add-csv-text.
           perform add-csv-figures.
           write csv-record.

       format-summary-line.
           if line-accepted > 0
             compute line-average rounded =
                 line-distance / line-accepted
           else
             move 0 to line-average
           end-if.
           if line-walks > 0
             compute line-reject-rate rounded =
                 line-rejects * 100 / line-walks
             compute line-mismatch-rate rounded =
                 line-mismatches * 100 / line-walks
           else
             move 0 to line-reject-rate
             move 0 to line-mismatch-rate
           end-if.
           move line-walks to dl-walks.
           move line-routes to dl-routes.
           move line-distance to dl-distance.
           move line-average to dl-average.
           move line-rejects to dl-rejects.
           move line-reject-rate to dl-reject-rate.
           move line-mismatches to dl-mismatches.
           move line-mismatch-rate to dl-mismatch-rate.

       print-depot-offenders.
           if dt-walks(depot-sub) = 0
             continue
           else
             move spaces to section-title
             string "WORST REPEAT OFFENDERS - DEPOT " delimited by size
                 dt-depot-id(depot-sub) delimited by size
                 " " delimited by size
                 dt-name(depot-sub) delimited by size
                 into section-title
             perform print-section-title
             move depot-sub to offender-depot
             move depot-offender-limit to offender-limit
             perform list-offenders
           end-if.

       list-offenders.
           move 0 to offender-listed.
           perform check-page.
           write print-record from offender-caption.
           add 1 to line-count.
           perform find-worst-route.
           perform until worst-sub = 0 or
               offender-listed >= offender-limit
             perform print-offender
             perform find-worst-route
           end-perform.
           if offender-listed = 0
             perform check-page
             move "  (NONE)" to print-record
             write print-record
             add 1 to line-count
           end-if.

       find-worst-route.
           move 0 to worst-sub.
           move 1 to worst-offences.
           perform varying route-sub from 1 by 1
                   until route-sub > route-count
             if rt-listed(route-sub) = 0 and
                 rt-offences(route-sub) > worst-offences and
                 (offender-depot = 0 or
                  rt-depot-sub(route-sub) = offender-depot)
               move route-sub to worst-sub
               move rt-offences(route-sub) to worst-offences
             end-if
           end-perform.

       print-offender.
           move 1 to rt-listed(worst-sub).
           add 1 to offender-listed.
           move rt-route-id(worst-sub) to ol-route-id.
           move rt-depot-sub(worst-sub) to depot-sub.
           move dt-depot-id(depot-sub) to ol-depot-id.
           move rt-walks(worst-sub) to ol-walks.
           move rt-rejects(worst-sub) to ol-rejects.
           move rt-mismatches(worst-sub) to ol-mismatches.
           move rt-offences(worst-sub) to ol-offences.
           perform check-page.
           write print-record from offender-line.
           add 1 to line-count.

           if offender-depot > 0
             move "OFFENDER" to csv-text
           else
             move "COMPANY OFFENDER" to csv-text
           end-if.
           perform start-csv-record.
           move dt-depot-id(depot-sub) to csv-text.
           perform add-csv-text.
           move dt-name(depot-sub) to csv-text.
           perform add-csv-quoted.
           move rt-route-id(worst-sub) to csv-text.
           perform add-csv-text.
           move rt-walks(worst-sub) to line-walks.
           move 1 to line-routes.
           move rt-accepted(worst-sub) to line-accepted.
           move rt-distance(worst-sub) to line-distance.
           move rt-rejects(worst-sub) to line-rejects.
           move rt-mismatches(worst-sub) to line-mismatches.
           perform format-summary-line.
           perform add-csv-figures.
           write csv-record.
           move offender-depot to depot-sub.

       write-csv-header.
           move spaces to csv-record.
           string "RECORD,MONTH,DEPOT,DEPOT NAME,ROUTE,WALKS,ROUTES,"
                   delimited by size
               "DISTANCE,AVERAGE DISTANCE,REJECTS,REJECT PCT,"
                   delimited by size
               "MISMATCHES,MISMATCH PCT" delimited by size
               into csv-record.
           write csv-record.

       start-csv-record.
           move spaces to csv-record.
           move 1 to csv-pointer.
           string csv-text delimited by "  "
               "," delimited by size
               month-text delimited by size
               into csv-record with pointer csv-pointer.

       add-csv-text.
           if csv-pointer > 1
             string "," delimited by size
                 into csv-record with pointer csv-pointer
           end-if.
           if csv-text not = spaces
             string csv-text delimited by "  "
                 into csv-record with pointer csv-pointer
           end-if.

       add-csv-quoted.
           string "," delimited by size
               quote delimited by size
               csv-text delimited by "  "
               quote delimited by size
               into csv-record with pointer csv-pointer.

       add-csv-number.
           move 0 to csv-lead.
           inspect csv-number tallying csv-lead for leading spaces.
           string "," delimited by size
               csv-number(csv-lead + 1:) delimited by size
               into csv-record with pointer csv-pointer.

       add-csv-decimal.
           move 0 to csv-lead.
           inspect csv-decimal tallying csv-lead for leading spaces.
           string "," delimited by size
               csv-decimal(csv-lead + 1:) delimited by size
               into csv-record with pointer csv-pointer.

       add-csv-figures.
           move line-walks to csv-number.
           perform add-csv-number.
           move line-routes to csv-number.
           perform add-csv-number.
           move line-distance to csv-number.
           perform add-csv-number.
           move line-average to csv-decimal.
           perform add-csv-decimal.
           move line-rejects to csv-number.
           perform add-csv-number.
           move line-reject-rate to csv-decimal.
           perform add-csv-decimal.
           move line-mismatches to csv-number.
           perform add-csv-number.
           move line-mismatch-rate to csv-decimal.
           perform add-csv-decimal.

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
