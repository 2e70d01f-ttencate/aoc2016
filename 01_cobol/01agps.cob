       identification division.
       program-id. 01agps.

       environment division.
       input-output section.
       file-control.
           select gps-in assign to "GPSIN"
           organization is line sequential
           file status is gps-status.

           select route-master assign to "ROUTMST"
           organization is indexed
           access mode is random
           record key is rm-route-id
           file status is master-status.

           select depot-file assign to "DEPOTFL"
           organization is line sequential
           file status is depot-status.

           select card-out assign to "GPSCARD"
           organization is line sequential.

           select print-file assign to "GPSRPT"
           organization is line sequential.

           select sort-file assign to "SORTWK1".

       data division.
       file section.
       fd gps-in.
           01 gps-card.
               copy routegps.

       fd route-master.
           01 route-master-record.
               copy routemst.

       fd depot-file.
           01 depot-card.
               copy depotmst.

       fd card-out
           record is varying in size from 1 to 999
               depending on card-rec-len
           data record is card-line.
           01 card-line pic X(999).

       fd print-file.
           01 print-record pic X(132).

       sd sort-file.
           01 point-record.
               05 gs-route-id pic X(8).
               05 gs-sequence pic 9(5).
               05 gs-x pic s999.
               05 gs-y pic s999.
               05 gs-bad pic X.

       working-storage section.
           01 gps-status pic XX value "  ".
           01 master-status pic XX value "  ".
           01 depot-status pic XX value "  ".
           01 more-records pic 9 value 1.
           01 more-sorted pic 9 value 1.
           01 card-rec-len pic 9(4) value 0.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

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

           01 trail-route-id pic X(8) value spaces.
           01 trail-error pic 9 value 0.
           01 trail-reason pic X(60) value spaces.
           01 trail-points pic 9(5) value 0.
           01 trail-blocks pic 9(5) value 0.
           01 trail-legs pic 9(4) value 0.
           01 trail-distance pic 9(5) value 0.
           01 card-action pic X.
           01 card-depot-id pic X(4).
           01 card-description pic X(30).
           01 prev-sequence pic 9(5).
           01 prev-x pic s999.
           01 prev-y pic s999.
           01 move-x pic s9(4).
           01 move-y pic s9(4).
           01 move-blocks pic 9(4).
           01 print-x pic +999.
           01 print-y pic +999.

           01 run-dir pic 9 value 0.
           01 run-len pic 9(4) value 0.
           01 step-dir pic 9.
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

           01 points-read pic 9(7) value 0.
           01 points-bad pic 9(7) value 0.
           01 points-repeated pic 9(7) value 0.
           01 trails-read pic 9(5) value 0.
           01 add-cards pic 9(5) value 0.
           01 change-cards pic 9(5) value 0.
           01 trails-rejected pic 9(5) value 0.

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
                   "GPS TRAIL IMPORT REPORT".
               05 filler pic X(9) value "RUN DATE ".
               05 hd-yyyy pic 9(4).
               05 filler pic X value "-".
               05 hd-mm pic 9(2).
               05 filler pic X value "-".
               05 hd-dd pic 9(2).
               05 filler pic X(8) value "    PAGE".
               05 hd-page pic zzz9.
               05 filler pic X(61) value spaces.

           01 card-caption.
               05 filler pic X(12) value "  ROUTE-ID  ".
               05 filler pic X(10) value "CARD DEPO ".
               05 filler pic X(24) value
                   "  POINTS    LEGS  BLOCKS".
               05 filler pic X(9) value "  CLAIMED".
               05 filler pic X(2) value spaces.
               05 filler pic X(30) value "DESCRIPTION".
               05 filler pic X(45) value spaces.

           01 card-detail.
               05 filler pic X(2) value spaces.
               05 cd-route-id pic X(8).
               05 filler pic X(3) value spaces.
               05 cd-action pic X.
               05 filler pic X(4) value spaces.
               05 cd-depot-id pic X(4).
               05 filler pic X(2) value spaces.
               05 cd-points pic zz,zz9.
               05 filler pic X(3) value spaces.
               05 cd-legs pic z,zz9.
               05 filler pic X(2) value spaces.
               05 cd-blocks pic zz,zz9.
               05 filler pic X(3) value spaces.
               05 cd-claimed pic zz,zz9.
               05 filler pic X(2) value spaces.
               05 cd-description pic X(30).
               05 filler pic X(45) value spaces.

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

           perform load-depots thru load-depots-exit.

           open input route-master.
           if master-status <> "00"
             display "** CANNOT OPEN ROUTE MASTER - STATUS "
                 master-status " **"
             move 16 to return-code
             stop run
           end-if.

           open output card-out.
           open output print-file.

           move "ROUTE CARDS WRITTEN" to section-title.
           perform print-section-title.
           write print-record from card-caption.
           add 1 to line-count.

           sort sort-file on ascending key gs-route-id gs-sequence
               input procedure is build-sort-file
               output procedure is build-cards.

           close route-master.
           close card-out.

           if add-cards + change-cards = 0
             perform check-page
             move "  (NONE)" to print-record
             write print-record
             add 1 to line-count
           end-if.

           move "TRAILS NOT IMPORTED" to section-title.
           perform print-section-title.
           perform print-exceptions.

           move "IMPORT TOTALS" to section-title.
           perform print-section-title.
           perform print-import-totals.

           close print-file.

           display "GPS IMPORT COMPLETE - " trails-read
               " TRAILS READ, " add-cards " A CARDS, " change-cards
               " C CARDS, " trails-rejected " REJECTED".

           if trails-rejected > 0 or points-bad > 0
             move 4 to return-code
           end-if.

           stop run.

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

       build-sort-file.
           open input gps-in.
           if gps-status <> "00"
             display "** CANNOT OPEN GPS TRAIL FILE - STATUS "
                 gps-status " **"
             move 16 to return-code
             stop run
           end-if.

           read gps-in
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             add 1 to points-read
             move gp-route-id to gs-route-id
             if gp-sequence is numeric and gp-x is numeric and
                 gp-y is numeric
               move gp-sequence to gs-sequence
               move gp-x to gs-x
               move gp-y to gs-y
               move space to gs-bad
             else
               add 1 to points-bad
               if gp-sequence is numeric
                 move gp-sequence to gs-sequence
               else
                 move 0 to gs-sequence
               end-if
               move +000 to gs-x
               move +000 to gs-y
               move "B" to gs-bad
             end-if
             release point-record
             read gps-in
               at end move 0 to more-records
             end-read
           end-perform.

           close gps-in.

       build-cards.
           return sort-file
             at end move 0 to more-sorted
           end-return.

           perform until more-sorted = 0
             if gs-route-id not = trail-route-id
               if trail-route-id not = spaces
                 perform end-trail thru end-trail-exit
               end-if
               perform start-trail thru start-trail-exit
             else
               add 1 to trail-points
               if trail-error = 0
                 perform next-point thru next-point-exit
               end-if
             end-if
             return sort-file
               at end move 0 to more-sorted
             end-return
           end-perform.

           if trail-route-id not = spaces
             perform end-trail thru end-trail-exit
           end-if.

       start-trail.
           add 1 to trails-read.
           move gs-route-id to trail-route-id.
           move 0 to trail-error.
           move spaces to trail-reason.
           move 1 to trail-points.
           move 0 to trail-blocks.
           move 0 to trail-legs.
           move gs-sequence to prev-sequence.
           move gs-x to prev-x.
           move gs-y to prev-y.
           move spaces to out-line.
           move 51 to out-ptr.
           move 0 to need-sep.
           move 1 to cur-dir.
           move 0 to run-dir.
           move 0 to run-len.

           if gs-bad = "B"
             string "POSITION NOT NUMERIC AT SEQUENCE "
                 delimited by size
                 gs-sequence delimited by size
                 into trail-reason
             move 1 to trail-error
             go to start-trail-exit
           end-if.

           move gs-route-id to rm-route-id.
           read route-master
             invalid key
               move "A" to card-action
             not invalid key
               move "C" to card-action
           end-read.

           if card-action = "C"
             move rm-description to card-description
             move rm-depot-id to card-depot-id
             perform set-depot thru set-depot-exit
             if trail-error = 0 and
                 (gs-x not = depot-x or gs-y not = depot-y)
               move gs-x to print-x
               move gs-y to print-y
               string "TRAIL STARTS AT " delimited by size
                   print-x delimited by size
                   " " delimited by size
                   print-y delimited by size
                   ", NOT AT ITS DEPOT" delimited by size
                   into trail-reason
               move 1 to trail-error
             end-if
           else
             move spaces to card-description
             string "GPS TRAIL OF " delimited by size
                 run-yyyy delimited by size
                 "-" delimited by size
                 run-mm delimited by size
                 "-" delimited by size
                 run-dd delimited by size
                 into card-description
             perform find-start-depot
           end-if.

       start-trail-exit.
           exit.

       set-depot.
           move +000 to depot-x.
           move +000 to depot-y.
           if card-depot-id = spaces
             go to set-depot-exit
           end-if.

           move 0 to depot-found.
           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             if dt-depot-id(depot-sub) = card-depot-id
               move 1 to depot-found
               move dt-x(depot-sub) to depot-x
               move dt-y(depot-sub) to depot-y
               exit perform
             end-if
           end-perform.

           if depot-found = 0
             string "DEPOT '" delimited by size
                 card-depot-id delimited by size
                 "' NOT ON DEPOT FILE" delimited by size
                 into trail-reason
             move 1 to trail-error
           end-if.

       set-depot-exit.
           exit.

       find-start-depot.
           move spaces to card-depot-id.
           move gs-x to depot-x.
           move gs-y to depot-y.
           move 0 to depot-found.
           perform varying depot-sub from 1 by 1
                   until depot-sub > depot-count
             if dt-x(depot-sub) = gs-x and dt-y(depot-sub) = gs-y
               move 1 to depot-found
               move dt-depot-id(depot-sub) to card-depot-id
               exit perform
             end-if
           end-perform.

           if depot-found = 0 and (gs-x not = 0 or gs-y not = 0)
             move gs-x to print-x
             move gs-y to print-y
             string "NEW ROUTE STARTS AT " delimited by size
                 print-x delimited by size
                 " " delimited by size
                 print-y delimited by size
                 ", NOT AT A DEPOT" delimited by size
                 into trail-reason
             move 1 to trail-error
           end-if.

       next-point.
           if gs-bad = "B"
             string "POSITION NOT NUMERIC AT SEQUENCE "
                 delimited by size
                 gs-sequence delimited by size
                 into trail-reason
             move 1 to trail-error
             go to next-point-exit
           end-if.

           if gs-sequence = prev-sequence
             string "SEQUENCE " delimited by size
                 gs-sequence delimited by size
                 " LOGGED TWICE" delimited by size
                 into trail-reason
             move 1 to trail-error
             go to next-point-exit
           end-if.

           if gs-sequence not = prev-sequence + 1
             string "GAP IN SEQUENCE AFTER " delimited by size
                 prev-sequence delimited by size
                 " - NEXT IS " delimited by size
                 gs-sequence delimited by size
                 into trail-reason
             move 1 to trail-error
             go to next-point-exit
           end-if.
           move gs-sequence to prev-sequence.

           compute move-x = gs-x - prev-x.
           compute move-y = gs-y - prev-y.
           if move-x = 0 and move-y = 0
             add 1 to points-repeated
             go to next-point-exit
           end-if.

           if move-x not = 0 and move-y not = 0
             string "DIAGONAL MOVE AT SEQUENCE " delimited by size
                 gs-sequence delimited by size
                 into trail-reason
             move 1 to trail-error
             go to next-point-exit
           end-if.

           if move-x + move-y < 0
             compute move-blocks = 0 - move-x - move-y
           else
             compute move-blocks = move-x + move-y
           end-if.
           if move-blocks > 1
             move gs-x to print-x
             move gs-y to print-y
             string "JUMP TO " delimited by size
                 print-x delimited by size
                 " " delimited by size
                 print-y delimited by size
                 " AT SEQUENCE " delimited by size
                 gs-sequence delimited by size
                 into trail-reason
             move 1 to trail-error
             go to next-point-exit
           end-if.

           evaluate true
             when move-y = 1 move 1 to step-dir
             when move-x = 1 move 2 to step-dir
             when move-y = -1 move 3 to step-dir
             when move-x = -1 move 4 to step-dir
           end-evaluate.

           if run-len > 0
             compute turn-diff = step-dir - run-dir + 4
             if turn-diff >= 4
               subtract 4 from turn-diff
             end-if
             if turn-diff = 2
               string "U-TURN AT SEQUENCE " delimited by size
                   gs-sequence delimited by size
                   into trail-reason
               move 1 to trail-error
               go to next-point-exit
             end-if
           end-if.

           if step-dir = run-dir
             add 1 to run-len
           else
             perform flush-run
             move step-dir to run-dir
             move 1 to run-len
           end-if.
           add 1 to trail-blocks.
           move gs-x to prev-x.
           move gs-y to prev-y.

       next-point-exit.
           exit.

       flush-run.
           if run-len > 0
             move run-dir to desired-dir
             move run-len to leg-distance
             perform append-leg
             add 1 to trail-legs
           end-if.

       end-trail.
           if trail-error = 0
             perform flush-run
             if trail-legs = 0
               move "TRAIL NEVER LEAVES ITS FIRST BLOCK" to
                   trail-reason
               move 1 to trail-error
             end-if
           end-if.

           if trail-error = 0 and out-ptr > 951
             move "TRAIL TEXT LONGER THAN 900" to trail-reason
             move 1 to trail-error
           end-if.

           if trail-error = 1
             add 1 to trails-rejected
             perform save-exception
             go to end-trail-exit
           end-if.

           if prev-x > depot-x
             compute trail-distance = prev-x - depot-x
           else
             compute trail-distance = depot-x - prev-x
           end-if.
           if prev-y > depot-y
             compute trail-distance = trail-distance +
                 prev-y - depot-y
           else
             compute trail-distance = trail-distance +
                 depot-y - prev-y
           end-if.

           perform write-route-card.
           if card-action = "A"
             add 1 to add-cards
           else
             add 1 to change-cards
           end-if.
           perform print-card-line.

       end-trail-exit.
           exit.

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

       write-route-card.
           move card-action to oc-action.
           move trail-route-id to oc-route-id.
           move card-description to oc-description.
           move trail-distance to oc-claimed.
           move card-depot-id to oc-depot-id.
           compute card-rec-len = out-ptr - 1.
           move out-line to card-line.
           write card-line.

       save-exception.
           if exception-count < 200
             add 1 to exception-count
             move trail-route-id to et-route-id(exception-count)
             move trail-reason to et-reason(exception-count)
           else
             add 1 to exception-lost
           end-if.

       print-card-line.
           move trail-route-id to cd-route-id.
           move card-action to cd-action.
           move card-depot-id to cd-depot-id.
           move trail-points to cd-points.
           move trail-legs to cd-legs.
           move trail-blocks to cd-blocks.
           move trail-distance to cd-claimed.
           move card-description to cd-description.
           perform check-page.
           write print-record from card-detail.
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
                 " FURTHER TRAILS NOT LISTED)" delimited by size
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

       print-import-totals.
           move "POINTS READ" to tl-caption.
           move points-read to tl-amount.
           perform print-total-line.

           move "POINTS NOT NUMERIC" to tl-caption.
           move points-bad to tl-amount.
           perform print-total-line.

           move "REPEATED POINTS PASSED OVER" to tl-caption.
           move points-repeated to tl-amount.
           perform print-total-line.

           move "TRAILS READ" to tl-caption.
           move trails-read to tl-amount.
           perform print-total-line.

           move "ADD CARDS WRITTEN" to tl-caption.
           move add-cards to tl-amount.
           perform print-total-line.

           move "CHANGE CARDS WRITTEN" to tl-caption.
           move change-cards to tl-amount.
           perform print-total-line.

           move "TRAILS REJECTED" to tl-caption.
           move trails-rejected to tl-amount.
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
