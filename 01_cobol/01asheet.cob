       identification division.
       program-id. 01asheet.

       environment division.
       input-output section.
       file-control.
           select assign-in assign to "ASGNOUT"
           organization is line sequential
           file status is assign-status.

           select route-master assign to "ROUTMST"
           organization is indexed
           access mode is random
           record key is rm-route-id
           file status is master-status.

           select depot-file assign to "DEPOTFL"
           organization is line sequential
           file status is depot-status.

           select stops-file assign to "STOPFL"
           organization is line sequential
           file status is stop-status.

           select courier-master assign to "CURMST"
           organization is line sequential
           file status is courier-status.

           select run-control assign to "RUNCTL"
           organization is line sequential
           file status is runctl-status.

           select print-file assign to "RUNSHEET"
           organization is line sequential.

       data division.
       file section.
       fd assign-in.
           01 assign-record.
               copy routeasg.
           01 assign-stamp.
               copy runstamp replacing leading ==rh== by ==ah==.

       fd route-master.
           01 route-master-record.
               copy routemst.

       fd depot-file.
           01 depot-card.
               copy depotmst.

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
           01 assign-status pic XX value "  ".
           01 master-status pic XX value "  ".
           01 depot-status pic XX value "  ".
           01 stop-status pic XX value "  ".
           01 courier-status pic XX value "  ".
           01 runctl-status pic XX value "  ".
           01 run-number pic 9(6) value 0.
           01 more-records pic 9 value 1.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 idx pic 9(4) value 0001.
           01 len pic 9(4).
           01 lr pic A.
           01 distance pic 9(4).
           01 done pic 9 value 0.
           01 route-error pic 9 value 0.
           01 route-reason pic X(40) value spaces.
           01 x pic S999 value +000.
           01 y pic S999 value +000.
           01 direction pic 9 value 1.
           01 leg-number pic 9(3) value 0.
           01 leg-blocks pic 9(4) value 0.
           01 blocks-walked pic 9(5) value 0.
           01 blocks-east pic 9(4).
           01 blocks-north pic 9(4).
           01 blocks-home pic 9(5).

           01 compass-values pic X(20) value "NORTHEAST SOUTHWEST ".
           01 compass-table redefines compass-values.
               05 compass-name occurs 4 times pic X(5).

           01 depot-count pic 9(2) value 0.
           01 depot-sub pic 9(2).
           01 depot-found pic 9.
           01 depot-x pic s999 value +000.
           01 depot-y pic s999 value +000.
           01 depot-name pic X(20).
           01 depot-table.
               05 depot-entry occurs 20 times.
                   10 dt-depot-id pic X(4).
                   10 dt-x pic s999.
                   10 dt-y pic s999.
                   10 dt-name pic X(20).

           01 stop-count pic 9(4) value 0.
           01 stop-sub pic 9(4).
           01 stop-sequence pic 9(3) value 0.
           01 stops-on-route pic 9(3) value 0.
           01 stops-missed pic 9(3) value 0.
           01 stop-table.
               05 stop-entry occurs 500 times.
                   10 st-route-id pic X(8).
                   10 st-x pic s999.
                   10 st-y pic s999.
                   10 st-name pic X(20).
                   10 st-order pic 9(3).
                   10 st-leg pic 9(3).

           01 courier-count pic 9(3) value 0.
           01 courier-sub pic 9(3).
           01 courier-table.
               05 courier-entry occurs 100 times.
                   10 ct-courier-id pic X(4).
                   10 ct-name pic X(20).

           01 assignments-read pic 9(5) value 0.
           01 sheets-printed pic 9(5) value 0.
           01 sheets-short pic 9(5) value 0.
           01 exception-count pic 9(4) value 0.
           01 exception-table.
               05 exception-entry occurs 500 times.
                   10 ex-courier-id pic X(4).
                   10 ex-route-id pic X(8).
                   10 ex-text pic X(40).
           01 exceptions-lost pic 9(5) value 0.
           01 exception-sub pic 9(4).
           01 exception-text pic X(40).

           01 number-edit pic z(4)9.
           01 number-lead pic 9(2).
           01 number-text pic X(5).
           01 number-text-2 pic X(5).
           01 instruction-pointer pic 9(3).

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 run-mm pic 9(2).
               05 run-dd pic 9(2).

           01 heading-1.
               05 filler pic X(40) value
                   "COURIER RUN SHEET".
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

           01 heading-2.
               05 filler pic X(10) value "  COURIER ".
               05 h2-courier-id pic X(4).
               05 filler pic X(2) value spaces.
               05 h2-courier-name pic X(20).
               05 filler pic X(10) value "    ROUTE ".
               05 h2-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 h2-description pic X(30).
               05 filler pic X(2) value spaces.
               05 h2-continued pic X(11).
               05 filler pic X(33) value spaces.

           01 sheet-route-id pic X(8) value spaces.
           01 sheet-first-page pic 9 value 0.
           01 grid-x pic +999.
           01 grid-y pic +999.

           01 instruction-line.
               05 filler pic X(2) value spaces.
               05 il-number pic zz9.
               05 filler pic X(2) value ". ".
               05 il-text pic X(70).
               05 filler pic X(55) value spaces.

           01 stop-reached-line.
               05 filler pic X(9) value spaces.
               05 filler pic X(11) value ">> DELIVER ".
               05 sr-name pic X(20).
               05 filler pic X(4) value " AT ".
               05 sr-x pic +999.
               05 filler pic X value space.
               05 sr-y pic +999.
               05 filler pic X(2) value spaces.
               05 sr-note pic X(30).
               05 filler pic X(47) value spaces.

           01 stop-list-line.
               05 filler pic X(2) value spaces.
               05 sl-order pic zz9 blank when zero.
               05 filler pic X(2) value spaces.
               05 sl-name pic X(20).
               05 filler pic X(2) value spaces.
               05 sl-x pic +999.
               05 filler pic X value space.
               05 sl-y pic +999.
               05 filler pic X(2) value spaces.
               05 sl-note pic X(40).
               05 filler pic X(52) value spaces.

           01 note-line.
               05 filler pic X(2) value spaces.
               05 nl-text pic X(80).
               05 filler pic X(50) value spaces.

           01 exception-line.
               05 filler pic X(2) value spaces.
               05 xl-courier-id pic X(4).
               05 filler pic X(2) value spaces.
               05 xl-route-id pic X(8).
               05 filler pic X(2) value spaces.
               05 xl-text pic X(40).
               05 filler pic X(74) value spaces.

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

           perform load-depots thru load-depots-exit.
           perform load-stops thru load-stops-exit.
           perform load-couriers thru load-couriers-exit.

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

           open input route-master.
           if master-status <> "00"
             display "** CANNOT OPEN ROUTE MASTER - STATUS "
                 master-status " **"
             close assign-in
             move 16 to return-code
             stop run
           end-if.

           open output print-file.

           move 1 to more-records.
           read assign-in
             at end move 0 to more-records
           end-read.

           perform until more-records = 0
             add 1 to assignments-read
             perform sheet-one-route thru sheet-one-route-exit
             read assign-in
               at end move 0 to more-records
             end-read
           end-perform.

           close assign-in.
           close route-master.

           move spaces to sheet-route-id.
           move 99 to line-count.
           move "ROUTES WITH NO RUN SHEET OR A SHORT ONE" to
               section-title.
           perform print-section-title.
           perform print-exceptions.

           move "TOTALS" to section-title.
           perform print-section-title.
           move "ASSIGNMENTS READ" to tl-caption.
           move assignments-read to tl-amount.
           perform print-total-line.
           move "RUN SHEETS PRINTED" to tl-caption.
           move sheets-printed to tl-amount.
           perform print-total-line.
           move "SHEETS CUT SHORT" to tl-caption.
           move sheets-short to tl-amount.
           perform print-total-line.
           move "ROUTES WITH NO SHEET" to tl-caption.
           compute tl-amount = assignments-read - sheets-printed.
           perform print-total-line.

           close print-file.

           display "RUN SHEETS COMPLETE FOR RUN " run-number " - "
               sheets-printed " PRINTED, " exception-count
               " EXCEPTIONS".

           if exception-count > 0
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

       load-depots.
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
               move dp-name to dt-name(depot-count)
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
               move 0 to st-order(stop-count)
               move 0 to st-leg(stop-count)
             else
               display "** STOP TABLE FULL - STOP "
                   dv-stop-name " FOR ROUTE " dv-route-id
                   " NOT ON ANY SHEET **"
             end-if
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
             display "** CANNOT OPEN COURIER MASTER - STATUS "
                 courier-status " - NAMES NOT SHOWN **"
             go to load-couriers-exit
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

       load-couriers-exit.
           exit.

       sheet-one-route.
           move ag-route-id to rm-route-id.
           read route-master
             invalid key
               move "ROUTE NOT ON ROUTE MASTER - NO SHEET" to
                   exception-text
               perform add-exception
               go to sheet-one-route-exit
           end-read.

           perform set-depot thru set-depot-exit.
           if depot-found = 0
             move spaces to exception-text
             string "DEPOT " delimited by size
                 rm-depot-id delimited by size
                 " NOT ON DEPOT FILE - NO SHEET" delimited by size
                 into exception-text
             perform add-exception
             go to sheet-one-route-exit
           end-if.

           move ag-route-id to sheet-route-id.
           move ag-courier-id to h2-courier-id.
           move "NOT ON CURMST" to h2-courier-name.
           perform varying courier-sub from 1 by 1
                   until courier-sub > courier-count
             if ct-courier-id(courier-sub) = ag-courier-id
               move ct-name(courier-sub) to h2-courier-name
               exit perform
             end-if
           end-perform.
           move rm-route-id to h2-route-id.
           move rm-description to h2-description.
           move 99 to line-count.
           move 1 to sheet-first-page.
           add 1 to sheets-printed.

           move 0001 to idx.
           move 0 to done.
           move 0 to route-error.
           move spaces to route-reason.
           move depot-x to x.
           move depot-y to y.
           move 1 to direction.
           move 0 to leg-number.
           move 0 to leg-blocks.
           move 0 to blocks-walked.
           move 0 to stop-sequence.
           move 0 to stops-on-route.
           move 0 to stops-missed.
           perform varying stop-sub from 1 by 1
                   until stop-sub > stop-count
             if st-route-id(stop-sub) = rm-route-id
               move 0 to st-order(stop-sub)
               move 0 to st-leg(stop-sub)
               add 1 to stops-on-route
             end-if
           end-perform.

           move "DIRECTIONS" to section-title.
           perform print-section-title.
           move spaces to nl-text.
           if rm-depot-id = spaces
             move "START AT THE ORIGIN" to nl-text
           else
             string "START AT DEPOT " delimited by size
                 rm-depot-id delimited by size
                 " " delimited by size
                 depot-name delimited by "  "
                 into nl-text
           end-if.
           perform print-note.
           move depot-x to grid-x.
           move depot-y to grid-y.
           move spaces to nl-text.
           string "GRID " delimited by size
               grid-x delimited by size
               " " delimited by size
               grid-y delimited by size
               ", FACING NORTH" delimited by size
               into nl-text.
           perform print-note.
           perform check-stops.

           if rm-route-len = 0
             move "NO DIRECTIONS ON THE ROUTE MASTER" to route-reason
             move 1 to route-error
             move 1 to done
           end-if.

           perform until done = 1
             perform read-command thru read-command-exit
             if done = 0
               perform print-instruction
             end-if
           end-perform.

           if route-error = 1
             add 1 to sheets-short
             move spaces to nl-text
             string "** SHEET STOPS HERE - " delimited by size
                 route-reason delimited by "  "
                 " - CALL DISPATCH **" delimited by size
                 into nl-text
             perform print-note
             move route-reason to exception-text
             perform add-exception
           end-if.

           perform print-stop-list.
           perform print-return-to-depot.

       sheet-one-route-exit.
           exit.

       set-depot.
           move +000 to depot-x.
           move +000 to depot-y.
           move spaces to depot-name.
           move 1 to depot-found.
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
               move dt-name(depot-sub) to depot-name
               exit perform
             end-if
           end-perform.

       set-depot-exit.
           exit.

       read-command.
           if idx > rm-route-len
             move 1 to done
             go to read-command-exit
           end-if.

           move rm-route-text(idx:1) to lr.

           if lr <> "R" and lr <> "L"
             string "INVALID CHARACTER '" delimited by size
                 lr delimited by size
                 "' AT POSITION " delimited by size
                 idx delimited by size
                 into route-reason
             move 1 to route-error
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
             string "DISTANCE TOO LONG AT POSITION " delimited by size
                 idx delimited by size
                 into route-reason
             move 1 to route-error
             move 1 to done
             go to read-command-exit
           end-if.

           move '    ' to distance.
           move rm-route-text(idx:len) to distance.
           add len to idx.
           add 2 to idx.

       read-command-exit.
           exit.

       print-instruction.
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

           add 1 to leg-number.
           move leg-number to il-number.
           move distance to number-edit.
           perform edit-number.
           move spaces to il-text.
           move 1 to instruction-pointer.
           if lr = "R"
             string "TURN RIGHT, HEAD " delimited by size
                 into il-text with pointer instruction-pointer
           else
             string "TURN LEFT, HEAD " delimited by size
                 into il-text with pointer instruction-pointer
           end-if.
           string compass-name(direction) delimited by " "
               " " delimited by size
               number-text delimited by " "
               into il-text with pointer instruction-pointer.
           if distance = 1
             string " BLOCK" delimited by size
                 into il-text with pointer instruction-pointer
           else
             string " BLOCKS" delimited by size
                 into il-text with pointer instruction-pointer
           end-if.
           perform check-page.
           write print-record from instruction-line.
           add 1 to line-count.

           move 0 to leg-blocks.
           perform distance times
             perform walk-one-block
             if route-error = 1
               exit perform
             end-if
           end-perform.

       walk-one-block.
           if (direction = 1 and y = 999) or
              (direction = 2 and x = 999) or
              (direction = 3 and y = -999) or
              (direction = 4 and x = -999)
             move "ROUTE RUNS OFF THE GRID" to route-reason
             move 1 to route-error
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
             add 1 to leg-blocks
             add 1 to blocks-walked
             perform check-stops
           end-if.

       check-stops.
           perform varying stop-sub from 1 by 1
                   until stop-sub > stop-count
             if st-route-id(stop-sub) = rm-route-id and
                 st-order(stop-sub) = 0 and
                 st-x(stop-sub) = x and
                 st-y(stop-sub) = y
               add 1 to stop-sequence
               move stop-sequence to st-order(stop-sub)
               move leg-number to st-leg(stop-sub)
               perform print-stop-reached
             end-if
           end-perform.

       print-stop-reached.
           move st-name(stop-sub) to sr-name.
           move st-x(stop-sub) to sr-x.
           move st-y(stop-sub) to sr-y.
           move spaces to sr-note.
           if leg-number = 0
             move "AT THE START" to sr-note
           else
             move leg-blocks to number-edit
             perform edit-number
             if leg-blocks = 1
               string "AFTER " delimited by size
                   number-text delimited by " "
                   " BLOCK" delimited by size
                   into sr-note
             else
               string "AFTER " delimited by size
                   number-text delimited by " "
                   " BLOCKS" delimited by size
                   into sr-note
             end-if
           end-if.
           perform check-page.
           write print-record from stop-reached-line.
           add 1 to line-count.

       print-stop-list.
           move "STOPS IN DELIVERY ORDER" to section-title.
           perform print-section-title.
           if stops-on-route = 0
             move "NO DELIVERY STOPS ON STOPFL FOR THIS ROUTE" to
                 nl-text
             perform print-note
           end-if.

           perform varying stop-sequence from 1 by 1
                   until stop-sequence > stops-on-route
             perform varying stop-sub from 1 by 1
                     until stop-sub > stop-count
               if st-route-id(stop-sub) = rm-route-id and
                   st-order(stop-sub) = stop-sequence
                 move stop-sequence to sl-order
                 move st-name(stop-sub) to sl-name
                 move st-x(stop-sub) to sl-x
                 move st-y(stop-sub) to sl-y
                 move spaces to sl-note
                 if st-leg(stop-sub) = 0
                   move "AT THE START" to sl-note
                 else
                   move st-leg(stop-sub) to number-edit
                   perform edit-number
                   string "ON STEP " delimited by size
                       number-text delimited by " "
                       into sl-note
                 end-if
                 perform check-page
                 write print-record from stop-list-line
                 add 1 to line-count
                 exit perform
               end-if
             end-perform
           end-perform.

           perform varying stop-sub from 1 by 1
                   until stop-sub > stop-count
             if st-route-id(stop-sub) = rm-route-id and
                 st-order(stop-sub) = 0
               add 1 to stops-missed
               move 0 to sl-order
               move st-name(stop-sub) to sl-name
               move st-x(stop-sub) to sl-x
               move st-y(stop-sub) to sl-y
               move "** NOT ON THE WALK - CALL DISPATCH **" to
                   sl-note
               perform check-page
               write print-record from stop-list-line
               add 1 to line-count
             end-if
           end-perform.

           if stops-missed > 0
             move spaces to exception-text
             move stops-missed to number-edit
             perform edit-number
             string "STOPS NOT ON THE WALK: " delimited by size
                 number-text delimited by " "
                 into exception-text
             perform add-exception
           end-if.

       print-return-to-depot.
           if x > depot-x
             compute blocks-east = x - depot-x
           else
             compute blocks-east = depot-x - x
           end-if.
           if y > depot-y
             compute blocks-north = y - depot-y
           else
             compute blocks-north = depot-y - y
           end-if.
           compute blocks-home = blocks-east + blocks-north.

           move "BACK TO THE DEPOT" to section-title.
           perform print-section-title.
           move blocks-walked to number-edit.
           perform edit-number.
           move x to grid-x.
           move y to grid-y.
           move spaces to nl-text.
           string "ROUTE ENDS AT GRID " delimited by size
               grid-x delimited by size
               " " delimited by size
               grid-y delimited by size
               " AFTER " delimited by size
               number-text delimited by " "
               " BLOCKS WALKED" delimited by size
               into nl-text.
           perform print-note.

           move spaces to nl-text.
           if blocks-home = 0
             move "YOU ARE BACK AT THE DEPOT" to nl-text
             perform print-note
           else
             move 1 to instruction-pointer
             move blocks-home to number-edit
             perform edit-number
             string "DEPOT IS " delimited by size
                 number-text delimited by " "
                 " BLOCKS AWAY - " delimited by size
                 into nl-text with pointer instruction-pointer
             if blocks-east > 0
               move blocks-east to number-edit
               perform edit-number
               move number-text to number-text-2
               if x > depot-x
                 string number-text-2 delimited by " "
                     " WEST" delimited by size
                     into nl-text with pointer instruction-pointer
               else
                 string number-text-2 delimited by " "
                     " EAST" delimited by size
                     into nl-text with pointer instruction-pointer
               end-if
               if blocks-north > 0
                 string ", " delimited by size
                     into nl-text with pointer instruction-pointer
               end-if
             end-if
             if blocks-north > 0
               move blocks-north to number-edit
               perform edit-number
               if y > depot-y
                 string number-text delimited by " "
                     " SOUTH" delimited by size
                     into nl-text with pointer instruction-pointer
               else
                 string number-text delimited by " "
                     " NORTH" delimited by size
                     into nl-text with pointer instruction-pointer
               end-if
             end-if
             perform print-note
           end-if.

       edit-number.
           move 0 to number-lead.
           inspect number-edit tallying number-lead
               for leading spaces.
           move number-edit(number-lead + 1:) to number-text.

       add-exception.
           if exception-count < 500
             add 1 to exception-count
             move ag-courier-id to ex-courier-id(exception-count)
             move ag-route-id to ex-route-id(exception-count)
             move exception-text to ex-text(exception-count)
           else
             add 1 to exceptions-lost
           end-if.
           display "** RUN SHEET " ag-route-id " FOR COURIER "
               ag-courier-id ": " exception-text " **".

       print-exceptions.
           if exception-count = 0
             move "(NONE)" to nl-text
             perform print-note
           end-if.
           perform varying exception-sub from 1 by 1
                   until exception-sub > exception-count
             move ex-courier-id(exception-sub) to xl-courier-id
             move ex-route-id(exception-sub) to xl-route-id
             move ex-text(exception-sub) to xl-text
             perform check-page
             write print-record from exception-line
             add 1 to line-count
           end-perform.
           if exceptions-lost > 0
             move spaces to nl-text
             string "** " delimited by size
                 exceptions-lost delimited by size
                 " MORE NOT LISTED - SEE THE CONSOLE LOG **"
                 delimited by size
                 into nl-text
             perform print-note
           end-if.

       print-note.
           perform check-page.
           write print-record from note-line.
           add 1 to line-count.

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
           if sheet-route-id not = spaces
             if sheet-first-page = 1
               move spaces to h2-continued
               move 0 to sheet-first-page
             else
               move "(CONTINUED)" to h2-continued
             end-if
             write print-record from heading-2
             add 1 to line-count
           end-if.
