           select print-file assign to "MAINTRPT"
           organization is line sequential.

           select optional journal-file assign to "ROUTJNL"
           organization is line sequential
           file status is journal-status.

           select journal-work assign to "JNLWORK"
           organization is line sequential
           file status is work-status.

           select step-ledger assign to "STEPLDG"
           organization is indexed
           access mode is random
           record key is sl-step-key
           file status is ledger-status.

           select optional run-control assign to "RUNCTL"
           organization is line sequential
           file status is runctl-status.

       data division.
       file section.
       fd maint-in
       fd print-file.
           01 print-record pic X(132).

       fd journal-file.
           01 journal-record.
               copy routejnl.

       fd journal-work.
           01 work-record pic X(1933).

       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       fd run-control.
           01 run-control-record.
               copy runctl.

       working-storage section.
           01 maint-rec-len pic 9(4) value 0.
           01 master-status pic XX value "  ".
                   10 dt-x pic s999.
                   10 dt-y pic s999.

           01 journal-status pic XX value "  ".
           01 work-status pic XX value "  ".
           01 journal-count pic 9(4) value 0000.
           01 saved-before-image pic X(951).
           01 saved-before-flag pic X.

           01 backout-run pic X(16) value spaces.
           01 backout-split redefines backout-run.
               05 backout-date pic X(8).
               05 backout-time pic X(8).
           01 backout-stamp pic 9(16) value 0.
           01 journal-stamp pic 9(16) value 0.
           01 journal-read pic 9(7) value 0.
           01 restore-count pic 9(4) value 0000.
           01 remove-count pic 9(4) value 0000.
           01 restore-found pic 9.
           01 restore-error pic 9.
           01 restore-sub pic 9(4).
           01 restored-route-count pic 9(4) value 0.
           01 restored-route-table.
               05 restored-route-entry occurs 2000 times.
                   10 rb-route-id pic X(8).

           01 runctl-status pic XX value "  ".
           01 ledger-status pic XX value "  ".
           01 step-program pic X(8) value "01AMAINT".
           01 step-run-number pic 9(6) value 0.
           01 step-rerun pic X value space.
           01 step-begun pic 9 value 0.
           01 step-found pic 9 value 0.
           01 step-return-code pic 9(4) value 0.
           01 step-date pic 9(8).
           01 step-time pic 9(8).
           01 step-last pic X(8) value "01APAY".

           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 run-time pic 9(8).
           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 tl-amount pic zz,zzz,zz9.
               05 filler pic X(92) value spaces.

           01 journal-run-line.
               05 filler pic X(2) value spaces.
               05 jl-caption pic X(28).
               05 jl-run-date pic 9(8).
               05 filler pic X value space.
               05 jl-run-time pic 9(8).
               05 filler pic X(85) value spaces.

       procedure division.
       main.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           accept backout-run from environment "MAINT-BACKOUT".
           move run-yyyy to hd-yyyy.
           move run-mm to hd-mm.
           move run-dd to hd-dd.

           if backout-run = spaces
             perform begin-step thru begin-step-exit
           end-if.

           perform load-zones thru load-zones-exit.
           perform load-depots thru load-depots-exit.

           if master-status <> "00"
             display "** CANNOT OPEN ROUTE MASTER - STATUS "
                 master-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           open output print-file.

           if backout-run not = spaces
             perform back-out-run thru back-out-run-exit
             close route-master
             perform print-backout-totals
             close print-file
             display "BACK-OUT COMPLETE - RESTORED " restore-count
                 " REMOVED " remove-count " IN ERROR " error-count
             perform end-step
           end-if.

           open extend journal-file.
           if journal-status <> "00" and journal-status <> "05"
             display "** CANNOT OPEN ROUTE JOURNAL - STATUS "
                 journal-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           open input maint-in.
           read maint-in
             at end move 0 to more-records

           close maint-in.
           close route-master.
           close journal-file.

           perform print-edit-totals.
           close print-file.
           display "MAINTENANCE COMPLETE - ADDED " add-count
               " CHANGED " change-count " DELETED " delete-count
               " IN ERROR " error-count.
           display "JOURNAL RUN " run-date " " run-time
               " - " journal-count " ENTRIES JOURNALED".

           perform end-step.

       apply-transaction.
           if maint-rec-len < 9
           move error-count to tl-amount.
           perform print-total-line.

           move "CHANGES JOURNALED" to tl-caption.
           move journal-count to tl-amount.
           perform print-total-line.

           perform print-journal-run-line.

       print-journal-run-line.
           move "JOURNAL RUN DATE / TIME" to jl-caption.
           move run-date to jl-run-date.
           move run-time to jl-run-time.
           perform check-page.
           write print-record from journal-run-line.
           add 1 to line-count.

       print-total-line.
           perform check-page.
           write print-record from total-line.
               add 1 to error-count
             not invalid key
               add 1 to add-count
               move "N" to saved-before-flag
               move spaces to saved-before-image
               perform write-journal
           end-write.

       add-route-exit.
               add 1 to error-count
               go to change-route-exit
           end-read.
           move "Y" to saved-before-flag.
           move route-master-record to saved-before-image.

           perform edit-route-card thru edit-route-card-exit.
           if route-card-error = 1
               add 1 to error-count
             not invalid key
               add 1 to change-count
               perform write-journal
           end-rewrite.

       change-route-exit.

       delete-route.
           move maint-key to rm-route-id.
           read route-master
             invalid key
               display "** CARD " card-seq " ROUTE " maint-key
                   " NOT ON MASTER - DELETE SKIPPED **"
               add 1 to error-count
               go to delete-route-exit
           end-read.
           move "Y" to saved-before-flag.
           move route-master-record to saved-before-image.

           delete route-master record
             invalid key
               display "** CARD " card-seq " ROUTE " maint-key
                   " DELETE FAILED - STATUS " master-status " **"
               add 1 to error-count
             not invalid key
               add 1 to delete-count
               perform write-journal
           end-delete.

       delete-route-exit.

       browse-routes-exit.
           exit.

       write-journal.
           move run-date to jr-run-date.
           move run-time to jr-run-time.
           move card-seq to jr-card-seq.
           move maint-action to jr-action.
           move maint-key to jr-route-id.
           move saved-before-flag to jr-before-flag.
           move saved-before-image to jr-before-image.
           if maint-action = "D"
             move "N" to jr-after-flag
             move spaces to jr-after-image
           else
             move "Y" to jr-after-flag
             move route-master-record to jr-after-image
           end-if.
           write journal-record.
           if journal-status <> "00"
             display "** ROUTE JOURNAL NOT WRITTEN FOR " maint-key
                 " - STATUS " journal-status
                 " - CHANGE CANNOT BE BACKED OUT **"
             move 16 to return-code
           else
             add 1 to journal-count
           end-if.

       back-out-run.
           if backout-date is not numeric
             display "** BACK-OUT RUN '" backout-run
                 "' NOT UNDERSTOOD - NOTHING RESTORED **"
             add 1 to error-count
             move 16 to return-code
             go to back-out-run-exit
           end-if.
           if backout-time = spaces
             move zeros to backout-time
           end-if.
           if backout-time is not numeric
             display "** BACK-OUT RUN '" backout-run
                 "' NOT UNDERSTOOD - NOTHING RESTORED **"
             add 1 to error-count
             move 16 to return-code
             go to back-out-run-exit
           end-if.
           move backout-run to backout-stamp.

           open input journal-file.
           if journal-status <> "00"
             display "** NO ROUTE JOURNAL - STATUS " journal-status
                 " - NOTHING RESTORED **"
             add 1 to error-count
             move 16 to return-code
             go to back-out-run-exit
           end-if.

           open output journal-work.
           if work-status <> "00"
             display "** CANNOT OPEN JOURNAL WORK FILE - STATUS "
                 work-status " - NOTHING RESTORED **"
             close journal-file
             add 1 to error-count
             move 16 to return-code
             go to back-out-run-exit
           end-if.

           read journal-file
             at end move "10" to journal-status
           end-read.

           perform until journal-status <> "00"
             add 1 to journal-read
             compute journal-stamp =
                 jr-run-date * 100000000 + jr-run-time
             if journal-stamp >= backout-stamp
               perform restore-one-route thru restore-one-route-exit
             end-if
             read journal-file
               at end move "10" to journal-status
             end-read
           end-perform.

           close journal-file.
           close journal-work.

           if error-count > 0
             move 8 to return-code
           end-if.

           if restored-route-count = 0
             display "** NO JOURNAL ENTRIES AT OR AFTER RUN "
                 backout-run " - NOTHING RESTORED **"
             go to back-out-run-exit
           end-if.

           open input journal-work.
           if work-status <> "00"
             display "** CANNOT REOPEN JOURNAL WORK FILE - STATUS "
                 work-status " - RESTORES NOT JOURNALED **"
             move 16 to return-code
             go to back-out-run-exit
           end-if.
           open extend journal-file.
           if journal-status <> "00" and journal-status <> "05"
             display "** CANNOT OPEN ROUTE JOURNAL - STATUS "
                 journal-status " - RESTORES NOT JOURNALED **"
             close journal-work
             move 16 to return-code
             go to back-out-run-exit
           end-if.
           read journal-work
             at end move "10" to work-status
           end-read.
           perform until work-status <> "00"
             write journal-record from work-record
             if journal-status <> "00"
               display "** ROUTE JOURNAL NOT WRITTEN FOR "
                   jr-route-id " - STATUS " journal-status
                   " - RESTORE NOT JOURNALED **"
               move 16 to return-code
             end-if
             read journal-work
               at end move "10" to work-status
             end-read
           end-perform.
           close journal-work.
           close journal-file.

       back-out-run-exit.
           exit.

       restore-one-route.
           move 0 to restore-found.
           perform varying restore-sub from 1 by 1
                   until restore-sub > restored-route-count
             if rb-route-id(restore-sub) = jr-route-id
               move 1 to restore-found
               exit perform
             end-if
           end-perform.
           if restore-found = 1
             go to restore-one-route-exit
           end-if.

           if restored-route-count >= 2000
             display "** RESTORE TABLE FULL - ROUTE " jr-route-id
                 " NOT RESTORED **"
             add 1 to error-count
             go to restore-one-route-exit
           end-if.
           add 1 to restored-route-count.
           move jr-route-id to rb-route-id(restored-route-count).

           move jr-route-id to rm-route-id.
           read route-master
             invalid key
               move "N" to saved-before-flag
               move spaces to saved-before-image
             not invalid key
               move "Y" to saved-before-flag
               move route-master-record to saved-before-image
           end-read.

           move spaces to edit-reason.
           move 0 to restore-error.
           if jr-before-flag = "Y"
             move jr-before-image to route-master-record
             if saved-before-flag = "Y"
               rewrite route-master-record
                 invalid key move 1 to restore-error
               end-rewrite
             else
               write route-master-record
                 invalid key move 1 to restore-error
               end-write
             end-if
             string "RESTORED TO BEFORE IMAGE OF RUN " delimited
                 by size jr-run-date delimited by size
                 " CARD " delimited by size
                 jr-card-seq delimited by size
                 into edit-reason
           else
             if saved-before-flag = "Y"
               delete route-master record
                 invalid key move 1 to restore-error
               end-delete
             end-if
             string "REMOVED - ADDED BY RUN " delimited by size
                 jr-run-date delimited by size
                 " CARD " delimited by size
                 jr-card-seq delimited by size
                 into edit-reason
           end-if.

           move jr-card-seq to el-card-seq.
           if restore-error = 1
             move spaces to edit-reason
             string "RESTORE FAILED FOR RUN " delimited by size
                 jr-run-date delimited by size
                 " CARD " delimited by size
                 jr-card-seq delimited by size
                 into edit-reason
             add 1 to error-count
           else
             if jr-before-flag = "Y"
               add 1 to restore-count
             else
               add 1 to remove-count
             end-if
             perform stage-restore-journal
           end-if.

           move "U" to el-action.
           move jr-route-id to el-route-id.
           move edit-reason to el-reason.
           perform check-page.
           write print-record from edit-line.
           add 1 to line-count.

       restore-one-route-exit.
           exit.

       stage-restore-journal.
           move jr-before-flag to jr-after-flag.
           move jr-before-image to jr-after-image.
           move saved-before-flag to jr-before-flag.
           move saved-before-image to jr-before-image.
           move run-date to jr-run-date.
           move run-time to jr-run-time.
           add 1 to journal-count.
           move journal-count to jr-card-seq.
           move "U" to jr-action.
           write work-record from journal-record.

       print-backout-totals.
           perform check-page.
           move spaces to print-record.
           write print-record.
           add 1 to line-count.

           move "BACK-OUT OF RUN" to jl-caption.
           move backout-date to jl-run-date.
           move backout-time to jl-run-time.
           perform check-page.
           write print-record from journal-run-line.
           add 1 to line-count.

           move "JOURNAL ENTRIES READ" to tl-caption.
           move journal-read to tl-amount.
           perform print-total-line.

           move "ROUTES RESTORED" to tl-caption.
           move restore-count to tl-amount.
           perform print-total-line.

           move "ROUTES REMOVED" to tl-caption.
           move remove-count to tl-amount.
           perform print-total-line.

           move "RESTORES IN ERROR" to tl-caption.
           move error-count to tl-amount.
           perform print-total-line.

           move "RESTORES JOURNALED" to tl-caption.
           move journal-count to tl-amount.
           perform print-total-line.

           perform print-journal-run-line.

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
