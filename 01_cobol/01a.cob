           organization is line sequential
           file status is runctl-status.

           select step-ledger assign to "STEPLDG"
           organization is indexed
           access mode is random
           record key is sl-step-key
           file status is ledger-status.

       data division.
       file section.
       fd route-master.
               05 zc-from-date pic 9(8).
               05 zc-to-date pic 9(8).

       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       working-storage section.
           01 idx pic 9(4) value 0001.
           01 len pic 9(4).
           01 run-date pic 9(8) value 0.
           01 runctl-status pic XX value "  ".
           01 run-number pic 9(6) value 0.
           01 ledger-status pic XX value "  ".
           01 step-program pic X(8) value "01A".
           01 step-prior pic X(8) value "01ACHK".
           01 step-prior-limit pic 9(4) value 8.
           01 step-run-number pic 9(6) value 0.
           01 step-rerun pic X value space.
           01 step-begun pic 9 value 0.
           01 step-found pic 9 value 0.
           01 step-return-code pic 9(4) value 0.
           01 step-date pic 9(8).
           01 step-time pic 9(8).
           01 step-last pic X(8) value "01APAY".

           01 claimed-distance pic 9(5) value 0.
           01 distance-tolerance pic 9(3) value 002.
           perform load-depots thru load-depots-exit.
           perform load-stops thru load-stops-exit.
           perform load-checkpoint.
           perform begin-step thru begin-step-exit.
           perform establish-run.
           perform open-checkpoint.

             display "** CANNOT OPEN ROUTE MASTER - STATUS "
                 master-status " **"
             move 16 to return-code
             perform end-step
           end-if.
           if resume-route-seq > 0
             open extend suspense-out
             end-if
           end-if.

           perform end-step.

       read-control.
           open input control-file.
           end-if.

       establish-run.
           move step-run-number to run-number.

           open output run-control.
           move run-number to rc-run-number.
             perform stamp-checkpoint
             close checkpoint-file
           end-if.

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
           if resume-route-seq = 0
             perform find-open-run
           end-if.
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
           if sl-return-code >= step-prior-limit
             display "** " step-program " REFUSED - " step-prior
                 " FOUND REFERENCE DATA ERRORS FOR RUN "
                 step-run-number " - RC " sl-return-code " **"
             display "** CORRECT THE DATA AND RERUN " step-prior
                 " WITH STEP-RERUN=Y **"
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
