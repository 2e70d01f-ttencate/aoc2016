           organization is line sequential
           file status is runctl-status.

           select step-ledger assign to "STEPLDG"
           organization is indexed
           access mode is random
           record key is sl-step-key
           file status is ledger-status.

       data division.
       file section.
       fd results-file.
       fd print-file.
           01 print-record pic X(132).

       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       working-storage section.
           01 results-status pic XX value "  ".
           01 runctl-status pic XX value "  ".
           01 run-number pic 9(6) value 0.
           01 ledger-status pic XX value "  ".
           01 step-program pic X(8) value "01ARPT".
           01 step-prior pic X(8) value "01A".
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
           move run-mm to hd-mm.
           move run-dd to hd-dd.

           perform begin-step thru begin-step-exit.

           open input results-file.
           if results-status <> "00"
             display "** CANNOT OPEN RESULTS FILE - STATUS "
                 results-status " **"
             move 16 to return-code
             perform end-step
           end-if.

           perform verify-run-stamp.
           close results-file.
           close print-file.

           perform end-step.

       verify-run-stamp.
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
           close run-control.
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

       skip-run-stamp.
           move spaces to print-record.
           write print-record.
           move 3 to line-count.

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
