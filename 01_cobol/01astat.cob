       identification division.
       program-id. 01astat.

       environment division.
       input-output section.
       file-control.
           select step-ledger assign to "STEPLDG"
           organization is indexed
           access mode is dynamic
           record key is sl-step-key
           file status is ledger-status.

           select print-file assign to "STATRPT"
           organization is line sequential.

       data division.
       file section.
       fd step-ledger.
           01 step-ledger-record.
               copy stepldg.

       fd print-file.
           01 print-record pic X(132).

       working-storage section.
           01 ledger-status pic XX value "  ".
           01 more-records pic 9 value 1.
           01 page-count pic 9(4) value 0000.
           01 line-count pic 9(2) value 99.
           01 lines-per-page pic 9(2) value 55.

           01 report-run pic X(6) value spaces.
           01 report-run-number pic 9(6) value 0.
           01 ledger-read pic 9(7) value 0.
           01 step-found pic 9 value 0.
           01 resume-shown pic 9 value 0.
           01 steps-complete pic 9(3) value 0.
           01 steps-failed pic 9(3) value 0.
           01 steps-to-run pic 9(3) value 0.

           01 chain-values.
               05 filler pic X(11) value "01AMAINT 16".
               05 filler pic X(11) value "01ACHK   08".
               05 filler pic X(11) value "01A      16".
               05 filler pic X(11) value "01ARPT   16".
               05 filler pic X(11) value "01ASUSP  16".
               05 filler pic X(11) value "01ARANK  16".
               05 filler pic X(11) value "01AASGN  16".
               05 filler pic X(11) value "01ATIME  16".
               05 filler pic X(11) value "01ABILL  16".
               05 filler pic X(11) value "01APAY   16".
               05 filler pic X(11) value "01AHIST P16".
           01 chain-table redefines chain-values.
               05 chain-entry occurs 11 times.
                   10 ch-program pic X(8).
                   10 ch-when pic X.
                   10 ch-limit pic 9(2).
           01 chain-count pic 9(2) value 11.
           01 chain-sub pic 9(2).

           01 clock-time pic 9(8).
           01 clock-split redefines clock-time.
               05 clock-hh pic 9(2).
               05 clock-mm pic 9(2).
               05 clock-ss pic 9(2).
               05 clock-cc pic 9(2).
           01 calendar-date pic 9(8).
           01 calendar-split redefines calendar-date.
               05 calendar-yyyy pic 9(4).
               05 calendar-mm pic 9(2).
               05 calendar-dd pic 9(2).
           01 stamp-text pic X(19).

           01 run-date pic 9(8).
           01 run-date-split redefines run-date.
               05 run-yyyy pic 9(4).
               05 run-mm pic 9(2).
               05 run-dd pic 9(2).

           01 heading-1.
               05 filler pic X(40) value
                   "NIGHTLY CHAIN STATUS REPORT".
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

           01 step-caption.
               05 filler pic X(12) value "  STEP      ".
               05 filler pic X(22) value "STATUS".
               05 filler pic X(21) value "STARTED".
               05 filler pic X(21) value "ENDED".
               05 filler pic X(6) value "    RC".
               05 filler pic X(8) value "  RERUNS".
               05 filler pic X(42) value spaces.

           01 step-line.
               05 filler pic X(2) value spaces.
               05 sp-program pic X(8).
               05 filler pic X(2) value spaces.
               05 sp-status pic X(20).
               05 filler pic X(2) value spaces.
               05 sp-started pic X(19).
               05 filler pic X(2) value spaces.
               05 sp-ended pic X(19).
               05 filler pic X(2) value spaces.
               05 sp-return-code pic zzz9.
               05 filler pic X(2) value spaces.
               05 sp-reruns pic zz9.
               05 filler pic X(47) value spaces.

           01 pending-line.
               05 filler pic X(2) value spaces.
               05 pn-program pic X(8).
               05 filler pic X(2) value spaces.
               05 pn-note pic X(60).
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
           accept report-run from environment "STAT-RUN".

           open input step-ledger.
           if ledger-status <> "00"
             display "** CANNOT OPEN STEP LEDGER - STATUS "
                 ledger-status " - NO STEPS RECORDED **"
             move 16 to return-code
             stop run
           end-if.

           if report-run = spaces
             perform find-latest-run
           else
             if report-run is not numeric
               display "** STAT-RUN '" report-run
                   "' NOT A SIX-DIGIT RUN NUMBER **"
               close step-ledger
               move 16 to return-code
               stop run
             end-if
             move report-run to report-run-number
           end-if.
           move report-run-number to hd-run-number.

           open output print-file.

           move "STEPS OF THE NIGHTLY CHAIN" to section-title.
           perform print-section-title.
           write print-record from step-caption.
           add 1 to line-count.
           perform varying chain-sub from 1 by 1
                   until chain-sub > chain-count
             perform print-one-step
           end-perform.

           move "STILL TO RUN" to section-title.
           perform print-section-title.
           perform varying chain-sub from 1 by 1
                   until chain-sub > chain-count
             perform print-one-pending thru print-one-pending-exit
           end-perform.
           if steps-to-run = 0
             perform check-page
             move "  (NONE) - RUN COMPLETE" to print-record
             write print-record
             add 1 to line-count
           end-if.

           move "TOTALS" to section-title.
           perform print-section-title.
           move "STEPS COMPLETE" to tl-caption.
           move steps-complete to tl-amount.
           perform print-total-line.
           move "STEPS FAILED OR DIED" to tl-caption.
           move steps-failed to tl-amount.
           perform print-total-line.
           move "STEPS STILL TO RUN" to tl-caption.
           move steps-to-run to tl-amount.
           perform print-total-line.

           close step-ledger.
           close print-file.

           display "CHAIN STATUS FOR RUN " report-run-number " - "
               steps-complete " COMPLETE, " steps-failed " FAILED, "
               steps-to-run " STILL TO RUN".

           if steps-failed > 0
             move 8 to return-code
           else
             if steps-to-run > 0
               move 4 to return-code
             end-if
           end-if.

           stop run.

       find-latest-run.
           move 1 to more-records.
           read step-ledger next record
             at end move 0 to more-records
           end-read.
           perform until more-records = 0
             add 1 to ledger-read
             if sl-run-number > report-run-number
               move sl-run-number to report-run-number
             end-if
             read step-ledger next record
               at end move 0 to more-records
             end-read
           end-perform.

           if ledger-read = 0
             display "** STEP LEDGER IS EMPTY - NO STEPS RECORDED **"
           end-if.

       read-chain-step.
           move report-run-number to sl-run-number.
           move ch-program(chain-sub) to sl-program.
           move 0 to step-found.
           read step-ledger
             invalid key continue
             not invalid key move 1 to step-found
           end-read.

       print-one-step.
           perform read-chain-step.
           move ch-program(chain-sub) to sp-program.
           move spaces to sp-started.
           move spaces to sp-ended.
           move 0 to sp-return-code.
           move 0 to sp-reruns.

           if step-found = 0
             if ch-when(chain-sub) = "P"
               move "NOT RUN - PURGE ONLY" to sp-status
             else
               move "NOT RUN" to sp-status
             end-if
           else
             move sl-start-date to calendar-date
             move sl-start-time to clock-time
             perform format-stamp
             move stamp-text to sp-started
             move sl-rerun-count to sp-reruns
             if sl-step-status = "E"
               move sl-end-date to calendar-date
               move sl-end-time to clock-time
               perform format-stamp
               move stamp-text to sp-ended
               move sl-return-code to sp-return-code
               if sl-return-code < ch-limit(chain-sub)
                 move "COMPLETE" to sp-status
                 add 1 to steps-complete
               else
                 if sl-return-code < 16
                   move "ERRORS - RERUN" to sp-status
                 else
                   move "FAILED" to sp-status
                 end-if
                 add 1 to steps-failed
               end-if
             else
               move "STARTED - NO END" to sp-status
               add 1 to steps-failed
             end-if
           end-if.

           perform check-page.
           write print-record from step-line.
           add 1 to line-count.

       print-one-pending.
           perform read-chain-step.
           if step-found = 1 and sl-step-status = "E" and
               sl-return-code < ch-limit(chain-sub)
             go to print-one-pending-exit
           end-if.

           move ch-program(chain-sub) to pn-program.
           if ch-when(chain-sub) = "P"
             move "ON PURGE NIGHTS ONLY" to pn-note
           else
             add 1 to steps-to-run
             move spaces to pn-note
             evaluate true
               when step-found = 1 and sl-step-status = "E" and
                   sl-return-code < 16
                 if resume-shown = 0
                   move "RESUME HERE - ERRORS - CORRECT DATA AND RERUN"
                       to pn-note
                 else
                   move "ERRORS - CORRECT DATA AND RERUN" to pn-note
                 end-if
               when resume-shown = 1
                 continue
               when step-found = 1
                 move "RESUME HERE - RERUN THIS STEP" to pn-note
               when other
                 move "RESUME HERE" to pn-note
             end-evaluate
             move 1 to resume-shown
           end-if.

           perform check-page.
           write print-record from pending-line.
           add 1 to line-count.

       print-one-pending-exit.
           exit.

       format-stamp.
           move spaces to stamp-text.
           string calendar-yyyy delimited by size
               "-" delimited by size
               calendar-mm delimited by size
               "-" delimited by size
               calendar-dd delimited by size
               " " delimited by size
               clock-hh delimited by size
               ":" delimited by size
               clock-mm delimited by size
               ":" delimited by size
               clock-ss delimited by size
               into stamp-text.

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
