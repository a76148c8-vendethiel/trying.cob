           organization is line sequential
           file status is ws-random-ctl-status.

           select booking-master assign to 'DRAWBOOK.DAT'
           organization is line sequential
           file status is ws-booking-status.

           select booking-out assign to 'DRAWBOOK.NEW'
           organization is line sequential.

           select booking-live assign to 'DRAWBOOK.DAT'
           organization is line sequential.

           select booked-results assign to 'DRAWRES.DAT'
           organization is line sequential
           file status is ws-results-status.

       data division.
       file section.
      * a plain draw row carries the decimal in ro-randed with the
      * trailing fields blank; a lottery set row carries rec-type
      * 'S', the set size, and the distinct numbers drawn; a
      * weighted row carries rec-type 'W', the decimal drawn and the
      * item it selected with that item's weight
       fd  random-out.
       01 ro-record.
           02 ro-randed pic S9V9(10).
           02 ro-cur-date pic X(8).
           02 ro-rec-type pic X(1).
           02 ro-set-detail.
               05 ro-set-size pic 9(2).
               05 ro-set-number pic 9(4) occurs 10 times.
           02 ro-weighted-detail redefines ro-set-detail.
               05 ro-item-code pic X(10).
               05 ro-item-weight pic 9(7).
               05 filler pic X(25).

       fd  audit-log.
       copy "audit-data.copy".
      * as the interactive prompts below, read positionally.  a
      * non-zero set size turns on lottery mode: each "draw" is a
      * set of that many distinct integers between the low and high
      * bounds, duplicates redrawn.  a weights file name turns on
      * weighted mode instead: each draw selects one item from the
      * file, in proportion to the item's weight
       fd  random-ctl.
       01 rc-record.
           02 rc-draw-count pic 9(4).
           02 rc-range-low pic 9(4).
           02 rc-range-high pic 9(4).
           02 rc-set-size pic 9(2).
           02 rc-weights-file pic X(30).

       fd  booking-master.
       01 bm-record pic X(141).

       fd  booking-out.
       01 bo-record pic X(141).

       fd  booking-live.
       01 bl-record pic X(141).

       fd  booked-results.
           copy "drawres-data.copy".

       working-storage section.
           copy "progstat-call.copy".
           copy "manifest-data.copy".
           copy "cobrand-data.copy".
           copy "status-data.copy".
           copy "runlock-data.copy".
           copy "drawbook-data.copy".

           01 ws-draw-count pic 9(4) value 3.
           01 ws-i pic 9(4) value 0.
           01 ws-range-low pic 9(4) value 0.
           01 ws-range-high pic 9(4) value 0.
           01 ws-set-size pic 9(2) value 0.
           01 ws-weights-file pic X(30) value spaces.
           01 ws-weights-refused pic 9(4) value 0.
           01 ws-set-numbers.
             05 ws-set-number pic 9(4) occurs 10 times.
           01 ws-member pic 9(2).
           01 ws-random-ctl-status pic XX.
           01 ws-random-out-status pic XX.
           01 ws-run-date pic X(8).
           01 ws-set-wanted pic 9(2).
           01 ws-booking-status pic XX.
           01 ws-results-status pic XX.
           01 ws-eof pic X(1).
           01 ws-run-number pic X(6).
           01 ws-prior-stream pic X(8).
           01 ws-booked-draws pic 9(2).
           01 ws-bookings-drawn pic 9(3) value 0.
           01 ws-bookings-unapproved pic 9(3) value 0.

      * the booking register in core, and the bookings due tonight
      * in the order they are drawn: by stream, then booking number
           78  ws-max-bookings value 500.
           01 ws-booking-count pic 9(3) value 0.
           01 ws-booking-table.
             05 ws-bk-record pic X(141) occurs ws-max-bookings times.
           01 ws-due-count pic 9(3) value 0.
           01 ws-due-table.
             05 ws-due-entry occurs ws-max-bookings times.
               10 ws-due-key.
                 15 ws-due-stream pic X(8).
                 15 ws-due-number pic 9(6).
               10 ws-due-index pic 9(3).
           01 ws-due-temp pic X(17).
           01 ws-b pic 9(3).
           01 ws-d pic 9(3).
           01 ws-d2 pic 9(3).
           01 ws-d-min pic 9(3).

       procedure division.
       main-line.
           move "RANDOM-GENERATOR" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
             move ws-job-return-code to return-code
             goback
           end-if
           if ws-set-size > 0 and ws-weights-file not = spaces then
             set job-error to true
             move "SET SIZE AND WEIGHTS FILE BOTH GIVEN"
               to ws-job-message
             display "A DRAW IS EITHER A LOTTERY SET OR WEIGHTED"
             perform release-run-lock
             perform write-audit-log
             move ws-job-return-code to return-code
             goback
           end-if
           move "N" to init-status
      * the allocation draw stays on the primary (blank) stream so
      * COBRAND.SEED and the RANDHIST.yyyymm archives keep their
           move spaces to stream-name
           move 0 to randed-low
           move 0 to randed-high
           move ws-weights-file to wd-weights-file
           if ws-dry-run-flag = 'Y' or ws-dry-run-flag = 'y' then
             move 'Y' to preview-mode
           else
           perform varying ws-i
             from 1 by 1
             until ws-i > ws-draw-count
             evaluate true
               when ws-set-size > 0
                 perform draw-one-set
               when ws-weights-file not = spaces
                 perform draw-one-weighted
               when other
                 call 'cobrand' using init-status, randed, cur-date,
                   randed-low, randed-high, randed-ranged,
                   preview-mode, stream-name, weighted-draw
                 if preview-mode-yes then
                   display "PREVIEW: The sum is " randed
                 else
                   display "The sum is " randed
                   move spaces to ro-record
                   move randed to ro-randed
      * stamped with the processing date, not cobrand's machine-
      * clock date, so a missed-nightly rerun under a SYSDATE card
      * lines up with the reports that filter on it
                   move ws-run-date to ro-cur-date
                   write ro-record
                 end-if
             end-evaluate
           end-perform
           if not preview-mode-yes
             close random-out
           end-if
           if not preview-mode-yes
             perform execute-due-bookings
           end-if
           if not preview-mode-yes
             perform record-run-manifest
           end-if
           perform set-job-status
           perform release-run-lock
           perform write-audit-log
       draw-one-set.
           move ws-range-low to randed-low
           move ws-range-high to randed-high
           move ws-set-size to ws-set-wanted
           perform draw-set-numbers
           if preview-mode-yes then
             display "PREVIEW SET: " ws-set-numbers(1:ws-set-size * 4)
           else
           end-if
           .

       draw-set-numbers.
           perform varying ws-member from 1 by 1
             until ws-member > ws-set-wanted
             move 'Y' to ws-dup-found
             perform until ws-dup-found = 'N'
               call 'cobrand' using init-status, randed, cur-date,
                 randed-low, randed-high, randed-ranged,
                 preview-mode, stream-name, weighted-draw
               move 'N' to ws-dup-found
               perform varying ws-m from 1 by 1
                 until ws-m >= ws-member
                 if ws-set-number(ws-m) = randed-ranged then
                   move 'Y' to ws-dup-found
                 end-if
               end-perform
             end-perform
             move randed-ranged to ws-set-number(ws-member)
           end-perform
           .

      * the weights file is read afresh by cobrand for every draw and
      * archived beside RANDHIST, so what each draw chose from is on
      * record; an unreadable or all-zero file stops the run rather
      * than fall back to an unweighted draw
       draw-one-weighted.
           call 'cobrand' using init-status, randed, cur-date,
             randed-low, randed-high, randed-ranged,
             preview-mode, stream-name, weighted-draw
           if wd-no-weights then
             add 1 to ws-weights-refused
             move ws-draw-count to ws-i
           else
             if preview-mode-yes then
               display "PREVIEW WEIGHTED: " wd-item-code " (" randed
                 ")"
             else
               display "ITEM DRAWN: " wd-item-code " (" randed ")"
               move spaces to ro-record
               move randed to ro-randed
               move ws-run-date to ro-cur-date
               move 'W' to ro-rec-type
               move wd-item-code to ro-item-code
               move wd-item-weight to ro-item-weight
               write ro-record
             end-if
           end-if
           .

      * every approved booking dated tonight is drawn on its own
      * stream.  bookings sharing a stream are drawn back to back
      * from one initialisation, so the stream's sequence is one
      * unbroken run for draw-verify to replay.  a booking still
      * awaiting approval on its date is never drawn
       execute-due-bookings.
           perform load-booking-register
           if ws-due-count = 0 then
             exit paragraph
           end-if
           perform sort-due-bookings
           call 'runnum' using ws-run-number
           open extend booked-results
           if ws-results-status = '35' then
             open output booked-results
           end-if
           move spaces to ws-prior-stream
           move spaces to wd-weights-file
           perform varying ws-d from 1 by 1
             until ws-d > ws-due-count
             perform draw-one-booking
           end-perform
           close booked-results
           perform rewrite-booking-register
           move spaces to stream-name
           .

       load-booking-register.
           move 0 to ws-booking-count
           move 0 to ws-due-count
           open input booking-master
           if ws-booking-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read booking-master into db-record
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-booking-count < ws-max-bookings then
                     add 1 to ws-booking-count
                     move db-record to ws-bk-record(ws-booking-count)
                     perform note-booking-if-due
                   end-if
               end-read
             end-perform
             close booking-master
           end-if
           .

       note-booking-if-due.
           if db-draw-date = ws-run-date then
             if db-approved then
               add 1 to ws-due-count
               move db-stream to ws-due-stream(ws-due-count)
               move db-booking-no to ws-due-number(ws-due-count)
               move ws-booking-count to ws-due-index(ws-due-count)
             end-if
             if db-awaiting then
               add 1 to ws-bookings-unapproved
               display "BOOKING " db-booking-no
                 " DUE BUT NOT APPROVED - NOT DRAWN"
             end-if
           end-if
           .

       sort-due-bookings.
           perform varying ws-d from 1 by 1
             until ws-d >= ws-due-count
             move ws-d to ws-d-min
             compute ws-d2 = ws-d + 1
             perform varying ws-d2 from ws-d2 by 1
               until ws-d2 > ws-due-count
               if ws-due-key(ws-d2) < ws-due-key(ws-d-min) then
                 move ws-d2 to ws-d-min
               end-if
             end-perform
             if ws-d-min not = ws-d then
               move ws-due-entry(ws-d) to ws-due-temp
               move ws-due-entry(ws-d-min) to ws-due-entry(ws-d)
               move ws-due-temp to ws-due-entry(ws-d-min)
             end-if
           end-perform
           .

       draw-one-booking.
           move ws-due-index(ws-d) to ws-b
           move ws-bk-record(ws-b) to db-record
           if db-stream not = ws-prior-stream then
             move 'N' to init-status
             move db-stream to ws-prior-stream
           end-if
           move db-stream to stream-name
           move db-range-low to randed-low
           move db-range-high to randed-high
           perform varying ws-booked-draws from 1 by 1
             until ws-booked-draws > db-draw-count
             move spaces to dr-record
             move db-booking-no to dr-booking-no
             move ws-run-date to dr-draw-date
             move db-stream to dr-stream
             move ws-booked-draws to dr-draw-seq
             move ws-run-number to dr-run-number
             move 0 to dr-ranged
             move 0 to dr-set-size
             perform varying ws-m from 1 by 1 until ws-m > 10
               move 0 to dr-set-number(ws-m)
             end-perform
             if db-set-size > 0 then
               move db-set-size to ws-set-wanted
               perform draw-set-numbers
               move 0 to dr-randed
               move db-set-size to dr-set-size
               perform varying ws-m from 1 by 1
                 until ws-m > db-set-size
                 move ws-set-number(ws-m) to dr-set-number(ws-m)
               end-perform
             else
               call 'cobrand' using init-status, randed, cur-date,
                 randed-low, randed-high, randed-ranged,
                 preview-mode, stream-name, weighted-draw
               move randed to dr-randed
               if db-range-high > db-range-low then
                 move randed-ranged to dr-ranged
               end-if
             end-if
             write dr-record
           end-perform
           set db-done to true
           move ws-run-date to db-executed-date
           move ws-run-number to db-run-number
           move db-record to ws-bk-record(ws-b)
           add 1 to ws-bookings-drawn
           display "BOOKING " db-booking-no " DRAWN ON STREAM "
             db-stream
           .

       rewrite-booking-register.
           open output booking-out
           perform varying ws-b from 1 by 1
             until ws-b > ws-booking-count
             move ws-bk-record(ws-b) to bo-record
             write bo-record
           end-perform
           close booking-out
           move 'N' to ws-eof
           open input booking-out
           open output booking-live
           perform until ws-eof = 'Y'
             read booking-out
               at end move 'Y' to ws-eof
               not at end
                 move bo-record to bl-record
                 write bl-record
             end-read
           end-perform
           close booking-out
           close booking-live
           .

      * a RANDOM.CTL control card lets driver.cob run this unattended;
      * with no control card present we fall back to the original
      * interactive prompts for a manual, at-a-terminal run
                 move rc-range-low to ws-range-low
                 move rc-range-high to ws-range-high
                 move rc-set-size to ws-set-size
                 move rc-weights-file to ws-weights-file
             end-read
             close random-ctl
           else
             accept ws-range-high
             display "Set size, distinct numbers per draw (00=off)"
             accept ws-set-size
             if ws-set-size = 0 then
               display "Weights file for a weighted draw (blank=off)"
               accept ws-weights-file
             end-if
           end-if
           .

           if preview-mode-yes then
             set job-ok to true
             move "PREVIEW RUN COMPLETE" to ws-job-message
           else if ws-weights-refused > 0 then
             set job-error to true
             move "WEIGHTS FILE MISSING, EMPTY OR TOO LARGE"
               to ws-job-message
           else if ws-random-out-status not = '00' then
             set job-error to true
             move "RANDOM.OUT COULD NOT BE OPENED" to ws-job-message
           else if ws-bookings-unapproved > 0 then
             set job-warning to true
             move "UNAPPROVED BOOKING(S) DUE - NOT DRAWN"
               to ws-job-message
           else if ws-draw-count = 0 and ws-bookings-drawn = 0 then
             set job-warning to true
             move "RUN COMPLETE, NO DRAWS REQUESTED" to ws-job-message
           else
           end-if
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "RANDOM-GENERATOR" to rm-program-id
           move "RANDOM.CTL" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           if ws-weights-file not = spaces then
             move ws-weights-file to rm-file-name
             set rm-read to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           move "RANDOM.OUT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           if ws-bookings-drawn > 0 then
             move "DRAWBOOK.DAT" to rm-file-name
             set rm-written to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
             move "DRAWRES.DAT" to rm-file-name
             set rm-written to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           .

       write-audit-log.
           move "RANDOM-GENERATOR" to aud-program-id
           move function current-date to aud-timestamp
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           if ws-job-return-code not = 0 then
             call 'raise-alert' using aud-record
           end-if
