       identification division.
       program-id. draw-book.

       environment division.
       input-output section.
       file-control.
           select booking-master assign to 'DRAWBOOK.DAT'
           organization is line sequential
           file status is ws-booking-status.

           select master-out assign to 'DRAWBOOK.NEW'
           organization is line sequential.

           select master-live assign to 'DRAWBOOK.DAT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  booking-master.
       01 bm-record pic X(141).

       fd  master-out.
       01 mo-record pic X(141).

       fd  master-live.
       01 ml-record pic X(141).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "drawbook-data.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "runlock-data.copy".
       01 ws-booking-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-action pic X(1).
       01 ws-work-status pic X(1).
       01 ws-work-date pic X(8).
       01 ws-work-number pic 9(6).
       01 ws-work-purpose pic X(30).
       01 ws-work-stream pic X(8).
       01 ws-work-low pic 9(4).
       01 ws-work-high pic 9(4).
       01 ws-work-set-size pic 9(2).
       01 ws-work-count pic 9(2).
       01 ws-work-note pic X(30).
       01 ws-confirm pic X(1).
       01 ws-next-number pic 9(6) value 0.
       01 ws-changes pic 9(3) value 0.
       01 ws-booked pic 9(3) value 0.
       01 ws-approved pic 9(3) value 0.
       01 ws-cancelled pic 9(3) value 0.
       01 ws-locked pic X(1) value 'N'.

       78  ws-max-bookings value 500.
       01 ws-booking-count pic 9(3) value 0.
       01 ws-booking-table.
           02 ws-bk-entry occurs ws-max-bookings times.
               05 ws-bk-record pic X(141).
       01 ws-b pic 9(3).
       01 ws-found-b pic 9(3).

       procedure division.
       main-line.
           move "DRAW-BOOK" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-booking-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
      * random-generator marks bookings done as it draws them, so a
      * session that may post holds the draw's own lock
           if pc-may-update then
             perform take-run-lock
             if lk-busy then
               display lk-holder-message
               move 8 to return-code
               stop run
             end-if
             move 'Y' to ws-locked
           end-if
           perform load-booking-master
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (B)ook (A)pprove (C)ancel "
               "(Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'L' perform list-bookings
               when 'B' perform book-draw
               when 'A' perform approve-booking
               when 'C' perform cancel-booking
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           if ws-changes > 0 then
             perform rewrite-booking-master
             display ws-changes " CHANGE(S) APPLIED"
           end-if
           if ws-locked = 'Y' then
             perform release-run-lock
           end-if
           perform write-audit-log
           stop run
           .

       check-booking-sign-on.
           display "Operator ID, for the session log"
           accept ws-operator-id
           move ws-operator-id to so-operator-id
           call 'sign-on' using so-operator-id, so-authority,
               so-result, so-message
           if so-accepted then
             move ws-operator-id to ps-operator-id
             call 'pass-check' using ps-operator-id, ps-result,
                 ps-message
             if ps-rejected then
               set so-rejected to true
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "DRAW-BOOK" to pc-program-id
             move 'I' to pc-mode-needed
             perform check-program-permit
           end-if
           .

      * the permission matrix has the last word on whether this
      * operator may run the program at all, and in which mode
       check-program-permit.
           move so-operator-id to pc-operator-id
           move so-authority to pc-authority
           call 'permit-check' using pc-program-id, pc-operator-id,
               pc-authority, pc-mode-needed, pc-mode, pc-message
           if pc-no-access then
             set so-rejected to true
             move pc-message to so-message
           end-if
           .

       take-run-lock.
           move "RANDOM-GEN" to lk-lock-name
           move ws-operator-id to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       release-run-lock.
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       load-booking-master.
           move 0 to ws-booking-count
           move 0 to ws-next-number
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
                     if db-booking-no > ws-next-number then
                       move db-booking-no to ws-next-number
                     end-if
                   end-if
               end-read
             end-perform
             close booking-master
           end-if
           add 1 to ws-next-number
           .

       list-bookings.
           display "Status (B awaiting, A approved, D done, "
             "X cancelled, blank all)"
           move spaces to ws-work-status
           accept ws-work-status
           move function upper-case(ws-work-status) to ws-work-status
           display "BOOKING DRAW-DT  ST STREAM   LOW  HIGH SZ N "
             "REQUESTR APPROVER PURPOSE"
           perform varying ws-b from 1 by 1
             until ws-b > ws-booking-count
             move ws-bk-record(ws-b) to db-record
             if ws-work-status = spaces
               or ws-work-status = db-status then
               display db-booking-no "  " db-draw-date " " db-status
                 "  " db-stream " " db-range-low " " db-range-high
                 " " db-set-size " " db-draw-count " " db-requester
                 " " db-approver " " db-purpose
             end-if
           end-perform
           display ws-booking-count " BOOKING(S) ON REGISTER"
           .

      * a booking is for a future date only - compliance wants every
      * special draw on record before the day it is drawn, and the
      * nightly draws tonight's bookings before the desk could
      * approve one made today
       book-draw.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           if ws-booking-count >= ws-max-bookings then
             display "BOOKING REGISTER FULL"
             exit paragraph
           end-if
           display "Draw date (yyyymmdd)"
           move spaces to ws-work-date
           accept ws-work-date
           if ws-work-date is not numeric
             or function test-date-yyyymmdd(function numval(
               ws-work-date)) not = 0 then
             display "NOT A VALID DATE"
             exit paragraph
           end-if
           if ws-work-date <= ws-run-date then
             display "A DRAW MUST BE BOOKED BEFORE ITS DATE"
             exit paragraph
           end-if
           display "Purpose of the draw"
           move spaces to ws-work-purpose
           accept ws-work-purpose
           if ws-work-purpose = spaces then
             display "A PURPOSE IS REQUIRED"
             exit paragraph
           end-if
           display "Stream name (blank for BOOKED)"
           move spaces to ws-work-stream
           accept ws-work-stream
           move function upper-case(ws-work-stream) to ws-work-stream
           if ws-work-stream = spaces then
             move "BOOKED" to ws-work-stream
           end-if
           display "Range low bound (0000 for plain decimals)"
           move 0 to ws-work-low
           accept ws-work-low
           display "Range high bound (0000 for plain decimals)"
           move 0 to ws-work-high
           accept ws-work-high
           display "Set size, distinct numbers per draw (00=off)"
           move 0 to ws-work-set-size
           accept ws-work-set-size
           display "Number of draws (01-99)"
           move 0 to ws-work-count
           accept ws-work-count
           perform check-booking-range
           if ws-confirm = 'N' then
             exit paragraph
           end-if
           if ws-work-count = 0 then
             move 1 to ws-work-count
           end-if
           initialize db-record
           move ws-next-number to db-booking-no
           move ws-work-date to db-draw-date
           move ws-work-purpose to db-purpose
           move ws-work-stream to db-stream
           move ws-work-low to db-range-low
           move ws-work-high to db-range-high
           move ws-work-set-size to db-set-size
           move ws-work-count to db-draw-count
           set db-awaiting to true
           move ws-operator-id to db-requester
           move ws-run-date to db-booked-date
           add 1 to ws-booking-count
           move db-record to ws-bk-record(ws-booking-count)
           add 1 to ws-next-number
           add 1 to ws-changes
           add 1 to ws-booked
           display "BOOKING " db-booking-no " TAKEN - AWAITING "
             "SUPERVISOR APPROVAL"
           .

      * the same checks random-generator makes on its control card,
      * made here so a booking cannot fail on the night
       check-booking-range.
           move 'Y' to ws-confirm
           evaluate true
             when ws-work-set-size > 10
               display "A SET IS AT MOST 10 NUMBERS"
               move 'N' to ws-confirm
             when ws-work-set-size > 0
               and (ws-work-high <= ws-work-low
                 or ws-work-high - ws-work-low + 1 < ws-work-set-size)
               display "RANGE " ws-work-low " - " ws-work-high
                 " CANNOT YIELD " ws-work-set-size
                 " DISTINCT NUMBERS"
               move 'N' to ws-confirm
             when ws-work-high < ws-work-low
               display "RANGE HIGH BOUND BELOW LOW BOUND"
               move 'N' to ws-confirm
           end-evaluate
           .

      * the approver is a supervisor other than the requester, and
      * approves before the draw date - the nightly draws a booking
      * on its date only if it was approved by then
       approve-booking.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           if not so-supervisor then
             display "SUPERVISOR AUTHORITY REQUIRED"
             exit paragraph
           end-if
           perform find-booking
           if ws-found-b = 0 then
             exit paragraph
           end-if
           if not db-awaiting then
             display "ONLY A BOOKING AWAITING APPROVAL CAN BE "
               "APPROVED"
             exit paragraph
           end-if
           if db-requester = ws-operator-id then
             display "REQUESTER CANNOT APPROVE THEIR OWN BOOKING"
             exit paragraph
           end-if
           if db-draw-date <= ws-run-date then
             display "DRAW DATE REACHED - BOOKING MISSED"
             exit paragraph
           end-if
           display "Approve booking " db-booking-no " (Y/N)"
           move spaces to ws-confirm
           accept ws-confirm
           if ws-confirm not = 'Y' and ws-confirm not = 'y' then
             display "NOT APPROVED"
             exit paragraph
           end-if
           set db-approved to true
           move ws-operator-id to db-approver
           move ws-run-date to db-approved-date
           perform store-booking
           add 1 to ws-approved
           display "BOOKING " db-booking-no " APPROVED"
           .

       cancel-booking.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform find-booking
           if ws-found-b = 0 then
             exit paragraph
           end-if
           if db-done or db-cancelled then
             display "A DRAWN OR CANCELLED BOOKING CANNOT BE "
               "CANCELLED"
             exit paragraph
           end-if
           if db-requester not = ws-operator-id
             and not so-supervisor then
             display "ONLY THE REQUESTER OR A SUPERVISOR MAY CANCEL"
             exit paragraph
           end-if
           display "Reason for cancelling"
           move spaces to ws-work-note
           accept ws-work-note
           if ws-work-note = spaces then
             display "A REASON IS REQUIRED"
             exit paragraph
           end-if
           move ws-work-note to db-note
           set db-cancelled to true
           perform store-booking
           add 1 to ws-cancelled
           display "BOOKING " db-booking-no " CANCELLED"
           .

       find-booking.
           move 0 to ws-found-b
           display "Booking number"
           move 0 to ws-work-number
           accept ws-work-number
           perform varying ws-b from 1 by 1
             until ws-b > ws-booking-count or ws-found-b > 0
             move ws-bk-record(ws-b) to db-record
             if db-booking-no = ws-work-number then
               move ws-b to ws-found-b
             end-if
           end-perform
           if ws-found-b = 0 then
             display "BOOKING NOT ON REGISTER"
           else
             display db-booking-no " " db-draw-date " " db-stream
               " STATUS " db-status " BY " db-requester " "
               db-purpose
           end-if
           .

       store-booking.
           move db-record to ws-bk-record(ws-found-b)
           add 1 to ws-changes
           .

       rewrite-booking-master.
           open output master-out
           perform varying ws-b from 1 by 1
             until ws-b > ws-booking-count
             move ws-bk-record(ws-b) to mo-record
             write mo-record
           end-perform
           close master-out
           move 'N' to ws-eof
           open input master-out
           open output master-live
           perform until ws-eof = 'Y'
             read master-out
               at end move 'Y' to ws-eof
               not at end
                 move mo-record to ml-record
                 write ml-record
             end-read
           end-perform
           close master-out
           close master-live
           .

       write-audit-log.
           move "DRAW-BOOK" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "BOOKED " ws-booked " APPROVED " ws-approved
             " CANCELLED " ws-cancelled delimited by size
             into aud-outcome
           move "00" to aud-return-code
           move ws-operator-id to aud-operator-id
           call 'runnum' using aud-run-number
           open extend audit-log
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program draw-book.
