       identification division.
       program-id. entrant-erase.

       environment division.
       input-output section.
       file-control.
           select erasure-file assign to 'ERASURE.DAT'
           organization is line sequential
           file status is ws-erasure-status.

           select erasure-out assign to 'ERASURE.NEW'
           organization is line sequential.

           select erasure-live assign to 'ERASURE.DAT'
           organization is line sequential.

           select entrant-master assign to 'ENTRANT.DAT'
           organization is line sequential
           file status is ws-entrant-master-status.

           select data-file assign dynamic ws-data-name
           organization is line sequential
           file status is ws-data-status.

           select data-out assign to 'ERASE.NEW'
           organization is line sequential.

           select data-live assign dynamic ws-data-name
           organization is line sequential.

           select cert-out assign to 'ERASCERT.PRT'
           organization is line sequential.

           select report-out assign to 'ERASURE.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  erasure-file.
       01 ef-record pic X(60).

       fd  erasure-out.
       01 eo-record pic X(60).

       fd  erasure-live.
       01 el-record pic X(60).

       fd  entrant-master.
       01 en-record.
           02 en-id pic X(8).
           02 en-name pic X(20).
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

      * any of the contest files, read and written back at the
      * length each line has on disk, so nothing but the entrant's
      * own fields changes
       fd  data-file
           record is varying in size from 0 to 400 characters
           depending on ws-rec-len.
       01 data-record pic X(400).

       fd  data-out
           record is varying in size from 0 to 400 characters
           depending on ws-rec-len.
       01 do-record pic X(400).

       fd  data-live
           record is varying in size from 0 to 400 characters
           depending on ws-rec-len.
       01 dl-record pic X(400).

       fd  cert-out.
       01 cert-line pic X(72).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "runlock-data.copy".
       copy "receipt-data.copy".
       copy "erasure-data.copy".
       01 ws-erasure-status pic XX.
       01 ws-entrant-master-status pic XX.
       01 ws-data-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-run-int pic 9(7).
       01 ws-days-over pic s9(5).
       01 ws-days-disp pic z(4)9.
       01 ws-data-name pic X(40).
       01 ws-rec-len pic 9(3).
       01 ws-work-record pic X(400).
       01 ws-file-changed pic 9(5).
       01 ws-files-written pic 9(3) value 0.
       01 ws-table-full pic X(1) value 'N'.

      * what the run did
       01 ws-completed pic 9(3) value 0.
       01 ws-nothing-held pic 9(3) value 0.
       01 ws-late pic 9(3) value 0.
       01 ws-overdue pic 9(3) value 0.
       01 ws-still-open pic 9(3) value 0.

       78  ws-max-requests value 200.
       01 ws-request-count pic 9(3) value 0.
       01 ws-request-table.
           02 ws-rq-record pic X(60) occurs ws-max-requests times.
       01 ws-q pic 9(3).

       78  ws-max-entrants value 500.
       01 ws-entrant-count pic 9(3) value 0.
       01 ws-entrant-table.
           02 ws-entrant-entry occurs ws-max-entrants times.
               05 ws-en-id pic X(8).
               05 ws-en-name pic X(20).
               05 ws-en-town pic X(20).
               05 ws-en-join pic X(8).
               05 ws-en-partner pic X(8).
       01 ws-e pic 9(3).
       01 ws-found-e pic 9(3).

      * the files an entrant appears in: where the ID sits on the
      * line, and the name, town and active flag where the file
      * carries them (000 where it does not).  the prize winners
      * file is one per draw month, PRIZEWIN.yyyymm, and a partner
      * paper's contest files are named for the partner, pppp
       01 ws-file-values.
           02 filler pic X(32) value
              'ENTRANT.DAT         001009029057'.
           02 filler pic X(32) value
              'ENTSCORE.DAT        009000000000'.
           02 filler pic X(32) value
              'PZLEADER.DAT        001000000000'.
           02 filler pic X(32) value
              'ACHIEVE.DAT         001000000000'.
           02 filler pic X(32) value
              'MILESTON.LOG        009000000000'.
           02 filler pic X(32) value
              'PRIZEFUL.DAT        009000000000'.
           02 filler pic X(32) value
              'SUBMISSN.DAT        001000000000'.
           02 filler pic X(32) value
              'SUBMISSN.EDT        001000000000'.
           02 filler pic X(32) value
              'SUBMISSN.REJ        001000000000'.
           02 filler pic X(32) value
              'SUBMISSN.XCH        001000000000'.
           02 filler pic X(32) value
              'SUBMPOST.DAT        001000000000'.
           02 filler pic X(32) value
              'SUBMPHON.DAT        001000000000'.
           02 filler pic X(32) value
              'SUBMWEB.DAT         001000000000'.
           02 filler pic X(32) value
              'ANSWER.LOG          017000000000'.
           02 filler pic X(32) value
              'DISPUTE.DAT         007000000000'.
           02 filler pic X(32) value
              'PRIZEWIN.yyyymm     009017037000'.
           02 filler pic X(32) value
              'SUBMISSN.pppp.DAT   001000000000'.
           02 filler pic X(32) value
              'SUBMISSN.pppp.EDT   001000000000'.
           02 filler pic X(32) value
              'SUBMISSN.pppp.REJ   001000000000'.
           02 filler pic X(32) value
              'ENTSCORE.pppp.DAT   009000000000'.
           02 filler pic X(32) value
              'PZLEADER.pppp.DAT   001000000000'.
           02 filler pic X(32) value
              'RESULTS.pppp.OUT    018026000000'.
       01 ws-file-table redefines ws-file-values.
           02 ws-file-entry occurs 22 times.
               05 ws-fl-name pic X(20).
               05 ws-fl-id-at pic 9(3).
               05 ws-fl-name-at pic 9(3).
               05 ws-fl-town-at pic 9(3).
               05 ws-fl-flag-at pic 9(3).
       78  ws-file-count value 22.
       78  ws-prizewin-file value 16.
       78  ws-first-partner-file value 17.
       01 ws-f pic 9(2).
       01 ws-name-head pic X(20).
       01 ws-name-tail pic X(20).
       01 ws-p pic 9(2).
       01 ws-r2 pic 9(2).
       01 ws-partner-done pic X(1).

      * the prize winners files are looked for from the month the
      * earliest of this run's entrants joined, ten years at most
       78  ws-max-months value 120.
       01 ws-month pic 9(6).
       01 ws-month-r redefines ws-month.
           02 ws-month-yyyy pic 9(4).
           02 ws-month-mm pic 9(2).
       01 ws-first-month pic 9(6) value 0.
       01 ws-months-done pic 9(3).

      * this run's erasures: the ID going, the surrogate taking its
      * place and, for the certificate, the rows changed file by
      * file
       78  ws-max-run value 50.
       01 ws-run-count pic 9(2) value 0.
       01 ws-run-table.
           02 ws-run-entry occurs ws-max-run times.
               05 ws-ru-request pic 9(3).
               05 ws-ru-old-id pic X(8).
               05 ws-ru-new-id pic X(8).
               05 ws-ru-name pic X(20).
               05 ws-ru-town pic X(20).
               05 ws-ru-partner pic X(8).
               05 ws-ru-rows pic 9(5).
               05 ws-ru-file-rows pic 9(5) occurs 22 times.
       01 ws-r pic 9(2).
       01 ws-found-r pic 9(2).
       01 ws-surrogate.
           02 filler pic X(2) value '#R'.
           02 ws-sur-number pic 9(6).

       procedure division.
       main-line.
           move "ENTRANT-ERASE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
             set job-error to true
             move "PRIZE DESK BUSY - RUN LOCK HELD" to ws-job-message
             perform write-audit-log
             move ws-job-return-code to return-code
             stop run
           end-if
           call 'sysdate' using ws-run-date
           compute ws-run-int = function integer-of-date(
             function numval(ws-run-date))
           perform load-erasure-requests
           perform load-entrant-master
           perform varying ws-q from 1 by 1
             until ws-q > ws-request-count
             move ws-rq-record(ws-q) to er-record
             if er-pending then
               perform take-request
             end-if
           end-perform
           if ws-run-count > 0 then
             perform varying ws-f from 1 by 1
               until ws-f > ws-file-count
               if ws-f = ws-prizewin-file then
                 perform erase-prize-winners
               else
               if ws-f >= ws-first-partner-file then
                 perform erase-partner-files
               else
                 move ws-fl-name(ws-f) to ws-data-name
                 perform erase-one-file
               end-if
               end-if
             end-perform
             perform close-requests
             perform rewrite-erasure-file
           end-if
           perform release-run-lock
           open output cert-out
           perform varying ws-r from 1 by 1
             until ws-r > ws-run-count
             perform write-certificate
           end-perform
           close cert-out
           open output report-out
           perform write-register
           close report-out
           move "ENTRANT-ERASE" to ra-program-id
           move "ERASURE.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * the run rewrites the prize master among the rest, so it
      * holds off while the prize desk or the fulfilment run has it
       take-run-lock.
           move "PRIZE-FULFIL" to lk-lock-name
           move "BATCH" to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       release-run-lock.
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       load-erasure-requests.
           move 0 to ws-request-count
           open input erasure-file
           if ws-erasure-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read erasure-file into er-record
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-request-count < ws-max-requests then
                     add 1 to ws-request-count
                     move er-record to ws-rq-record(ws-request-count)
                   else
                     move 'Y' to ws-table-full
                   end-if
               end-read
             end-perform
             close erasure-file
           end-if
           .

       load-entrant-master.
           move 0 to ws-entrant-count
           open input entrant-master
           if ws-entrant-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read entrant-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-entrant-count < ws-max-entrants then
                     add 1 to ws-entrant-count
                     move en-id to ws-en-id(ws-entrant-count)
                     move en-name to ws-en-name(ws-entrant-count)
                     move en-town to ws-en-town(ws-entrant-count)
                     move en-join-date to ws-en-join(ws-entrant-count)
                     move en-partner
                       to ws-en-partner(ws-entrant-count)
                   else
                     move 'Y' to ws-table-full
                   end-if
               end-read
             end-perform
             close entrant-master
           end-if
           .

      * every open request is taken the day it is seen.  an ID no
      * longer on the master leaves nothing to erase, and the
      * certificate says so; otherwise the surrogate is made from
      * the request number, which no entrant ID can start with
       take-request.
           if ws-run-count >= ws-max-run then
             move 'Y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-run-count
           move ws-q to ws-ru-request(ws-run-count)
           move er-entrant-id to ws-ru-old-id(ws-run-count)
           move 0 to ws-ru-rows(ws-run-count)
           perform varying ws-f from 1 by 1
             until ws-f > ws-file-count
             move 0 to ws-ru-file-rows(ws-run-count, ws-f)
           end-perform
           move 0 to ws-found-e
           perform varying ws-e from 1 by 1
             until ws-e > ws-entrant-count or ws-found-e > 0
             if ws-en-id(ws-e) = er-entrant-id then
               move ws-e to ws-found-e
             end-if
           end-perform
           move spaces to ws-ru-partner(ws-run-count)
           if ws-found-e = 0 then
             move spaces to ws-ru-new-id(ws-run-count)
             move spaces to ws-ru-name(ws-run-count)
             move spaces to ws-ru-town(ws-run-count)
             exit paragraph
           end-if
           move er-request-no to ws-sur-number
           move ws-surrogate to ws-ru-new-id(ws-run-count)
           move ws-en-name(ws-found-e) to ws-ru-name(ws-run-count)
           move ws-en-town(ws-found-e) to ws-ru-town(ws-run-count)
           move ws-en-partner(ws-found-e)
             to ws-ru-partner(ws-run-count)
           if ws-en-join(ws-found-e) is numeric then
             move ws-en-join(ws-found-e)(1:6) to ws-month
             if ws-first-month = 0 or ws-month < ws-first-month then
               move ws-month to ws-first-month
             end-if
           end-if
           .

      * one pass of one file: each line whose ID is being erased
      * takes the surrogate, with the name and town blanked and the
      * entrant left inactive; every other line is copied as it is.
      * the file is written back only if something changed
       erase-one-file.
           move 0 to ws-file-changed
           open input data-file
           if ws-data-status not = '00' then
             exit paragraph
           end-if
           open output data-out
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read data-file
               at end move 'Y' to ws-eof
               not at end
                 move spaces to ws-work-record
                 if ws-rec-len > 0 then
                   move data-record(1:ws-rec-len) to ws-work-record
                   perform erase-one-record
                 end-if
                 move ws-work-record to do-record
                 write do-record
             end-read
           end-perform
           close data-file
           close data-out
           if ws-file-changed = 0 then
             exit paragraph
           end-if
      * the day's answers are fingerprinted when the edit takes
      * them in; the file rewritten here must still be refused as
      * the delivery already posted, or it would score twice
           if ws-fl-name(ws-f) = "SUBMISSN.DAT"
             or ws-fl-name(ws-f) = "SUBMISSN.pppp.DAT" then
             move "ENTRANT-ERASE" to rcp-program-id
             move ws-data-name to rcp-file-name
             set rcp-check to true
             call 'inbound-receipt' using rcp-program-id,
                 rcp-file-name, rcp-action, rcp-result,
                 rcp-prior-date, rcp-prior-program
           end-if
           perform copy-file-back
           if (ws-fl-name(ws-f) = "SUBMISSN.DAT"
             or ws-fl-name(ws-f) = "SUBMISSN.pppp.DAT")
             and rcp-refused then
             move rcp-prior-program to rcp-program-id
             set rcp-processed to true
             call 'inbound-receipt' using rcp-program-id,
                 rcp-file-name, rcp-action, rcp-result,
                 rcp-prior-date, rcp-prior-program
           end-if
           add 1 to ws-files-written
           move "ENTRANT-ERASE" to rm-program-id
           move ws-data-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       erase-one-record.
           if ws-rec-len < ws-fl-id-at(ws-f) then
             exit paragraph
           end-if
           move 0 to ws-found-r
           perform varying ws-r from 1 by 1
             until ws-r > ws-run-count or ws-found-r > 0
             if ws-ru-new-id(ws-r) not = spaces
               and ws-work-record(ws-fl-id-at(ws-f):8)
                 = ws-ru-old-id(ws-r) then
               move ws-r to ws-found-r
             end-if
           end-perform
           if ws-found-r = 0 then
             exit paragraph
           end-if
           move ws-ru-new-id(ws-found-r)
             to ws-work-record(ws-fl-id-at(ws-f):8)
           if ws-rec-len < ws-fl-id-at(ws-f) + 7 then
             compute ws-rec-len = ws-fl-id-at(ws-f) + 7
           end-if
           if ws-fl-name-at(ws-f) > 0 then
             move spaces to ws-work-record(ws-fl-name-at(ws-f):20)
           end-if
           if ws-fl-town-at(ws-f) > 0 then
             move spaces to ws-work-record(ws-fl-town-at(ws-f):20)
           end-if
           if ws-fl-flag-at(ws-f) > 0
             and ws-rec-len >= ws-fl-flag-at(ws-f) then
             move 'N' to ws-work-record(ws-fl-flag-at(ws-f):1)
           end-if
           add 1 to ws-ru-rows(ws-found-r)
           add 1 to ws-ru-file-rows(ws-found-r, ws-f)
           add 1 to ws-file-changed
           .

       copy-file-back.
           move 'N' to ws-eof
           open input data-out
           open output data-live
           perform until ws-eof = 'Y'
             read data-out
               at end move 'Y' to ws-eof
               not at end
                 move spaces to dl-record
                 if ws-rec-len > 0 then
                   move do-record(1:ws-rec-len) to dl-record
                 end-if
                 write dl-record
             end-read
           end-perform
           close data-out
           close data-live
           .

       erase-prize-winners.
           if ws-first-month = 0
             or ws-first-month > ws-run-date(1:6) then
             move ws-run-date(1:6) to ws-first-month
           end-if
           move ws-run-date(1:6) to ws-month
           move 0 to ws-months-done
           perform until ws-month < ws-first-month
             or ws-months-done >= ws-max-months
             move spaces to ws-data-name
             string "PRIZEWIN." ws-month delimited by size
               into ws-data-name
             perform erase-one-file
             add 1 to ws-months-done
             if ws-month-mm = 1 then
               move 12 to ws-month-mm
               subtract 1 from ws-month-yyyy
             else
               subtract 1 from ws-month-mm
             end-if
           end-perform
           .

      * each partner paper a reader being erased entered through,
      * once, whichever of this run's readers it was
       erase-partner-files.
           perform varying ws-p from 1 by 1
             until ws-p > ws-run-count
             if ws-ru-partner(ws-p) not = spaces
               and ws-ru-new-id(ws-p) not = spaces then
               move 'N' to ws-partner-done
               perform varying ws-r2 from 1 by 1
                 until ws-r2 >= ws-p
                 if ws-ru-partner(ws-r2) = ws-ru-partner(ws-p)
                   and ws-ru-new-id(ws-r2) not = spaces then
                   move 'Y' to ws-partner-done
                 end-if
               end-perform
               if ws-partner-done = 'N' then
                 move spaces to ws-name-head
                 move spaces to ws-name-tail
                 unstring ws-fl-name(ws-f) delimited by "pppp"
                   into ws-name-head ws-name-tail
                 move spaces to ws-data-name
                 string ws-name-head delimited by space
                   function trim(ws-ru-partner(ws-p))
                     delimited by size
                   ws-name-tail delimited by space
                   into ws-data-name
                 perform erase-one-file
               end-if
             end-if
           end-perform
           .

      * the request row keeps the surrogate, not the ID it replaced
       close-requests.
           perform varying ws-r from 1 by 1
             until ws-r > ws-run-count
             move ws-rq-record(ws-ru-request(ws-r)) to er-record
             move ws-run-date to er-completed-date
             move ws-ru-rows(ws-r) to er-rows-changed
             if ws-ru-new-id(ws-r) = spaces then
               set er-nothing-held to true
               add 1 to ws-nothing-held
             else
               set er-complete to true
               move ws-ru-new-id(ws-r) to er-surrogate-id
               move ws-ru-new-id(ws-r) to er-entrant-id
               add 1 to ws-completed
             end-if
             if er-completed-date > er-deadline-date then
               add 1 to ws-late
             end-if
             move er-record to ws-rq-record(ws-ru-request(ws-r))
             perform write-request-audit
           end-perform
           .

       rewrite-erasure-file.
           open output erasure-out
           perform varying ws-q from 1 by 1
             until ws-q > ws-request-count
             move ws-rq-record(ws-q) to eo-record
             write eo-record
           end-perform
           close erasure-out
           move 'N' to ws-eof
           open input erasure-out
           open output erasure-live
           perform until ws-eof = 'Y'
             read erasure-out
               at end move 'Y' to ws-eof
               not at end
                 move eo-record to el-record
                 write el-record
             end-read
           end-perform
           close erasure-out
           close erasure-live
           .

      * the certificate goes to the reader who asked, so it names
      * them; it is the one place that does, and it is not filed
      * in the report archive with the register
       write-certificate.
           move ws-rq-record(ws-ru-request(ws-r)) to er-record
           move spaces to cert-line
           write cert-line
           move "    CERTIFICATE OF ERASURE" to cert-line
           write cert-line
           move spaces to cert-line
           write cert-line
           move spaces to cert-line
           string "    REQUEST " er-request-no "    RECEIVED "
             er-received-date "    DUE BY " er-deadline-date
             delimited by size into cert-line
           write cert-line
           move spaces to cert-line
           write cert-line
           if er-nothing-held then
             move spaces to cert-line
             string "    NO DETAILS WERE HELD FOR ENTRANT "
               ws-ru-old-id(ws-r) delimited by size into cert-line
             write cert-line
             move spaces to cert-line
             string "    ON " ws-run-date ", SO THERE WAS NOTHING "
               "TO ERASE." delimited by size into cert-line
             write cert-line
           else
             perform write-certificate-body
           end-if
           move spaces to cert-line
           write cert-line
           move spaces to cert-line
           if er-completed-date > er-deadline-date then
             compute ws-days-over = ws-run-int
               - function integer-of-date(
                 function numval(er-deadline-date))
             move ws-days-over to ws-days-disp
             string "    COMPLETED " er-completed-date
               " - " function trim(ws-days-disp)
               " DAY(S) AFTER THE DEADLINE" delimited by size
               into cert-line
           else
             string "    COMPLETED " er-completed-date
               " - WITHIN THE DEADLINE" delimited by size
               into cert-line
           end-if
           write cert-line
           move spaces to cert-line
           write cert-line
           .

       write-certificate-body.
           move spaces to cert-line
           string "    THE CONTEST DETAILS OF "
             function trim(ws-ru-name(ws-r)) ", "
             function trim(ws-ru-town(ws-r)) delimited by size
             into cert-line
           write cert-line
           move spaces to cert-line
           string "    (ENTRANT " ws-ru-old-id(ws-r) ") HAVE BEEN "
             "ERASED. NAME AND TOWN ARE GONE" delimited by size
             into cert-line
           write cert-line
           move "    AND THE ENTRANT ID IS REPLACED IN EVERY FILE:"
             to cert-line
           write cert-line
           move spaces to cert-line
           write cert-line
           perform varying ws-f from 1 by 1
             until ws-f > ws-file-count
             move spaces to cert-line
             string "      " ws-fl-name(ws-f) "  "
               ws-ru-file-rows(ws-r, ws-f) " RECORD(S)"
               delimited by size into cert-line
             write cert-line
           end-perform
           move spaces to cert-line
           write cert-line
           move "    SCORES AND PRIZES STAY IN THE TOTALS UNDER AN ID"
             to cert-line
           write cert-line
           move "    THAT CANNOT BE TRACED BACK TO YOU." to cert-line
           write cert-line
           .

      * every request on file, so the register shows each one met
      * its deadline or by how much it missed, and how long an open
      * one has left
       write-register.
           move spaces to print-line
           string "ERASURE REQUEST REGISTER  " ws-run-date
             "  DEADLINE " er-days-allowed " DAYS FROM RECEIPT"
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  REQUEST" to print-line(1:10)
           move "ID" to print-line(11:10)
           move "RECEIVED" to print-line(21:10)
           move "DUE BY" to print-line(31:10)
           move "DONE" to print-line(41:10)
           move "ROWS" to print-line(51:7)
           move "DEADLINE" to print-line(58:8)
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-q from 1 by 1
             until ws-q > ws-request-count
             move ws-rq-record(ws-q) to er-record
             perform write-register-line
           end-perform
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  REQUESTS: " ws-request-count
             "  ERASED THIS RUN: " ws-completed
             "  NOTHING HELD: " ws-nothing-held
             "  LATE: " ws-late "  STILL OPEN: " ws-still-open
             delimited by size into print-line
           write print-line
           if ws-table-full = 'Y' then
             move spaces to print-line
             move "  ** A TABLE FILLED - NOT EVERY REQUEST TAKEN"
               to print-line
             write print-line
           end-if
           .

       write-register-line.
           move spaces to print-line
           move er-request-no to print-line(3:6)
           move er-entrant-id to print-line(11:8)
           move er-received-date to print-line(21:8)
           move er-deadline-date to print-line(31:8)
           move er-completed-date to print-line(41:8)
           move er-rows-changed to print-line(51:5)
           if er-pending then
             add 1 to ws-still-open
             compute ws-days-over = ws-run-int
               - function integer-of-date(
                 function numval(er-deadline-date))
             if ws-days-over > 0 then
               add 1 to ws-overdue
               move ws-days-over to ws-days-disp
               string "OVERDUE " function trim(ws-days-disp) " DAY(S)"
                 delimited by size into print-line(58:24)
             else
               compute ws-days-disp = 0 - ws-days-over
               string "OPEN, " function trim(ws-days-disp)
                 " DAY(S) LEFT" delimited by size
                 into print-line(58:24)
             end-if
           else
             if er-completed-date > er-deadline-date then
               move "MISSED" to print-line(58:6)
             else
               move "MET" to print-line(58:3)
             end-if
           end-if
           write print-line
           .

      * a request finished late cannot be made on time now, but it
      * is still the thing the data-protection officer must hear of
       set-job-status.
           evaluate true
             when ws-overdue > 0
               set job-error to true
               move spaces to ws-job-message
               string ws-overdue " ERASURE REQUEST(S) OVERDUE"
                 delimited by size into ws-job-message
             when ws-late > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-late " ERASURE(S) DONE AFTER THE DEADLINE"
                 delimited by size into ws-job-message
             when ws-table-full = 'Y'
               set job-warning to true
               move "ERASURE TABLE FULL" to ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string ws-completed " ERASED, " ws-nothing-held
                 " NOTHING HELD" delimited by size
                 into ws-job-message
           end-evaluate
           .

      * one row per request closed, naming the request and the
      * surrogate, never the ID or the person
       write-request-audit.
           move "ENTRANT-ERASE" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "ERASURE REQUEST " er-request-no " CLOSED "
             er-rows-changed " ROWS" delimited by size
             into aud-outcome
           move "00" to aud-return-code
           move "BATCH" to aud-operator-id
           call 'runnum' using aud-run-number
           open extend audit-log
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           .

       write-audit-log.
           move "ENTRANT-ERASE" to aud-program-id
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
           move "BATCH" to aud-operator-id
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
           if ws-job-return-code not = 0 then
             call 'raise-alert' using aud-record
           end-if
           .

       end program entrant-erase.
