       identification division.
       program-id. fraud-check.

       environment division.
       input-output section.
       file-control.
           select entrant-master assign to 'ENTRANT.DAT'
           organization is line sequential
           file status is ws-entrant-master-status.

           select submissions-in assign to 'SUBMISSN.DAT'
           organization is line sequential
           file status is ws-submissions-status.

           select fraud-ctl assign to 'FRAUDCHK.CTL'
           organization is line sequential
           file status is ws-fraud-ctl-status.

           select report-out assign to 'FRAUDCHK.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  entrant-master.
       01 en-record.
           02 en-id pic X(8).
           02 en-name pic X(20).
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

      * the raw submission batch, before the edit has thrown out a
      * single record - a second answer to the same puzzle is what
      * this run looks for, not a reason to drop it first
       fd  submissions-in.
       01 sb-record.
           02 sb-entrant-id pic X(8).
           02 sb-puzzle-date pic X(8).
           02 sb-answer pic X(40).
           02 sb-channel pic X(1).
           02 sb-received pic X(14).

      * control card: how many letters two names, and two towns,
      * may differ by and still be taken for the same person; how
      * many days back a join counts as new; and how many answers
      * two new entrants must share before a matching run of them
      * means anything.  blank or unreadable fields keep 2, 1, 30
      * and 3
       fd  fraud-ctl.
       01 fc-record.
           02 fc-name-distance pic X(1).
           02 fc-town-distance pic X(1).
           02 fc-new-days pic X(3).
           02 fc-min-answers pic X(2).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-entrant-master-status pic XX.
       01 ws-submissions-status pic XX.
       01 ws-fraud-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-run-int pic 9(7).
       01 ws-join-int pic 9(7).
       01 ws-name-distance pic 9(1) value 2.
       01 ws-town-distance pic 9(1) value 1.
       01 ws-new-days pic 9(3) value 30.
       01 ws-min-answers pic 9(2) value 3.

      * what the run found
       01 ws-near-pairs pic 9(5) value 0.
       01 ws-multi-answers pic 9(5) value 0.
       01 ws-clusters pic 9(3) value 0.
       01 ws-submissions-read pic 9(7) value 0.
       01 ws-table-full pic X(1) value 'N'.

      * the active entrants, each name and town cut down to its
      * letters and digits in upper case, so "J. Smith" and
      * "j smith" compare as the same
       78  ws-max-entrants value 500.
       01 ws-entrant-count pic 9(3) value 0.
       01 ws-entrant-table.
           02 ws-entrant-entry occurs ws-max-entrants times.
               05 ws-en-id pic X(8).
               05 ws-en-name pic X(20).
               05 ws-en-town pic X(20).
               05 ws-en-join pic X(8).
               05 ws-en-key-name pic X(20).
               05 ws-en-name-len pic 9(2).
               05 ws-en-key-town pic X(20).
               05 ws-en-town-len pic 9(2).
               05 ws-en-new pic X(1).
       01 ws-a pic 9(3).
       01 ws-b pic 9(3).
       01 ws-found-e pic 9(3).
       01 ws-name-gap pic 9(2).
       01 ws-town-gap pic 9(2).

      * normalizing one name or town
       01 ws-norm-in pic X(20).
       01 ws-norm-out pic X(20).
       01 ws-norm-len pic 9(2).
       01 ws-c pic 9(2).
       01 ws-ch pic X(1).

      * edit distance between two keys: the fewest letters added,
      * dropped or changed to turn one into the other, worked a row
      * at a time; a length gap past the limit is decided without
      * working it out
       01 ws-dist-a pic X(20).
       01 ws-dist-a-len pic 9(2).
       01 ws-dist-b pic X(20).
       01 ws-dist-b-len pic 9(2).
       01 ws-dist-limit pic 9(1).
       01 ws-distance pic 9(2).
       01 ws-dist-prev-row.
           02 ws-dist-prev pic 9(2) occurs 21 times.
       01 ws-dist-cur-row.
           02 ws-dist-cur pic 9(2) occurs 21 times.
       01 ws-i pic 9(2).
       01 ws-j pic 9(2).
       01 ws-cost pic 9(2).
       01 ws-best pic 9(2).

      * answers per entrant per puzzle date in the batch
       78  ws-max-keys value 2000.
       01 ws-key-count pic 9(4) value 0.
       01 ws-key-table.
           02 ws-key-entry occurs ws-max-keys times.
               05 ws-key-entrant pic X(8).
               05 ws-key-date pic X(8).
               05 ws-key-answers pic 9(3).
       01 ws-k pic 9(4).
       01 ws-found-k pic 9(4).

      * each new entrant's answers in the batch, held in date and
      * answer order whatever order they were keyed in, so two
      * entrants sending the same answers line up item for item
       78  ws-max-new value 200.
       78  ws-max-seq value 8.
       01 ws-new-count pic 9(3) value 0.
       01 ws-new-table.
           02 ws-new-entry occurs ws-max-new times.
               05 ws-nw-entrant pic 9(3).
               05 ws-nw-answers pic 9(2).
               05 ws-nw-cluster pic 9(3).
               05 ws-nw-sequence.
                   10 ws-nw-item pic X(30) occurs ws-max-seq times.
       01 ws-n pic 9(3).
       01 ws-m pic 9(3).
       01 ws-found-n pic 9(3).
       01 ws-q pic 9(2).
       01 ws-item pic X(30).
       01 ws-cluster-size pic 9(3).

       procedure division.
       main-line.
           move "FRAUD-CHECK" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-run-int = function integer-of-date(
             function numval(ws-run-date))
           perform get-run-parameters
           perform load-entrant-master
           perform load-submissions
           open output report-out
           perform write-report-header
           perform check-near-registrations
           perform check-multiple-answers
           perform check-answer-clusters
           perform write-report-footer
           close report-out
           move "FRAUD-CHECK" to ra-program-id
           move "FRAUDCHK.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           open input fraud-ctl
           if ws-fraud-ctl-status = '00' then
             read fraud-ctl
               at end continue
               not at end
                 if fc-name-distance is numeric then
                   move fc-name-distance to ws-name-distance
                 end-if
                 if fc-town-distance is numeric then
                   move fc-town-distance to ws-town-distance
                 end-if
                 if fc-new-days is numeric then
                   move fc-new-days to ws-new-days
                 end-if
                 if fc-min-answers is numeric
                   and fc-min-answers > '00' then
                   move fc-min-answers to ws-min-answers
                 end-if
             end-read
             close fraud-ctl
           end-if
           .

      * only active entrants are checked - a registration already
      * deactivated, merged or not, can no longer win anything
       load-entrant-master.
           move 0 to ws-entrant-count
           open input entrant-master
           if ws-entrant-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read entrant-master
                 at end move 'Y' to ws-eof
                 not at end
                   if en-active = 'Y' then
                     perform take-entrant
                   end-if
               end-read
             end-perform
             close entrant-master
           end-if
           .

       take-entrant.
           if ws-entrant-count >= ws-max-entrants then
             move 'Y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-entrant-count
           move en-id to ws-en-id(ws-entrant-count)
           move en-name to ws-en-name(ws-entrant-count)
           move en-town to ws-en-town(ws-entrant-count)
           move en-join-date to ws-en-join(ws-entrant-count)
           move en-name to ws-norm-in
           perform normalize-key
           move ws-norm-out to ws-en-key-name(ws-entrant-count)
           move ws-norm-len to ws-en-name-len(ws-entrant-count)
           move en-town to ws-norm-in
           perform normalize-key
           move ws-norm-out to ws-en-key-town(ws-entrant-count)
           move ws-norm-len to ws-en-town-len(ws-entrant-count)
           move 'N' to ws-en-new(ws-entrant-count)
           if en-join-date is numeric then
             compute ws-join-int = function integer-of-date(
               function numval(en-join-date))
             if ws-run-int - ws-join-int <= ws-new-days then
               move 'Y' to ws-en-new(ws-entrant-count)
             end-if
           end-if
           .

       normalize-key.
           move spaces to ws-norm-out
           move 0 to ws-norm-len
           move function upper-case(ws-norm-in) to ws-norm-in
           perform varying ws-c from 1 by 1 until ws-c > 20
             move ws-norm-in(ws-c:1) to ws-ch
             if (ws-ch >= 'A' and ws-ch <= 'Z')
               or (ws-ch >= '0' and ws-ch <= '9') then
               add 1 to ws-norm-len
               move ws-ch to ws-norm-out(ws-norm-len:1)
             end-if
           end-perform
           .

       load-submissions.
           open input submissions-in
           if ws-submissions-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read submissions-in
                 at end move 'Y' to ws-eof
                 not at end
                   add 1 to ws-submissions-read
                   perform count-answer
                   perform take-new-entrant-answer
               end-read
             end-perform
             close submissions-in
           end-if
           .

       count-answer.
           move 0 to ws-found-k
           perform varying ws-k from 1 by 1
             until ws-k > ws-key-count or ws-found-k > 0
             if ws-key-entrant(ws-k) = sb-entrant-id
               and ws-key-date(ws-k) = sb-puzzle-date then
               move ws-k to ws-found-k
             end-if
           end-perform
           if ws-found-k = 0 then
             if ws-key-count >= ws-max-keys then
               move 'Y' to ws-table-full
               exit paragraph
             end-if
             add 1 to ws-key-count
             move ws-key-count to ws-found-k
             move sb-entrant-id to ws-key-entrant(ws-found-k)
             move sb-puzzle-date to ws-key-date(ws-found-k)
             move 0 to ws-key-answers(ws-found-k)
           end-if
           add 1 to ws-key-answers(ws-found-k)
           .

      * the answer goes into the entrant's run in order, so the
      * run compares as one string
       take-new-entrant-answer.
           move 0 to ws-found-e
           perform varying ws-a from 1 by 1
             until ws-a > ws-entrant-count or ws-found-e > 0
             if ws-en-id(ws-a) = sb-entrant-id then
               move ws-a to ws-found-e
             end-if
           end-perform
           if ws-found-e = 0 then
             exit paragraph
           end-if
           if ws-en-new(ws-found-e) not = 'Y' then
             exit paragraph
           end-if
           move 0 to ws-found-n
           perform varying ws-n from 1 by 1
             until ws-n > ws-new-count or ws-found-n > 0
             if ws-nw-entrant(ws-n) = ws-found-e then
               move ws-n to ws-found-n
             end-if
           end-perform
           if ws-found-n = 0 then
             if ws-new-count >= ws-max-new then
               move 'Y' to ws-table-full
               exit paragraph
             end-if
             add 1 to ws-new-count
             move ws-new-count to ws-found-n
             move ws-found-e to ws-nw-entrant(ws-found-n)
             move 0 to ws-nw-answers(ws-found-n)
             move 0 to ws-nw-cluster(ws-found-n)
             move spaces to ws-nw-sequence(ws-found-n)
           end-if
           if ws-nw-answers(ws-found-n) >= ws-max-seq then
             exit paragraph
           end-if
           move spaces to ws-item
           move sb-puzzle-date to ws-item(1:8)
           move function upper-case(function trim(sb-answer))
             to ws-item(9:22)
           move ws-nw-answers(ws-found-n) to ws-q
           perform until ws-q = 0
             if ws-nw-item(ws-found-n, ws-q) <= ws-item then
               exit perform
             end-if
             move ws-nw-item(ws-found-n, ws-q)
               to ws-nw-item(ws-found-n, ws-q + 1)
             subtract 1 from ws-q
           end-perform
           move ws-item to ws-nw-item(ws-found-n, ws-q + 1)
           add 1 to ws-nw-answers(ws-found-n)
           .

      * every active pair whose towns are within the town limit and
      * whose names are within the name limit; a name of two
      * letters or fewer is too short to call a near match on
       check-near-registrations.
           move spaces to print-line
           move "  REGISTRATIONS MATCHING ANOTHER ACTIVE ENTRANT"
             to print-line
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-a from 1 by 1
             until ws-a >= ws-entrant-count
             compute ws-b = ws-a + 1
             perform until ws-b > ws-entrant-count
               perform compare-registrations
               add 1 to ws-b
             end-perform
           end-perform
           if ws-near-pairs = 0 then
             move "    NONE FOUND" to print-line
             write print-line
           end-if
           move spaces to print-line
           write print-line
           .

       compare-registrations.
           if ws-en-name-len(ws-a) < 3 or ws-en-name-len(ws-b) < 3
             then
             exit paragraph
           end-if
           move ws-en-key-town(ws-a) to ws-dist-a
           move ws-en-town-len(ws-a) to ws-dist-a-len
           move ws-en-key-town(ws-b) to ws-dist-b
           move ws-en-town-len(ws-b) to ws-dist-b-len
           move ws-town-distance to ws-dist-limit
           perform compute-distance
           if ws-distance > ws-town-distance then
             exit paragraph
           end-if
           move ws-distance to ws-town-gap
           move ws-en-key-name(ws-a) to ws-dist-a
           move ws-en-name-len(ws-a) to ws-dist-a-len
           move ws-en-key-name(ws-b) to ws-dist-b
           move ws-en-name-len(ws-b) to ws-dist-b-len
           move ws-name-distance to ws-dist-limit
           perform compute-distance
           if ws-distance > ws-name-distance then
             exit paragraph
           end-if
           move ws-distance to ws-name-gap
           add 1 to ws-near-pairs
           move spaces to print-line
           move ws-en-id(ws-a) to print-line(5:8)
           move ws-en-name(ws-a) to print-line(15:20)
           move ws-en-town(ws-a) to print-line(37:20)
           move ws-en-join(ws-a) to print-line(59:8)
           if ws-name-gap = 0 and ws-town-gap = 0 then
             move "SAME NAME AND TOWN" to print-line(70:18)
           else
             string "NEAR - NAME " ws-name-gap " TOWN " ws-town-gap
               delimited by size into print-line(70:30)
           end-if
           write print-line
           move spaces to print-line
           move ws-en-id(ws-b) to print-line(5:8)
           move ws-en-name(ws-b) to print-line(15:20)
           move ws-en-town(ws-b) to print-line(37:20)
           move ws-en-join(ws-b) to print-line(59:8)
           write print-line
           move spaces to print-line
           write print-line
           .

       compute-distance.
           if ws-dist-a-len > ws-dist-b-len then
             compute ws-distance = ws-dist-a-len - ws-dist-b-len
           else
             compute ws-distance = ws-dist-b-len - ws-dist-a-len
           end-if
           if ws-distance > ws-dist-limit then
             exit paragraph
           end-if
           perform varying ws-j from 0 by 1 until ws-j > ws-dist-b-len
             move ws-j to ws-dist-prev(ws-j + 1)
           end-perform
           perform varying ws-i from 1 by 1 until ws-i > ws-dist-a-len
             move ws-i to ws-dist-cur(1)
             perform varying ws-j from 1 by 1
               until ws-j > ws-dist-b-len
               if ws-dist-a(ws-i:1) = ws-dist-b(ws-j:1) then
                 move 0 to ws-cost
               else
                 move 1 to ws-cost
               end-if
               compute ws-best = ws-dist-prev(ws-j) + ws-cost
               if ws-dist-prev(ws-j + 1) + 1 < ws-best then
                 compute ws-best = ws-dist-prev(ws-j + 1) + 1
               end-if
               if ws-dist-cur(ws-j) + 1 < ws-best then
                 compute ws-best = ws-dist-cur(ws-j) + 1
               end-if
               move ws-best to ws-dist-cur(ws-j + 1)
             end-perform
             move ws-dist-cur-row to ws-dist-prev-row
           end-perform
           move ws-dist-prev(ws-dist-b-len + 1) to ws-distance
           .

       check-multiple-answers.
           move spaces to print-line
           move "  MORE THAN ONE ANSWER TO THE SAME PUZZLE"
             to print-line
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-k from 1 by 1
             until ws-k > ws-key-count
             if ws-key-answers(ws-k) > 1 then
               add 1 to ws-multi-answers
               move spaces to print-line
               string "    " ws-key-entrant(ws-k) "  PUZZLE "
                 ws-key-date(ws-k) "  ANSWERS " ws-key-answers(ws-k)
                 delimited by size into print-line
               write print-line
             end-if
           end-perform
           if ws-multi-answers = 0 then
             move "    NONE FOUND" to print-line
             write print-line
           end-if
           move spaces to print-line
           write print-line
           .

      * new entrants whose whole run of answers is the same, item
      * for item, with enough answers in it to mean something;
      * each group found is one cluster
       check-answer-clusters.
           move spaces to print-line
           string "  NEW ENTRANTS (JOINED IN THE LAST " ws-new-days
             " DAYS) SENDING IDENTICAL ANSWERS" delimited by size
             into print-line
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-n from 1 by 1
             until ws-n > ws-new-count
             if ws-nw-cluster(ws-n) = 0
               and ws-nw-answers(ws-n) >= ws-min-answers then
               perform gather-cluster
             end-if
           end-perform
           if ws-clusters = 0 then
             move "    NONE FOUND" to print-line
             write print-line
           end-if
           .

       gather-cluster.
           move 1 to ws-cluster-size
           perform varying ws-m from ws-n by 1
             until ws-m > ws-new-count
             if ws-m > ws-n
               and ws-nw-cluster(ws-m) = 0
               and ws-nw-answers(ws-m) = ws-nw-answers(ws-n)
               and ws-nw-sequence(ws-m) = ws-nw-sequence(ws-n) then
               if ws-cluster-size = 1 then
                 add 1 to ws-clusters
                 move ws-clusters to ws-nw-cluster(ws-n)
               end-if
               move ws-clusters to ws-nw-cluster(ws-m)
               add 1 to ws-cluster-size
             end-if
           end-perform
           if ws-cluster-size = 1 then
             exit paragraph
           end-if
           move spaces to print-line
           string "    CLUSTER " ws-clusters "  " ws-cluster-size
             " ENTRANTS, " ws-nw-answers(ws-n) " ANSWERS EACH"
             delimited by size into print-line
           write print-line
           perform varying ws-m from ws-n by 1
             until ws-m > ws-new-count
             if ws-nw-cluster(ws-m) = ws-clusters then
               move ws-nw-entrant(ws-m) to ws-a
               move spaces to print-line
               move ws-en-id(ws-a) to print-line(7:8)
               move ws-en-name(ws-a) to print-line(17:20)
               move ws-en-town(ws-a) to print-line(39:20)
               move ws-en-join(ws-a) to print-line(61:8)
               write print-line
             end-if
           end-perform
           perform varying ws-q from 1 by 1
             until ws-q > ws-nw-answers(ws-n)
             move spaces to print-line
             string "      " ws-nw-item(ws-n, ws-q)(1:8) "  "
               ws-nw-item(ws-n, ws-q)(9:22) delimited by size
               into print-line
             write print-line
           end-perform
           move spaces to print-line
           write print-line
           .

       write-report-header.
           move spaces to print-line
           string "DUPLICATE ENTRANT AND MULTIPLE ENTRY CHECK  "
             ws-run-date "  NAME WITHIN " ws-name-distance
             "  TOWN WITHIN " ws-town-distance " LETTER(S)"
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  ACTIVE ENTRANTS: " ws-entrant-count
             "  SUBMISSIONS: " ws-submissions-read
             "  MATCHING PAIRS: " ws-near-pairs
             "  MULTIPLE ANSWERS: " ws-multi-answers
             "  CLUSTERS: " ws-clusters
             delimited by size into print-line
           write print-line
           if ws-table-full = 'Y' then
             move spaces to print-line
             move "  ** A CHECK TABLE FILLED - NOT EVERYTHING CHECKED"
               to print-line
             write print-line
           end-if
           move spaces to print-line
           move "  CONFIRMED DUPLICATES ARE MERGED WITH ENTRANT-MAINT"
             to print-line
           write print-line
           .

      * anything found is for the prize desk to look at, not a
      * reason to hold the batch
       set-job-status.
           evaluate true
             when ws-near-pairs > 0 or ws-multi-answers > 0
               or ws-clusters > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-near-pairs " PAIR(S) " ws-multi-answers
                 " MULTI " ws-clusters " CLUSTER(S)"
                 delimited by size into ws-job-message
             when ws-table-full = 'Y'
               set job-warning to true
               move "FRAUD CHECK TABLE FULL" to ws-job-message
             when other
               set job-ok to true
               move "NO DUPLICATE OR MULTIPLE ENTRIES FOUND"
                 to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "FRAUD-CHECK" to aud-program-id
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

       end program fraud-check.
