       identification division.
       program-id. defn-search.

       environment division.
       input-output section.
       file-control.
           select defn-master assign to 'DEFNMST.DAT'
           organization is line sequential
           file status is ws-defn-status.

           select word-master assign to 'WORD-MASTER.DAT'
           organization is relative
           access mode is random
           relative key is ws-wm-rel-key
           file status is ws-word-master-status.

           select search-ctl assign to 'DEFNSRCH.CTL'
           organization is line sequential
           file status is ws-search-ctl-status.

           select report-out assign to 'DEFNSRCH.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  defn-master.
       01 df-record.
           02 df-word pic A(25).
           02 df-definition pic X(60).

       fd  word-master.
       copy "word-master.copy".

      * one search per record: up to three keywords that must all
      * appear in the definition, then optionally a letter pattern
      * (A?P?E style, as pattern-search takes), a word length for
      * when no pattern is given, and a frequency-rank band - blank
      * takes any.  a band leaves out the words the frequency list
      * never ranked
       fd  search-ctl.
       01 ds-record.
           02 ds-keywords pic X(40).
           02 ds-pattern pic X(25).
           02 ds-length pic X(2).
           02 ds-rank-from pic X(2).
           02 ds-rank-to pic X(2).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-defn-status pic XX.
       01 ws-word-master-status pic XX.
       01 ws-search-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-defn-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-wm-rel-key pic 9(6).
       01 ws-wm-master-count pic 9(6).
       01 ws-wm-low pic 9(6).
       01 ws-wm-high pic 9(6).
       01 ws-wm-mid pic 9(6).
       01 ws-wm-target pic A(25).
       01 ws-wm-found pic X value 'N'.
       01 ws-have-defns pic X value 'N'.

      * the search in hand, from the card or the terminal
       01 ws-search.
           02 ws-keywords pic X(40).
           02 ws-pattern pic X(25).
           02 ws-length pic X(2).
           02 ws-rank-from pic X(2).
           02 ws-rank-to pic X(2).
       01 ws-key-table.
           02 ws-key-entry occurs 3 times.
               05 ws-key-word pic X(20).
               05 ws-key-len pic 99.
       01 ws-k pic 9.
       01 ws-key-count pic 9.
       01 ws-key-hits pic 9(3).
       01 ws-pattern-len pic 99.
       01 ws-want-length pic 99.
       01 ws-band-from pic 99.
       01 ws-band-to pic 99.
       01 ws-band-given pic X(1).
       01 ws-word-len pic 99.
       01 ws-text-spc pic 99.
       01 ws-candidate pic X(25).
       01 ws-defn-lower pic X(60).
       01 ws-match-flag pic X(1).
       01 ws-c pic 99.
       01 ws-two-digits pic X(2).
       01 ws-show-flags pic X(3).
       01 ws-show-rank pic X(2).
       01 ws-searches pic 9(3) value 0.
       01 ws-match-count pic 9(5).
       01 ws-total-matches pic 9(5) value 0.

       procedure division.
       main-line.
           move "DEFN-SEARCH" to aud-program-id
           call 'sysdate' using ws-run-date
      * a DEFNSRCH.CTL card is a queued request, whose requester
      * signed on at job-request; the helpline signs on here
           open input search-ctl
           if ws-search-ctl-status = '00' then
             close search-ctl
           else
             perform check-operator-sign-on
             if so-rejected then
               display so-message
               move 8 to return-code
               stop run
             end-if
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform open-word-master
           open input defn-master
           if ws-defn-status = '00' then
             move 'Y' to ws-have-defns
             close defn-master
           end-if
           open output report-out
           perform write-report-header
           if ws-have-defns not = 'Y' then
             set job-error to true
             move "DEFNMST.DAT NOT FOUND" to ws-job-message
             move "  (definitions master not on file)" to print-line
             write print-line
             display "DEFNMST.DAT NOT FOUND - NOTHING TO SEARCH"
           else
             open input search-ctl
             if ws-search-ctl-status = '00' then
               perform until ws-eof = 'Y'
                 read search-ctl
                   at end move 'Y' to ws-eof
                   not at end
                     if ds-keywords not = spaces then
                       move ds-record to ws-search
                       perform run-one-search
                     end-if
                 end-read
               end-perform
               close search-ctl
             else
               perform prompt-for-searches
             end-if
             perform set-job-status
           end-if
           perform write-report-footer
           close report-out
           move "DEFN-SEARCH" to ra-program-id
           move "DEFNSRCH.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform close-word-master
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "SEARCHES: " ws-searches
             "  MATCHES: " ws-total-matches
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * at the helpline there is no card: each question is keyed in
      * turn, and the report still collects the session for the desk
       prompt-for-searches.
           display "DEFINITION SEARCH - blank keywords to finish"
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             move spaces to ws-search
             display "Keywords (up to three, all must appear)"
             accept ws-keywords
             if ws-keywords = spaces then
               move 'Y' to ws-eof
             else
               display "Letter pattern, ? for any letter (blank "
                 "for any)"
               accept ws-pattern
               if ws-pattern = spaces then
                 display "Word length (blank for any)"
                 accept ws-length
               end-if
               display "Frequency rank from (blank for any)"
               accept ws-rank-from
               if ws-rank-from not = spaces then
                 display "Frequency rank to"
                 accept ws-rank-to
               end-if
               perform run-one-search
             end-if
           end-perform
           .

       check-operator-sign-on.
           display "Operator ID"
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
             move "DEFN-SEARCH" to pc-program-id
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

       open-word-master.
           move 0 to ws-wm-master-count
           open input word-master
           if ws-word-master-status = '00' then
             move 1 to ws-wm-rel-key
             read word-master
             move wm-word(1:6) to ws-wm-master-count
           end-if
           .

       close-word-master.
           if ws-word-master-status = '00' then
             close word-master
           end-if
           .

       run-one-search.
           add 1 to ws-searches
           perform set-up-search
           move spaces to print-line
           string "  KEYWORDS: " ws-keywords
             " PATTERN: " ws-pattern delimited by size
             into print-line
           write print-line
           display function trim(print-line)
           if ws-want-length > 0 then
             move spaces to print-line
             string "  LENGTH: " ws-want-length
               delimited by size into print-line
             write print-line
             display function trim(print-line)
           end-if
           if ws-band-given = 'Y' then
             move spaces to print-line
             string "  RANK BAND: " ws-band-from " - " ws-band-to
               delimited by size into print-line
             write print-line
             display function trim(print-line)
           end-if
           move spaces to print-line
           string "    WORD                      LN FLG RK "
             "DEFINITION" delimited by size into print-line
           write print-line
           move 0 to ws-match-count
           move 'N' to ws-defn-eof
           open input defn-master
           perform until ws-defn-eof = 'Y'
             read defn-master
               at end move 'Y' to ws-defn-eof
               not at end perform check-one-definition
             end-read
           end-perform
           close defn-master
           if ws-match-count = 0 then
             move spaces to print-line
             move "    (no matches)" to print-line
             write print-line
             display "  NO DEFINITIONS MATCH"
           else
             display "  " ws-match-count " MATCH(ES)"
           end-if
           move spaces to print-line
           write print-line
           .

       set-up-search.
           move function lower-case(ws-keywords) to ws-keywords
           move function lower-case(ws-pattern) to ws-pattern
           move spaces to ws-key-table
           unstring ws-keywords delimited by all space
             into ws-key-word(1) ws-key-word(2) ws-key-word(3)
           end-unstring
           move 0 to ws-key-count
           perform varying ws-k from 1 by 1 until ws-k > 3
             move 0 to ws-text-spc
             inspect ws-key-word(ws-k)
               tallying ws-text-spc for trailing space
             compute ws-key-len(ws-k) =
               function length(ws-key-word(ws-k)) - ws-text-spc
             if ws-key-len(ws-k) > 0 then
               add 1 to ws-key-count
             end-if
           end-perform
           move 0 to ws-text-spc
           inspect ws-pattern tallying ws-text-spc for trailing space
           compute ws-pattern-len = function length(ws-pattern)
             - ws-text-spc
           move ws-length to ws-two-digits
           perform right-justify-digits
           move ws-two-digits to ws-length
           move ws-rank-from to ws-two-digits
           perform right-justify-digits
           move ws-two-digits to ws-rank-from
           move ws-rank-to to ws-two-digits
           perform right-justify-digits
           move ws-two-digits to ws-rank-to
           move 0 to ws-want-length
           if ws-pattern-len > 0 then
             move ws-pattern-len to ws-want-length
           else
             if ws-length is numeric then
               move ws-length to ws-want-length
             end-if
           end-if
           move 'N' to ws-band-given
           move 0 to ws-band-from
           move 99 to ws-band-to
           if ws-rank-from is numeric then
             move 'Y' to ws-band-given
             move ws-rank-from to ws-band-from
           end-if
           if ws-rank-to is numeric then
             move 'Y' to ws-band-given
             move ws-rank-to to ws-band-to
           end-if
           .

      * a single digit keyed at the terminal lands on the left of
      * its two-character field
       right-justify-digits.
           if ws-two-digits(2:1) = space
             and ws-two-digits(1:1) is numeric then
             move ws-two-digits(1:1) to ws-two-digits(2:1)
             move '0' to ws-two-digits(1:1)
           end-if
           .

      * every keyword has to appear somewhere in the definition -
      * "small boat" finds "a small open boat", not every boat
       check-one-definition.
           move function lower-case(df-definition) to ws-defn-lower
           move 'Y' to ws-match-flag
           perform varying ws-k from 1 by 1
             until ws-k > 3 or ws-match-flag = 'N'
             if ws-key-len(ws-k) > 0 then
               move 0 to ws-key-hits
               inspect ws-defn-lower tallying ws-key-hits
                 for all ws-key-word(ws-k)(1:ws-key-len(ws-k))
               if ws-key-hits = 0 then
                 move 'N' to ws-match-flag
               end-if
             end-if
           end-perform
           if ws-match-flag = 'N' then
             exit paragraph
           end-if
           move function lower-case(df-word) to ws-candidate
           move 0 to ws-text-spc
           inspect ws-candidate tallying ws-text-spc for trailing space
           compute ws-word-len = function length(ws-candidate)
             - ws-text-spc
           if ws-want-length > 0
             and ws-word-len not = ws-want-length then
             exit paragraph
           end-if
           perform varying ws-c from 1 by 1
             until ws-c > ws-pattern-len or ws-match-flag = 'N'
             if ws-pattern(ws-c:1) not = '?'
               and ws-pattern(ws-c:1) not = ws-candidate(ws-c:1) then
               move 'N' to ws-match-flag
             end-if
           end-perform
           if ws-match-flag = 'N' then
             exit paragraph
           end-if
           perform word-exists-check
           if ws-wm-found = 'Y' then
             move wm-flags to ws-show-flags
             move wm-freq-rank to ws-show-rank
           else
             move "---" to ws-show-flags
             move "--" to ws-show-rank
           end-if
           if ws-band-given = 'Y' then
             if ws-wm-found not = 'Y' or wm-freq-rank = 0
               or wm-freq-rank < ws-band-from
               or wm-freq-rank > ws-band-to then
               exit paragraph
             end-if
           end-if
           add 1 to ws-match-count
           add 1 to ws-total-matches
           move spaces to print-line
           string "    " ws-candidate " " ws-word-len " "
             ws-show-flags " " ws-show-rank " " df-definition
             delimited by size into print-line
           write print-line
           display "  " function trim(ws-candidate) " ("
             ws-word-len ") FLAGS " ws-show-flags " RANK "
             ws-show-rank ": " function trim(df-definition)
           .

      * the same halving search word-lookup runs on the index; the
      * word's own record is left in the buffer for its flags and
      * rank
       word-exists-check.
           move ws-candidate to ws-wm-target
           move 'N' to ws-wm-found
           if ws-wm-master-count = 0 then
             exit paragraph
           end-if
           move 2 to ws-wm-low
           compute ws-wm-high = ws-wm-master-count + 1
           perform until ws-wm-low > ws-wm-high or ws-wm-found = 'Y'
             compute ws-wm-mid = (ws-wm-low + ws-wm-high) / 2
             move ws-wm-mid to ws-wm-rel-key
             read word-master
               invalid key continue
             end-read
             if wm-word = ws-wm-target then
               move 'Y' to ws-wm-found
             else
               if wm-word < ws-wm-target then
                 compute ws-wm-low = ws-wm-mid + 1
               else
                 compute ws-wm-high = ws-wm-mid - 1
               end-if
             end-if
           end-perform
           .

       write-report-header.
           move spaces to print-line
           string "DEFINITION KEYWORD SEARCH  " ws-run-date
             into print-line
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           string "  SEARCHES: " ws-searches
             "  MATCHES: " ws-total-matches into print-line
           write print-line
           if ws-wm-master-count = 0 then
             move spaces to print-line
             move "  (no word master - flags and ranks not shown)"
               to print-line
             write print-line
           end-if
           .

       set-job-status.
           evaluate true
             when ws-searches = 0
               set job-warning to true
               move "NO SEARCHES REQUESTED" to ws-job-message
             when ws-total-matches = 0
               set job-warning to true
               move "NO DEFINITIONS MATCHED ANY SEARCH"
                 to ws-job-message
             when other
               set job-ok to true
               move "DEFINITION SEARCH COMPLETE" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "DEFN-SEARCH" to aud-program-id
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
           if ws-operator-id = spaces then
             move "BATCH" to aud-operator-id
           else
             move ws-operator-id to aud-operator-id
           end-if
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

       end program defn-search.
