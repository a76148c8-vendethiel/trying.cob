       identification division.
       program-id. copy-scan.

       environment division.
       input-output section.
       file-control.
           select article-in assign dynamic ws-article-name
           organization is line sequential
           file status is ws-article-status.

           select numeronym-index assign to 'NUMINDEX.DAT'
           organization is relative
           access mode is sequential
           relative key is ws-nx-rel-key
           file status is ws-nx-status.

           select except-in assign to 'NUMEXCEPT.DAT'
           organization is line sequential
           file status is ws-except-status.

           select scan-ctl assign to 'COPYSCAN.CTL'
           organization is line sequential
           file status is ws-scan-ctl-status.

           select report-out assign to 'COPYSCAN.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
      * one line of sub-edited copy as it left the desk
       fd  article-in.
       01 ar-line pic X(250).

      * nightly numeronym index (numindex-build.cob): key-1 count
      * record, then every approved abbreviation sorted by boundary
      * length and numeronym - protected words are never on it
       fd  numeronym-index.
       01 nxr-record.
           02 nxr-boundary pic 9.
           02 nxr-numeronym pic X(30).
           02 nxr-word pic A(100).

       fd  except-in.
       01 ne-record.
           02 ne-word pic A(100).
           02 ne-reason pic X(30).

      * control card: the article file to scan, the house boundary
      * length its long words are checked at, and how many letters
      * make a word long enough to be worth abbreviating
       fd  scan-ctl.
       01 cs-record.
           02 cs-article pic X(40).
           02 cs-boundary pic 9.
           02 cs-min-length pic 99.

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "tablepeak-data.copy".
       copy "status-data.copy".
       01 ws-article-status pic XX.
       01 ws-nx-status pic XX.
       01 ws-except-status pic XX.
       01 ws-scan-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-article-name pic X(40) value spaces.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-boundary-len pic 9 value 1.
       01 ws-min-length pic 99 value 10.
       01 ws-line-no pic 9(5) value 0.
       01 ws-nx-rel-key pic 9(6).
       01 ws-nx-count pic 9(6) value 0.
       01 ws-word pic A(100).
       01 ws-res-word pic A(150).

      * the token being collected off the line: letters and digits,
      * with hyphens and apostrophes kept when they sit inside it
       01 ws-c pic 999.
       01 ws-ch pic X.
       01 ws-next pic X.
       01 ws-token pic X(100).
       01 ws-tok-len pic 999.
       01 ws-tok-digits pic 999.
       01 ws-tok-lead pic 999.
       01 ws-tok-trail pic 999.
       01 ws-t pic 999.

      * the token as the index spells it: every count zero-padded to
      * the three digits calculate-numeronym writes, so i18n in copy
      * is looked up as i018n
       01 ws-norm-token pic X(100).
       01 ws-norm-len pic 999.
       01 ws-run-len pic 999.
       01 ws-run-value pic 999.
       01 ws-norm-ok pic X.

      * the whole index in core, lower-cased, so each word of copy
      * is a binary search rather than a pass of the file
       78  ws-max-index value 9000.
       01 ws-index-count pic 9(4) value 0.
       01 ws-index-skipped pic 9(5) value 0.
       01 ws-index-table.
           02 ws-ix-entry occurs ws-max-index times.
               05 ws-ix-key.
                   10 ws-ix-boundary pic 9.
                   10 ws-ix-numeronym pic X(30).
               05 ws-ix-word pic X(100).
       01 ws-target.
           02 ws-tgt-boundary pic 9.
           02 ws-tgt-numeronym pic X(30).
       01 ws-low pic 9(4).
       01 ws-high pic 9(4).
       01 ws-mid pic 9(4).
       01 ws-hit pic 9(4).
       01 ws-group-first pic 9(4).
       01 ws-group-size pic 9(4).
       01 ws-g pic 9(4).
       01 ws-in-group pic X.
       01 ws-named pic 9.

       78  ws-max-excepts value 200.
       01 ws-except-count pic 9(3) value 0.
       01 ws-except-table.
           02 ws-except-entry occurs ws-max-excepts times.
               05 ws-exc-word pic X(100).
               05 ws-exc-reason pic X(30).
       01 ws-x pic 9(3).
       01 ws-excepted pic X.
       01 ws-excepted-at pic 9(3).

       01 ws-finding pic X(21).
       01 ws-detail pic X(80).
       01 ws-detail-ptr pic 999.
       01 ws-size-disp pic z(3)9.
       01 ws-long-count pic 9(5) value 0.
       01 ws-ambiguous-count pic 9(5) value 0.
       01 ws-unknown-count pic 9(5) value 0.
       01 ws-protected-count pic 9(5) value 0.
       01 ws-approved-used pic 9(5) value 0.

       procedure division.
       main-line.
           move "COPY-SCAN" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           perform load-numeronym-index
           perform load-exception-list
           open output report-out
           perform write-report-heading
           if ws-index-count > 0 and ws-index-skipped = 0 then
             open input article-in
             if ws-article-status = '00' then
               perform scan-article
               close article-in
             end-if
           end-if
           perform write-summary
           close report-out
           move "COPY-SCAN" to ra-program-id
           move "COPYSCAN.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform record-table-peaks
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * a COPYSCAN.CTL card lets the desk queue the scan; with no
      * card the sub-editor is asked for the article at the terminal
       get-run-parameters.
           open input scan-ctl
           if ws-scan-ctl-status = '00' then
             read scan-ctl
               at end continue
               not at end
                 move cs-article to ws-article-name
                 if cs-boundary is numeric and cs-boundary > 0 then
                   move cs-boundary to ws-boundary-len
                 end-if
                 if cs-min-length is numeric
                   and cs-min-length > 0 then
                   move cs-min-length to ws-min-length
                 end-if
             end-read
             close scan-ctl
           else
             display "Article text file to scan"
             accept ws-article-name
           end-if
           .

       load-numeronym-index.
           open input numeronym-index
           if ws-nx-status = '00' then
             read numeronym-index
               at end move 0 to ws-nx-count
               not at end move nxr-record(1:6) to ws-nx-count
             end-read
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read numeronym-index
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-index-count < ws-max-index then
                     add 1 to ws-index-count
                     move nxr-boundary
                       to ws-ix-boundary(ws-index-count)
                     move function lower-case(nxr-numeronym)
                       to ws-ix-numeronym(ws-index-count)
                     move function lower-case(nxr-word)
                       to ws-ix-word(ws-index-count)
                   else
                     add 1 to ws-index-skipped
                   end-if
               end-read
             end-perform
             close numeronym-index
           end-if
           .

       load-exception-list.
           move 0 to ws-except-count
           move 'N' to ws-eof
           open input except-in
           if ws-except-status = '00' then
             perform until ws-eof = 'Y'
               read except-in
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-except-count < ws-max-excepts then
                     add 1 to ws-except-count
                     move function lower-case(ne-word)
                       to ws-exc-word(ws-except-count)
                     move ne-reason
                       to ws-exc-reason(ws-except-count)
                   end-if
               end-read
             end-perform
             close except-in
           end-if
           .

       write-report-heading.
           move spaces to print-line
           string "COPY-DESK NUMERONYM SCAN  " ws-run-date
             "  ARTICLE " function trim(ws-article-name)
             delimited by size into print-line
           write print-line
           move spaces to print-line
           string "BOUNDARY LENGTH " ws-boundary-len
             "  LONG WORD FROM " ws-min-length " LETTERS"
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "LINE   FINDING               TEXT"
             "                           DETAIL"
             delimited by size into print-line
           write print-line
           .

       scan-article.
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read article-in
               at end move 'Y' to ws-eof
               not at end
                 add 1 to ws-line-no
                 perform scan-one-line
             end-read
           end-perform
           .

      * walk the line a character at a time; anything that is not a
      * letter, digit or inside hyphen/apostrophe ends the token
       scan-one-line.
           move spaces to ws-token
           move 0 to ws-tok-len
           move 0 to ws-tok-digits
           perform varying ws-c from 1 by 1
             until ws-c > length of ar-line
             move ar-line(ws-c:1) to ws-ch
             move space to ws-next
             if ws-c < length of ar-line then
               move ar-line(ws-c + 1:1) to ws-next
             end-if
             evaluate true
               when ws-ch is numeric
                 perform add-to-token
                 add 1 to ws-tok-digits
               when ws-ch is alphabetic and ws-ch not = space
                 perform add-to-token
               when (ws-ch = '-' or ws-ch = "'") and ws-tok-len > 0
                 and ws-next not = space
                 and (ws-next is alphabetic or ws-next is numeric)
                 perform add-to-token
               when other
                 perform end-of-token
             end-evaluate
           end-perform
           perform end-of-token
           .

       add-to-token.
           if ws-tok-len < length of ws-token then
             add 1 to ws-tok-len
             move ws-ch to ws-token(ws-tok-len:1)
           end-if
           .

       end-of-token.
           perform until ws-tok-len = 0
             if ws-token(ws-tok-len:1) = '-'
               or ws-token(ws-tok-len:1) = "'" then
               move space to ws-token(ws-tok-len:1)
               subtract 1 from ws-tok-len
             else
               exit perform
             end-if
           end-perform
           if ws-tok-len > 0 then
             move function lower-case(ws-token) to ws-token
             if ws-tok-digits = 0 then
               if ws-tok-len >= ws-min-length then
                 perform check-long-word
               end-if
             else
               perform check-numeronym-token
             end-if
           end-if
           move spaces to ws-token
           move 0 to ws-tok-len
           move 0 to ws-tok-digits
           .

      * a long word with an approved abbreviation at the house
      * boundary is worth the sub-editor's second look; protected
      * words are left alone, they have no approved form
       check-long-word.
           move ws-token to ws-word
           perform check-word-excepted
           if ws-excepted = 'Y' then
             exit paragraph
           end-if
           call "calculate-numeronym"
             using content ws-word,
                   reference ws-res-word,
                   content ws-boundary-len
           move ws-boundary-len to ws-tgt-boundary
           move function lower-case(ws-res-word(1:30))
             to ws-tgt-numeronym
           perform find-index-group
           if ws-hit = 0 then
             exit paragraph
           end-if
           move 'N' to ws-in-group
           perform varying ws-g from ws-group-first by 1
             until ws-g > ws-group-first + ws-group-size - 1
             if ws-ix-word(ws-g) = ws-token then
               move 'Y' to ws-in-group
             end-if
           end-perform
           if ws-in-group = 'N' then
             exit paragraph
           end-if
           add 1 to ws-long-count
           move "LONG WORD" to ws-finding
           move spaces to ws-detail
           move 1 to ws-detail-ptr
           string "APPROVED NUMERONYM "
             function trim(ws-tgt-numeronym)
             delimited by size into ws-detail
             with pointer ws-detail-ptr
           if ws-group-size > 1 then
             move ws-group-size to ws-size-disp
             string " - SHARED BY " function trim(ws-size-disp)
               " WORDS" delimited by size into ws-detail
               with pointer ws-detail-ptr
           end-if
           perform write-finding
           .

      * letters, a count, letters: the leading run of letters is the
      * boundary length the writer abbreviated at, and the trailing
      * run must match it or this is some other kind of token.  a
      * protected word that abbreviates to it is the worst case and
      * is checked first - the index never carries those, so it
      * would otherwise only show up as unknown
       check-numeronym-token.
           if ws-token(1:1) is not alphabetic
             or ws-token(ws-tok-len:1) is not alphabetic then
             exit paragraph
           end-if
           move 0 to ws-tok-lead
           perform varying ws-t from 1 by 1
             until ws-t > ws-tok-len
               or ws-token(ws-t:1) is not alphabetic
             add 1 to ws-tok-lead
           end-perform
           move 0 to ws-tok-trail
           perform varying ws-t from ws-tok-len by -1
             until ws-t < 1 or ws-token(ws-t:1) is not alphabetic
             add 1 to ws-tok-trail
           end-perform
           if ws-tok-lead > 9 or ws-tok-trail not = ws-tok-lead then
             exit paragraph
           end-if
           perform normalise-numeronym-token
           if ws-norm-ok = 'N' then
             exit paragraph
           end-if
           perform find-protected-abbreviation
           if ws-excepted = 'Y' then
             add 1 to ws-protected-count
             move "PROTECTED ABBREVIATED" to ws-finding
             move spaces to ws-detail
             string "IS " function trim(ws-exc-word(ws-excepted-at))
               " - " ws-exc-reason(ws-excepted-at)
               delimited by size into ws-detail
             perform write-finding
             exit paragraph
           end-if
           move ws-tok-lead to ws-tgt-boundary
           move ws-norm-token to ws-tgt-numeronym
           perform find-index-group
           evaluate true
             when ws-hit = 0
               add 1 to ws-unknown-count
               move "UNKNOWN NUMERONYM" to ws-finding
               move "NOT ON NUMINDEX.DAT - NO APPROVED EXPANSION"
                 to ws-detail
               perform write-finding
             when ws-group-size > 1
               add 1 to ws-ambiguous-count
               move "AMBIGUOUS NUMERONYM" to ws-finding
               perform build-candidate-list
               perform write-finding
             when other
               add 1 to ws-approved-used
           end-evaluate
           .

      * a run of more than three digits is a year or a figure, not a
      * letter count
       normalise-numeronym-token.
           move spaces to ws-norm-token
           move 0 to ws-norm-len
           move 'Y' to ws-norm-ok
           move 1 to ws-t
           perform until ws-t > ws-tok-len or ws-norm-ok = 'N'
             if ws-token(ws-t:1) is numeric then
               move 0 to ws-run-len
               move 0 to ws-run-value
               perform until ws-t > ws-tok-len
                 or ws-token(ws-t:1) is not numeric
                 add 1 to ws-run-len
                 if ws-run-len <= 3 then
                   compute ws-run-value = ws-run-value * 10
                     + function numval(ws-token(ws-t:1))
                 end-if
                 add 1 to ws-t
               end-perform
               if ws-run-len > 3 or ws-norm-len > 96 then
                 move 'N' to ws-norm-ok
               else
                 move ws-run-value to ws-norm-token(ws-norm-len + 1:3)
                 add 3 to ws-norm-len
               end-if
             else
               if ws-norm-len < 100 then
                 add 1 to ws-norm-len
                 move ws-token(ws-t:1) to ws-norm-token(ws-norm-len:1)
               end-if
               add 1 to ws-t
             end-if
           end-perform
           .

       find-protected-abbreviation.
           move 'N' to ws-excepted
           move ws-tok-lead to ws-tgt-boundary
           perform varying ws-x from 1 by 1
             until ws-x > ws-except-count or ws-excepted = 'Y'
             move ws-exc-word(ws-x) to ws-word
             call "calculate-numeronym"
               using content ws-word,
                     reference ws-res-word,
                     content ws-tgt-boundary
             if function lower-case(ws-res-word(1:100)) =
                ws-norm-token then
               move 'Y' to ws-excepted
               move ws-x to ws-excepted-at
             end-if
           end-perform
           .

       check-word-excepted.
           move 'N' to ws-excepted
           perform varying ws-x from 1 by 1
             until ws-x > ws-except-count or ws-excepted = 'Y'
             if ws-exc-word(ws-x) = ws-word then
               move 'Y' to ws-excepted
               move ws-x to ws-excepted-at
             end-if
           end-perform
           .

      * binary search on boundary-plus-numeronym, then widen to the
      * whole run of entries sharing the key
       find-index-group.
           move 0 to ws-hit
           move 0 to ws-group-size
           move 1 to ws-low
           move ws-index-count to ws-high
           perform until ws-low > ws-high or ws-hit > 0
             compute ws-mid = (ws-low + ws-high) / 2
             if ws-ix-key(ws-mid) = ws-target then
               move ws-mid to ws-hit
             else
               if ws-ix-key(ws-mid) < ws-target then
                 compute ws-low = ws-mid + 1
               else
                 compute ws-high = ws-mid - 1
               end-if
             end-if
           end-perform
           if ws-hit = 0 then
             exit paragraph
           end-if
           move ws-hit to ws-group-first
           perform until ws-group-first = 1
             if ws-ix-key(ws-group-first - 1) = ws-target then
               subtract 1 from ws-group-first
             else
               exit perform
             end-if
           end-perform
           move ws-group-first to ws-g
           perform until ws-g > ws-index-count
             if ws-ix-key(ws-g) = ws-target then
               add 1 to ws-group-size
               add 1 to ws-g
             else
               exit perform
             end-if
           end-perform
           .

      * name the first few words a reader could take it for
       build-candidate-list.
           move spaces to ws-detail
           move 1 to ws-detail-ptr
           move ws-group-size to ws-size-disp
           string "COULD BE " function trim(ws-size-disp)
             " WORDS:" delimited by size into ws-detail
             with pointer ws-detail-ptr
           move 0 to ws-named
           perform varying ws-g from ws-group-first by 1
             until ws-g > ws-group-first + ws-group-size - 1
               or ws-named = 3
             add 1 to ws-named
             string " " function trim(ws-ix-word(ws-g))
               delimited by size into ws-detail
               with pointer ws-detail-ptr
           end-perform
           if ws-group-size > 3 then
             string " ..." delimited by size into ws-detail
               with pointer ws-detail-ptr
           end-if
           .

       write-finding.
           move spaces to print-line
           string ws-line-no "  " ws-finding " " ws-token(1:30)
             " " ws-detail delimited by size into print-line
           write print-line
           .

       write-summary.
           move spaces to print-line
           write print-line
           evaluate true
             when ws-index-count = 0
               move "*** NUMINDEX.DAT NOT FOUND OR EMPTY - NOT SCANNED"
                 to print-line
               write print-line
             when ws-index-skipped > 0
               move "*** NUMINDEX.DAT EXCEEDS TABLE - NOT SCANNED"
                 to print-line
               write print-line
             when ws-article-status not = '00'
               move spaces to print-line
               string "*** ARTICLE " function trim(ws-article-name)
                 " NOT FOUND - NOT SCANNED"
                 delimited by size into print-line
               write print-line
             when other
               move spaces to print-line
               string "LINES SCANNED            " ws-line-no
                 delimited by size into print-line
               write print-line
               move spaces to print-line
               string "LONG WORDS WITH APPROVED " ws-long-count
                 delimited by size into print-line
               write print-line
               move spaces to print-line
               string "APPROVED NUMERONYMS USED " ws-approved-used
                 delimited by size into print-line
               write print-line
               move spaces to print-line
               string "AMBIGUOUS NUMERONYMS     " ws-ambiguous-count
                 delimited by size into print-line
               write print-line
               move spaces to print-line
               string "UNKNOWN NUMERONYMS       " ws-unknown-count
                 delimited by size into print-line
               write print-line
               move spaces to print-line
               string "PROTECTED ABBREVIATED    " ws-protected-count
                 delimited by size into print-line
               write print-line
           end-evaluate
           .

      * the files this scan read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "COPY-SCAN" to rm-program-id
           move ws-article-name to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMINDEX.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMEXCEPT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "COPYSCAN.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       record-table-peaks.
           move "COPY-SCAN" to tp-program-id
           move "NUMERONYM INDEX" to tp-table-name
           move ws-max-index to tp-ceiling
           compute tp-peak = ws-index-count + ws-index-skipped
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           move "EXCEPTION LIST" to tp-table-name
           move ws-max-excepts to tp-ceiling
           move ws-except-count to tp-peak
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

      * unknown, ambiguous or protected forms must go back to the
      * writer before layout; long words are advice only
       set-job-status.
           evaluate true
             when ws-index-count = 0
               set job-error to true
               move "NUMINDEX.DAT MISSING - NOT SCANNED"
                 to ws-job-message
             when ws-index-skipped > 0
               set job-error to true
               move "NUMINDEX.DAT EXCEEDS TABLE - NOT SCANNED"
                 to ws-job-message
             when ws-article-status not = '00'
               set job-error to true
               move "ARTICLE NOT FOUND" to ws-job-message
             when ws-ambiguous-count > 0 or ws-unknown-count > 0
               or ws-protected-count > 0
               set job-warning to true
               move "COPY HAS NUMERONYMS TO QUERY" to ws-job-message
             when other
               set job-ok to true
               move "COPY CLEAN" to ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "COPY-SCAN" to aud-program-id
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

       end program copy-scan.
