       identification division.
       program-id. dico-impact.

       environment division.
         input-output section.
           file-control.
           select trans-in assign to 'DICOTRAN.DAT'
           organization is line sequential
           file status is ws-trans-status.

           select pending-in assign to 'DICOTRAN.PND'
           organization is line sequential
           file status is ws-pending-status.

           select approval-in assign to 'DICOAPPR.DAT'
           organization is line sequential
           file status is ws-approval-status.

           select released-in assign to 'DICOAPPR.REL'
           organization is line sequential
           file status is ws-released-status.

           select puzzle-ctl assign to 'PUZZLE.DAT'
           organization is line sequential
           file status is ws-puzzle-status.

           select matches-in assign to 'ANAGRAM-MATCHES.OUT'
           organization is line sequential
           file status is ws-matches-status.

           select feature-in assign dynamic ws-feature-name
           organization is line sequential
           file status is ws-feature-status.

           select glossary-in assign to 'NUMGLOSS.DAT'
           organization is line sequential
           file status is ws-glossary-status.

           select numeronym-index assign to 'NUMINDEX.DAT'
           organization is relative
           access mode is sequential
           relative key is ws-nx-rel-key
           file status is ws-numindex-status.

           select category-master assign to 'WORDCAT.DAT'
           organization is line sequential
           file status is ws-category-status.

           select defn-master assign to 'DEFNMST.DAT'
           organization is line sequential
           file status is ws-defn-status.

           select dispute-file assign to 'DISPUTE.DAT'
           organization is line sequential
           file status is ws-dispute-status.

           select family-master assign to 'WORDFAM.DAT'
           organization is line sequential
           file status is ws-family-status.

           select variant-master assign to 'VARIANT.DAT'
           organization is line sequential
           file status is ws-variant-status.

           select impact-out assign to 'DICOIMP.DAT'
           organization is line sequential.

           select report-out assign to 'DICOIMPC.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
         file section.
      * the four places a delete or change waits before dico-maint
      * applies it: the librarian's new cards, the approval queue,
      * the releases not yet imported, and the held cards waiting
      * for their effective date
           fd trans-in.
           01 trans-record.
             05 trans-code pic A(1).
             05 trans-word pic A(25).
             05 trans-new-word pic A(25).
             05 trans-eff-date pic X(8).
             05 trans-submit-oper pic X(8).
             05 trans-approve-oper pic X(8).

           fd pending-in.
           01 pn-record pic X(75).

           fd approval-in.
           01 ap-record.
             05 ap-code pic A(1).
             05 ap-word pic A(25).
             05 ap-new-word pic A(25).
             05 ap-eff-date pic X(8).
             05 ap-submit-oper pic X(8).
             05 ap-submit-date pic X(8).

           fd released-in.
           01 rl-record pic X(75).

           fd puzzle-ctl.
           01 pz-ctl-record.
             05 pz-subject pic X(40).
             05 pz-date pic X(8).
             05 pz-publication pic X(2).
             05 pz-theme pic X(8).
             05 pz-format pic X(1).
             05 pz-language pic X(2).
             05 pz-difficulty pic X(1).
             05 pz-grid-size pic X(2).
             05 pz-family pic X(1).

           fd matches-in.
           01 mat-record.
             05 mat-date pic X(10).
             05 mat-subject pic X(40).
             05 mat-word pic X(40).
             05 mat-publication pic X(2).
             05 mat-language pic X(2).
             05 mat-mode pic X(1).

           fd feature-in.
           01 fw-record.
             05 fw-date pic X(8).
             05 fw-word pic X(40).

           fd glossary-in.
           01 go-word pic A(100).

           fd numeronym-index.
           01 nx-record.
             05 nx-boundary pic 9.
             05 nx-numeronym pic X(30).
             05 nx-word pic A(100).

           fd category-master.
           01 wc-record.
             05 wc-word pic A(25).
             05 wc-category pic X(8).

           fd defn-master.
           01 df-record.
             05 df-word pic A(25).
             05 df-definition pic X(60).

           fd dispute-file.
           copy "dispute-data.copy".

           fd family-master.
           copy "family-data.copy".

           fd variant-master.
           copy "variant-data.copy".

           fd impact-out.
           copy "impact-data.copy".

           fd report-out.
           01 print-line pic X(100).

           fd audit-log.
           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "manifest-data.copy".
           copy "tablepeak-data.copy".
           copy "status-data.copy".
           01 ws-trans-status pic XX.
           01 ws-pending-status pic XX.
           01 ws-approval-status pic XX.
           01 ws-released-status pic XX.
           01 ws-puzzle-status pic XX.
           01 ws-matches-status pic XX.
           01 ws-feature-status pic XX.
           01 ws-glossary-status pic XX.
           01 ws-numindex-status pic XX.
           01 ws-category-status pic XX.
           01 ws-defn-status pic XX.
           01 ws-dispute-status pic XX.
           01 ws-family-status pic XX.
           01 ws-variant-status pic XX.
           01 ws-audit-log-status pic XX.
           01 ws-eof pic A(1) value 'N'.
           01 ws-run-date pic X(8).
           01 ws-feature-name pic X(18).
           01 ws-nx-rel-key pic 9(6).

      * the deletes and changes found waiting, each with where it
      * waits; the compare key is the word as the dependent files
      * hold it, in lower case
           78  ws-max-trans value 500.
           01 ws-trans-count pic 9(4) value 0.
           01 ws-trans-table.
             05 ws-trans-entry occurs ws-max-trans times.
               10 ws-tr-code pic A(1).
               10 ws-tr-word pic A(25).
               10 ws-tr-new-word pic A(25).
               10 ws-tr-source pic X(20).
               10 ws-tr-key pic X(25).
               10 ws-tr-hits pic 9(4).
           01 ws-t pic 9(4).
           01 ws-source pic X(20).

      * every reference found, held so the report can list them
      * under the transaction they belong to
           78  ws-max-hits value 3000.
           01 ws-hit-count pic 9(5) value 0.
           01 ws-hit-table.
             05 ws-hit-entry occurs ws-max-hits times.
               10 ws-hit-trans pic 9(4).
               10 ws-hit-file pic X(20).
               10 ws-hit-detail pic X(50).
           01 ws-h pic 9(5).
           01 ws-hits-dropped pic 9(5) value 0.

           01 ws-candidate pic X(40).
           01 ws-first-word pic X(40).
           01 ws-second-word pic X(40).
           01 ws-dep-file pic X(20).
           01 ws-dep-detail pic X(50).
           01 ws-words-at-risk pic 9(4) value 0.
           01 ws-files-read pic 9(2) value 0.

       procedure division.
       main-line.
           move "DICO-IMPACT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-waiting-transactions
           if ws-trans-count > 0 then
             perform scan-puzzle-schedule
             perform scan-answer-keys
             perform scan-featured-word
             perform scan-numeronym-glossary
             perform scan-numeronym-index
             perform scan-word-categories
             perform scan-definitions
             perform scan-open-disputes
             perform scan-word-families
             perform scan-spelling-variants
           end-if
           perform write-impact-file
           open output report-out
           perform write-report
           close report-out
           move "DICO-IMPACT" to ra-program-id
           move "DICOIMPC.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform record-table-peaks
           perform set-job-status
           display "DELETES/CHANGES WAITING: " ws-trans-count
             "  WITH DEPENDENTS: " ws-words-at-risk
             "  REFERENCES: " ws-hit-count
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

      * adds take nothing away and flag sets leave the word on the
      * master, so only deletes and changes are looked at
       load-waiting-transactions.
           move 0 to ws-trans-count
           open input trans-in
           if ws-trans-status = '00' then
             move "NEW CARD" to ws-source
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read trans-in
                 at end move 'Y' to ws-eof
                 not at end perform add-waiting-transaction
               end-read
             end-perform
             close trans-in
           end-if
           open input approval-in
           if ws-approval-status = '00' then
             move "AWAITING APPROVAL" to ws-source
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read approval-in
                 at end move 'Y' to ws-eof
                 not at end
                   move spaces to trans-record
                   move ap-code to trans-code
                   move ap-word to trans-word
                   move ap-new-word to trans-new-word
                   move ap-eff-date to trans-eff-date
                   perform add-waiting-transaction
               end-read
             end-perform
             close approval-in
           end-if
           open input released-in
           if ws-released-status = '00' then
             move "RELEASED" to ws-source
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read released-in into trans-record
                 at end move 'Y' to ws-eof
                 not at end perform add-waiting-transaction
               end-read
             end-perform
             close released-in
           end-if
           open input pending-in
           if ws-pending-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read pending-in into trans-record
                 at end move 'Y' to ws-eof
                 not at end
                   move spaces to ws-source
                   string "HELD TO " trans-eff-date
                     delimited by size into ws-source
                   perform add-waiting-transaction
               end-read
             end-perform
             close pending-in
           end-if
           .

       add-waiting-transaction.
           if trans-code not = 'D' and trans-code not = 'C' then
             exit paragraph
           end-if
           if ws-trans-count >= ws-max-trans then
             exit paragraph
           end-if
           add 1 to ws-trans-count
           move trans-code to ws-tr-code(ws-trans-count)
           move trans-word to ws-tr-word(ws-trans-count)
           move trans-new-word to ws-tr-new-word(ws-trans-count)
           move ws-source to ws-tr-source(ws-trans-count)
           move function lower-case(trans-word)
             to ws-tr-key(ws-trans-count)
           move 0 to ws-tr-hits(ws-trans-count)
           .

      * ws-candidate against every waiting word; a hit is filed
      * under each transaction naming it, with ws-dep-file and
      * ws-dep-detail saying where the reference is
       match-candidate.
           if ws-candidate = spaces then
             exit paragraph
           end-if
           move function lower-case(ws-candidate) to ws-candidate
           perform varying ws-t from 1 by 1
             until ws-t > ws-trans-count
             if ws-tr-key(ws-t) = ws-candidate then
               perform file-one-hit
             end-if
           end-perform
           .

       file-one-hit.
           add 1 to ws-tr-hits(ws-t)
           if ws-hit-count >= ws-max-hits then
             add 1 to ws-hits-dropped
             exit paragraph
           end-if
           add 1 to ws-hit-count
           move ws-t to ws-hit-trans(ws-hit-count)
           move ws-dep-file to ws-hit-file(ws-hit-count)
           move ws-dep-detail to ws-hit-detail(ws-hit-count)
           .

      * an answer or dispute may be a two-word pair; either word
      * going leaves it broken
       match-phrase.
           move spaces to ws-first-word
           move spaces to ws-second-word
           unstring function trim(ws-candidate)
             delimited by all space
             into ws-first-word ws-second-word
           end-unstring
           move ws-first-word to ws-candidate
           perform match-candidate
           move ws-second-word to ws-candidate
           perform match-candidate
           .

      * scheduled anagram and pyramid subjects from the processing
      * date on; the crossword, numeronym and word-search formats
      * carry a template code or a title in the subject field
       scan-puzzle-schedule.
           open input puzzle-ctl
           if ws-puzzle-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "PUZZLE.DAT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read puzzle-ctl
               at end move 'Y' to ws-eof
               not at end
                 if pz-date >= ws-run-date
                   and (pz-format = space or pz-format = 'A'
                     or pz-format = 'P') then
                   move spaces to ws-dep-detail
                   string "SCHEDULED SUBJECT FOR " pz-date
                     " PUBLICATION " pz-publication
                     delimited by size into ws-dep-detail
                   move pz-subject to ws-candidate
                   perform match-phrase
                 end-if
             end-read
           end-perform
           close puzzle-ctl
           .

      * answer keys already produced for today and the days ahead
      * - the sheets may have gone to the partner papers
       scan-answer-keys.
           open input matches-in
           if ws-matches-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "ANAGRAM-MATCHES.OUT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read matches-in
               at end move 'Y' to ws-eof
               not at end
                 if mat-date(1:8) >= ws-run-date then
                   move spaces to ws-dep-detail
                   string "ANSWER ON " mat-date(1:8) " KEY FOR "
                     mat-subject delimited by size
                     into ws-dep-detail
                   move mat-word to ws-candidate
                   perform match-phrase
                 end-if
             end-read
           end-perform
           close matches-in
           .

       scan-featured-word.
           move spaces to ws-feature-name
           string "FEATWORD." ws-run-date delimited by size
             into ws-feature-name
           open input feature-in
           if ws-feature-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move ws-feature-name to ws-dep-file
           move "TODAY'S FEATURED WORD" to ws-dep-detail
           read feature-in
             at end continue
             not at end
               move fw-word to ws-candidate
               perform match-candidate
           end-read
           close feature-in
           .

       scan-numeronym-glossary.
           open input glossary-in
           if ws-glossary-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "NUMGLOSS.DAT" to ws-dep-file
           move "NUMERONYM GLOSSARY ENTRY" to ws-dep-detail
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read glossary-in
               at end move 'Y' to ws-eof
               not at end
                 move go-word to ws-candidate
                 perform match-candidate
             end-read
           end-perform
           close glossary-in
           .

      * the first record is the index's count record and holds no
      * word, so it matches nothing and needs no special step
       scan-numeronym-index.
           open input numeronym-index
           if ws-numindex-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "NUMINDEX.DAT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read numeronym-index
               at end move 'Y' to ws-eof
               not at end
                 move spaces to ws-dep-detail
                 string "BOUNDARY " nx-boundary " INDEXED AS "
                   nx-numeronym delimited by size into ws-dep-detail
                 move nx-word to ws-candidate
                 perform match-candidate
             end-read
           end-perform
           close numeronym-index
           .

       scan-word-categories.
           open input category-master
           if ws-category-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "WORDCAT.DAT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read category-master
               at end move 'Y' to ws-eof
               not at end
                 move spaces to ws-dep-detail
                 string "CATEGORY " wc-category
                   delimited by size into ws-dep-detail
                 move wc-word to ws-candidate
                 perform match-candidate
             end-read
           end-perform
           close category-master
           .

       scan-definitions.
           open input defn-master
           if ws-defn-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "DEFNMST.DAT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read defn-master
               at end move 'Y' to ws-eof
               not at end
                 move spaces to ws-dep-detail
                 string "DEFINITION: " df-definition
                   delimited by size into ws-dep-detail
                 move df-word to ws-candidate
                 perform match-candidate
             end-read
           end-perform
           close defn-master
           .

       scan-open-disputes.
           open input dispute-file
           if ws-dispute-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "DISPUTE.DAT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read dispute-file
               at end move 'Y' to ws-eof
               not at end
                 if dp-open then
                   move spaces to ws-dep-detail
                   string "OPEN CASE " dp-case-no " PUZZLE "
                     dp-puzzle-date " ENTRANT " dp-entrant-id
                     delimited by size into ws-dep-detail
                   move dp-answer to ws-candidate
                   perform match-phrase
                 end-if
             end-read
           end-perform
           close dispute-file
           .

      * a form going drops its link; a root going leaves its forms
      * linked to a word no longer on the master
       scan-word-families.
           open input family-master
           if ws-family-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "WORDFAM.DAT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read family-master
               at end move 'Y' to ws-eof
               not at end
                 move spaces to ws-dep-detail
                 string "FORM OF ROOT " fm-root
                   delimited by size into ws-dep-detail
                 move fm-word to ws-candidate
                 perform match-candidate
                 move spaces to ws-dep-detail
                 string "ROOT OF FORM " fm-word
                   delimited by size into ws-dep-detail
                 move fm-root to ws-candidate
                 perform match-candidate
             end-read
           end-perform
           close family-master
           .

       scan-spelling-variants.
           open input variant-master
           if ws-variant-status not = '00' then
             exit paragraph
           end-if
           add 1 to ws-files-read
           move "VARIANT.DAT" to ws-dep-file
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read variant-master
               at end move 'Y' to ws-eof
               not at end
                 move spaces to ws-dep-detail
                 string "HEADWORD " vr-language " VARIANT "
                   vr-variant delimited by size into ws-dep-detail
                 move vr-word to ws-candidate
                 perform match-candidate
             end-read
           end-perform
           close variant-master
           .

      * the whole file is rewritten each run so dico-approve only
      * ever shows references to what is waiting now
       write-impact-file.
           open output impact-out
           perform varying ws-h from 1 by 1
             until ws-h > ws-hit-count
             move ws-hit-trans(ws-h) to ws-t
             move ws-tr-code(ws-t) to im-code
             move ws-tr-word(ws-t) to im-word
             move ws-tr-new-word(ws-t) to im-new-word
             move ws-tr-source(ws-t) to im-source
             move ws-hit-file(ws-h) to im-file
             move ws-hit-detail(ws-h) to im-detail
             write im-record
           end-perform
           close impact-out
           .

       write-report.
           move spaces to print-line
           string "DICTIONARY CHANGE IMPACT  " ws-run-date
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           if ws-trans-count = 0 then
             move "  NO DELETES OR CHANGES WAITING" to print-line
             write print-line
           end-if
           move 0 to ws-words-at-risk
           perform varying ws-t from 1 by 1
             until ws-t > ws-trans-count
             perform write-one-transaction
           end-perform
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "WAITING: " ws-trans-count
             "  WITH DEPENDENTS: " ws-words-at-risk
             "  REFERENCES: " ws-hit-count
             "  FILES READ: " ws-files-read
             delimited by size into print-line
           write print-line
           if ws-hits-dropped > 0 then
             move spaces to print-line
             string "** " ws-hits-dropped
               " FURTHER REFERENCES NOT LISTED - TABLE FULL"
               delimited by size into print-line
             write print-line
           end-if
           .

       write-one-transaction.
           move spaces to print-line
           if ws-tr-code(ws-t) = 'C' then
             string "  C  " ws-tr-word(ws-t) " -> "
               ws-tr-new-word(ws-t) "  " ws-tr-source(ws-t)
               delimited by size into print-line
           else
             string "  D  " ws-tr-word(ws-t) "    "
               ws-tr-source(ws-t)
               delimited by size into print-line
           end-if
           write print-line
           if ws-tr-hits(ws-t) = 0 then
             move "       NO DEPENDENT RECORDS" to print-line
             write print-line
             exit paragraph
           end-if
           add 1 to ws-words-at-risk
           perform varying ws-h from 1 by 1
             until ws-h > ws-hit-count
             if ws-hit-trans(ws-h) = ws-t then
               move spaces to print-line
               string "       " ws-hit-file(ws-h) " "
                 ws-hit-detail(ws-h) delimited by size
                 into print-line
               write print-line
             end-if
           end-perform
           .

       set-job-status.
           if ws-hit-count > 0 or ws-hits-dropped > 0 then
             set job-warning to true
             move "WAITING CHANGES HAVE DEPENDENT RECORDS"
               to ws-job-message
           else
             set job-ok to true
             move "NO DEPENDENT RECORDS FOUND" to ws-job-message
           end-if
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "DICO-IMPACT" to rm-program-id
           move "DICOAPPR.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOTRAN.PND" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOIMP.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       record-table-peaks.
           move "DICO-IMPACT" to tp-program-id
           move "WS-TRANS-TABLE" to tp-table-name
           move ws-max-trans to tp-ceiling
           move ws-trans-count to tp-peak
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           move "WS-HIT-TABLE" to tp-table-name
           move ws-max-hits to tp-ceiling
           compute tp-peak = ws-hit-count + ws-hits-dropped
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

       write-audit-log.
           move "DICO-IMPACT" to aud-program-id
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

       end program dico-impact.
