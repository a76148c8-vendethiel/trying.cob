           organization is line sequential
           file status is ws-feed-log-status.

           select payee-report assign to 'FINPAYEE.RPT'
           organization is line sequential.

           select journal-out assign to 'GLJRNL.EXP'
           organization is line sequential.

           select gl-map assign to 'GLMAP.DAT'
           organization is line sequential
           file status is ws-gl-map-status.

           select payee-master assign to 'PAYEE.DAT'
           organization is line sequential
           file status is ws-payee-master-status.

           select amend-log assign to 'AMENDLOG.DAT'
           organization is line sequential
           file status is ws-amend-log-status.

           select close-register assign to 'PERCLOSE.DAT'
           organization is line sequential
           file status is ws-close-reg-status.

           select adjust-out assign to 'FINADJ.EXP'
           organization is line sequential.

           select adjust-log assign to 'ADJUST.LOG'
           organization is line sequential
           file status is ws-adjust-log-status.

           select hold-log assign to 'ENTRYAPR.LOG'
           organization is line sequential
           file status is ws-hold-log-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.
           02 em-id pic 9(8).
           02 em-amount pic 9(9).
           02 em-source pic X(1).
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

      * fixed-width feed for finance in the RANDOM.EXP discipline:
      * an 'H' header with the feed date and sequence, one 'D'
           02 fx-seq pic 9(6).
           02 fx-checksum pic 9(12).

      * the same day's money as a double-entry journal finance
      * loads straight into the ledger: an 'H' header, one 'L' line
      * per ledger account and side, and a 'T' trailer whose debit
      * total must equal its credit total.  it goes out under the
      * totals feed's sequence number
       fd  journal-out.
       01 gj-record.
           02 gj-rec-type pic X(1).
           02 gj-date pic X(8).
           02 gj-seq pic 9(6).
           02 gj-account pic X(8).
           02 gj-side pic X(1).
           02 gj-count pic 9(6).
           02 gj-amount pic 9(12).
           02 gj-debit-total pic 9(12).
           02 gj-credit-total pic 9(12).
           02 gj-description pic X(30).

       fd  gl-map.
       copy "glmap-data.copy".

       fd  payee-master.
       copy "payee-data.copy".

      * the last feed sequence issued and the date it went out
       fd  feed-seq.
       01 sq-record.
           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
      * when the feed was written, spaces on rows logged before the
      * field existed
           02 fs-sent-stamp pic X(14).
      * 'J' the ledger journal, 'A' the adjustments, spaces the
      * operator totals feed
           02 fs-feed-type pic X(1).

       fd  hold-log.
       copy "entryhold-data.copy".

      * entry-inquiry's amendment trail - the source of the
      * adjustments to days finance already has
       fd  amend-log.
       01 al-record.
           02 al-date pic X(8).
           02 al-operator pic X(8).
           02 al-seq pic 9(6).
           02 al-id pic 9(8).
           02 al-before-name pic X(20).
           02 al-before-amount pic 9(9).
           02 al-after-name pic X(20).
           02 al-after-amount pic 9(9).
           02 al-override pic X(1).
           02 al-after-id pic X(8).
           02 al-entry-date pic X(8).

       fd  close-register.
       01 pc-record.
           02 pc-month pic X(6).
           02 pc-close-date pic X(8).
           02 pc-count pic 9(6).
           02 pc-amount pic 9(12).

       fd  adjust-out.
       copy "adjust-data.copy".

       fd  adjust-log.
       01 adjust-log-record pic X(129).

      * the feed's money broken down by payee - what finance asks
      * the desk for whenever a payee queries a remittance
       fd  payee-report.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "rptarch-call.copy".
       copy "payeechk-data.copy".
       01 ws-entry-master-status pic XX.
       01 ws-feed-seq-status pic XX.
       01 ws-export-ctl-status pic XX.
       01 ws-feed-log-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-hold-log-status pic XX.
       01 ws-held-skipped pic 9(6) value 0.
       01 ws-released-count pic 9(6) value 0.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-feed-sequence pic 9(6) value 0.
       01 ws-o pic 9(3).
       01 ws-found-o pic 9(3).

       78  ws-max-payees value 500.
       01 ws-pay-count pic 9(3) value 0.
       01 ws-pay-overflow pic 9(6) value 0.
       01 ws-pay-table.
           02 ws-pay-entry occurs ws-max-payees times.
               05 ws-pay-id pic 9(8).
               05 ws-pay-name pic X(20).
               05 ws-pay-entries pic 9(6).
               05 ws-pay-amount pic 9(12).
       01 ws-p pic 9(3).
       01 ws-found-p pic 9(3).
       01 ws-payee-text pic X(22).
       01 ws-pay-total pic 9(12).

       01 ws-gl-map-status pic XX.
       01 ws-payee-master-status pic XX.
       01 ws-map-loaded pic X(1) value 'N'.
       01 ws-unmapped-count pic 9(6) value 0.
       01 ws-unmapped-source pic X(1).
       01 ws-unmapped-category pic X(4).
       01 ws-log-type pic X(1).
       01 ws-log-count pic 9(6).
       01 ws-log-checksum pic 9(12).
       01 ws-entry-category pic X(4).
       01 ws-score pic 9(2).
       01 ws-best-score pic 9(2).
       01 ws-best-m pic 9(3).
       01 ws-post-account pic X(8).
       01 ws-post-side pic X(1).
       01 ws-debit-total pic 9(12).
       01 ws-credit-total pic 9(12).

       78  ws-max-mappings value 100.
       01 ws-map-count pic 9(3) value 0.
       01 ws-map-table.
           02 ws-map-entry occurs ws-max-mappings times.
               05 ws-gm-source pic X(1).
               05 ws-gm-category pic X(4).
               05 ws-gm-debit pic X(8).
               05 ws-gm-credit pic X(8).
               05 ws-gm-description pic X(30).
       01 ws-m pic 9(3).

       01 ws-cat-count pic 9(3) value 0.
       01 ws-cat-table.
           02 ws-cat-entry occurs ws-max-payees times.
               05 ws-cat-id pic 9(8).
               05 ws-cat-category pic X(4).
       01 ws-c pic 9(3).

       78  ws-max-lines value 200.
       01 ws-line-count pic 9(3) value 0.
       01 ws-line-table.
           02 ws-line-entry occurs ws-max-lines times.
               05 ws-ln-account pic X(8).
               05 ws-ln-side pic X(1).
               05 ws-ln-count pic 9(6).
               05 ws-ln-amount pic 9(12).
               05 ws-ln-description pic X(30).
       01 ws-l pic 9(3).
       01 ws-found-l pic 9(3).
       01 ws-line-overflow pic 9(6) value 0.

       01 ws-amend-log-status pic XX.
       01 ws-close-reg-status pic XX.
       01 ws-adjust-log-status pic XX.
       01 ws-prior-feed-date pic X(8) value spaces.
       01 ws-closed-month pic X(6) value spaces.
       01 ws-scan-eof pic X(1).
       01 ws-date-exported pic X(1).
       01 ws-amend-was-held pic X(1).
       01 ws-amend-found pic X(1).
       01 ws-saved-amend pic X(105).
       01 ws-adj-held-skipped pic 9(6) value 0.
       01 ws-adj-released pic 9(6) value 0.
       01 ws-adj-overflow pic 9(6) value 0.
       01 ws-adj-checksum pic 9(12) value 0.

      * the adjustments this run sends, in trail order
       78  ws-max-adjustments value 200.
       01 ws-adj-count pic 9(3) value 0.
       01 ws-adj-table.
           02 ws-adj-entry occurs ws-max-adjustments times.
               05 ws-adj-entry-date pic X(8).
               05 ws-adj-entry-seq pic 9(6).
               05 ws-adj-period pic X(6).
               05 ws-adj-before-id pic 9(8).
               05 ws-adj-after-id pic 9(8).
               05 ws-adj-before-amount pic 9(9).
               05 ws-adj-after-amount pic 9(9).
               05 ws-adj-sign pic X(1).
               05 ws-adj-difference pic 9(9).
               05 ws-adj-debit pic X(8).
               05 ws-adj-credit pic X(8).
               05 ws-adj-amend-date pic X(8).
               05 ws-adj-operator pic X(8).
       01 ws-a pic 9(3).

       procedure division.
       main-line.
           move "FINANCE-EXPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-feed-sequence
           if ws-already-sent = 'Y' and ws-override not = 'Y' then
             move ws-job-return-code to return-code
             stop run
           end-if
           perform load-gl-mapping
           perform total-day-entries
           perform total-released-entries
           perform load-adjustment-window
           perform collect-adjustments
           perform collect-released-amendments
           if ws-unmapped-count > 0 or ws-line-overflow > 0
             or ws-adj-overflow > 0 then
      * a journal that cannot carry every entry is not sent, and
      * neither is the totals feed - finance would load one day
      * twice over otherwise.  the sequence is not consumed, so a
      * rerun once GLMAP.DAT is put right goes out as normal
             set job-error to true
             move spaces to ws-job-message
             if ws-unmapped-count > 0 then
               string "NO GL MAPPING FOR SOURCE '" ws-unmapped-source
                 "' CATEGORY " ws-unmapped-category " - NOT SENT"
                 into ws-job-message
             else
               move "JOURNAL OR ADJUSTMENT TABLE FULL - NOT SENT"
                 to ws-job-message
             end-if
             display "JOB STATUS: " ws-job-return-code " "
               ws-job-message
             display "UNMAPPED ENTRIES: " ws-unmapped-count
             perform write-audit-log
             move ws-job-return-code to return-code
             stop run
           end-if
           if ws-oper-count = 0 and ws-adj-count = 0 then
      * a day with nothing keyed sends nothing and is clean - as a
      * chained step a warning here would stop the nightly
             set job-ok to true
             move "NO ENTRIES FOR DATE - NO FEED SENT"
               to ws-job-message
           else
      * one sequence number covers everything this run sends
             add 1 to ws-feed-sequence
             if ws-oper-count > 0 then
               perform export-totals
               if ws-map-loaded = 'Y' then
                 perform export-journal
               end-if
               perform write-payee-report
             end-if
             if ws-adj-count > 0 then
               perform export-adjustments
             end-if
             perform save-feed-sequence
             perform record-run-manifest
             evaluate true
               when ws-oper-count = 0
                 set job-ok to true
                 move "ADJUSTMENTS SENT - NO ENTRIES FOR DATE"
                   to ws-job-message
               when ws-map-loaded = 'Y'
                 set job-ok to true
                 move "FINANCE FEED AND LEDGER JOURNAL SENT"
                   to ws-job-message
               when other
                 set job-warning to true
                 move "FEED SENT - NO GLMAP.DAT, NO JOURNAL"
                   to ws-job-message
             end-evaluate
           end-if
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "OPERATORS: " ws-oper-count
             "  CHECKSUM: " ws-checksum
           display "HELD/REJECTED LEFT OUT: " ws-held-skipped
             "  RELEASED FROM EARLIER DATES: " ws-released-count
           display "JOURNAL LINES: " ws-line-count
             "  DEBITS: " ws-debit-total "  CREDITS: "
             ws-credit-total
           display "ADJUSTMENTS: " ws-adj-count
             "  RELEASED AMENDMENTS: " ws-adj-released
             "  HELD AMENDMENTS LEFT OUT: " ws-adj-held-skipped
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
                 at end move 'Y' to ws-eof
                 not at end
                   if em-date = ws-run-date then
                     if em-posted then
                       perform post-one-entry
                     else
                       add 1 to ws-held-skipped
                     end-if
                   else
                     move 'Y' to ws-eof
                   end-if
           end-if
           .

      * an entry held over its operator's limit missed its own
      * day's feed; released today, it goes in today's.  a released
      * amendment to an entry finance already had is an adjustment,
      * not a second posting of the whole amount, and stays out
       total-released-entries.
           open input hold-log
           if ws-hold-log-status not = '00' then
             exit paragraph
           end-if
           open input entry-master
           if ws-entry-master-status not = '00' then
             close hold-log
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read hold-log
               at end move 'Y' to ws-eof
               not at end
                 if eh-released
                   and eh-action-date = ws-run-date
                   and eh-kind = 'H'
                   and eh-entry-date < ws-run-date then
                   perform post-released-entry
                 end-if
             end-read
           end-perform
           close entry-master
           close hold-log
           .

       post-released-entry.
           move eh-entry-date to em-date
           move eh-seq to em-seq
           read entry-master
             invalid key continue
             not invalid key
               if em-posted then
                 add 1 to ws-released-count
                 perform post-one-entry
               end-if
           end-read
           .

       post-one-entry.
           move 0 to ws-found-o
           perform varying ws-o from 1 by 1
             add 1 to ws-op-entries(ws-found-o)
             add em-amount to ws-op-amount(ws-found-o)
           end-if
           perform add-payee-total
           if ws-map-loaded = 'Y' then
             perform post-journal-entry
           end-if
           .

       add-payee-total.
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             until ws-p > ws-pay-count or ws-found-p > 0
             if ws-pay-id(ws-p) = em-id then
               move ws-p to ws-found-p
             end-if
           end-perform
           if ws-found-p = 0 then
             if ws-pay-count < ws-max-payees then
               add 1 to ws-pay-count
               move ws-pay-count to ws-found-p
               move em-id to ws-pay-id(ws-found-p)
               move em-name to ws-pay-name(ws-found-p)
               move 0 to ws-pay-entries(ws-found-p)
               move 0 to ws-pay-amount(ws-found-p)
             else
               add 1 to ws-pay-overflow
               exit paragraph
             end-if
           end-if
           add 1 to ws-pay-entries(ws-found-p)
           add em-amount to ws-pay-amount(ws-found-p)
           .

       export-totals.
           move 0 to ws-record-count
           move 0 to ws-checksum
           open output export-out
           move ws-checksum to fx-checksum
           write fx-record
           close export-out
           move space to ws-log-type
           move ws-record-count to ws-log-count
           move ws-checksum to ws-log-checksum
           perform log-feed-sent
           .

      * no mapping file means no journal - the totals feed still
      * goes, as it did before finance took the journal.  the payee
      * categories are only wanted when there is a journal to build
       load-gl-mapping.
           move 'N' to ws-map-loaded
           open input gl-map
           if ws-gl-map-status not = '00' then
             exit paragraph
           end-if
           move 'Y' to ws-map-loaded
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read gl-map
               at end move 'Y' to ws-eof
               not at end
                 if gm-source not = '#'
                   and ws-map-count < ws-max-mappings then
                   add 1 to ws-map-count
                   move gm-source to ws-gm-source(ws-map-count)
                   move gm-category to ws-gm-category(ws-map-count)
                   move gm-debit-account to ws-gm-debit(ws-map-count)
                   move gm-credit-account
                     to ws-gm-credit(ws-map-count)
                   move gm-description
                     to ws-gm-description(ws-map-count)
                 end-if
             end-read
           end-perform
           close gl-map
           open input payee-master
           if ws-payee-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read payee-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-cat-count < ws-max-payees then
                     add 1 to ws-cat-count
                     move py-id to ws-cat-id(ws-cat-count)
                     move py-category
                       to ws-cat-category(ws-cat-count)
                   end-if
               end-read
             end-perform
             close payee-master
           end-if
           .

       post-journal-entry.
           perform find-gl-mapping
           if ws-best-m = 0 then
             add 1 to ws-unmapped-count
             move em-source to ws-unmapped-source
             move ws-entry-category to ws-unmapped-category
             exit paragraph
           end-if
           move ws-gm-debit(ws-best-m) to ws-post-account
           move 'D' to ws-post-side
           perform add-journal-line
           move ws-gm-credit(ws-best-m) to ws-post-account
           move 'C' to ws-post-side
           perform add-journal-line
           .

      * the entry's money goes to the debit and the credit account
      * of the most specific mapping row: an exact source outranks
      * an exact category, and either outranks a '*'.  tally session
      * rows carry no payee and map on their source alone
       find-gl-mapping.
           move spaces to ws-entry-category
           perform varying ws-c from 1 by 1
             until ws-c > ws-cat-count
               or ws-entry-category not = spaces
             if ws-cat-id(ws-c) = em-id then
               move ws-cat-category(ws-c) to ws-entry-category
             end-if
           end-perform
           move 0 to ws-best-score
           move 0 to ws-best-m
           perform varying ws-m from 1 by 1 until ws-m > ws-map-count
             move 0 to ws-score
             evaluate true
               when ws-gm-source(ws-m) = em-source
                 move 20 to ws-score
               when ws-gm-source(ws-m) = '*'
                 move 10 to ws-score
             end-evaluate
             evaluate true
               when ws-score = 0
                 continue
               when ws-gm-category(ws-m) = ws-entry-category
                 add 2 to ws-score
               when ws-gm-category(ws-m)(1:1) = '*'
                 add 1 to ws-score
               when other
                 move 0 to ws-score
             end-evaluate
             if ws-score > ws-best-score then
               move ws-score to ws-best-score
               move ws-m to ws-best-m
             end-if
           end-perform
           .

       add-journal-line.
           move 0 to ws-found-l
           perform varying ws-l from 1 by 1
             until ws-l > ws-line-count or ws-found-l > 0
             if ws-ln-account(ws-l) = ws-post-account
               and ws-ln-side(ws-l) = ws-post-side then
               move ws-l to ws-found-l
             end-if
           end-perform
           if ws-found-l = 0 then
             if ws-line-count < ws-max-lines then
               add 1 to ws-line-count
               move ws-line-count to ws-found-l
               move ws-post-account to ws-ln-account(ws-found-l)
               move ws-post-side to ws-ln-side(ws-found-l)
               move 0 to ws-ln-count(ws-found-l)
               move 0 to ws-ln-amount(ws-found-l)
               move ws-gm-description(ws-best-m)
                 to ws-ln-description(ws-found-l)
             else
               add 1 to ws-line-overflow
               exit paragraph
             end-if
           end-if
           add 1 to ws-ln-count(ws-found-l)
           add em-amount to ws-ln-amount(ws-found-l)
           .

      * every entry was posted to one debit and one credit line,
      * so the trailer balances by construction; it is summed from
      * the lines as written all the same, and that is the figure
      * logged for finance's acknowledgment to agree with
       export-journal.
           move 0 to ws-debit-total
           move 0 to ws-credit-total
           open output journal-out
           move spaces to gj-record
           move 'H' to gj-rec-type
           move ws-run-date to gj-date
           move ws-feed-sequence to gj-seq
           move 0 to gj-count
           move 0 to gj-amount
           move 0 to gj-debit-total
           move 0 to gj-credit-total
           write gj-record
           perform varying ws-l from 1 by 1
             until ws-l > ws-line-count
             move spaces to gj-record
             move 'L' to gj-rec-type
             move ws-run-date to gj-date
             move ws-feed-sequence to gj-seq
             move ws-ln-account(ws-l) to gj-account
             move ws-ln-side(ws-l) to gj-side
             move ws-ln-count(ws-l) to gj-count
             move ws-ln-amount(ws-l) to gj-amount
             move 0 to gj-debit-total
             move 0 to gj-credit-total
             move ws-ln-description(ws-l) to gj-description
             write gj-record
             if ws-ln-side(ws-l) = 'D' then
               add ws-ln-amount(ws-l) to ws-debit-total
             else
               add ws-ln-amount(ws-l) to ws-credit-total
             end-if
           end-perform
           move spaces to gj-record
           move 'T' to gj-rec-type
           move ws-run-date to gj-date
           move ws-feed-sequence to gj-seq
           move ws-line-count to gj-count
           move 0 to gj-amount
           move ws-debit-total to gj-debit-total
           move ws-credit-total to gj-credit-total
           write gj-record
           close journal-out
           move 'J' to ws-log-type
           move ws-line-count to ws-log-count
           move ws-debit-total to ws-log-checksum
           perform log-feed-sent
           .

      * the adjustment window runs from the day after the last
      * totals feed before today up to today, so amendments made on
      * a day no feed ran are not lost - and a rerun of today's
      * feed sends today's adjustments again in the regenerated set
       load-adjustment-window.
           open input feed-log
           if ws-feed-log-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read feed-log
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if fs-feed-type = space
                     and fs-date < ws-run-date
                     and (ws-prior-feed-date = spaces
                       or fs-date > ws-prior-feed-date) then
                     move fs-date to ws-prior-feed-date
                   end-if
               end-read
             end-perform
             close feed-log
           end-if
           open input close-register
           if ws-close-reg-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read close-register
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if ws-closed-month = spaces
                     or pc-month > ws-closed-month then
                     move pc-month to ws-closed-month
                   end-if
               end-read
             end-perform
             close close-register
           end-if
           .

      * an amendment is an adjustment when the entry's day went to
      * finance on an earlier feed and the money or the payee
      * changed.  a held amendment waits for its release; rows
      * from before the trail carried the entry date are history
       collect-adjustments.
           open input amend-log
           if ws-amend-log-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read amend-log
               at end move 'Y' to ws-eof
               not at end perform check-amendment-row
             end-read
           end-perform
           close amend-log
           .

       check-amendment-row.
           if al-entry-date = spaces
             or al-date > ws-run-date
             or al-entry-date not < ws-run-date then
             exit paragraph
           end-if
           if ws-prior-feed-date not = spaces
             and al-date not > ws-prior-feed-date then
             exit paragraph
           end-if
           if al-after-id = spaces then
             move al-id to al-after-id
           end-if
           if al-after-amount = al-before-amount
             and al-after-id = al-id then
             exit paragraph
           end-if
           perform check-date-exported
           if ws-date-exported not = 'Y' then
             exit paragraph
           end-if
           perform check-amendment-held
           if ws-amend-was-held = 'Y' then
             add 1 to ws-adj-held-skipped
             exit paragraph
           end-if
           perform add-adjustment
           .

       check-date-exported.
           move 'N' to ws-date-exported
           open input feed-log
           if ws-feed-log-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read feed-log
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if fs-date = al-entry-date
                     and fs-feed-type = space then
                     move 'Y' to ws-date-exported
                     move 'Y' to ws-scan-eof
                   end-if
               end-read
             end-perform
             close feed-log
           end-if
           .

      * entry-inquiry journals a held amendment the day it is keyed,
      * at the amended amount
       check-amendment-held.
           move 'N' to ws-amend-was-held
           open input hold-log
           if ws-hold-log-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read hold-log
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if eh-held and eh-kind = 'M'
                     and eh-entry-date = al-entry-date
                     and eh-seq = al-seq
                     and eh-action-date = al-date
                     and eh-amount = al-after-amount then
                     move 'Y' to ws-amend-was-held
                     move 'Y' to ws-scan-eof
                   end-if
               end-read
             end-perform
             close hold-log
           end-if
           .

      * a held amendment a supervisor has released since the last
      * feed goes now, as the newest trail row for the entry at the
      * released amount.  a rejected one restored the entry and
      * sends nothing
       collect-released-amendments.
           open input hold-log
           if ws-hold-log-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read hold-log
               at end move 'Y' to ws-eof
               not at end
                 if eh-released and eh-kind = 'M'
                   and eh-action-date not > ws-run-date
                   and (ws-prior-feed-date = spaces
                     or eh-action-date > ws-prior-feed-date) then
                   perform find-released-amendment
                   if ws-amend-found = 'Y' then
                     move ws-saved-amend to al-record
                     add 1 to ws-adj-released
                     perform add-adjustment
                   end-if
                 end-if
             end-read
           end-perform
           close hold-log
           .

       find-released-amendment.
           move 'N' to ws-amend-found
           open input amend-log
           if ws-amend-log-status = '00' then
             move 'N' to ws-scan-eof
             perform until ws-scan-eof = 'Y'
               read amend-log
                 at end move 'Y' to ws-scan-eof
                 not at end
                   if al-entry-date = eh-entry-date
                     and al-seq = eh-seq
                     and al-after-amount = eh-amount
                     and al-date not > eh-action-date then
                     if al-after-id = spaces then
                       move al-id to al-after-id
                     end-if
                     move 'Y' to ws-amend-found
                     move al-record to ws-saved-amend
                   end-if
               end-read
             end-perform
             close amend-log
           end-if
           .

      * the entry's source comes off the master for the mapping;
      * an entry period-close has since archived maps as keyed
       add-adjustment.
           if ws-adj-count >= ws-max-adjustments then
             add 1 to ws-adj-overflow
             exit paragraph
           end-if
           add 1 to ws-adj-count
           move ws-adj-count to ws-a
           move al-entry-date to ws-adj-entry-date(ws-a)
           move al-seq to ws-adj-entry-seq(ws-a)
           move al-id to ws-adj-before-id(ws-a)
           move al-after-id to ws-adj-after-id(ws-a)
           move al-before-amount to ws-adj-before-amount(ws-a)
           move al-after-amount to ws-adj-after-amount(ws-a)
           move al-date to ws-adj-amend-date(ws-a)
           move al-operator to ws-adj-operator(ws-a)
           if al-after-amount < al-before-amount then
             move '-' to ws-adj-sign(ws-a)
             compute ws-adj-difference(ws-a) =
               al-before-amount - al-after-amount
           else
             move '+' to ws-adj-sign(ws-a)
             compute ws-adj-difference(ws-a) =
               al-after-amount - al-before-amount
           end-if
           if ws-closed-month not = spaces
             and al-entry-date(1:6) not > ws-closed-month then
             move ws-run-date(1:6) to ws-adj-period(ws-a)
           else
             move al-entry-date(1:6) to ws-adj-period(ws-a)
           end-if
           move spaces to ws-adj-debit(ws-a)
           move spaces to ws-adj-credit(ws-a)
           if ws-map-loaded not = 'Y' then
             exit paragraph
           end-if
           move space to em-source
           open input entry-master
           if ws-entry-master-status = '00' then
             move al-entry-date to em-date
             move al-seq to em-seq
             read entry-master
               invalid key move space to em-source
             end-read
             close entry-master
           end-if
           move al-after-id to em-id
           perform find-gl-mapping
           if ws-best-m = 0 then
             add 1 to ws-unmapped-count
             move em-source to ws-unmapped-source
             move ws-entry-category to ws-unmapped-category
           else
             move ws-gm-debit(ws-best-m) to ws-adj-debit(ws-a)
             move ws-gm-credit(ws-best-m) to ws-adj-credit(ws-a)
           end-if
           .

      * each adjustment also goes into ADJUST.LOG, the history the
      * adjustments register reports from
       export-adjustments.
           move 0 to ws-adj-checksum
           open output adjust-out
           open extend adjust-log
           if ws-adjust-log-status = '35' then
             open output adjust-log
           end-if
           move spaces to fa-record
           move 'H' to fa-rec-type
           move ws-run-date to fa-feed-date
           move ws-feed-sequence to fa-feed-seq
           move ws-adj-count to fa-count
           move 0 to fa-checksum
           write fa-record
           perform varying ws-a from 1 by 1 until ws-a > ws-adj-count
             move spaces to fa-record
             move 'A' to fa-rec-type
             move ws-run-date to fa-feed-date
             move ws-feed-sequence to fa-feed-seq
             move ws-adj-entry-date(ws-a) to fa-entry-date
             move ws-adj-entry-seq(ws-a) to fa-entry-seq
             move ws-adj-period(ws-a) to fa-period
             move ws-adj-before-id(ws-a) to fa-before-id
             move ws-adj-after-id(ws-a) to fa-after-id
             move ws-adj-before-amount(ws-a) to fa-before-amount
             move ws-adj-after-amount(ws-a) to fa-after-amount
             move ws-adj-sign(ws-a) to fa-sign
             move ws-adj-difference(ws-a) to fa-difference
             move ws-adj-debit(ws-a) to fa-debit-account
             move ws-adj-credit(ws-a) to fa-credit-account
             move ws-adj-amend-date(ws-a) to fa-amend-date
             move ws-adj-operator(ws-a) to fa-operator
             move 0 to fa-count
             move 0 to fa-checksum
             write fa-record
             move fa-record to adjust-log-record
             write adjust-log-record
             add ws-adj-difference(ws-a) to ws-adj-checksum
           end-perform
           move spaces to fa-record
           move 'T' to fa-rec-type
           move ws-run-date to fa-feed-date
           move ws-feed-sequence to fa-feed-seq
           move ws-adj-count to fa-count
           move ws-adj-checksum to fa-checksum
           write fa-record
           close adjust-out
           close adjust-log
           move 'A' to ws-log-type
           move ws-adj-count to ws-log-count
           move ws-adj-checksum to ws-log-checksum
           perform log-feed-sent
           .

      * the total at the foot is the feed's checksum reached the
      * other way, so the breakdown can be tied to what was sent
       write-payee-report.
           move 0 to ws-pay-total
           open output payee-report
           move spaces to print-line
           string "FINANCE FEED BY PAYEE  " ws-run-date
             "  FEED " ws-feed-sequence into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  ID        NAME                    COUNT"
             "  AMOUNT" into print-line
           write print-line
           perform varying ws-p from 1 by 1
             until ws-p > ws-pay-count
             move ws-pay-name(ws-p) to ws-payee-text
             if ws-pay-id(ws-p) not = 0 then
               set pk-lookup to true
               move ws-pay-id(ws-p) to pk-id
               call 'payee-check' using pk-action, pk-keyed, pk-id,
                   pk-check-digit, pk-name, pk-result, pk-message
               if pk-valid or pk-inactive then
                 move pk-name to ws-payee-text
               else
                 move "(NOT ON PAYEE MASTER)" to ws-payee-text
               end-if
             end-if
             move spaces to print-line
             string "  " ws-pay-id(ws-p) "  " ws-payee-text "  "
               ws-pay-entries(ws-p) "  " ws-pay-amount(ws-p)
               into print-line
             write print-line
             add ws-pay-amount(ws-p) to ws-pay-total
           end-perform
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  PAYEES: " ws-pay-count "  TOTAL: " ws-pay-total
             "  FEED CHECKSUM: " ws-checksum into print-line
           write print-line
           if ws-pay-overflow > 0 then
             move spaces to print-line
             string "  PAYEE TABLE FULL - " ws-pay-overflow
               " ENTRY(S) NOT BROKEN DOWN" into print-line
             write print-line
           end-if
           close payee-report
           move "FINANCE-EXPORT" to ra-program-id
           move "FINPAYEE.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           .

       log-feed-sent.
           open extend feed-log
           if ws-feed-log-status = '35' then
             open output feed-log
           end-if
           move ws-run-date to fs-date
           move ws-log-count to fs-count
           move ws-log-checksum to fs-checksum
           move ws-feed-sequence to fs-seq
           move function current-date to fs-sent-stamp
           move ws-log-type to fs-feed-type
           write fs-record
           close feed-log
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "FINANCE-EXPORT" to rm-program-id
           move "FINANCE.EXP" to rm-file-name
           set rm-written to true
           if ws-oper-count > 0 then
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           if ws-map-loaded = 'Y' and ws-oper-count > 0 then
             move "GLJRNL.EXP" to rm-file-name
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           if ws-adj-count > 0 then
             move "FINADJ.EXP" to rm-file-name
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           .

       write-audit-log.
           move "FINANCE-EXPORT" to aud-program-id
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
