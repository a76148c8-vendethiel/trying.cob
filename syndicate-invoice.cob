       identification division.
       program-id. syndicate-invoice.

       environment division.
       input-output section.
       file-control.
           select partner-master assign to 'PARTNER.DAT'
           organization is line sequential
           file status is ws-partner-status.

           select rate-card assign to 'SYNDRATE.DAT'
           organization is line sequential
           file status is ws-rate-card-status.

           select sent-log assign to 'SYNDSENT.LOG'
           organization is line sequential
           file status is ws-sent-log-status.

           select invoice-file assign to 'SYNDINV.DAT'
           organization is line sequential
           file status is ws-invoice-status.

           select invoice-out assign to 'SYNDINV.NEW'
           organization is line sequential.

           select invoice-live assign to 'SYNDINV.DAT'
           organization is line sequential.

           select invoice-ctl assign to 'SYNDINV.CTL'
           organization is line sequential
           file status is ws-invoice-ctl-status.

           select statement-out assign to 'SYNDSTMT.PRT'
           organization is line sequential.

           select report-out assign to 'SYNDINV.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  partner-master.
       01 pr-record.
           02 pr-code pic X(8).
           02 pr-name pic X(20).
           02 pr-editions pic X(8).
           02 pr-format pic X(1).

       fd  rate-card.
       copy "synrate-data.copy".

       fd  sent-log.
       01 sl-record.
           02 sl-partner pic X(8).
           02 sl-date pic X(8).
           02 sl-edition pic X(2).
           02 sl-seq pic 9(6).
           02 sl-count pic 9(6).
           02 sl-checksum pic 9(12).
           02 sl-sent-stamp pic X(14).

       fd  invoice-file.
       01 if-record pic X(67).

       fd  invoice-out.
       01 io-record pic X(67).

       fd  invoice-live.
       01 il-record pic X(67).

      * control card: the month to invoice, yyyymm; no card is the
      * month of the processing date, for the run on its last day
       fd  invoice-ctl.
       01 ic-record.
           02 ic-month pic X(6).

      * one statement per partner, for the post
       fd  statement-out.
       01 stmt-line pic X(72).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "tablepeak-data.copy".
       copy "syninv-data.copy".
       01 ws-partner-status pic XX.
       01 ws-rate-card-status pic XX.
       01 ws-sent-log-status pic XX.
       01 ws-invoice-status pic XX.
       01 ws-invoice-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-month pic X(6).

      * the partners on the master, each with the month's bill as
      * it is worked out
       78  ws-max-partners value 20.
       01 ws-partner-count pic 9(2) value 0.
       01 ws-partner-table.
           02 ws-partner-entry occurs ws-max-partners times.
               05 ws-pt-code pic X(8).
               05 ws-pt-name pic X(20).
               05 ws-pt-format pic X(1).
               05 ws-pt-invoice pic 9(6).
               05 ws-pt-billed pic 9(4).
               05 ws-pt-resent pic 9(4).
               05 ws-pt-unrated pic 9(4).
               05 ws-pt-charges pic 9(7)v99.
               05 ws-pt-minimum pic 9(7)v99.
               05 ws-pt-minimum-adj pic 9(7)v99.
               05 ws-pt-total pic 9(7)v99.
       01 ws-p pic 9(2).
       01 ws-found-p pic 9(2).

       78  ws-max-rates value 200.
       01 ws-rate-count pic 9(3) value 0.
       01 ws-rate-table.
           02 ws-rate-entry occurs ws-max-rates times.
               05 ws-rt-partner pic X(8).
               05 ws-rt-kind pic X(1).
               05 ws-rt-edition pic X(2).
               05 ws-rt-format pic X(1).
               05 ws-rt-amount pic 9(5)v99.
       01 ws-rt pic 9(3).
       01 ws-found-rt pic 9(3).
       01 ws-rate-partner pic X(8).

      * the month's sent-log rows in the order they were sent.  a
      * feed for a partner, day and edition already on the table
      * is the same feed sent again and is not billed twice
       78  ws-max-sent value 2000.
       01 ws-sent-count pic 9(4) value 0.
       01 ws-sent-table.
           02 ws-sent-entry occurs ws-max-sent times.
               05 ws-st-partner pic X(8).
               05 ws-st-date pic X(8).
               05 ws-st-edition pic X(2).
               05 ws-st-seq pic 9(6).
               05 ws-st-count pic 9(6).
               05 ws-st-state pic X(1).
                   88 ws-st-billed value 'B'.
                   88 ws-st-resent value 'R'.
                   88 ws-st-unrated value 'N'.
                   88 ws-st-no-partner value 'U'.
               05 ws-st-charge pic 9(5)v99.
       01 ws-s pic 9(4).
       01 ws-s2 pic 9(4).
       01 ws-unknown-partner pic 9(4) value 0.

      * the invoices already on file, other months kept as they are
       78  ws-max-invoices value 1000.
       01 ws-invoice-count pic 9(4) value 0.
       01 ws-invoice-table.
           02 ws-iv-record pic X(67) occurs ws-max-invoices times.
       01 ws-i pic 9(4).
       01 ws-last-invoice pic 9(6) value 0.

      * run totals for the register and the job status
       01 ws-all-billed pic 9(5) value 0.
       01 ws-all-resent pic 9(5) value 0.
       01 ws-all-unrated pic 9(5) value 0.
       01 ws-all-total pic 9(9)v99 value 0.
       01 ws-invoices-issued pic 9(2) value 0.

       01 ws-money-disp pic z,zzz,zz9.99.
       01 ws-total-disp pic zzz,zzz,zz9.99.
       01 ws-count-disp pic z(4)9.
       01 ws-edition-disp pic X(5).

       procedure division.
       main-line.
           move "SYNDICATE-INVOICE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           perform load-partners
           if ws-partner-count = 0 then
             set job-warning to true
             move "PARTNER.DAT NOT FOUND - NOBODY TO INVOICE"
               to ws-job-message
           else
             perform load-rate-card
             perform load-invoices
             perform load-month-sent
             perform price-sent-feeds
             perform total-partner-bills
             open output statement-out
             open output report-out
             perform write-register-header
             perform varying ws-p from 1 by 1
               until ws-p > ws-partner-count
               perform write-statement
               perform write-register-line
             end-perform
             perform write-register-footer
             close report-out
             close statement-out
             move "SYNDICATE-INVOICE" to ra-program-id
             move "SYNDINV.RPT" to ra-report-name
             call 'report-archive' using ra-program-id,
                 ra-report-name
             perform rewrite-invoices
             perform record-run-manifest
             perform record-table-peaks
             perform set-job-status
           end-if
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "MONTH " ws-month "  INVOICES: " ws-invoices-issued
             "  BILLED: " ws-all-billed "  RESENT: " ws-all-resent
             "  NO RATE: " ws-all-unrated
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           move ws-run-date(1:6) to ws-month
           open input invoice-ctl
           if ws-invoice-ctl-status = '00' then
             read invoice-ctl
               at end continue
               not at end
                 if ic-month is numeric then
                   move ic-month to ws-month
                 end-if
             end-read
             close invoice-ctl
           end-if
           .

       load-partners.
           move 0 to ws-partner-count
           open input partner-master
           if ws-partner-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read partner-master
               at end move 'Y' to ws-eof
               not at end
                 if ws-partner-count < ws-max-partners then
                   add 1 to ws-partner-count
                   move pr-code to ws-pt-code(ws-partner-count)
                   move pr-name to ws-pt-name(ws-partner-count)
                   move pr-format to ws-pt-format(ws-partner-count)
                   move 0 to ws-pt-invoice(ws-partner-count)
                   move 0 to ws-pt-billed(ws-partner-count)
                   move 0 to ws-pt-resent(ws-partner-count)
                   move 0 to ws-pt-unrated(ws-partner-count)
                   move 0 to ws-pt-charges(ws-partner-count)
                   move 0 to ws-pt-minimum(ws-partner-count)
                   move 0 to ws-pt-minimum-adj(ws-partner-count)
                   move 0 to ws-pt-total(ws-partner-count)
                 end-if
             end-read
           end-perform
           close partner-master
           .

       load-rate-card.
           move 0 to ws-rate-count
           open input rate-card
           if ws-rate-card-status not = '00' then
             display "SYNDRATE.DAT NOT FOUND - NOTHING CAN BE PRICED"
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read rate-card
               at end move 'Y' to ws-eof
               not at end
                 if ws-rate-count < ws-max-rates then
                   add 1 to ws-rate-count
                   move sr-partner to ws-rt-partner(ws-rate-count)
                   move sr-kind to ws-rt-kind(ws-rate-count)
                   move sr-edition to ws-rt-edition(ws-rate-count)
                   move sr-format to ws-rt-format(ws-rate-count)
                   move sr-amount to ws-rt-amount(ws-rate-count)
                 end-if
             end-read
           end-perform
           close rate-card
           .

      * every invoice on file is kept; this month's rows give back
      * their numbers and are written again from this run's figures
       load-invoices.
           move 0 to ws-invoice-count
           open input invoice-file
           if ws-invoice-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read invoice-file into si-record
               at end move 'Y' to ws-eof
               not at end
                 if si-number > ws-last-invoice then
                   move si-number to ws-last-invoice
                 end-if
                 if si-month = ws-month then
                   perform find-partner-for-invoice
                 else
                   if ws-invoice-count < ws-max-invoices then
                     add 1 to ws-invoice-count
                     move si-record to ws-iv-record(ws-invoice-count)
                   end-if
                 end-if
             end-read
           end-perform
           close invoice-file
           .

       find-partner-for-invoice.
           perform varying ws-p from 1 by 1
             until ws-p > ws-partner-count
             if ws-pt-code(ws-p) = si-partner then
               move si-number to ws-pt-invoice(ws-p)
             end-if
           end-perform
           .

       load-month-sent.
           move 0 to ws-sent-count
           open input sent-log
           if ws-sent-log-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read sent-log
               at end move 'Y' to ws-eof
               not at end
                 if sl-date(1:6) = ws-month
                   and ws-sent-count < ws-max-sent then
                   add 1 to ws-sent-count
                   move sl-partner to ws-st-partner(ws-sent-count)
                   move sl-date to ws-st-date(ws-sent-count)
                   move sl-edition to ws-st-edition(ws-sent-count)
                   move sl-seq to ws-st-seq(ws-sent-count)
                   move sl-count to ws-st-count(ws-sent-count)
                   move 0 to ws-st-charge(ws-sent-count)
                   move space to ws-st-state(ws-sent-count)
                 end-if
             end-read
           end-perform
           close sent-log
           .

      * the format is the partner's as it stands on the master -
      * the log does not carry it, and a change of format is made
      * from the start of a month
       price-sent-feeds.
           perform varying ws-s from 1 by 1
             until ws-s > ws-sent-count
             move 0 to ws-found-p
             perform varying ws-p from 1 by 1
               until ws-p > ws-partner-count or ws-found-p > 0
               if ws-pt-code(ws-p) = ws-st-partner(ws-s) then
                 move ws-p to ws-found-p
               end-if
             end-perform
             evaluate true
               when ws-found-p = 0
                 set ws-st-no-partner(ws-s) to true
                 add 1 to ws-unknown-partner
               when other
                 perform check-already-sent
                 if not ws-st-resent(ws-s) then
                   perform find-edition-rate
                   if ws-found-rt = 0 then
                     set ws-st-unrated(ws-s) to true
                     add 1 to ws-pt-unrated(ws-found-p)
                   else
                     set ws-st-billed(ws-s) to true
                     move ws-rt-amount(ws-found-rt)
                       to ws-st-charge(ws-s)
                     add 1 to ws-pt-billed(ws-found-p)
                     add ws-rt-amount(ws-found-rt)
                       to ws-pt-charges(ws-found-p)
                   end-if
                 else
                   add 1 to ws-pt-resent(ws-found-p)
                 end-if
             end-evaluate
           end-perform
           .

       check-already-sent.
           perform varying ws-s2 from 1 by 1
             until ws-s2 >= ws-s or ws-st-resent(ws-s)
             if ws-st-partner(ws-s2) = ws-st-partner(ws-s)
               and ws-st-date(ws-s2) = ws-st-date(ws-s)
               and ws-st-edition(ws-s2) = ws-st-edition(ws-s) then
               set ws-st-resent(ws-s) to true
             end-if
           end-perform
           .

      * the partner's own rate first, then the house rate
       find-edition-rate.
           move ws-pt-code(ws-found-p) to ws-rate-partner
           perform scan-edition-rate
           if ws-found-rt = 0 then
             move spaces to ws-rate-partner
             perform scan-edition-rate
           end-if
           .

       scan-edition-rate.
           move 0 to ws-found-rt
           perform varying ws-rt from 1 by 1
             until ws-rt > ws-rate-count or ws-found-rt > 0
             if ws-rt-partner(ws-rt) = ws-rate-partner
               and ws-rt-kind(ws-rt) = 'E'
               and ws-rt-edition(ws-rt) = ws-st-edition(ws-s)
               and ws-rt-format(ws-rt) = ws-pt-format(ws-found-p) then
               move ws-rt to ws-found-rt
             end-if
           end-perform
           .

       find-minimum-fee.
           move ws-pt-code(ws-p) to ws-rate-partner
           perform scan-minimum-fee
           if ws-found-rt = 0 then
             move spaces to ws-rate-partner
             perform scan-minimum-fee
           end-if
           .

       scan-minimum-fee.
           move 0 to ws-found-rt
           perform varying ws-rt from 1 by 1
             until ws-rt > ws-rate-count or ws-found-rt > 0
             if ws-rt-partner(ws-rt) = ws-rate-partner
               and ws-rt-kind(ws-rt) = 'M' then
               move ws-rt to ws-found-rt
             end-if
           end-perform
           .

      * a partner on the master owes the minimum whether or not a
      * feed went out; the shortfall is a line of its own on the
      * statement so the partner sees what was sent and what the
      * agreement makes up.  a partner keeps the invoice number it
      * was given for the month, a new one takes the next
       total-partner-bills.
           perform varying ws-p from 1 by 1
             until ws-p > ws-partner-count
             perform find-minimum-fee
             if ws-found-rt > 0 then
               move ws-rt-amount(ws-found-rt) to ws-pt-minimum(ws-p)
             end-if
             if ws-pt-charges(ws-p) < ws-pt-minimum(ws-p) then
               compute ws-pt-minimum-adj(ws-p) =
                 ws-pt-minimum(ws-p) - ws-pt-charges(ws-p)
             end-if
             compute ws-pt-total(ws-p) =
               ws-pt-charges(ws-p) + ws-pt-minimum-adj(ws-p)
             if ws-pt-invoice(ws-p) = 0 then
               add 1 to ws-last-invoice
               move ws-last-invoice to ws-pt-invoice(ws-p)
             end-if
             add 1 to ws-invoices-issued
             add ws-pt-billed(ws-p) to ws-all-billed
             add ws-pt-resent(ws-p) to ws-all-resent
             add ws-pt-unrated(ws-p) to ws-all-unrated
             add ws-pt-total(ws-p) to ws-all-total
           end-perform
           .

       write-statement.
           move spaces to stmt-line
           write stmt-line
           move "    STATEMENT OF ACCOUNT - PUZZLE SYNDICATION"
             to stmt-line
           write stmt-line
           move spaces to stmt-line
           write stmt-line
           move spaces to stmt-line
           string "    INVOICE " ws-pt-invoice(ws-p) "    MONTH "
             ws-month "    ISSUED " ws-run-date
             delimited by size into stmt-line
           write stmt-line
           move spaces to stmt-line
           string "    " function trim(ws-pt-name(ws-p)) " ("
             function trim(ws-pt-code(ws-p)) ")    FORMAT '"
             ws-pt-format(ws-p) "'" delimited by size into stmt-line
           write stmt-line
           move spaces to stmt-line
           write stmt-line
           move spaces to stmt-line
           move "DATE" to stmt-line(5:4)
           move "EDITION" to stmt-line(15:7)
           move "SEQ" to stmt-line(24:3)
           move "LINES" to stmt-line(32:5)
           move "CHARGE" to stmt-line(44:6)
           write stmt-line
           perform varying ws-s from 1 by 1
             until ws-s > ws-sent-count
             if ws-st-partner(ws-s) = ws-pt-code(ws-p) then
               perform write-statement-feed
             end-if
           end-perform
           move spaces to stmt-line
           write stmt-line
           move spaces to stmt-line
           move ws-pt-billed(ws-p) to ws-count-disp
           string "    FEEDS BILLED " ws-count-disp
             delimited by size into stmt-line
           move ws-pt-charges(ws-p) to ws-money-disp
           move ws-money-disp to stmt-line(38:12)
           write stmt-line
           if ws-pt-minimum-adj(ws-p) > 0 then
             move spaces to stmt-line
             move ws-pt-minimum(ws-p) to ws-money-disp
             string "    MINIMUM MONTHLY FEE " ws-money-disp
               delimited by size into stmt-line
             write stmt-line
             move spaces to stmt-line
             move "    MAKE-UP TO THE MINIMUM" to stmt-line
             move ws-pt-minimum-adj(ws-p) to ws-money-disp
             move ws-money-disp to stmt-line(38:12)
             write stmt-line
           end-if
           move spaces to stmt-line
           move all '-' to stmt-line(38:12)
           write stmt-line
           move spaces to stmt-line
           move "    AMOUNT DUE" to stmt-line
           move ws-pt-total(ws-p) to ws-money-disp
           move ws-money-disp to stmt-line(38:12)
           write stmt-line
           move spaces to stmt-line
           write stmt-line
           move all '=' to stmt-line(5:64)
           write stmt-line
           .

       write-statement-feed.
           move spaces to stmt-line
           move ws-st-date(ws-s) to stmt-line(5:8)
           if ws-st-edition(ws-s) = spaces then
             move "DAILY" to ws-edition-disp
           else
             move ws-st-edition(ws-s) to ws-edition-disp
           end-if
           move ws-edition-disp to stmt-line(15:5)
           move ws-st-seq(ws-s) to stmt-line(24:6)
           move ws-st-count(ws-s) to stmt-line(32:6)
           evaluate true
             when ws-st-billed(ws-s)
               move ws-st-charge(ws-s) to ws-money-disp
               move ws-money-disp to stmt-line(38:12)
             when ws-st-resent(ws-s)
               move "RESENT - NOT CHARGED" to stmt-line(44:20)
             when ws-st-unrated(ws-s)
               move "NOT YET PRICED" to stmt-line(44:14)
           end-evaluate
           write stmt-line
           .

       write-register-header.
           move spaces to print-line
           string "SYNDICATION INVOICE REGISTER  MONTH " ws-month
             "  RUN " ws-run-date delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "INVOICE" to print-line(3:7)
           move "PARTNER" to print-line(12:7)
           move "NAME" to print-line(22:4)
           move "BILLED" to print-line(43:6)
           move "RESENT" to print-line(50:6)
           move "NO RATE" to print-line(57:7)
           move "CHARGES" to print-line(70:7)
           move "TOTAL" to print-line(86:5)
           write print-line
           move spaces to print-line
           write print-line
           .

       write-register-line.
           move spaces to print-line
           move ws-pt-invoice(ws-p) to print-line(3:6)
           move ws-pt-code(ws-p) to print-line(12:8)
           move ws-pt-name(ws-p) to print-line(22:20)
           move ws-pt-billed(ws-p) to ws-count-disp
           move ws-count-disp to print-line(44:5)
           move ws-pt-resent(ws-p) to ws-count-disp
           move ws-count-disp to print-line(51:5)
           move ws-pt-unrated(ws-p) to ws-count-disp
           move ws-count-disp to print-line(59:5)
           move ws-pt-charges(ws-p) to ws-money-disp
           move ws-money-disp to print-line(65:12)
           move ws-pt-total(ws-p) to ws-money-disp
           move ws-money-disp to print-line(79:12)
           if ws-pt-minimum-adj(ws-p) > 0 then
             move "MIN" to print-line(92:3)
           end-if
           write print-line
           .

      * feeds the run could not bill are listed by name, so a rate
      * missing from the card is added before the statements post
       write-register-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           move ws-all-total to ws-total-disp
           string "  " ws-invoices-issued " INVOICE(S)  "
             ws-all-billed " FEED(S) BILLED  " ws-all-resent
             " RESENT  TOTAL " ws-total-disp
             delimited by size into print-line
           write print-line
           move spaces to print-line
           move "  MIN = TOTAL MADE UP TO THE PARTNER'S MINIMUM FEE"
             to print-line
           write print-line
           if ws-all-unrated > 0 or ws-unknown-partner > 0 then
             move spaces to print-line
             write print-line
             move "  FEEDS NOT BILLED" to print-line
             write print-line
             perform varying ws-s from 1 by 1
               until ws-s > ws-sent-count
               if ws-st-unrated(ws-s) or ws-st-no-partner(ws-s) then
                 perform write-unbilled-line
               end-if
             end-perform
           end-if
           .

       write-unbilled-line.
           move spaces to print-line
           move ws-st-partner(ws-s) to print-line(5:8)
           move ws-st-date(ws-s) to print-line(15:8)
           move ws-st-edition(ws-s) to print-line(25:2)
           move ws-st-seq(ws-s) to print-line(29:6)
           if ws-st-unrated(ws-s) then
             move "NO RATE ON SYNDRATE.DAT FOR EDITION AND FORMAT"
               to print-line(37:46)
           else
             move "PARTNER NOT ON PARTNER.DAT" to print-line(37:26)
           end-if
           write print-line
           .

       rewrite-invoices.
           open output invoice-out
           perform varying ws-i from 1 by 1
             until ws-i > ws-invoice-count
             move ws-iv-record(ws-i) to io-record
             write io-record
           end-perform
           perform varying ws-p from 1 by 1
             until ws-p > ws-partner-count
             move ws-month to si-month
             move ws-pt-code(ws-p) to si-partner
             move ws-pt-invoice(ws-p) to si-number
             move ws-pt-billed(ws-p) to si-billed
             move ws-pt-resent(ws-p) to si-resent
             move ws-pt-unrated(ws-p) to si-unrated
             move ws-pt-charges(ws-p) to si-charges
             move ws-pt-minimum-adj(ws-p) to si-minimum-adj
             move ws-pt-total(ws-p) to si-total
             move ws-run-date to si-run-date
             move si-record to io-record
             write io-record
           end-perform
           close invoice-out
           move 'N' to ws-eof
           open input invoice-out
           open output invoice-live
           perform until ws-eof = 'Y'
             read invoice-out
               at end move 'Y' to ws-eof
               not at end
                 move io-record to il-record
                 write il-record
             end-read
           end-perform
           close invoice-out
           close invoice-live
           .

       set-job-status.
           evaluate true
             when ws-all-unrated > 0
               set job-warning to true
               move "FEED(S) WITH NO RATE ON THE CARD"
                 to ws-job-message
             when ws-unknown-partner > 0
               set job-warning to true
               move "FEED(S) TO PARTNERS NOT ON THE MASTER"
                 to ws-job-message
             when ws-sent-count = 0
               set job-warning to true
               move "NO FEEDS SENT IN THE MONTH" to ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string ws-invoices-issued " INVOICE(S) FOR " ws-month
                 delimited by size into ws-job-message
           end-evaluate
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "SYNDICATE-INVOICE" to rm-program-id
           move "SYNDSENT.LOG" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "SYNDRATE.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "SYNDINV.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       record-table-peaks.
           move "SYNDICATE-INVOICE" to tp-program-id
           move "WS-PARTNER-TABLE" to tp-table-name
           move ws-max-partners to tp-ceiling
           move ws-partner-count to tp-peak
           perform file-table-peak
           move "WS-RATE-TABLE" to tp-table-name
           move ws-max-rates to tp-ceiling
           move ws-rate-count to tp-peak
           perform file-table-peak
           move "WS-SENT-TABLE" to tp-table-name
           move ws-max-sent to tp-ceiling
           move ws-sent-count to tp-peak
           perform file-table-peak
           move "WS-INVOICE-TABLE" to tp-table-name
           move ws-max-invoices to tp-ceiling
           move ws-invoice-count to tp-peak
           perform file-table-peak
           .

       file-table-peak.
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

       write-audit-log.
           move "SYNDICATE-INVOICE" to aud-program-id
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

       end program syndicate-invoice.
