       identification division.
       program-id. amount-limit.

       environment division.
       input-output section.
       file-control.
           select operator-master assign to 'OPERMST.DAT'
           organization is line sequential
           file status is ws-operator-master-status.

       data division.
       file section.
      * only the authority level and the limit matter here
       fd  operator-master.
       01 op-record.
           02 op-id pic X(8).
           02 op-name pic X(20).
           02 op-authority pic 9(1).
           02 op-active pic X(1).
           02 op-pass-hash pic X(9).
           02 op-pass-date pic X(8).
           02 op-force-change pic X(1).
           02 op-fail-count pic X(1).
           02 op-locked pic X(1).
           02 op-verify-exempt pic X(1).
           02 op-training pic X(1).
           02 op-amount-limit pic X(9).
           02 op-last-signon pic X(8).

       working-storage section.
       01 ws-operator-master-status pic XX.
       01 ws-eof pic X(1).
      * what an operator with no limit of their own may post - set
      * after a mis-keyed extra zero went to finance unchallenged
       78  ws-house-limit value 100000.
       78  ws-no-limit value 999999999.

       linkage section.
       copy "limit-data.copy".

      * one question, asked by everything that posts an amount on
      * an operator's behalf: may this operator post this amount
      * unreleased?  an operator not on the master gets the house
      * default rather than a free pass
       procedure division using lm-operator-id, lm-amount,
           lm-limit, lm-result.
       main-line.
           move ws-house-limit to lm-limit
           open input operator-master
           if ws-operator-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read operator-master
                 at end move 'Y' to ws-eof
                 not at end
                   if op-id = lm-operator-id then
                     move 'Y' to ws-eof
                     perform take-operator-limit
                   end-if
               end-read
             end-perform
             close operator-master
           end-if
           if lm-amount > lm-limit then
             set lm-over to true
           else
             set lm-within to true
           end-if
           goback
           .

       take-operator-limit.
           evaluate true
             when op-amount-limit is numeric
               move op-amount-limit to lm-limit
             when op-authority = 2
               move ws-no-limit to lm-limit
             when other
               move ws-house-limit to lm-limit
           end-evaluate
           .

       end program amount-limit.
