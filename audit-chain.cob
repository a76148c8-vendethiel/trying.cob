       identification division.
       program-id. audit-chain.

       environment division.
       input-output section.
       file-control.
           select chain-ctl assign to 'AUDCHAIN.CTL'
           organization is line sequential
           file status is ws-chain-ctl-status.

       data division.
       file section.
      * the head of the chain: the last row's sequence, check value
      * and stamp.  audit-verify holds the log's tail against it,
      * so rows cut off the end show as well as rows cut out of
      * the middle
       fd  chain-ctl.
       01 ac-record.
           02 ac-last-sequence pic 9(9).
           02 ac-last-value pic 9(12).
           02 ac-last-stamp pic X(21).

       working-storage section.
       01 ws-chain-ctl-status pic XX.
       01 ws-prior-sequence pic 9(9) value 0.
       01 ws-prior-value pic 9(12) value 0.

       linkage section.
       copy "audit-data.copy".

       procedure division using aud-record.
       main-line.
           move 0 to ws-prior-sequence
           move 0 to ws-prior-value
           open input chain-ctl
           if ws-chain-ctl-status = '00' then
             read chain-ctl
               at end continue
               not at end
                 if ac-last-sequence is numeric
                   and ac-last-value is numeric then
                   move ac-last-sequence to ws-prior-sequence
                   move ac-last-value to ws-prior-value
                 end-if
             end-read
             close chain-ctl
           end-if
           compute aud-sequence = ws-prior-sequence + 1
           call 'chain-value' using ws-prior-value, aud-record,
               aud-chain-value
           open output chain-ctl
           move aud-sequence to ac-last-sequence
           move aud-chain-value to ac-last-value
           move aud-timestamp to ac-last-stamp
           write ac-record
           close chain-ctl
           goback
           .

       end program audit-chain.
