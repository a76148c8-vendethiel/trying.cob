       identification division.
       program-id. chain-value.

       data division.
       working-storage section.
       01 ws-char-i pic 9(3).
       01 ws-work pic 9(15).
       01 ws-row-text pic X(106).

       linkage section.
       01 cv-prior-value pic 9(12).
       copy "audit-data.copy".
       01 cv-new-value pic 9(12).

      * the check value of one audit row: every byte the row carries
      * above the chain field, folded into the value of the row
      * before it - so editing, deleting or inserting any row
      * changes every value after it
       procedure division using cv-prior-value, aud-record,
              cv-new-value.
       main-line.
           move aud-record(1:106) to ws-row-text
           move cv-prior-value to ws-work
           perform varying ws-char-i from 1 by 1
             until ws-char-i > 106
             compute ws-work = function mod(ws-work * 31
               + function ord(ws-row-text(ws-char-i:1))
               * ws-char-i, 999999999989)
           end-perform
           move ws-work to cv-new-value
           goback
           .

       end program chain-value.
