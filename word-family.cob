       identification division.
       program-id. word-family.

       environment division.
       input-output section.
       file-control.
           select family-master assign to 'WORDFAM.DAT'
           organization is line sequential
           file status is ws-family-status.

       data division.
       file section.
       fd  family-master.
       copy "family-data.copy".

       working-storage section.
       01 ws-family-status pic XX.
       01 ws-eof pic X value 'N'.
      * the master is read once, on the first call of the run, and
      * held here for the binary search; working storage keeps it
      * between calls.  with no master on file every word is its
      * own root and the key is simply the answer
       01 ws-loaded pic X value 'N'.
       78  ws-max-forms value 5000.
       01 ws-form-count pic 9(4) value 0.
       01 ws-form-table.
           02 ws-form-entry occurs ws-max-forms times.
               05 ws-form-word pic X(25).
               05 ws-form-root pic X(25).
       01 ws-low pic 9(4).
       01 ws-high pic 9(4).
       01 ws-mid pic 9(4).
       01 ws-target pic X(25).
       01 ws-root pic X(25).
       01 ws-first-word pic X(40).
       01 ws-second-word pic X(40).
       01 ws-first-root pic X(25).
       01 ws-second-root pic X(25).

       linkage section.
       copy "family-call.copy".

       procedure division using wf-answer, wf-family-key, wf-linked.
       main-line.
           if ws-loaded not = 'Y' then
             perform load-family-master
           end-if
           move spaces to wf-family-key
           move 'N' to wf-linked
           move spaces to ws-first-word
           move spaces to ws-second-word
           unstring function lower-case(function trim(wf-answer))
             delimited by all space
             into ws-first-word ws-second-word
           end-unstring
           move ws-first-word to ws-target
           perform find-root
           move ws-root to ws-first-root
           if ws-second-word = spaces then
             move ws-first-root to wf-family-key
             goback
           end-if
           move ws-second-word to ws-target
           perform find-root
           move ws-root to ws-second-root
      * CATS DOG and CAT DOGS are one pair: the roots go in word
      * order so the pair keys the same whichever way it was found
           if ws-first-root > ws-second-root then
             move ws-second-root to ws-root
             move ws-first-root to ws-second-root
             move ws-root to ws-first-root
           end-if
           string function trim(ws-first-root) " "
             function trim(ws-second-root)
             delimited by size into wf-family-key
           goback
           .

       load-family-master.
           move 'Y' to ws-loaded
           move 0 to ws-form-count
           open input family-master
           if ws-family-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read family-master
               at end move 'Y' to ws-eof
               not at end
                 if fm-word not = spaces
                   and ws-form-count < ws-max-forms then
                   add 1 to ws-form-count
                   move function lower-case(fm-word)
                     to ws-form-word(ws-form-count)
                   move function lower-case(fm-root)
                     to ws-form-root(ws-form-count)
                 end-if
             end-read
           end-perform
           close family-master
           .

      * the master is kept in word order, so a halving search finds
      * the form; a word with no row is a root (or unrelated) and
      * stands for itself
       find-root.
           move ws-target to ws-root
           move 1 to ws-low
           move ws-form-count to ws-high
           perform until ws-low > ws-high
             compute ws-mid = (ws-low + ws-high) / 2
             if ws-form-word(ws-mid) = ws-target then
               move ws-form-root(ws-mid) to ws-root
               move 'Y' to wf-linked
               move ws-high to ws-low
               add 1 to ws-low
             else
               if ws-form-word(ws-mid) < ws-target then
                 compute ws-low = ws-mid + 1
               else
                 if ws-mid = 1 then
                   move 0 to ws-high
                 else
                   compute ws-high = ws-mid - 1
                 end-if
               end-if
             end-if
           end-perform
           .

       end program word-family.
