       identification division.
       program-id. spelling-variant.

       environment division.
       input-output section.
       file-control.
           select variant-master assign to 'VARIANT.DAT'
           organization is line sequential
           file status is ws-variant-status.

       data division.
       file section.
       fd  variant-master.
       copy "variant-data.copy".

       working-storage section.
       01 ws-variant-status pic XX.
       01 ws-eof pic X value 'N'.
      * the cross-reference is read once, on the first call of the
      * run, and kept in language and variant order for the binary
      * search; the desk keys the file in any order it likes.  with
      * no file on hand every spelling stands for itself
       01 ws-loaded pic X value 'N'.
       78  ws-max-variants value 3000.
       01 ws-variant-count pic 9(4) value 0.
       01 ws-variant-table.
           02 ws-variant-entry occurs ws-max-variants times.
               05 ws-vt-key.
                   10 ws-vt-language pic X(2).
                   10 ws-vt-variant pic X(25).
               05 ws-vt-word pic X(25).
       01 ws-new-entry.
           02 ws-new-key pic X(27).
           02 ws-new-word pic X(25).
       01 ws-v pic 9(4).
       01 ws-low pic 9(4).
       01 ws-high pic 9(4).
       01 ws-mid pic 9(4).
       01 ws-target.
           02 ws-target-language pic X(2).
           02 ws-target-word pic X(25).
       01 ws-headword pic X(25).
       01 ws-first-word pic X(40).
       01 ws-second-word pic X(40).
       01 ws-first-head pic X(25).

       linkage section.
       copy "variant-call.copy".

       procedure division using sv-language, sv-answer,
              sv-spelling-key, sv-varied.
       main-line.
           if ws-loaded not = 'Y' then
             perform load-variant-master
           end-if
           move spaces to sv-spelling-key
           move 'N' to sv-varied
           move spaces to ws-first-word
           move spaces to ws-second-word
           unstring function lower-case(function trim(sv-answer))
             delimited by all space
             into ws-first-word ws-second-word
           end-unstring
           move sv-language to ws-target-language
           move ws-first-word to ws-target-word
           perform find-headword
           if ws-second-word = spaces then
             move ws-headword to sv-spelling-key
             goback
           end-if
           move ws-headword to ws-first-head
           move ws-second-word to ws-target-word
           perform find-headword
           string function trim(ws-first-head) " "
             function trim(ws-headword)
             delimited by size into sv-spelling-key
           goback
           .

       load-variant-master.
           move 'Y' to ws-loaded
           move 0 to ws-variant-count
           open input variant-master
           if ws-variant-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read variant-master
               at end move 'Y' to ws-eof
               not at end
                 if vr-variant not = spaces
                   and ws-variant-count < ws-max-variants then
                   perform insert-variant
                 end-if
             end-read
           end-perform
           close variant-master
           .

      * insertion into place as each row is read keeps the table in
      * search order without a separate sort pass
       insert-variant.
           move vr-language to ws-new-key(1:2)
           move function lower-case(vr-variant) to ws-new-key(3:25)
           move function lower-case(vr-word) to ws-new-word
           move ws-variant-count to ws-v
           perform until ws-v = 0
             or ws-vt-key(ws-v) <= ws-new-key
             move ws-variant-entry(ws-v) to ws-variant-entry(ws-v + 1)
             subtract 1 from ws-v
           end-perform
           add 1 to ws-v
           move ws-new-entry to ws-variant-entry(ws-v)
           add 1 to ws-variant-count
           .

       find-headword.
           move ws-target-word to ws-headword
           move 1 to ws-low
           move ws-variant-count to ws-high
           perform until ws-low > ws-high
             compute ws-mid = (ws-low + ws-high) / 2
             if ws-vt-key(ws-mid) = ws-target then
               move ws-vt-word(ws-mid) to ws-headword
               move 'Y' to sv-varied
               move ws-high to ws-low
               add 1 to ws-low
             else
               if ws-vt-key(ws-mid) < ws-target then
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

       end program spelling-variant.
