           organization is line sequential
           file status is ws-history-file-status.

           select weights-in assign dynamic ls-weights-file-name
           organization is line sequential
           file status is ls-weights-status.

           select weights-snapshot assign dynamic ls-snapshot-name
           organization is line sequential
           file status is ls-snapshot-status.

       data division.
       file section.
       fd  seed-checkpoint.
           02 dh-cur-date pic X(8).
           02 dh-randed pic S9V9(10).

       fd  weights-in.
           copy "weights-data.copy".

       fd  weights-snapshot.
           copy "randwgt-data.copy".

       local-storage section.
       01 ls-current-timestamp pic X(21).
       01 ws-seed-file-status pic XX.
       01 ws-seed-file-name pic X(25).
       01 ws-history-file-name pic X(30).
       01 ws-history-file-status pic XX.
       01 ls-weights-file-name pic X(30).
       01 ls-weights-status pic XX.
       01 ls-weights-eof pic X value 'N'.
       01 ls-snapshot-name pic X(35).
       01 ls-snapshot-status pic XX.
       01 ls-weight-point pic 9(10).
       01 ls-running-weight pic 9(10).
       01 ls-w pic 9(5).

      * the weights exactly as read for this draw - what the
      * selection is made from is what goes into the snapshot
       78  ls-max-weights value 500.
       01 ls-weights-overflow pic X value 'N'.
       01 ls-weight-table.
           02 ls-weight-entry occurs ls-max-weights times.
               05 ls-wt-item-code pic X(10).
               05 ls-wt-weight pic 9(7).

       linkage section.
           copy "cobrand-data.copy".

       procedure division using init-status, randed, cur-date,
              randed-low, randed-high, randed-ranged, preview-mode,
              stream-name, weighted-draw.
           perform build-stream-file-names
      * a weighted draw with nothing to weigh is refused before the
      * stream is touched, so the day's sequence is not advanced
           if wd-weights-file not = spaces then
             perform load-weights
             if wd-no-weights then
               goback
             end-if
           end-if
           if init-status = "N" then
             set did-init to true
             move current-date to ls-current-timestamp
           else
             move randed-low to randed-ranged
           end-if
           if wd-weights-file not = spaces then
             perform select-weighted-item
           end-if
           if not preview-mode-yes
             perform archive-draw
             if wd-weights-file not = spaces then
               perform archive-weights-snapshot
             end-if
           end-if
           goback
           .

      * zero-weight items stay on the file and in the snapshot but
      * can never be chosen; a table overflow refuses the draw
      * rather than silently drop the items past the limit
       load-weights.
           move wd-weights-file to ls-weights-file-name
           move 0 to wd-item-count
           move 0 to wd-total-weight
           move spaces to wd-item-code
           move 0 to wd-item-weight
           open input weights-in
           if ls-weights-status = '00' then
             perform until ls-weights-eof = 'Y'
               read weights-in
                 at end move 'Y' to ls-weights-eof
                 not at end
                   if wf-item-code not = spaces then
                     perform take-one-weight
                   end-if
               end-read
             end-perform
             close weights-in
           end-if
           if wd-total-weight = 0 or ls-weights-overflow = 'Y' then
             set wd-no-weights to true
           else
             set wd-selected to true
           end-if
           .

       take-one-weight.
           if wd-item-count >= ls-max-weights then
             move 'Y' to ls-weights-overflow
           else
             add 1 to wd-item-count
             move wf-item-code to ls-wt-item-code(wd-item-count)
             if wf-weight is numeric then
               move wf-weight to ls-wt-weight(wd-item-count)
             else
               move 0 to ls-wt-weight(wd-item-count)
             end-if
             add ls-wt-weight(wd-item-count) to wd-total-weight
           end-if
           .

      * the draw picks a point between 1 and the total weight; the
      * item whose share of the running total covers that point is
      * the one selected
       select-weighted-item.
           compute ls-weight-point =
             1 + function integer(randed * wd-total-weight)
           if ls-weight-point > wd-total-weight then
             move wd-total-weight to ls-weight-point
           end-if
           move 0 to ls-running-weight
           perform varying ls-w from 1 by 1
             until ls-w > wd-item-count
               or ls-running-weight >= ls-weight-point
             add ls-wt-weight(ls-w) to ls-running-weight
             if ls-running-weight >= ls-weight-point then
               move ls-wt-item-code(ls-w) to wd-item-code
               move ls-wt-weight(ls-w) to wd-item-weight
             end-if
           end-perform
           move ls-weight-point to randed-ranged
           .

       archive-weights-snapshot.
           move spaces to ls-snapshot-name
           string function trim(ws-history-file-name) ".WGT"
             delimited by size into ls-snapshot-name
           open extend weights-snapshot
           if ls-snapshot-status = '35' then
             open output weights-snapshot
           end-if
           move spaces to rw-record
           set rw-header to true
           move cur-date to rw-cur-date
           move randed to rw-randed
           move ls-weight-point to rw-point
           move wd-total-weight to rw-total-weight
           move wd-item-count to rw-item-count
           move wd-item-code to rw-selected
           move wd-weights-file to rw-weights-file
           write rw-record
           perform varying ls-w from 1 by 1
             until ls-w > wd-item-count
             move spaces to rw-record
             set rw-item to true
             move cur-date to rw-cur-date
             move ls-wt-item-code(ls-w) to rw-item-code
             move ls-wt-weight(ls-w) to rw-weight
             write rw-record
           end-perform
           close weights-snapshot
           .

       build-stream-file-names.
           move spaces to ws-seed-file-name
           if stream-name = spaces then
