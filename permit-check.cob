       identification division.
       program-id. permit-check.

       environment division.
       input-output section.
       file-control.
           select permit-file assign to 'PERMIT.DAT'
           organization is line sequential
           file status is ws-permit-status.

       data division.
       file section.
      * permission matrix: one row per grant.  a row names a program
      * and either one operator or, with the operator left blank, an
      * authority level - every operator at that level or above is
      * covered.  the mode is I inquire, U update or A approve, and
      * where several rows match the highest mode wins
       fd  permit-file.
       01 pm-record.
           02 pm-program-id pic X(20).
           02 pm-operator-id pic X(8).
           02 pm-authority pic X(1).
           02 pm-mode pic X(1).

       working-storage section.
       01 ws-permit-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-program-listed pic X(1).
       01 ws-row-authority pic 9(1).
       01 ws-rank-mode pic X(1).
       01 ws-rank pic 9(1).
       01 ws-granted-rank pic 9(1).
       01 ws-needed-rank pic 9(1).

       linkage section.
       copy "permit-data.copy".

       procedure division using pc-program-id, pc-operator-id,
              pc-authority, pc-mode-needed, pc-mode, pc-message.
       main-line.
           move spaces to pc-message
           move 'N' to pc-mode
           open input permit-file
           if ws-permit-status not = '00' then
      * no matrix on file degrades to the old behavior: each
      * program's own authority checks are all that stand
             move 'A' to pc-mode
             goback
           end-if
           move 'N' to ws-program-listed
           move 0 to ws-granted-rank
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read permit-file
               at end move 'Y' to ws-eof
               not at end
                 if pm-program-id = pc-program-id then
                   move 'Y' to ws-program-listed
                   perform match-permit-row
                 end-if
             end-read
           end-perform
           close permit-file
      * a program nobody has entered yet stays with the supervisors,
      * so adding a program never opens it to the whole floor
           if ws-program-listed = 'N' and pc-authority = 2 then
             move 3 to ws-granted-rank
           end-if
           move pc-mode-needed to ws-rank-mode
           perform rank-mode
           move ws-rank to ws-needed-rank
           if ws-needed-rank = 0 then
             move 1 to ws-needed-rank
           end-if
           if ws-granted-rank < ws-needed-rank then
             move 'N' to pc-mode
             string "NOT PERMITTED: " pc-program-id
               delimited by size into pc-message
           else
             evaluate ws-granted-rank
               when 1 move 'I' to pc-mode
               when 2 move 'U' to pc-mode
               when other move 'A' to pc-mode
             end-evaluate
           end-if
           goback
           .

       match-permit-row.
           if pm-operator-id not = spaces then
             if pm-operator-id not = pc-operator-id then
               exit paragraph
             end-if
           else
             if pm-authority is numeric then
               move pm-authority to ws-row-authority
             else
               move 0 to ws-row-authority
             end-if
             if pc-authority < ws-row-authority then
               exit paragraph
             end-if
           end-if
           move pm-mode to ws-rank-mode
           perform rank-mode
           if ws-rank > ws-granted-rank then
             move ws-rank to ws-granted-rank
           end-if
           .

       rank-mode.
           evaluate ws-rank-mode
             when 'I' move 1 to ws-rank
             when 'U' move 2 to ws-rank
             when 'A' move 3 to ws-rank
             when other move 0 to ws-rank
           end-evaluate
           .

       end program permit-check.
