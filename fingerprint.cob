       identification division.
       program-id. fingerprint.

       environment division.
       input-output section.
       file-control.
           select finger-in assign dynamic ws-finger-name
           organization is line sequential
           file status is ws-finger-status.

       data division.
       file section.
       fd  finger-in.
       01 finger-line pic X(256).

       working-storage section.
       01 ws-finger-status pic XX.
       01 ws-finger-name pic X(40).
       01 ws-eof pic X value 'N'.
       01 ws-char-i pic 9(3).
       01 ws-line-spc pic 9(3).
       01 ws-line-len pic 9(3).

       linkage section.
       copy "fingerprint-data.copy".

       procedure division using fp-file-name, fp-found,
              fp-record-count, fp-checksum, fp-first-record,
              fp-last-record.
       main-line.
           move 0 to fp-record-count
           move 0 to fp-checksum
           move spaces to fp-first-record
           move spaces to fp-last-record
           set fp-missing to true
           move fp-file-name to ws-finger-name
           open input finger-in
           if ws-finger-status not = '00' then
             goback
           end-if
           set fp-present to true
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read finger-in
               at end move 'Y' to ws-eof
               not at end
                 add 1 to fp-record-count
                 if fp-record-count = 1 then
                   move finger-line to fp-first-record
                 end-if
                 move finger-line to fp-last-record
                 perform checksum-one-line
             end-read
           end-perform
           close finger-in
           goback
           .

      * the backup-set checksum, byte for byte, so the two can be
      * compared
       checksum-one-line.
           move 0 to ws-line-spc
           inspect finger-line
             tallying ws-line-spc for trailing space
           compute ws-line-len = function length(finger-line)
             - ws-line-spc
           perform varying ws-char-i from 1 by 1
             until ws-char-i > ws-line-len
             compute fp-checksum = function mod(fp-checksum
               + function ord(finger-line(ws-char-i:1))
               * ws-char-i, 999999999999)
           end-perform
           .

       end program fingerprint.
