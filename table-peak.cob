       identification division.
       program-id. table-peak.

       environment division.
       input-output section.
       file-control.
           select hwm-file assign to 'HWM.DAT'
           organization is line sequential
           file status is ws-hwm-status.

       data division.
       file section.
       fd  hwm-file.
       copy "hwm-data.copy".

       working-storage section.
       01 ws-hwm-status pic XX.
       01 ws-run-date pic X(8).

       linkage section.
       copy "tablepeak-data.copy".

       procedure division using tp-program-id, tp-table-name,
              tp-ceiling, tp-peak.
       main-line.
           call 'sysdate' using ws-run-date
           move spaces to hw-record
           move ws-run-date to hw-run-date
           call 'runnum' using hw-run-number
           move tp-program-id to hw-program-id
           move tp-table-name to hw-table-name
           move tp-ceiling to hw-ceiling
           move tp-peak to hw-peak
           open extend hwm-file
           if ws-hwm-status = '35' then
             open output hwm-file
           end-if
           write hw-record
           close hwm-file
           goback
           .

       end program table-peak.
