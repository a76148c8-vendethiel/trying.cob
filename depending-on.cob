           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "cobrand-data.copy".
           01 ws-audit-log-status pic XX.


       procedure division.
       main-line.
           move "DEPENDING-ON" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           move "N" to init-status
           move "SAMPLE" to stream-name
           move 0 to randed-low
             until ws-draw-count > ws-sample-size
             call 'cobrand' using init-status, randed, cur-date,
                 randed-low, randed-high, randed-ranged,
                 preview-mode, stream-name, weighted-draw
             perform accumulate-draw
           end-perform
           compute ws-sample-average =
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       accumulate-draw.
