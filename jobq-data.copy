      * on-request job queue (JOBQ.DAT): a request is queued by one
      * row and every change of state appends the whole request
      * again under the same number, so the last row for a number
      * is where it stands and the earlier rows say when it got
      * there.  state 'Q' queued, 'R' running, 'C' complete, 'F'
      * failed, 'X' cancelled before it ran.  the card lines, when
      * given, are written over the program's control card for the
      * one run and the card on disk is put back afterwards
       01 jq-record.
           02 jq-request-number pic 9(6).
           02 jq-program pic X(20).
           02 jq-requester pic X(8).
           02 jq-note pic X(40).
           02 jq-queued-stamp pic X(14).
           02 jq-state pic X(1).
               88 jq-queued value 'Q'.
               88 jq-running value 'R'.
               88 jq-complete value 'C'.
               88 jq-failed value 'F'.
               88 jq-cancelled value 'X'.
           02 jq-started-stamp pic X(14).
           02 jq-finished-stamp pic X(14).
           02 jq-return-code pic 9(3).
           02 jq-output-name pic X(20).
           02 jq-outcome pic X(40).
           02 jq-card-line-count pic 9(1).
           02 jq-card-line pic X(80) occurs 5 times.
