      * submissions by channel (CHANNEL.DAT), one row per channel
      * per day appended by submission-merge: answers received,
      * kept, and lost to the same entrant's earlier answer by
      * another channel.  channel-report adds them up by month
       01 cl-record.
           02 cl-date pic X(8).
           02 cl-channel pic X(1).
               88 cl-post value 'P'.
               88 cl-phone value 'T'.
               88 cl-web value 'W'.
           02 cl-received pic 9(5).
           02 cl-kept pic 9(5).
           02 cl-lost pic 9(5).
