      * run manifest call: the calling program, the file it read or
      * wrote, and which - run-manifest fingerprints the file and
      * files the row under the run number and step in flight
       01 rm-program-id pic X(20).
       01 rm-file-name pic X(40).
       01 rm-direction pic X(1).
           88 rm-read value 'R'.
           88 rm-written value 'W'.
