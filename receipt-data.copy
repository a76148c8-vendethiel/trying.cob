      * inbound receipt call: the consuming program and the file it
      * is about to take in.  rcp-check fingerprints the delivery
      * and looks it up in the receipt register; rcp-processed
      * records that the consumer has posted it, after which the
      * same bytes are refused
       01 rcp-program-id pic X(20).
       01 rcp-file-name pic X(40).
       01 rcp-action pic X(1).
           88 rcp-check value 'C'.
           88 rcp-processed value 'P'.
       01 rcp-result pic X(1).
           88 rcp-passed value 'P'.
           88 rcp-refused value 'R'.
           88 rcp-absent value 'A'.
       01 rcp-prior-date pic X(8).
       01 rcp-prior-program pic X(20).
