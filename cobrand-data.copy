      * named stream gets its own seed checkpoint and history files,
      * so one caller's rerun cannot advance another's sequence
       01 stream-name pic X(8) value spaces.
      * weighted draw: a caller naming a weights file (item code
      * and whole-number weight per line) gets one item back, each
      * item's chance in proportion to its weight.  the draw itself
      * is an ordinary draw on the stream, and the weights as read
      * are archived beside it so the selection can be replayed.
      * blank file name is an ordinary draw
       01 weighted-draw.
           02 wd-weights-file pic X(30) value spaces.
           02 wd-item-code pic X(10) value spaces.
           02 wd-item-weight pic 9(7) value 0.
           02 wd-total-weight pic 9(10) value 0.
           02 wd-item-count pic 9(5) value 0.
           02 wd-result pic X(1) value space.
               88 wd-selected value 'Y'.
               88 wd-no-weights value 'N'.
