      * weights file a caller hands cobrand for a weighted draw:
      * one selectable item per line and its whole-number weight
       01 wf-record.
           02 wf-item-code pic X(10).
           02 wf-weight pic 9(7).
