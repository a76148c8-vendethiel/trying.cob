      * calendar day untangle cleanly; spaces on rows written
      * before the field existed or outside a driver chain
           02 aud-run-number pic X(6).
      * tamper evidence: the row's place in the log and a check
      * value chained from the row before it, set by audit-chain as
      * the row is written and recomputed by audit-verify; spaces
      * on rows written before chaining began
           02 aud-sequence pic 9(9).
           02 aud-chain-value pic 9(12).
