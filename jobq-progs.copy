      * the programs the desk may ask for by day: each with the
      * control card a request's card lines replace, the report the
      * run's output is filed from, and the run lock of whatever
      * writes its input - while that lock is held the request
      * waits in the queue rather than read a file being rebuilt.
      * blank means no card, or no lock to honour.  a program that
      * takes its own run lock carries none here: the dispatcher
      * holding it would shut the program out of its own lock
       01 jq-program-table.
           02 filler pic X(20) value 'dico-stats'.
           02 filler pic X(20) value 'DICOSTAT.CTL'.
           02 filler pic X(20) value 'DICOSTAT.RPT'.
           02 filler pic X(12) value 'DICO-MAINT'.
           02 filler pic X(20) value 'dico-asof'.
           02 filler pic X(20) value 'DICOASOF.CTL'.
           02 filler pic X(20) value 'DICOASOF.RPT'.
           02 filler pic X(12) value 'DICO-MAINT'.
           02 filler pic X(20) value 'dico-impact'.
           02 filler pic X(20) value spaces.
           02 filler pic X(20) value 'DICOIMPC.RPT'.
           02 filler pic X(12) value 'DICO-MAINT'.
           02 filler pic X(20) value 'defn-search'.
           02 filler pic X(20) value 'DEFNSRCH.CTL'.
           02 filler pic X(20) value 'DEFNSRCH.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'pattern-search'.
           02 filler pic X(20) value 'PATTERN.CTL'.
           02 filler pic X(20) value 'PATTERN.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'randhist-report'.
           02 filler pic X(20) value 'RANDHIST.CTL'.
           02 filler pic X(20) value 'RANDFAIR.RPT'.
           02 filler pic X(12) value 'RANDOM-GEN'.
           02 filler pic X(20) value 'grade-calibrate'.
           02 filler pic X(20) value spaces.
           02 filler pic X(20) value 'GRADECAL.RPT'.
           02 filler pic X(12) value 'PUZZLE-GEN'.
           02 filler pic X(20) value 'kpi-report'.
           02 filler pic X(20) value 'KPIRPT.CTL'.
           02 filler pic X(20) value 'KPITREND.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'word-usage-report'.
           02 filler pic X(20) value 'WORDUSE.CTL'.
           02 filler pic X(20) value 'WORDUSE.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'manifest-report'.
           02 filler pic X(20) value 'MANIFEST.CTL'.
           02 filler pic X(20) value 'RUNMANIF.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'capacity-report'.
           02 filler pic X(20) value 'CAPACITY.CTL'.
           02 filler pic X(20) value 'CAPACITY.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'fraud-check'.
           02 filler pic X(20) value 'FRAUDCHK.CTL'.
           02 filler pic X(20) value 'FRAUDCHK.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'hall-of-fame'.
           02 filler pic X(20) value 'HALLFAME.CTL'.
           02 filler pic X(20) value 'HALLFAME.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'channel-report'.
           02 filler pic X(20) value 'CHANNEL.CTL'.
           02 filler pic X(20) value 'CHANNEL.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'plan-generate'.
           02 filler pic X(20) value 'PLANGEN.CTL'.
           02 filler pic X(20) value 'PLANGEN.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'copy-scan'.
           02 filler pic X(20) value 'COPYSCAN.CTL'.
           02 filler pic X(20) value 'COPYSCAN.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'drawbook-report'.
           02 filler pic X(20) value 'DRAWBOOK.CTL'.
           02 filler pic X(20) value 'DRAWBOOK.RPT'.
           02 filler pic X(12) value 'RANDOM-GEN'.
           02 filler pic X(20) value 'adjust-register'.
           02 filler pic X(20) value 'ADJREG.CTL'.
           02 filler pic X(20) value 'ADJREG.RPT'.
           02 filler pic X(12) value spaces.
           02 filler pic X(20) value 'productivity-report'.
           02 filler pic X(20) value 'PRODRPT.CTL'.
           02 filler pic X(20) value 'PRODRPT.RPT'.
           02 filler pic X(12) value spaces.
       01 jq-program-table-r redefines jq-program-table.
           02 jq-prog-entry occurs 19 times.
               05 jq-prog-name pic X(20).
               05 jq-prog-card pic X(20).
               05 jq-prog-report pic X(20).
               05 jq-prog-lock pic X(12).
       78  jq-prog-count value 19.
