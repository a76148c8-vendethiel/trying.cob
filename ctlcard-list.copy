      * the operator control cards that steer the batch and the
      * utilities.  cards the programs write for themselves - the
      * audit chain head, run number, processing-date override,
      * batch window and catch-up cards - change every night and
      * are not registered
       01 ctl-card-table.
           02 filler pic X(20) value 'ADJREG.CTL'.
           02 filler pic X(20) value 'ALMANAC.CTL'.
           02 filler pic X(20) value 'AUDITINQ.CTL'.
           02 filler pic X(20) value 'BACKUP.CTL'.
           02 filler pic X(20) value 'BACKVRFY.CTL'.
           02 filler pic X(20) value 'BATCHEDIT.CTL'.
           02 filler pic X(20) value 'BOOKLET.CTL'.
           02 filler pic X(20) value 'CALGEN.CTL'.
           02 filler pic X(20) value 'CAPACITY.CTL'.
           02 filler pic X(20) value 'CHANNEL.CTL'.
           02 filler pic X(20) value 'COMPARE.CTL'.
           02 filler pic X(20) value 'COPYSCAN.CTL'.
           02 filler pic X(20) value 'DEFNSRCH.CTL'.
           02 filler pic X(20) value 'DICO.CTL'.
           02 filler pic X(20) value 'DICOASOF.CTL'.
           02 filler pic X(20) value 'DICOCHG.CTL'.
           02 filler pic X(20) value 'DICOMNT.CTL'.
           02 filler pic X(20) value 'DICOSTAT.CTL'.
           02 filler pic X(20) value 'DRAWBOOK.CTL'.
           02 filler pic X(20) value 'DRAWVRFY.CTL'.
           02 filler pic X(20) value 'DRIVER.CTL'.
           02 filler pic X(20) value 'FEATWORD.CTL'.
           02 filler pic X(20) value 'FINEXP.CTL'.
           02 filler pic X(20) value 'FRAUDCHK.CTL'.
           02 filler pic X(20) value 'HALLFAME.CTL'.
           02 filler pic X(20) value 'HOUSEKEEP.CTL'.
           02 filler pic X(20) value 'KPIRPT.CTL'.
           02 filler pic X(20) value 'MANIFEST.CTL'.
           02 filler pic X(20) value 'MONITOR.CTL'.
           02 filler pic X(20) value 'NUMCOLL.CTL'.
           02 filler pic X(20) value 'NUMER.CTL'.
           02 filler pic X(20) value 'NUMGLOSS.CTL'.
           02 filler pic X(20) value 'NUMINDEX.CTL'.
           02 filler pic X(20) value 'PASSWD.CTL'.
           02 filler pic X(20) value 'PATTERN.CTL'.
           02 filler pic X(20) value 'PLANGEN.CTL'.
           02 filler pic X(20) value 'PRIZEDRW.CTL'.
           02 filler pic X(20) value 'PRIZEFUL.CTL'.
           02 filler pic X(20) value 'PRODRPT.CTL'.
           02 filler pic X(20) value 'PUZZHIST.CTL'.
           02 filler pic X(20) value 'PZSCORE.CTL'.
           02 filler pic X(20) value 'RANDEXP.CTL'.
           02 filler pic X(20) value 'RANDHIST.CTL'.
           02 filler pic X(20) value 'RANDOM.CTL'.
           02 filler pic X(20) value 'RECEIPT.CTL'.
           02 filler pic X(20) value 'RECERT.CTL'.
           02 filler pic X(20) value 'RECHECK.CTL'.
           02 filler pic X(20) value 'REJANAL.CTL'.
           02 filler pic X(20) value 'RELGATE.CTL'.
           02 filler pic X(20) value 'RETRANS.CTL'.
           02 filler pic X(20) value 'SLARPT.CTL'.
           02 filler pic X(20) value 'SODRPT.CTL'.
           02 filler pic X(20) value 'SUBEDIT.CTL'.
           02 filler pic X(20) value 'SUSPENSE.CTL'.
           02 filler pic X(20) value 'SYNDINV.CTL'.
           02 filler pic X(20) value 'WMBUILD.CTL'.
           02 filler pic X(20) value 'WORDUSE.CTL'.
           02 filler pic X(20) value 'WORDWEEK.CTL'.
       01 ctl-card-list redefines ctl-card-table.
           02 ctl-card-name pic X(20) occurs 58 times.
       78  ctl-card-count value 58.
