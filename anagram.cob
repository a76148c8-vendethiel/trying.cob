       FILE SECTION.
      * header/detail transaction file: an 'H' record carries the
      * subject and options (mode ' '/'A' exact anagrams, 'S' sub-
      * anagrams with a minimum length, 'P' two-word pairs, 'H'
      * hidden words across a phrase's word breaks), followed by
      * one 'C' record per candidate.  the candidate count on the
      * header must agree with the detail records behind it
       FD  ANAGRAM-IN.
       01 ANA-IN-RECORD.
      * re-verifies each answer against the right file; spaces on
      * legacy rows and means the primary master
           02 MAT-LANGUAGE PIC X(2).
      * 'H' marks a hidden-word answer, spaces every other mode's -
      * so the sheet can print the hidden words as their own section
           02 MAT-MODE PIC X(1).

      * sub-anagram matches, written tiered from the longest word
      * down so the desk can lift a week of material off one subject
           02 WC-CATEGORY PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "progstat-call.copy".
           COPY "status-data.copy".
           COPY "manifest-data.copy".
           COPY "runlock-data.copy".
           COPY "tablepeak-data.copy".
       01 WS-RECORDS-PROCESSED PIC 9(6) VALUE 0.
       01 WS-AUDIT-LOG-STATUS PIC XX.
       01 WS-VOLUME-LOG-STATUS PIC XX.
      * passes over the master, one per subject - now every subject
      * of a language resolves in the same single pass
       78  WS-MAX-SUBJECTS VALUE 60.
       78  WS-MAX-GRP-ENTRIES VALUE 200.
       01 WS-GROUP-COUNT PIC 9(2) VALUE 0.
       01 WS-GROUP-TABLE.
           02 WS-GRP OCCURS WS-MAX-SUBJECTS TIMES.
               05 WS-GRP-TALLY.
                   10 WS-GRP-CNT PIC 999 OCCURS 26 TIMES.
               05 WS-GRP-MATCH-COUNT PIC 999.
               05 WS-GRP-MATCH-TBL OCCURS WS-MAX-GRP-ENTRIES TIMES.
                   10 WS-GRP-MATCH PIC X(40).
                   10 WS-GRP-MATCH-LEN PIC 99.
               05 WS-GRP-PAIR-COUNT PIC 999.
               05 WS-GRP-PAIR-TBL OCCURS WS-MAX-GRP-ENTRIES TIMES.
                   10 WS-GRP-PAIR-WORD PIC X(40).
                   10 WS-GRP-PAIR-LEN PIC 99.
                   10 WS-GRP-PAIR-CNT PIC 999 OCCURS 26 TIMES.
      * hidden-word mode: the phrase's letters run together, with
      * 'Y' under each letter that ends one of its words
               05 WS-GRP-RUN PIC X(40).
               05 WS-GRP-RUN-LEN PIC 99.
               05 WS-GRP-BREAKS PIC X(40).
       01 WS-G PIC 9(2).
       01 WS-MM PIC 999.

      * its start and count
       78  WS-MAX-POOL VALUE 4000.
       01 WS-CAND-POOL-COUNT PIC 9(5) VALUE 0.
       01 WS-PEAK-GRP-MATCH PIC 999 VALUE 0.
       01 WS-PEAK-GRP-PAIR PIC 999 VALUE 0.
       01 WS-CAND-POOL.
           02 WS-POOL-CAND PIC X(40) OCCURS WS-MAX-POOL TIMES.
       01 WS-PC PIC 9(5).
      * the distinct language masters tonight's subjects need - one
      * pass over each
       01 WS-LANG-COUNT PIC 9(2) VALUE 0.
       78  WS-MAX-LANGS VALUE 10.
       01 WS-LANG-TABLE.
           02 WS-LANG-ENTRY PIC X(2) OCCURS WS-MAX-LANGS TIMES.
       01 WS-L PIC 9(2).
       01 WS-CUR-LANGUAGE PIC X(2).
       01 WS-LANG-SEEN PIC X(1).
       01 WS-PI PIC 999.
       01 WS-PJ PIC 999.
       01 WS-PAIR-OK PIC X(1).

      * hidden-word scan positions
       01 WS-HID-I PIC 99.
       01 WS-HID-S PIC 99.
       01 WS-HID-LAST PIC 99.
       01 WS-HIDDEN PIC X(1).
       01 WS-COMBINED PIC X(40).

      * precomputed-signature compare against the dictionary-wide
       PROCEDURE DIVISION.

       MAIN-LINE.
           move "ANAGRAM" to AUD-PROGRAM-ID
           set PST-START to true
           call 'prog-status' using PST-ACTION, AUD-RECORD
           perform TAKE-RUN-LOCK
           if LK-BUSY then
             display LK-HOLDER-MESSAGE
             move "ALREADY RUNNING - RUN LOCK HELD" to WS-JOB-MESSAGE
           else
             perform BATCH-RUN
             perform RECORD-RUN-MANIFEST
             perform RECORD-TABLE-PEAKS
             perform SET-JOB-STATUS
             perform RELEASE-RUN-LOCK
           end-if
               LK-ACTION, LK-RESULT, LK-HOLDER-MESSAGE
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight; each
      * language's word master goes on as OPEN-WORD-MASTER opens it
       RECORD-RUN-MANIFEST.
           move "ANAGRAM" to RM-PROGRAM-ID
           move "ANAGRAM.DAT" to RM-FILE-NAME
           set RM-READ to true
           call 'run-manifest' using RM-PROGRAM-ID, RM-FILE-NAME,
               RM-DIRECTION
           move "WORDCAT.DAT" to RM-FILE-NAME
           set RM-READ to true
           call 'run-manifest' using RM-PROGRAM-ID, RM-FILE-NAME,
               RM-DIRECTION
           move "ANAGRAM-MATCHES.OUT" to RM-FILE-NAME
           set RM-WRITTEN to true
           call 'run-manifest' using RM-PROGRAM-ID, RM-FILE-NAME,
               RM-DIRECTION
           move "SUBANAGRAM.OUT" to RM-FILE-NAME
           set RM-WRITTEN to true
           call 'run-manifest' using RM-PROGRAM-ID, RM-FILE-NAME,
               RM-DIRECTION
           move "REJECTS.OUT" to RM-FILE-NAME
           set RM-WRITTEN to true
           call 'run-manifest' using RM-PROGRAM-ID, RM-FILE-NAME,
               RM-DIRECTION
           .

      * every table is loaded once per run and never emptied, so
      * its count at the end is its peak; the match and pair tables
      * are per subject, so their peak is the fullest group's
       RECORD-TABLE-PEAKS.
           move "ANAGRAM" to TP-PROGRAM-ID
           move "WS-GRP" to TP-TABLE-NAME
           move WS-MAX-SUBJECTS to TP-CEILING
           move WS-GROUP-COUNT to TP-PEAK
           perform FILE-TABLE-PEAK
           move 0 to WS-PEAK-GRP-MATCH
           move 0 to WS-PEAK-GRP-PAIR
           perform varying WS-G from 1 by 1
             until WS-G > WS-GROUP-COUNT
             if WS-GRP-MATCH-COUNT(WS-G) > WS-PEAK-GRP-MATCH then
               move WS-GRP-MATCH-COUNT(WS-G) to WS-PEAK-GRP-MATCH
             end-if
             if WS-GRP-PAIR-COUNT(WS-G) > WS-PEAK-GRP-PAIR then
               move WS-GRP-PAIR-COUNT(WS-G) to WS-PEAK-GRP-PAIR
             end-if
           end-perform
           move "WS-GRP-MATCH-TBL" to TP-TABLE-NAME
           move WS-MAX-GRP-ENTRIES to TP-CEILING
           move WS-PEAK-GRP-MATCH to TP-PEAK
           perform FILE-TABLE-PEAK
           move "WS-GRP-PAIR-TBL" to TP-TABLE-NAME
           move WS-MAX-GRP-ENTRIES to TP-CEILING
           move WS-PEAK-GRP-PAIR to TP-PEAK
           perform FILE-TABLE-PEAK
           move "WS-CAND-POOL" to TP-TABLE-NAME
           move WS-MAX-POOL to TP-CEILING
           move WS-CAND-POOL-COUNT to TP-PEAK
           perform FILE-TABLE-PEAK
           move "WS-CAT-TABLE" to TP-TABLE-NAME
           move WS-MAX-CAT-PAIRS to TP-CEILING
           move WS-CAT-COUNT to TP-PEAK
           perform FILE-TABLE-PEAK
           move "WS-LANG-TABLE" to TP-TABLE-NAME
           move WS-MAX-LANGS to TP-CEILING
           move WS-LANG-COUNT to TP-PEAK
           perform FILE-TABLE-PEAK
           .

       FILE-TABLE-PEAK.
           call 'table-peak' using TP-PROGRAM-ID, TP-TABLE-NAME,
               TP-CEILING, TP-PEAK
           .

       WRITE-AUDIT-LOG.
           move "ANAGRAM" to AUD-PROGRAM-ID
           move function current-date to AUD-TIMESTAMP
           if WS-AUDIT-LOG-STATUS = "35" then
             open output AUDIT-LOG
           end-if
           call 'audit-chain' using AUD-RECORD
           write AUD-RECORD
           close AUDIT-LOG
           set PST-END to true
           call 'prog-status' using PST-ACTION, AUD-RECORD
           if WS-JOB-RETURN-CODE not = 0 then
             call 'raise-alert' using AUD-RECORD
           end-if
                 move 'M' to WS-GRP-STATE(WS-G)
               when WS-HDR-MODE not = 'S'
                 and WS-HDR-MODE not = 'P'
                 and WS-HDR-MODE not = 'H'
                 and WS-HDR-COUNT > 0
      * the pool either holds the whole candidate list or the
      * group rejects outright - a partial list would score the
                 add WS-GRP-CNT(WS-G, WS-TALLY-IX)
                   to WS-GRP-SUBJ-TOTAL(WS-G)
               end-perform
             when 'H'
               if WS-GRP-MIN-LEN(WS-G) = 0 then
                 move 3 to WS-GRP-MIN-LEN(WS-G)
               end-if
               perform BUILD-GROUP-LETTER-RUN
             when other
               move WS-GRP-SUBJECT(WS-G) to WS-SIG-BUFFER
               perform COMPUTE-SIGNATURE
           end-evaluate
           .

      * letters only, in order; a blank after a letter marks a word
      * break, anything else that is not a letter simply drops out
       BUILD-GROUP-LETTER-RUN.
           move spaces to WS-GRP-RUN(WS-G)
           move spaces to WS-GRP-BREAKS(WS-G)
           move 0 to WS-GRP-RUN-LEN(WS-G)
           perform varying WS-HID-I from 1 by 1
             until WS-HID-I > 40
             if WS-GRP-SUBJECT(WS-G)(WS-HID-I:1) is alphabetic-lower
               and WS-GRP-SUBJECT(WS-G)(WS-HID-I:1) not = space then
               add 1 to WS-GRP-RUN-LEN(WS-G)
               move WS-GRP-SUBJECT(WS-G)(WS-HID-I:1)
                 to WS-GRP-RUN(WS-G)(WS-GRP-RUN-LEN(WS-G):1)
             else
               if WS-GRP-SUBJECT(WS-G)(WS-HID-I:1) = space
                 and WS-GRP-RUN-LEN(WS-G) > 0 then
                 move 'Y' to WS-GRP-BREAKS(WS-G)
                   (WS-GRP-RUN-LEN(WS-G):1)
               end-if
             end-if
           end-perform
      * the phrase's own end is no break to hide a word across
           if WS-GRP-RUN-LEN(WS-G) > 0 then
             move space to WS-GRP-BREAKS(WS-G)
               (WS-GRP-RUN-LEN(WS-G):1)
           end-if
           .

       TALLY-GROUP-LETTERS.
           perform varying WS-TALLY-IX from 1 by 1
             until WS-TALLY-IX > 26
               move 'Y' to WS-LANG-SEEN
             end-if
           end-perform
           if WS-LANG-SEEN not = 'Y'
             and WS-LANG-COUNT < WS-MAX-LANGS then
             add 1 to WS-LANG-COUNT
             move WS-GRP-LANGUAGE(WS-G)
               to WS-LANG-ENTRY(WS-LANG-COUNT)
               evaluate WS-GRP-MODE(WS-G)
                 when 'S' perform ADD-IF-CONTAINED
                 when 'P' perform COLLECT-PAIR-CANDIDATE
                 when 'H' perform ADD-IF-HIDDEN
                 when other perform ADD-IF-VALID-BY-SIGNATURE
               end-evaluate
             end-if
           end-if
           .

      * hidden-word test: the word's letters appear consecutively
      * in the phrase's letter run and straddle at least one of its
      * word breaks - wholly inside one word is no cryptic at all
       ADD-IF-HIDDEN.
           if WM-NOT-PUZZLE-ELIGIBLE or WM-IS-PROPER-NOUN
              or WM-SUPPRESS-PRINT then
             move "NOT-ELIGIBLE" to LS-REJECT-REASON
             perform LOG-GROUP-REJECT
           else
           perform CHECK-WORD-IN-THEME
           if WS-IN-THEME not = 'Y' then
             move "NOT-IN-THEME" to LS-REJECT-REASON
             perform LOG-GROUP-REJECT
           else
           if WS-WORD-LEN < WS-GRP-MIN-LEN(WS-G) then
             move "TOO-SHORT" to LS-REJECT-REASON
             perform LOG-GROUP-REJECT
           else
             perform CHECK-HIDDEN
             if WS-HIDDEN = 'Y' then
               perform ADD-GROUP-MATCH
             else
               move "NOT-HIDDEN" to LS-REJECT-REASON
               perform LOG-GROUP-REJECT
             end-if
           end-if
           end-if
           end-if
           .

       CHECK-HIDDEN.
           move 'N' to WS-HIDDEN
           if WS-WORD-LEN < 2
             or WS-WORD-LEN > WS-GRP-RUN-LEN(WS-G) then
             exit paragraph
           end-if
           compute WS-HID-LAST = WS-GRP-RUN-LEN(WS-G) - WS-WORD-LEN
             + 1
           perform varying WS-HID-S from 1 by 1
             until WS-HID-S > WS-HID-LAST or WS-HIDDEN = 'Y'
             if WS-GRP-RUN(WS-G)(WS-HID-S:WS-WORD-LEN)
                = LS-LC(1:WS-WORD-LEN) then
               perform varying WS-HID-I from WS-HID-S by 1
                 until WS-HID-I > WS-HID-S + WS-WORD-LEN - 2
                   or WS-HIDDEN = 'Y'
                 if WS-GRP-BREAKS(WS-G)(WS-HID-I:1) = 'Y' then
                   move 'Y' to WS-HIDDEN
                 end-if
               end-perform
             end-if
           end-perform
           .

       CHECK-CONTAINED.
           move 'Y' to WS-CONTAINED
           perform varying WS-TALLY-IX from 1 by 1
             if WS-IN-THEME = 'Y'
               and WS-WORD-LEN >= WS-GRP-MIN-LEN(WS-G)
               and WS-WORD-LEN < WS-GRP-SUBJ-TOTAL(WS-G)
               and WS-GRP-PAIR-COUNT(WS-G) < WS-MAX-GRP-ENTRIES then
               perform CHECK-CONTAINED
               if WS-CONTAINED = 'Y' then
                 add 1 to WS-GRP-PAIR-COUNT(WS-G)
           .

       ADD-GROUP-MATCH.
           if WS-GRP-MATCH-COUNT(WS-G) < WS-MAX-GRP-ENTRIES then
             add 1 to WS-GRP-MATCH-COUNT(WS-G)
             move WS-CANDIDATE-TEXT to WS-GRP-MATCH(WS-G,
               WS-GRP-MATCH-COUNT(WS-G))
                 move WS-MATCH(WS-MM) to MAT-WORD
                 move WS-PUBLICATION to MAT-PUBLICATION
                 move WS-LANGUAGE to MAT-LANGUAGE
                 if WS-GRP-MODE(WS-G) = 'H' then
                   move 'H' to MAT-MODE
                 else
                   move space to MAT-MODE
                 end-if
                 write MAT-RECORD
               end-perform
           end-evaluate
           else
             move 0 to WS-WM-MASTER-COUNT
           end-if
           move "ANAGRAM" to RM-PROGRAM-ID
           move WS-WM-FILE-NAME to RM-FILE-NAME
           set RM-READ to true
           call 'run-manifest' using RM-PROGRAM-ID, RM-FILE-NAME,
               RM-DIRECTION
           .

       CLOSE-WORD-MASTER.
           move WS-COMBINED to MAT-WORD
           move WS-PUBLICATION to MAT-PUBLICATION
           move WS-LANGUAGE to MAT-LANGUAGE
           move space to MAT-MODE
           write MAT-RECORD
           .

           move WS-CANDIDATE-TEXT to MAT-WORD
           move WS-PUBLICATION to MAT-PUBLICATION
           move WS-LANGUAGE to MAT-LANGUAGE
           move space to MAT-MODE
           write MAT-RECORD
           .

