       identification division.
       program-id. layout-catalog.

       data division.
       working-storage section.
       01 ws-def-name pic X(20).
       01 ws-def-length pic 9(3).
       01 ws-def-type pic X(1).
       01 ws-def-key pic X(1).
       01 ws-next-start pic 9(3).

       linkage section.
       copy "layout-data.copy".

      * one place that knows what the files look like, field by
      * field, in the order and widths their writing programs
      * declare - a layout change there is a change here too
       procedure division using lc-file-name, lc-found,
              lc-record-length, lc-field-count, lc-field-table.
       main-line.
           set lc-known to true
           move 0 to lc-field-count
           move 0 to lc-record-length
           move 1 to ws-next-start
           evaluate lc-file-name
             when "ANAGRAM-MATCHES.OUT"
               perform layout-anagram-matches
             when "PUZZGRADE.DAT"
               perform layout-puzzle-grade
             when "RANDOM.EXP"
               perform layout-random-export
             when "EODREPORT.PRT"
               perform layout-eod-report
             when "WORD-MASTER.DAT"
               perform layout-word-master
             when "ENTRANT.DAT"
               perform layout-entrant-master
             when "ENTSCORE.DAT"
               perform layout-entrant-score
             when "PZLEADER.DAT"
               perform layout-leaderboard
             when "OPERMST.DAT"
               perform layout-operator-master
             when "PERMIT.DAT"
               perform layout-permit
             when "DEFNMST.DAT"
               perform layout-definition-master
             when "WORDCAT.DAT"
               perform layout-word-category
             when "ALLOCOUT.DAT"
               perform layout-allocation-outcomes
             when "CALENDAR.DAT"
               perform layout-calendar
             when "PARTNER.DAT"
               perform layout-partner-master
             when "PRIZEFUL.DAT"
               perform layout-prize-fulfilment
             when "ACHIEVE.DAT"
               perform layout-achievement
             when "ERASURE.DAT"
               perform layout-erasure-request
             when "SYNDRATE.DAT"
               perform layout-syndication-rate
             when "SYNDINV.DAT"
               perform layout-syndication-invoice
             when "DISPUTE.DAT"
               perform layout-dispute-case
             when "ERRATA.DAT"
               perform layout-erratum
             when "PZPOINTS.DAT"
               perform layout-points-rule
             when "GRIDTPL.DAT"
               perform layout-grid-template
             when "GRIDHIST.DAT"
               perform layout-grid-history
             when "EDPLAN.DAT"
               perform layout-editorial-plan
             when "WORDFAM.DAT"
               perform layout-word-family
             when "VARIANT.DAT"
               perform layout-spelling-variant
             when "DRAWBOOK.DAT"
               perform layout-draw-booking
             when "PAYEE.DAT"
               perform layout-payee-master
             when "GLMAP.DAT"
               perform layout-gl-mapping
             when "STANDING.DAT"
               perform layout-standing-entry
             when other
               set lc-unknown to true
           end-evaluate
           goback
           .

      * anagram.cob mat-record
       layout-anagram-matches.
           move "MAT-DATE" to ws-def-name
           move 10 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "MAT-SUBJECT" to ws-def-name
           move 40 to ws-def-length
           perform add-field
           move "MAT-WORD" to ws-def-name
           move 40 to ws-def-length
           perform add-field
           move "MAT-PUBLICATION" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "MAT-LANGUAGE" to ws-def-name
           move 2 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "MAT-MODE" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           .

      * puzzle-generator.cob pg-record - one grade row per date,
      * subject, publication and format
       layout-puzzle-grade.
           move "PG-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "PG-SUBJECT" to ws-def-name
           move 40 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "PG-MATCH-COUNT" to ws-def-name
           move 3 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "PG-AVG-LEN" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "PG-RARE-COUNT" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "PG-SCORE" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "PG-RATING" to ws-def-name
           move 6 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "PG-PUBLICATION" to ws-def-name
           move 2 to ws-def-length
           move 'K' to ws-def-key
           perform add-field
           move "PG-FORMAT" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           .

      * random-export.cob exp-record - header, draw and trailer
      * rows; draws for one date are told apart by their position
       layout-random-export.
           move "EXP-REC-TYPE" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "EXP-SIGN" to ws-def-name
           move 1 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "EXP-DIGITS" to ws-def-name
           move 11 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "EXP-CUR-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "EXP-COUNT" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "EXP-CHECKSUM" to ws-def-name
           move 12 to ws-def-length
           perform add-field
           .

      * eod-report.cob print-line - a printed page has no key, so
      * lines pair by position
       layout-eod-report.
           move "PRINT-LINE" to ws-def-name
           move 80 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           .

      * word-master.copy wm-record - the data records; relative
      * key 1 is the count record and is not laid out here
       layout-word-master.
           move "WM-WORD" to ws-def-name
           move 25 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "WM-SIGNATURE" to ws-def-name
           move 25 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "WM-PUZZLE-ELIGIBLE" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "WM-PROPER-NOUN" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "WM-DO-NOT-PRINT" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "WM-LANGUAGE" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "WM-FREQ-RANK" to ws-def-name
           move 2 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           .

      * entrant-maint.cob en-record
       layout-entrant-master.
           move "EN-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "EN-NAME" to ws-def-name
           move 20 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "EN-TOWN" to ws-def-name
           move 20 to ws-def-length
           perform add-field
           move "EN-JOIN-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "EN-ACTIVE" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "EN-PARTNER" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           .

      * puzzle-score.cob es-record - one row per date and entrant
       layout-entrant-score.
           move "ES-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "ES-ENTRANT-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "ES-CORRECT" to ws-def-name
           move 5 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
      * rows scored before points were kept carry none, so the
      * points may be absent
           move "ES-POINTS" to ws-def-name
           move 6 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           .

      * puzzle-score.cob lb-record
       layout-leaderboard.
           move "LB-ENTRANT-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "LB-CORRECT" to ws-def-name
           move 5 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "LB-INCORRECT" to ws-def-name
           move 5 to ws-def-length
           perform add-field
           move "LB-NOT-A-WORD" to ws-def-name
           move 5 to ws-def-length
           perform add-field
           move "LB-POINTS" to ws-def-name
           move 7 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           .

      * oper-maint.cob op-record
       layout-operator-master.
           move "OP-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "OP-NAME" to ws-def-name
           move 20 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "OP-AUTHORITY" to ws-def-name
           move 1 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "OP-ACTIVE" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "OP-PASS-HASH" to ws-def-name
           move 9 to ws-def-length
           perform add-field
           move "OP-PASS-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "OP-FORCE-CHANGE" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "OP-FAIL-COUNT" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "OP-LOCKED" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "OP-VERIFY-EXEMPT" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "OP-TRAINING" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "OP-AMOUNT-LIMIT" to ws-def-name
           move 9 to ws-def-length
           perform add-field
           move "OP-LAST-SIGNON" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           .

      * permit-check.cob pm-record - one row per program and
      * operator or authority level
       layout-permit.
           move "PM-PROGRAM-ID" to ws-def-name
           move 20 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "PM-OPERATOR-ID" to ws-def-name
           move 8 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "PM-AUTHORITY" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "PM-MODE" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           .

      * defn-maint.cob df-record
       layout-definition-master.
           move "DF-WORD" to ws-def-name
           move 25 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "DF-DEFINITION" to ws-def-name
           move 60 to ws-def-length
           move space to ws-def-key
           perform add-field
           .

      * category-maint.cob wc-record - a word may sit in more than
      * one category
       layout-word-category.
           move "WC-WORD" to ws-def-name
           move 25 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "WC-CATEGORY" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           .

      * alloc-results.cob ao-record; the signed draw value is
      * carried as text, its sign riding on the last digit
       layout-allocation-outcomes.
           move "AO-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "AO-POSITION" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "AO-RANDED" to ws-def-name
           move 11 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "AO-ALLOC-REF" to ws-def-name
           move 20 to ws-def-length
           perform add-field
           .

      * calendar-maint.cob cal-record
       layout-calendar.
           move "CAL-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "CAL-DAY-TYPE" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "CAL-WEEKLY-FLAG" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "CAL-MONTH-END-FLAG" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           .

      * syndicate-feed.cob pr-record
       layout-partner-master.
           move "PR-CODE" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "PR-NAME" to ws-def-name
           move 20 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "PR-EDITIONS" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           move "PR-FORMAT" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           .

      * prizeful-data.copy pf-record
       layout-prize-fulfilment.
           move "PF-MONTH" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "PF-RANK" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "PF-ENTRANT-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "PF-STATUS" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move 'D' to ws-def-type
           move 8 to ws-def-length
           move "PF-DRAWN-DATE" to ws-def-name
           perform add-field
           move "PF-NOTIFIED-DATE" to ws-def-name
           perform add-field
           move "PF-CLAIM-DEADLINE" to ws-def-name
           perform add-field
           move "PF-CLAIMED-DATE" to ws-def-name
           perform add-field
           move "PF-DISPATCHED-DATE" to ws-def-name
           perform add-field
           move "PF-RETURNED-DATE" to ws-def-name
           perform add-field
           move "PF-FORFEITED-DATE" to ws-def-name
           perform add-field
           move "PF-REPLACES-RANK" to ws-def-name
           move 2 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "PF-REPLACED-BY-RANK" to ws-def-name
           perform add-field
           move "PF-NOTE" to ws-def-name
           move 30 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "PF-UPDATED-BY" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           .

      * achieve-data.copy ac-record
       layout-achievement.
           move "AC-ENTRANT-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move 'D' to ws-def-type
           move space to ws-def-key
           move "AC-FIRST-CORRECT" to ws-def-name
           perform add-field
           move "AC-LAST-CORRECT" to ws-def-name
           perform add-field
           move "AC-CURRENT-STREAK" to ws-def-name
           move 4 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "AC-LONGEST-STREAK" to ws-def-name
           perform add-field
           move "AC-LONGEST-END" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "AC-TOTAL-CORRECT" to ws-def-name
           move 5 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "AC-MILESTONE" to ws-def-name
           perform add-field
           move 8 to ws-def-length
           move 'D' to ws-def-type
           move "AC-MILESTONE-DATE" to ws-def-name
           perform add-field
           move "AC-UPDATED-DATE" to ws-def-name
           perform add-field
           .

      * erasure-data.copy er-record
       layout-erasure-request.
           move "ER-REQUEST-NO" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "ER-ENTRANT-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move 'D' to ws-def-type
           move "ER-RECEIVED-DATE" to ws-def-name
           perform add-field
           move "ER-DEADLINE-DATE" to ws-def-name
           perform add-field
           move "ER-STATUS" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "ER-COMPLETED-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "ER-SURROGATE-ID" to ws-def-name
           move 'X' to ws-def-type
           perform add-field
           move "ER-LOGGED-BY" to ws-def-name
           perform add-field
           move "ER-ROWS-CHANGED" to ws-def-name
           move 5 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           .

      * synrate-data.copy sr-record
       layout-syndication-rate.
      * a blank partner is the house rate, a blank edition or
      * format the default one, so only the kind must be present
           move "SR-PARTNER" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "SR-KIND" to ws-def-name
           move 1 to ws-def-length
           move 'K' to ws-def-key
           perform add-field
           move space to ws-def-key
           move "SR-EDITION" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "SR-FORMAT" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "SR-AMOUNT" to ws-def-name
           move 7 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           .

      * syninv-data.copy si-record
       layout-syndication-invoice.
           move "SI-MONTH" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "SI-PARTNER" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "SI-NUMBER" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
           move 4 to ws-def-length
           move "SI-BILLED" to ws-def-name
           perform add-field
           move "SI-RESENT" to ws-def-name
           perform add-field
           move "SI-UNRATED" to ws-def-name
           perform add-field
           move 9 to ws-def-length
           move "SI-CHARGES" to ws-def-name
           perform add-field
           move "SI-MINIMUM-ADJ" to ws-def-name
           perform add-field
           move "SI-TOTAL" to ws-def-name
           perform add-field
           move "SI-RUN-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           .

      * dispute-data.copy dp-record
       layout-dispute-case.
           move "DP-CASE-NO" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "DP-ENTRANT-ID" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "DP-PUZZLE-DATE" to ws-def-name
           move 'D' to ws-def-type
           perform add-field
           move "DP-ANSWER" to ws-def-name
           move 40 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "DP-KIND" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "DP-STATUS" to ws-def-name
           perform add-field
           move space to ws-def-key
           move "DP-OPENED-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "DP-OPENED-BY" to ws-def-name
           move 'X' to ws-def-type
           perform add-field
           move "DP-RESOLVED-DATE" to ws-def-name
           move 'D' to ws-def-type
           perform add-field
           move "DP-RESOLVED-BY" to ws-def-name
           move 'X' to ws-def-type
           perform add-field
           move "DP-RESOLUTION" to ws-def-name
           move 40 to ws-def-length
           perform add-field
           move "DP-CREDITED" to ws-def-name
           move 5 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "DP-DICO-SENT" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           .

      * errata-data.copy ea-record
       layout-erratum.
           move "EA-PUZZLE-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "EA-ANSWER" to ws-def-name
           move 40 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "EA-CASE-NO" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "EA-ADDED-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           .

      * ptrule-data.copy pt-record
       layout-points-rule.
           move "PT-KIND" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "PT-LOW" to ws-def-name
           move 2 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "PT-HIGH" to ws-def-name
           perform add-field
           move "PT-POINTS" to ws-def-name
           move 3 to ws-def-length
           perform add-field
           .

      * puzzle-generator.cob gt-record - one row per template row
       layout-grid-template.
           move "GT-CODE" to ws-def-name
           move 8 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "GT-SIZE" to ws-def-name
           move 1 to ws-def-length
           move '9' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "GT-ROW" to ws-def-name
           move 'K' to ws-def-key
           perform add-field
           move "GT-PATTERN" to ws-def-name
           move 7 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           .

      * puzzle-generator.cob gh-record - one row per word filled
      * into a crossword grid
       layout-grid-history.
           move "GH-WORD" to ws-def-name
           move 25 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "GH-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "GH-PUBLICATION" to ws-def-name
           move 2 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "GH-TEMPLATE" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           .

      * plan-data.copy ep-record
       layout-editorial-plan.
           move "EP-PUBLICATION" to ws-def-name
           move 2 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "EP-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "EP-FORMAT" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "EP-THEME" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           move "EP-DIFFICULTY" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "EP-LANGUAGE" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "EP-GRID-SIZE" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "EP-NOTE" to ws-def-name
           move 40 to ws-def-length
           perform add-field
           move "EP-PLANNED-BY" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           move "EP-PLANNED-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           .

      * family-data.copy fm-record
       layout-word-family.
           move "FM-WORD" to ws-def-name
           move 25 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "FM-ROOT" to ws-def-name
           move 25 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "FM-LINKED-BY" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           move "FM-LINKED-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           .

      * variant-data.copy vr-record
       layout-spelling-variant.
           move "VR-LANGUAGE" to ws-def-name
           move 2 to ws-def-length
           move 'X' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "VR-WORD" to ws-def-name
           move 25 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "VR-VARIANT" to ws-def-name
           move 25 to ws-def-length
           move 'K' to ws-def-key
           perform add-field
           .

       add-field.
           add 1 to lc-field-count
           move ws-def-name to lc-fld-name(lc-field-count)
           move ws-next-start to lc-fld-start(lc-field-count)
           move ws-def-length to lc-fld-length(lc-field-count)
           move ws-def-type to lc-fld-type(lc-field-count)
           move ws-def-key to lc-fld-key(lc-field-count)
           add ws-def-length to ws-next-start
           compute lc-record-length = ws-next-start - 1
           .

      * drawbook-data.copy db-record
       layout-draw-booking.
           move "DB-BOOKING-NO" to ws-def-name
           move 6 to ws-def-length
           move '9' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "DB-DRAW-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "DB-PURPOSE" to ws-def-name
           move 30 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "DB-STREAM" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           move "DB-RANGE-LOW" to ws-def-name
           move 4 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "DB-RANGE-HIGH" to ws-def-name
           perform add-field
           move "DB-SET-SIZE" to ws-def-name
           move 2 to ws-def-length
           perform add-field
           move "DB-DRAW-COUNT" to ws-def-name
           perform add-field
           move "DB-STATUS" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "DB-REQUESTER" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           move "DB-BOOKED-DATE" to ws-def-name
           move 'D' to ws-def-type
           perform add-field
           move "DB-APPROVER" to ws-def-name
           move 'X' to ws-def-type
           perform add-field
           move 'D' to ws-def-type
           move "DB-APPROVED-DATE" to ws-def-name
           perform add-field
           move "DB-EXECUTED-DATE" to ws-def-name
           perform add-field
           move "DB-RUN-NUMBER" to ws-def-name
           move 6 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "DB-NOTE" to ws-def-name
           move 30 to ws-def-length
           perform add-field
           .

      * payee-data.copy py-record
       layout-payee-master.
           move "PY-ID" to ws-def-name
           move 8 to ws-def-length
           move '9' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "PY-NAME" to ws-def-name
           move 20 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "PY-STATUS" to ws-def-name
           move 1 to ws-def-length
           perform add-field
           move "PY-CHECK-DIGIT" to ws-def-name
           move '9' to ws-def-type
           perform add-field
           move "PY-ADDED-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "PY-CHANGED-DATE" to ws-def-name
           perform add-field
           move "PY-CATEGORY" to ws-def-name
           move 4 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           .

      * glmap-data.copy gm-record
       layout-gl-mapping.
           move "GM-SOURCE" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           move space to ws-def-key
           perform add-field
           move "GM-CATEGORY" to ws-def-name
           move 4 to ws-def-length
           perform add-field
           move "GM-DEBIT-ACCOUNT" to ws-def-name
           move 8 to ws-def-length
           perform add-field
           move "GM-CREDIT-ACCOUNT" to ws-def-name
           perform add-field
           move "GM-DESCRIPTION" to ws-def-name
           move 30 to ws-def-length
           perform add-field
           .

      * standing-data.copy st-record
       layout-standing-entry.
           move "ST-REF" to ws-def-name
           move 4 to ws-def-length
           move '9' to ws-def-type
           move 'K' to ws-def-key
           perform add-field
           move "ST-ID" to ws-def-name
           move 8 to ws-def-length
           move space to ws-def-key
           perform add-field
           move "ST-NAME" to ws-def-name
           move 20 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "ST-AMOUNT" to ws-def-name
           move 9 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "ST-FREQUENCY" to ws-def-name
           move 1 to ws-def-length
           move 'X' to ws-def-type
           perform add-field
           move "ST-DAY" to ws-def-name
           move 2 to ws-def-length
           move '9' to ws-def-type
           perform add-field
           move "ST-START-DATE" to ws-def-name
           move 8 to ws-def-length
           move 'D' to ws-def-type
           perform add-field
           move "ST-END-DATE" to ws-def-name
           perform add-field
           move "ST-OPERATOR" to ws-def-name
           move 'X' to ws-def-type
           perform add-field
           move "ST-CHANGED-DATE" to ws-def-name
           move 'D' to ws-def-type
           perform add-field
           .

       end program layout-catalog.
