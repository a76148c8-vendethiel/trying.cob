      * payee check: 'V' validates an id keyed with its check digit
      * (pk-keyed, nine digits) and looks it up; 'L' looks up an id
      * already on file (pk-id) without a check digit; 'D' derives
      * the check digit for pk-id.  a found payee's registered name
      * comes back in pk-name
       01 pk-action pic X(1).
           88 pk-validate value 'V'.
           88 pk-lookup value 'L'.
           88 pk-derive value 'D'.
       01 pk-keyed pic X(9).
       01 pk-id pic 9(8).
       01 pk-check-digit pic 9(1).
       01 pk-name pic X(20).
       01 pk-result pic X(1).
           88 pk-valid value 'Y'.
           88 pk-bad-format value 'F'.
           88 pk-bad-check value 'C'.
           88 pk-unknown value 'U'.
           88 pk-inactive value 'I'.
           88 pk-no-master value 'X'.
       01 pk-message pic X(40).
