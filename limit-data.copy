      * amount authority check: the operator and the amount about
      * to be posted in; amount-limit hands back the operator's
      * ceiling and whether the amount sits within it
       01 lm-operator-id pic X(8).
       01 lm-amount pic 9(9).
       01 lm-limit pic 9(9).
       01 lm-result pic X(1).
           88 lm-within value 'Y'.
           88 lm-over value 'N'.
