       01 pc-program-id pic X(20).
       01 pc-operator-id pic X(8).
       01 pc-authority pic 9(1).
      * the least the caller needs to be let in at all - I inquire,
      * U update, A approve.  the mode actually granted comes back
      * in pc-mode, so a program let in to look can still refuse
      * an operator its update actions
       01 pc-mode-needed pic X(1).
       01 pc-mode pic X(1).
           88 pc-no-access value 'N'.
           88 pc-inquire-only value 'I'.
           88 pc-may-update value 'U' 'A'.
           88 pc-may-approve value 'A'.
       01 pc-message pic X(40).
