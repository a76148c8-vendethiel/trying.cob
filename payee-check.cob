       identification division.
       program-id. payee-check.

       environment division.
       input-output section.
       file-control.
           select payee-master assign to 'PAYEE.DAT'
           organization is line sequential
           file status is ws-payee-master-status.

       data division.
       file section.
       fd  payee-master.
       copy "payee-data.copy".

       working-storage section.
       01 ws-payee-master-status pic XX.
       01 ws-eof pic X(1).
       01 ws-found pic X(1).
       01 ws-digit-id pic 9(8).
       01 ws-digit-list redefines ws-digit-id.
           02 ws-digit pic 9(1) occurs 8 times.
       01 ws-d pic 9(1).
       01 ws-weight pic 9(1).
       01 ws-product pic 9(2).
       01 ws-digit-sum pic 9(3).
       01 ws-derived pic 9(1).

       linkage section.
       copy "payeechk-data.copy".

      * one answer to "is this a payee we may pay", asked by every
      * screen that keys or changes an entry's id - so the entry
      * form, the amendment screen and the maintenance screen can
      * never disagree about what a valid id is
       procedure division using pk-action, pk-keyed, pk-id,
           pk-check-digit, pk-name, pk-result, pk-message.
       main-line.
           move spaces to pk-name
           move spaces to pk-message
           evaluate true
             when pk-derive
               perform derive-check-digit
               move ws-derived to pk-check-digit
               set pk-valid to true
             when pk-validate
               perform validate-keyed-id
             when other
               perform look-up-payee
           end-evaluate
           goback
           .

      * the digit is checked before the master is opened - a
      * slipped digit is a keying error, not an unknown payee
       validate-keyed-id.
           if pk-keyed is not numeric then
             set pk-bad-format to true
             move "PAYEE ID IS 8 DIGITS PLUS CHECK DIGIT"
               to pk-message
             exit paragraph
           end-if
           move pk-keyed(1:8) to pk-id
           move pk-keyed(9:1) to pk-check-digit
           perform derive-check-digit
           if ws-derived not = pk-check-digit then
             set pk-bad-check to true
             move "CHECK DIGIT WRONG - RE-KEY THE PAYEE ID"
               to pk-message
             exit paragraph
           end-if
           perform look-up-payee
           .

       look-up-payee.
           move 'N' to ws-found
           open input payee-master
           if ws-payee-master-status not = '00' then
             set pk-no-master to true
             move "PAYEE MASTER NOT AVAILABLE" to pk-message
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read payee-master
               at end move 'Y' to ws-eof
               not at end
                 if py-id = pk-id then
                   move 'Y' to ws-found
                   move 'Y' to ws-eof
                 end-if
             end-read
           end-perform
           close payee-master
           evaluate true
             when ws-found not = 'Y'
               set pk-unknown to true
               move "PAYEE ID NOT ON PAYEE MASTER" to pk-message
             when py-active
               set pk-valid to true
               move py-name to pk-name
             when other
               set pk-inactive to true
               move py-name to pk-name
               move "PAYEE IS INACTIVE - NOT PAYABLE" to pk-message
           end-evaluate
           .

      * the Luhn scheme, as on bank cards: from the right, every
      * second digit doubled (less 9 when it runs over), and the
      * check digit brings the sum to a multiple of ten.  it takes
      * every single-digit slip and nearly every transposition
       derive-check-digit.
           move pk-id to ws-digit-id
           move 0 to ws-digit-sum
           move 2 to ws-weight
           perform varying ws-d from 8 by -1 until ws-d < 1
             compute ws-product = ws-digit(ws-d) * ws-weight
             if ws-product > 9 then
               subtract 9 from ws-product
             end-if
             add ws-product to ws-digit-sum
             if ws-weight = 2 then
               move 1 to ws-weight
             else
               move 2 to ws-weight
             end-if
           end-perform
           compute ws-derived =
             function mod(10 - function mod(ws-digit-sum, 10), 10)
           .

       end program payee-check.
