      *   'R' retro-pay records count toward the monthly record
      *   totals but contribute no salary movement - the catch-up
      *   amount is not a change in anyone's rate.
      *   Archive and new-trail records grew with the leave reason
      *   and expected return date on the employee record images.
      *   Archive and new-trail records grew with the position number
      *   on the employee record images.
      *   'P' one-time payment records count like retro pay - a record
      *   in the monthly totals with no salary movement.
      *   Archive and new-trail records grew with the date of birth on
      *   the employee record images.
      *****************************************************************

       IDENTIFICATION DIVISION.

       FD  ARCHOUT
           RECORDING MODE IS F.
       01  ARCHOUT-RECORD    PIC X(255).

       FD  AUDITNEW
           RECORDING MODE IS F.
       01  AUDITNEW-RECORD   PIC X(255).

       FD  ARCRPT
           RECORDING MODE IS F.
      *   out, and a maintenance change moves nothing).
      *****************************************************************
       ROLL-MONTH-SUMMARY.
      * A retro-pay or one-time payment record carries an amount
      * paid, not a salary movement - it counts as a record but
      * moves nothing
           IF AUD-RETRO-PAY OR AUD-ONE-TIME-PAYMENT
               MOVE ZEROS TO WS-MOVEMENT
           ELSE
               COMPUTE WS-MOVEMENT = AUD-NEW-SALARY - AUD-OLD-SALARY
