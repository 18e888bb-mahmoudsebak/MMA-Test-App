      * TRAN-EFF-DATE is the CCYYMMDD date the change takes effect:
      * zeros mean "apply tonight", and a future date makes the
      * update hold the record on its pending queue and release it on
      * the first nightly run whose processing date (hellopdt.cpy) is
      * on or after that date.  A future date that falls on a weekend
      * or holiday on the business calendar is rolled forward by
      * HELLOEDT to the next business day, and the edit report lists
      * every roll; a past date is retroactive and is never rolled,
      * and a date beyond the published calendar is left as keyed.
      * 'L' starts a leave of absence: TRAN-LEAVE-REASON says why and
      * TRAN-RETURN-DATE when the employee is expected back, and the
      * update flags the employee 'L' with both stored on the record.
      * 'B' brings the employee back from leave to active and clears
      * them; TRAN-EFF-DATE on a 'B' is the day the employee
      * returned.  The leave fields are spaces/zeros on every other
      * type.
      * TRAN-POSITION-NO names the POSFILE position an 'A' new hire
      * fills or a 'D' transfer moves the employee into; it must be
      * open and belong to the department the employee lands in.
      * A 'D' may move the employee to another position in the same
      * department.  It is spaces on every other type.
      * 'P' is a one-time payment paid once through payroll with no
      * change to the salary on file; TRAN-PAY-REASON says what for -
      * 'SB' spot bonus, 'SO' sign-on, 'RF' referral award, 'RT'
      * retention, 'LS' any other lump sum.  TRAN-NEW-SALARY
      * carries the amount, and the payment detail (currency, reason
      * code and the date payroll is to pay it) rides in the area
      * the new-hire detail occupies on an 'A', so the record length
      * does not move.  The amount, normalized to USD, may not
      * exceed the ceiling GRADFILE sets for the employee's grade.
      * TRAN-CORP-REF is the corporate HR system's own reference for
      * a record HELLOINT translated from its feed, carried unchanged
      * through suspense, the pending queue and the approval queue
      * so the nightly confirmation back to corporate can quote it.
      * It is spaces on everything keyed in-house.
      * TRAN-NH-BIRTH-DATE is the new hire's CCYYMMDD date of birth,
      * which replaced the two-digit age the new-hire detail used to
      * carry.  The old age bytes are left as FILLER and the date
      * rides at the end of the record, so no field moves; like the
      * rest of the new-hire detail it is only meaningful on an 'A'
      * and is spaces on every other type.
      *******************************************************************

        01  TRAN-RECORD.
                88  TRAN-TERMINATION       VALUE 'T'.
                88  TRAN-DEPT-TRANSFER     VALUE 'D'.
                88  TRAN-MGR-CHANGE        VALUE 'C'.
                88  TRAN-LEAVE-START       VALUE 'L'.
                88  TRAN-LEAVE-RETURN      VALUE 'B'.
                88  TRAN-ONE-TIME-PAYMENT  VALUE 'P'.
                88  TRAN-TYPE-LEGACY       VALUE ' '.
            05  TRAN-EMP-ID       PIC X(6).
            05  TRAN-NEW-SALARY   PIC S9(5)V99.
            05  TRAN-NEW-MGR-ID   PIC X(6).
            05  TRAN-NEW-HIRE-DETAIL.
                10  TRAN-NH-NAME         PIC X(30).
                10  FILLER               PIC XX.
                10  TRAN-NH-PAY-FREQ     PIC X.
                10  TRAN-NH-CURRENCY-CD  PIC X(3).
                10  TRAN-NH-HIRE-DATE    PIC 9(8).
                10  TRAN-NH-DEPT-CD      PIC X(4).
                10  TRAN-NH-GRADE-CD     PIC X(2).
                10  TRAN-NH-MGR-ID       PIC X(6).
            05  TRAN-PAYMENT-DETAIL REDEFINES TRAN-NEW-HIRE-DETAIL.
                10  TRAN-PAY-CURRENCY-CD PIC X(3).
                10  TRAN-PAY-REASON      PIC X(2).
                    88  TRAN-PAY-REASON-VALID
                                  VALUE 'SB' 'SO' 'RF' 'RT' 'LS'.
                10  TRAN-PAY-DATE        PIC 9(8).
                10  FILLER               PIC X(43).
            05  TRAN-LEAVE-REASON PIC X(2).
                88  TRAN-LEAVE-REASON-VALID
                                  VALUE 'MD' 'PL' 'PE' 'MI' 'ST'.
            05  TRAN-RETURN-DATE  PIC 9(8).
            05  TRAN-POSITION-NO  PIC X(6).
            05  TRAN-CORP-REF     PIC X(12).
            05  TRAN-NH-BIRTH-DATE PIC 9(8).
