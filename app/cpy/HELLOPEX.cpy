      * cycle without a side calculation.  The trailer count covers
      * detail and retro records alike, and the hash total sums
      * PEX-NEW-SALARY plus PEX-RETRO-AMOUNT.
      * A 'P' one-time payment record rides the same way: a spot
      * bonus, sign-on, referral or other lump sum, paid once with
      * no change to the salary.  PEX-NEW-SALARY is zero, the
      * amount is in PEX-PAY-AMOUNT (the retro-amount field under
      * its own name, so it joins the hash total unchanged), the
      * currency is the payment's own, PEX-EFFECTIVE-DATE is the
      * date payroll is to pay it and PEX-PAY-REASON carries the
      * reason code payroll needs for the tax treatment.
      *******************************************************************

        01  PAYROLL-EXTRACT-RECORD.
                88  PEX-HEADER             VALUE 'H'.
                88  PEX-DETAIL             VALUE 'D'.
                88  PEX-RETRO              VALUE 'R'.
                88  PEX-PAYMENT            VALUE 'P'.
                88  PEX-TRAILER            VALUE 'T'.
            05  PEX-EMP-ID            PIC X(6).
            05  PEX-EMP-NAME          PIC X(30).
            05  PEX-CURRENCY-CD       PIC X(3).
            05  PEX-PAY-FREQ          PIC X.
            05  PEX-RETRO-AMOUNT      PIC S9(7)V99.
            05  PEX-PAY-AMOUNT        REDEFINES PEX-RETRO-AMOUNT
                                      PIC S9(7)V99.
            05  PEX-PAY-REASON        PIC X(2).

        01  PEX-HEADER-RECORD.
            05  PEH-REC-TYPE          PIC X.
            05  PEH-RUN-DATE          PIC 9(8).
            05  PEH-GEN-SEQ           PIC 9(6).
            05  FILLER                PIC X(52).

        01  PEX-TRAILER-RECORD.
            05  PET-REC-TYPE          PIC X.
            05  PET-GEN-SEQ           PIC 9(6).
            05  PET-REC-COUNT         PIC 9(6).
            05  PET-HASH-TOTAL        PIC S9(11)V99.
            05  FILLER                PIC X(41).
