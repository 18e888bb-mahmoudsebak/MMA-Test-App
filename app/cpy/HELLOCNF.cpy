      *******************************************************************
      * COPYBOOK: hellocnf.cpy
      *
      * Disposition of a corporate feed transaction, collected on
      * the night's PROD.APP.CONFIRM generation for the confirmation
      * file HELLOCFM sends back to the corporate HR system.
      * HELLODTE opens the generation empty at the head of the run
      * and each step that decides what happens to a feed record
      * (TRAN-USER-ID 'CORPHR') appends one record as it decides:
      * HELLOINT a pay change held for second-operator approval,
      * HELLOEDT a record suspended or aged off, or a new hire
      * refused once HR has confirmed it a duplicate, HELLOUPD a
      * record applied, held pending or refused.  A suspended
      * record that fails again for the same reason is not
      * confirmed again, and a pending record is confirmed when it
      * is first held and again when it is released.
      *
      * CNF-CORP-REF is TRAN-CORP-REF as HELLOINT translated it.
      * CNF-DISP-DATE is the effective date on an applied record,
      * the date a pending record is held until, and the processing
      * date on every other disposition.  CNF-REASON is SUS-REASON
      * for a suspended or aged-off record and the edit's or the
      * update's reason for a refused one.  CNF-EMP-ID on an
      * applied new hire is the employee id the hire was put on
      * file under.
      *******************************************************************

        01  CONFIRM-RECORD.
            05  CNF-PROC-DATE    PIC 9(8).
            05  CNF-PROGRAM      PIC X(8).
            05  CNF-CORP-REF     PIC X(12).
            05  CNF-EMP-ID       PIC X(6).
            05  CNF-TRAN-TYPE    PIC X.
            05  CNF-DISPOSITION  PIC X.
                88  CNF-APPLIED            VALUE 'A'.
                88  CNF-PENDING            VALUE 'P'.
                88  CNF-SUSPENDED          VALUE 'S'.
                88  CNF-AGED-OFF           VALUE 'O'.
                88  CNF-NOT-APPLIED        VALUE 'R'.
                88  CNF-HELD-APPROVAL      VALUE 'H'.
            05  CNF-DISP-DATE    PIC 9(8).
            05  CNF-REASON       PIC X(30).
            05  CNF-NIGHTS-HELD  PIC 99.
            05  FILLER           PIC X(4).
