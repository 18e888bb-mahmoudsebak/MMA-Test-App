      *******************************************************************
      * COPYBOOK: helloapl.cpy
      *
      * Dual-control limits for the second-operator approval queue,
      * shared by HELLOENT, HELLOINT and the HELLOAPX housekeeping
      * step so a keyed change and a fed change meet the same test.
      * A salary change goes to the approval queue instead of
      * TRANFILE.DAILY when its movement against the current salary
      * is more than APL-PCT-LIMIT percent, or more than
      * APL-AMT-LIMIT once annualized by the employee's pay
      * frequency (in the employee's own currency - the online
      * region has no copy of the effective-dated rate table).
      * Either direction counts; a large cut needs a second pair of
      * eyes as much as a large raise.  A request still waiting
      * APL-EXPIRY-DAYS after it was queued expires, and decided
      * entries are deleted APL-KEEP-DAYS after the decision - the
      * audit trail keeps the record of the decision itself.
      *******************************************************************

        01  APPROVAL-LIMITS.
            05  APL-PCT-LIMIT    PIC 9(3)V99       VALUE 10.00.
            05  APL-AMT-LIMIT    PIC 9(7)V99       VALUE 10000.00.
            05  APL-EXPIRY-DAYS  PIC 9(3)          VALUE 5.
            05  APL-KEEP-DAYS    PIC 9(3)          VALUE 30.
