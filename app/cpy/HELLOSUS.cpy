      * has been held, and is re-presented to the edit automatically
      * every night until it passes or ages off.  SUS-TRAN-DATA is a
      * byte image of the TRAN-RECORD defined in hellotrn.cpy.
      * SUS-NIGHTS-HELD counts business days, not calendar nights:
      * each run adds the business days since the run before it
      * (hellopdt.cpy), so a weekend or holiday does not age a
      * record and a catch-up run after a missed night does.
      *******************************************************************

        01  SUSPENSE-RECORD.
            05  SUS-TRAN-DATA    PIC X(132).
            05  SUS-NIGHTS-HELD  PIC 99.
            05  SUS-REASON       PIC X(30).
