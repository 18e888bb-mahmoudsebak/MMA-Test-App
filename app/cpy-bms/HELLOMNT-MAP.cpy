      * online employee maintenance screen.  It follows the same
      * conventions as hellocob_map.cpy: each field consists of four
      * components - length (L), attribute (A), data (I) and a
      * trailing byte (T).  Name, date of birth (CCYYMMDD), pay
      * frequency and currency are unprotected so an authorized
      * operator can overtype them; the salary field is display-only
      * because salary changes stay on the audited TRANFILE batch
      * path through HELLOUPD.  The age beside the date of birth is
      * protected - it is worked out from the date of birth, not
      * keyed.
      * The one-byte status field is unprotected too, but only
      * between A (active) and L (on leave) - termination stays on
      * the audited batch path like salary.
                05  HELLOMNT-NAMEA  PIC X.
                05  HELLOMNT-NAMEI  PIC X(30).
                05  HELLOMNT-NAMET  PIC X.
            03  HELLOMNT-DOBO.
                05  HELLOMNT-DOBL   PIC S9(4)     COMP.
                05  HELLOMNT-DOBA   PIC X.
                05  HELLOMNT-DOBI   PIC X(8).
                05  HELLOMNT-DOBT   PIC X.
            03  HELLOMNT-AGEO.
                05  HELLOMNT-AGEL   PIC S9(4)     COMP.
                05  HELLOMNT-AGEA   PIC X.
