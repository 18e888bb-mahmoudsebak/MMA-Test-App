      * conventions as hellocob_map.cpy: each field consists of four
      * components - length (L), attribute (A), data (I) and a
      * trailing byte (T).  HR keys the transaction type (S salary
      * change, A new hire, T termination, D department transfer), the
      * employee id, and whichever fields the type needs; the salary is
      * keyed as digits only with two implied decimals (0075000 is
      * 750.00) and the dates as CCYYMMDD.  The new-hire detail fields
      * are only meaningful on an 'A', and the target department only
      * on a 'D', mirroring the hellotrn.cpy layout the accepted record
      * is built into; the new hire's date of birth is keyed in place
      * of the age the screen used to take.  The new-manager field
      * serves the 'C' manager change, and doubles as the new hire's
      * manager on an 'A'.  The leave-reason and return-date fields
      * serve the 'L' leave start (reason code and expected return date
      * CCYYMMDD); a 'B' return from leave needs only the employee id
      * and, optionally, the effective date.  The position field names
      * the open position an 'A' hire fills or a 'D' transfer moves
      * into.  A 'P' one-time payment keys its amount in the salary
      * field and its currency in the currency field, with the payment
      * reason code and the pay date (CCYYMMDD) in the two payment
      * fields.
      *******************************************************************

        01  HELLOENT-MAP.
                05  HELLOENT-NAMEA  PIC X.
                05  HELLOENT-NAMEI  PIC X(30).
                05  HELLOENT-NAMET  PIC X.
            03  HELLOENT-DOBO.
                05  HELLOENT-DOBL   PIC S9(4)     COMP.
                05  HELLOENT-DOBA   PIC X.
                05  HELLOENT-DOBI   PIC X(8).
                05  HELLOENT-DOBT   PIC X.
            03  HELLOENT-FREQO.
                05  HELLOENT-FREQL  PIC S9(4)     COMP.
                05  HELLOENT-FREQA  PIC X.
                05  HELLOENT-NMGRA  PIC X.
                05  HELLOENT-NMGRI  PIC X(6).
                05  HELLOENT-NMGRT  PIC X.
            03  HELLOENT-LVRSNO.
                05  HELLOENT-LVRSNL PIC S9(4)     COMP.
                05  HELLOENT-LVRSNA PIC X.
                05  HELLOENT-LVRSNI PIC X(2).
                05  HELLOENT-LVRSNT PIC X.
            03  HELLOENT-RETDTO.
                05  HELLOENT-RETDTL PIC S9(4)     COMP.
                05  HELLOENT-RETDTA PIC X.
                05  HELLOENT-RETDTI PIC X(8).
                05  HELLOENT-RETDTT PIC X.
            03  HELLOENT-POSNOO.
                05  HELLOENT-POSNOL PIC S9(4)     COMP.
                05  HELLOENT-POSNOA PIC X.
                05  HELLOENT-POSNOI PIC X(6).
                05  HELLOENT-POSNOT PIC X.
            03  HELLOENT-PAYRSNO.
                05  HELLOENT-PAYRSNL PIC S9(4)    COMP.
                05  HELLOENT-PAYRSNA PIC X.
                05  HELLOENT-PAYRSNI PIC X(2).
                05  HELLOENT-PAYRSNT PIC X.
            03  HELLOENT-PAYDTO.
                05  HELLOENT-PAYDTL PIC S9(4)     COMP.
                05  HELLOENT-PAYDTA PIC X.
                05  HELLOENT-PAYDTI PIC X(8).
                05  HELLOENT-PAYDTT PIC X.
            03  HELLOENT-MSGO.
                05  HELLOENT-MSGL   PIC S9(4)     COMP.
                05  HELLOENT-MSGA   PIC X.
