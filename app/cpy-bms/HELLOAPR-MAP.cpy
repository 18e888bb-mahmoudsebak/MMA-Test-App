      *******************************************************************
      * COPYBOOK: helloapr_map.cpy
      *
      * This BMS copybook corresponds to the HELLOAPR map, the
      * second-operator approval screen.  It follows the same
      * conventions as hellocob_map.cpy: each field consists of
      * length (L), attribute (A), data (I) and a trailing byte (T).
      * One queued request is shown at a time - its queue key in
      * REQ and up to six protected display rows describing the
      * change (who keyed it and when, the employee or mass
      * population, current and proposed figures, the size of the
      * movement and the effective date).  The approver keys A or
      * D in DEC and, for a decline, the reason in RSN.
      *******************************************************************

        01  HELLOAPR-MAP.
            03  HELLOAPR-REQO.
                05  HELLOAPR-REQL   PIC S9(4)     COMP.
                05  HELLOAPR-REQA   PIC X.
                05  HELLOAPR-REQI   PIC X(18).
                05  HELLOAPR-REQT   PIC X.
            03  HELLOAPR-ROWO OCCURS 6 TIMES.
                05  HELLOAPR-LINEL  PIC S9(4)     COMP.
                05  HELLOAPR-LINEA  PIC X.
                05  HELLOAPR-LINEI  PIC X(75).
                05  HELLOAPR-LINET  PIC X.
            03  HELLOAPR-DECO.
                05  HELLOAPR-DECL   PIC S9(4)     COMP.
                05  HELLOAPR-DECA   PIC X.
                05  HELLOAPR-DECI   PIC X(1).
                05  HELLOAPR-DECT   PIC X.
            03  HELLOAPR-RSNO.
                05  HELLOAPR-RSNL   PIC S9(4)     COMP.
                05  HELLOAPR-RSNA   PIC X.
                05  HELLOAPR-RSNI   PIC X(30).
                05  HELLOAPR-RSNT   PIC X.
            03  HELLOAPR-MSGO.
                05  HELLOAPR-MSGL   PIC S9(4)     COMP.
                05  HELLOAPR-MSGA   PIC X.
                05  HELLOAPR-MSGI   PIC X(79).
                05  HELLOAPR-MSGT   PIC X.
