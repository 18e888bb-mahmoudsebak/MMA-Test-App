      *******************************************************************
      * COPYBOOK: hellotmv_map.cpy
      *
      * This BMS copybook corresponds to the HELLOTMV map, the
      * manager team-view screen.  It follows the same conventions
      * as hellocob_map.cpy: each field consists of length (L),
      * attribute (A), data (I) and a trailing byte (T).  The
      * operator keys a manager id; the manager's name and details
      * come back on the two protected lines beneath it, the column
      * heading is set by the program (the salary columns only show
      * to salary-authorized operators), and the eight list rows
      * are generated with OCCURS, one unprotected one-byte
      * selection field and one protected display line per row.  S
      * against a row drills down to that person's own reports,
      * PF7/PF8 page and PF3 climbs back up the chain.
      *******************************************************************

        01  HELLOTMV-MAP.
            03  HELLOTMV-MGRIDO.
                05  HELLOTMV-MGRIDL PIC S9(4)     COMP.
                05  HELLOTMV-MGRIDA PIC X.
                05  HELLOTMV-MGRIDI PIC X(6).
                05  HELLOTMV-MGRIDT PIC X.
            03  HELLOTMV-MGRNMO.
                05  HELLOTMV-MGRNML PIC S9(4)     COMP.
                05  HELLOTMV-MGRNMA PIC X.
                05  HELLOTMV-MGRNMI PIC X(30).
                05  HELLOTMV-MGRNMT PIC X.
            03  HELLOTMV-INFOO.
                05  HELLOTMV-INFOL  PIC S9(4)     COMP.
                05  HELLOTMV-INFOA  PIC X.
                05  HELLOTMV-INFOI  PIC X(75).
                05  HELLOTMV-INFOT  PIC X.
            03  HELLOTMV-COLSO.
                05  HELLOTMV-COLSL  PIC S9(4)     COMP.
                05  HELLOTMV-COLSA  PIC X.
                05  HELLOTMV-COLSI  PIC X(75).
                05  HELLOTMV-COLST  PIC X.
            03  HELLOTMV-ROWO OCCURS 8 TIMES.
                05  HELLOTMV-SELL   PIC S9(4)     COMP.
                05  HELLOTMV-SELA   PIC X.
                05  HELLOTMV-SELI   PIC X(1).
                05  HELLOTMV-SELT   PIC X.
                05  HELLOTMV-LINEL  PIC S9(4)     COMP.
                05  HELLOTMV-LINEA  PIC X.
                05  HELLOTMV-LINEI  PIC X(75).
                05  HELLOTMV-LINET  PIC X.
            03  HELLOTMV-MSGO.
                05  HELLOTMV-MSGL   PIC S9(4)     COMP.
                05  HELLOTMV-MSGA   PIC X.
                05  HELLOTMV-MSGI   PIC X(79).
                05  HELLOTMV-MSGT   PIC X.
