      *******************************************************************
      * COPYBOOK: helloapq.cpy
      *
      * Second-operator approval queue record, held on the APPRFILE
      * VSAM KSDS.  A salary change whose movement is over the
      * dual-control limits in helloapl.cpy - keyed on HELLOENT or
      * translated from the corporate feed by HELLOINT - is parked
      * here instead of going to TRANFILE.DAILY, and so is every
      * mass-change request a HELLOUPD propose run puts up for
      * sign-off.  A different operator with approval authority
      * decides it on the HELLOAPR screen: an approved salary
      * change goes to the TRNE entry queue from there and rides
      * the ordinary nightly path; an approved mass change waits
      * for the HELLOUPD apply run that matches it, which marks it
      * released.  Anything still waiting after the expiry limit is
      * expired by the nightly HELLOAPX housekeeping step, which
      * also deletes decided entries once the keep limit has
      * passed.  Approvals, declines and expiries are audited ('V',
      * 'N', 'E') and the queue is posted to TRNSTAT by HELLOSTA, so
      * the keyer sees on HELLOSTS why a change never applied.
      *
      * The key is the moment the change was queued plus its
      * source - the terminal id for an online entry, 'Innn' for a
      * feed record (a per-run sequence) and 'MASS' for a mass
      * request - so a plain browse reads the queue oldest first.
      * APQ-TRAN-DATA is the complete hellotrn.cpy image of a held
      * salary change, released unchanged on approval; for a mass
      * change the same area carries the request as keyed on the
      * HELLOUPD PARM.  APQ-CHANGE-PCT is the size of the movement
      * against the current salary, for the approver's screen.
      *******************************************************************

        01  APPROVAL-RECORD.
            05  APQ-KEY.
                10  APQ-QUEUE-DATE   PIC 9(8).
                10  APQ-QUEUE-TIME   PIC 9(6).
                10  APQ-QUEUE-SRC    PIC X(4).
            05  APQ-KIND         PIC X.
                88  APQ-KIND-SALARY        VALUE 'S'.
                88  APQ-KIND-MASS          VALUE 'M'.
            05  APQ-STATE        PIC X.
                88  APQ-WAITING            VALUE 'W'.
                88  APQ-APPROVED           VALUE 'A'.
                88  APQ-DECLINED           VALUE 'D'.
                88  APQ-EXPIRED            VALUE 'X'.
                88  APQ-RELEASED           VALUE 'R'.
                88  APQ-DECIDED            VALUE 'A' 'D' 'X' 'R'.
            05  APQ-EMP-ID       PIC X(6).
            05  APQ-DEPT-CD      PIC X(4).
            05  APQ-OLD-SALARY   PIC S9(5)V99.
            05  APQ-NEW-SALARY   PIC S9(5)V99.
            05  APQ-CHANGE-PCT   PIC S9(5)V99.
            05  APQ-KEYED-BY     PIC X(8).
            05  APQ-DECIDED-BY   PIC X(8).
            05  APQ-DECIDED-DATE PIC 9(8).
            05  APQ-DECIDED-TIME PIC 9(6).
            05  APQ-REASON       PIC X(30).
            05  APQ-TRAN-DATA    PIC X(132).
            05  APQ-MASS-DATA    REDEFINES APQ-TRAN-DATA.
                10  APQ-MASS-KIND    PIC X.
                10  APQ-MASS-AMOUNT  PIC 9(5)V99.
                10  APQ-MASS-POP     PIC X(4).
                10  FILLER           PIC X(120).
