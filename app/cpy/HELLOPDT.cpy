      *******************************************************************
      * COPYBOOK: hellopdt.cpy
      *
      * Processing-date control record, carried between runs on the
      * PROD.APP.PROCDATE GDG.  HELLODTE writes one record at the
      * head of every HELLBAT run and every later step of the run
      * reads it instead of the system clock, so a run that slips
      * past midnight, or a night with no run, cannot shift the
      * dates the night works to.
      *
      * PDT-PROC-DATE is the business day the run processes - the
      * latest business day on BUSCAL (hellocal.cpy) on or before
      * the day the run started, a run started before the morning
      * cut-off counting as the night before.  The PARM override
      * sets it outright for the first run or a recovery.
      * PDT-PREV-PROC-DATE is the date the last run processed and
      * PDT-BUS-DAYS-ELAPSED the business days from that one to this
      * one: 1 on an ordinary night, more on a catch-up run after a
      * missed night, zero when the run repeats a business day
      * (a weekend run, or a rerun) - suspense ages by this count,
      * not by calendar nights.
      * PDT-NEXT-PROC-DATE is the business day after this one.
      * PDT-RATE-CUTOFF-DATE is the business day the agreed number
      * of business days before the processing date - the CURRATES
      * staleness gate refuses a run whose newest rate in force is
      * older than it, so a long weekend cannot trip the gate.
      *******************************************************************

        01  PROCDATE-RECORD.
            05  PDT-PROC-DATE         PIC 9(8).
            05  PDT-PREV-PROC-DATE    PIC 9(8).
            05  PDT-NEXT-PROC-DATE    PIC 9(8).
            05  PDT-BUS-DAYS-ELAPSED  PIC 9(3).
            05  PDT-RATE-CUTOFF-DATE  PIC 9(8).
            05  PDT-DATE-SOURCE       PIC X.
                88  PDT-FROM-CALENDAR        VALUE 'C'.
                88  PDT-FROM-PARM            VALUE 'P'.
            05  PDT-SET-DATE          PIC 9(8).
            05  PDT-SET-TIME          PIC 9(6).
            05  FILLER                PIC X(10).
