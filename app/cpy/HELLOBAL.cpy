      *******************************************************************
      * COPYBOOK: hellobal.cpy
      *
      * Run balancing totals record, one generation per nightly run
      * on the PROD.APP.BALANCE GDG.  HELLODTE opens the generation
      * at the head of the run with a RUN-OPENED record, and every
      * step that moves transactions appends its own counts and
      * amounts to it at the end of the step - HELLOCOL what was
      * keyed offline and collected online before the appends,
      * HELLOINT what it translated, HELLOEDT what it read and
      * where each record went, HELLOUPD what it applied, held and
      * could not apply.
      * HELLOPRF reads the generation at the end of the run and
      * proves the steps against each other and against AUDITLOG
      * and the payroll extract.
      *
      * BAL-PROGRAM and BAL-ITEM name the figure; a step that is
      * rerun appends its totals again and the reader keeps the
      * last record written for each name.  BAL-AMOUNT is the sum
      * of TRAN-NEW-SALARY over the records counted (native
      * currency, used as a hash total - a non-numeric amount
      * counts as zero), except where the item says otherwise.
      *******************************************************************

        01  BALANCE-RECORD.
            05  BAL-PROC-DATE    PIC 9(8).
            05  BAL-PROGRAM      PIC X(8).
            05  BAL-ITEM         PIC X(12).
            05  BAL-COUNT        PIC 9(7).
            05  BAL-AMOUNT       PIC S9(11)V99.
            05  FILLER           PIC X(12).
