      * just-applied transaction, whatever file it is riding: a
      * suspended reject (with its reason and nights held), a
      * future-dated change still on the pending queue (with its
      * effective date), a change the audit trail says applied or
      * was refused tonight, or a large salary change on the
      * second-operator approval queue (waiting, with the days it
      * has waited in the nights column, or approved, declined or
      * expired with the reason).  The key is the employee id plus a
      * per-employee sequence, so one STARTBR on the id answers
      * "where did my raise go" in one screen instead of a morning
      * of report archaeology.  The file is rebuilt whole every
                88  STS-FROM-SUSPENSE      VALUE 'S'.
                88  STS-FROM-PENDING       VALUE 'P'.
                88  STS-FROM-AUDIT         VALUE 'A'.
                88  STS-FROM-APPROVAL      VALUE 'Q'.
            05  STS-TRAN-TYPE    PIC X.
            05  STS-STATE        PIC X(12).
            05  STS-EFF-DATE     PIC 9(8).
