      *******************************************************************
      * COPYBOOK: hellomvh.cpy
      *
      * Monthly headcount movement history record, carried between
      * month-end runs on the PROD.APP.MOVHIST GDG.  HELLOMOV writes
      * one record per department per closed period with the opening
      * and closing headcount and the terminations in the month, and
      * reads the previous generation back the following month - the
      * prior period's closing is the new opening, so the movement
      * schedule rolls forward from a proven figure instead of being
      * re-derived, and the last twelve periods' terminations and
      * headcounts give the rolling twelve-month turnover rate after
      * HELLOARC has trimmed those months off the live trail.
      * Periods older than twelve months are dropped as each new
      * generation is written.
      *******************************************************************

        01  MOVE-HIST-RECORD.
            05  MVH-PERIOD       PIC 9(6).
            05  MVH-DEPT-CD      PIC X(4).
            05  MVH-OPENING      PIC 9(6).
            05  MVH-CLOSING      PIC 9(6).
            05  MVH-TERMS        PIC 9(6).
