      *******************************************************************
      * COPYBOOK: hellopgl.cpy
      *
      * Purged-employee list record, one per employee record the
      * month-end retention purge (HELLOPRG) deletes from EMPFILE,
      * carried on the PROD.APP.PURGED GDG.  The audit-trail
      * anonymizer (HELLOANO) reads every generation of it and masks
      * the personal fields in the listed employees' audit images, so
      * a person whose record is gone does not live on by name in the
      * trail or its archive.
      *
      * The record holds no personal data of its own - only the id
      * and the dates needed to find the person's audit records.
      * PGL-TERM-DATE is the termination date on the record purged
      * and PGL-PURGE-DATE the date of the purge run; the anonymizer
      * leaves alone any audit record dated after the purge, which
      * can only belong to someone later given the same id.
      *******************************************************************

        01  PURGED-RECORD.
            05  PGL-EMP-ID            PIC X(6).
            05  PGL-TERM-DATE         PIC 9(8).
            05  PGL-PURGE-DATE        PIC 9(8).
            05  FILLER                PIC X(8).
