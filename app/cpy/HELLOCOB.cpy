      *
      * This copybook defines a simple record structure used by the
      * HELLOCOB COBOL program.  It declares input fields for an
      * employee id, name, date of birth and salary.  The fields are
      * grouped under a single 01-level to allow the entire record to
      * be referenced collectively.  IN-EMP-ID is the VSAM KSDS record
      * key used by both the online inquiry transaction and the
      * batch programs that share this copybook.  IN-PAY-FREQ and
      * IN-CURRENCY-CD qualify IN-SALARY so it is no longer assumed to
      * reporting loop; the nightly sweep flags chains orphaned by
      * a manager's termination, and the HELLOORG report prints the
      * reporting tree from it.
      * IN-LEAVE-REASON and IN-RETURN-DATE describe a leave of
      * absence: the reason code and the CCYYMMDD date the employee
      * is expected back.  They are set by the 'L' leave-start
      * transaction together with status 'L', cleared by the 'B'
      * back-from-leave transaction, and are spaces/zeros on any
      * employee who is not on leave.  The weekly HELLOLOA report
      * lists everyone on leave and everyone past IN-RETURN-DATE.
      * IN-POSITION-NO is the approved position on the POSFILE
      * position master (hellopos.cpy) the employee fills.  It is
      * set by the 'A' new hire and moved by the 'D' transfer, both
      * of which must name an open position in the employee's
      * department, and cleared by a termination, which reopens
      * the position.  Spaces on a record loaded before position
      * control means no position has been assigned yet.
      * IN-BIRTH-DATE is the CCYYMMDD date of birth.  It replaces the
      * two-digit age the record used to store, which nothing ever
      * moved on and so went stale a year at a time; the old age
      * bytes are left as FILLER so no field after them moves, and
      * every program that shows or edits an age now works it out
      * from the date of birth (batch against the processing date,
      * online against today).  Zeros or spaces on a record loaded
      * before the date of birth was kept mean it has not been keyed -
      * the age is shown blank and the nightly sweep lists the record
      * until HR fills it in through the maintenance screen.
      *******************************************************************

        01  HELLOCOB-RECORD.
            05  IN-EMP-ID       PIC X(6).
            05  IN-NAME         PIC X(30).
            05  FILLER          PIC XX.
            05  IN-SALARY       PIC S9(5)V99.
            05  IN-PAY-FREQ     PIC X.
                88  IN-PAY-FREQ-ANNUAL     VALUE 'A'.
            05  IN-TERM-DATE    PIC 9(8).
            05  IN-GRADE-CD     PIC X(2).
            05  IN-MGR-ID       PIC X(6).
            05  IN-LEAVE-REASON PIC X(2).
                88  IN-LEAVE-MEDICAL       VALUE 'MD'.
                88  IN-LEAVE-PARENTAL      VALUE 'PL'.
                88  IN-LEAVE-PERSONAL      VALUE 'PE'.
                88  IN-LEAVE-MILITARY      VALUE 'MI'.
                88  IN-LEAVE-STUDY         VALUE 'ST'.
            05  IN-RETURN-DATE  PIC 9(8).
            05  IN-POSITION-NO  PIC X(6).
            05  IN-BIRTH-DATE   PIC 9(8).
