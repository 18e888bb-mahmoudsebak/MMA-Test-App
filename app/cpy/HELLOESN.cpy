      *******************************************************************
      * COPYBOOK: helloesn.cpy
      *
      * Normalized employee snapshot record, one per EMPFILE record,
      * written nightly by HELLOSNP to the PROD.APP.EMPSNAP GDG right
      * after the update has been applied.  The reporting programs
      * read the snapshot instead of browsing the live KSDS and
      * instead of loading DEPTFILE, GRADFILE and CURRATES and
      * normalizing salaries each for themselves, so every report
      * run against one generation works from the same figures.
      *
      * SNP-EMPLOYEE-DATA is a byte image of the employee record
      * (hellocob.cpy) as it stood when the snapshot was taken.
      * Readers that were written against the EMP- names of the
      * employee record copy this book with
      *     REPLACING LEADING ==SNP-== BY ==EMP-==
      * and keep their field names.
      *
      * SNP-AS-OF-DATE is the processing date the snapshot was taken
      * for.  SNP-DEPT-NAME and the grade fields are spaces/zero and
      * their switch 'N' when the code is blank or not on the
      * reference file.  SNP-ANNUAL-FACTOR is the pay-frequency
      * multiplier (A 1, M 12, B 26, zero for anything else) and
      * SNP-USD-RATE the CURRATES rate in force for the snapshot
      * date, so a reader can put some other amount in this
      * employee's frequency and currency on the same basis.
      * SNP-NORM-SALARY is the annual USD salary, set only when
      * SNP-NORMALIZED - both a factor and a rate were found.
      * SNP-COMPA-RATIO is that salary against the midpoint of the
      * grade band as a percentage, zero when either side is missing.
      * SNP-AGE-YEARS is the employee's age in whole years on the
      * snapshot date, worked out from SNP-BIRTH-DATE, and is set
      * only when SNP-AGE-KNOWN - a date of birth is on file, is a
      * valid date and is not after the snapshot date.
      *******************************************************************

        01  SNAPSHOT-RECORD.
            05  SNP-EMPLOYEE-DATA.
                10  SNP-ID           PIC X(6).
                10  SNP-NAME         PIC X(30).
                10  FILLER           PIC XX.
                10  SNP-SALARY       PIC S9(5)V99.
                10  SNP-PAY-FREQ     PIC X.
                10  SNP-CURRENCY-CD  PIC X(3).
                10  SNP-HIRE-DATE    PIC 9(8).
                10  SNP-DEPT-CD      PIC X(4).
                10  SNP-STATUS-CD    PIC X.
                    88  SNP-ACTIVE             VALUE 'A'.
                    88  SNP-ON-LEAVE           VALUE 'L'.
                    88  SNP-TERMINATED         VALUE 'T'.
                10  SNP-TERM-DATE    PIC 9(8).
                10  SNP-GRADE-CD     PIC X(2).
                10  SNP-MGR-ID       PIC X(6).
                10  SNP-LEAVE-REASON PIC X(2).
                10  SNP-RETURN-DATE  PIC 9(8).
                10  SNP-POSITION-NO  PIC X(6).
                10  SNP-BIRTH-DATE   PIC 9(8).
            05  SNP-AS-OF-DATE       PIC 9(8).
            05  SNP-DEPT-NAME        PIC X(30).
            05  SNP-DEPT-SWITCH      PIC X.
                88  SNP-DEPT-ON-FILE           VALUE 'Y'.
            05  SNP-GRADE-DESC       PIC X(20).
            05  SNP-GRADE-MIN        PIC 9(7)V99.
            05  SNP-GRADE-MAX        PIC 9(7)V99.
            05  SNP-GRADE-SWITCH     PIC X.
                88  SNP-GRADE-ON-FILE          VALUE 'Y'.
            05  SNP-ANNUAL-FACTOR    PIC 99.
            05  SNP-USD-RATE         PIC 9(3)V9(6).
            05  SNP-RATE-SWITCH      PIC X.
                88  SNP-RATE-ON-FILE           VALUE 'Y'.
            05  SNP-NORM-SALARY      PIC S9(9)V99.
            05  SNP-NORM-SWITCH      PIC X.
                88  SNP-NORMALIZED             VALUE 'Y'.
            05  SNP-COMPA-RATIO      PIC 9(3)V9.
            05  SNP-AGE-YEARS        PIC 9(3).
            05  SNP-AGE-SWITCH       PIC X.
                88  SNP-AGE-KNOWN              VALUE 'Y'.
            05  FILLER               PIC X(8).
