      * salary outside its grade's band is flagged by the edits and
      * the nightly sweep so a keying slip cannot sail through to
      * the payroll extract.
      * GRD-MAX-PAYMENT is the ceiling on any single one-time payment
      * ('P' transaction) to an employee in the grade, in the same
      * USD terms; zero means the grade is not eligible for one.
      *******************************************************************

        01  GRADE-RECORD.
            05  GRD-DESC         PIC X(20).
            05  GRD-MIN-SALARY   PIC 9(7)V99.
            05  GRD-MAX-SALARY   PIC 9(7)V99.
            05  GRD-MAX-PAYMENT  PIC 9(7)V99.
