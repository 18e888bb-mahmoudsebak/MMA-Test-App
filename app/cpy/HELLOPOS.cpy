      *******************************************************************
      * COPYBOOK: hellopos.cpy
      *
      * Position master record, held on the POSFILE VSAM KSDS keyed
      * by position number.  Every approved position finance has
      * budgeted is one record here: the department it belongs to,
      * the grade it was approved at and its budgeted salary in
      * normalized annual USD (the same terms as BUDGFILE and every
      * control total), so the department headcount on BUDGFILE is
      * no longer just a number - it is the list of positions.
      * Finance and HR planning create and close positions; the
      * nightly update owns POS-STATUS, POS-EMP-ID and the two
      * dates.  A new hire ('A') or a transfer ('D') must name an
      * open position in the department the employee is going to -
      * HELLOEDT and HELLOENT reject anything else, and HELLOUPD
      * checks again at apply time - and on the move the position
      * is marked filled with the incumbent's id.  A termination,
      * or a transfer out, reopens the position with POS-VACANT-DATE
      * set to the day it fell vacant, which is what the nightly
      * HELLOVAC vacancy report ages open positions from.
      * A closed position ('C') is kept for history and can never
      * be filled; a position that has never been filled carries
      * the date it was approved as its vacant date.
      *******************************************************************

        01  POSITION-RECORD.
            05  POS-NO              PIC X(6).
            05  POS-DEPT-CD         PIC X(4).
            05  POS-GRADE-CD        PIC X(2).
            05  POS-TITLE           PIC X(30).
            05  POS-BUDGET-SALARY   PIC 9(7)V99.
            05  POS-STATUS          PIC X.
                88  POS-OPEN               VALUE 'O'.
                88  POS-FILLED             VALUE 'F'.
                88  POS-CLOSED             VALUE 'C'.
            05  POS-EMP-ID          PIC X(6).
            05  POS-VACANT-DATE     PIC 9(8).
            05  POS-FILLED-DATE     PIC 9(8).
            05  FILLER              PIC X(6).
