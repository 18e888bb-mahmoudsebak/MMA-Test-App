      *****************************************************************
      * PROGRAM: helloacr.cbl
      *
      * Month-end general-ledger salary accrual journal.  HELLOBGT
      * shows cost against budget, but the accounting entries were
      * still keyed into the GL by hand from the listing.  This
      * program works out the salary cost accrued for the closed
      * period per department/cost center - each employee's salary
      * annualized by pay frequency, converted to USD with the
      * CURRATES rate in force (the same normalization every money
      * column in the system gets), and prorated to the days the
      * employee was on payroll in the month - and writes it as a
      * balanced journal in the GL interface layout (helloglj.cpy):
      * a debit to salary expense per cost center and one credit to
      * accrued payroll, between a header and a trailer carrying the
      * line count and the debit and credit totals.
      *
      * Retro pay is accrued separately: every 'R' audit record in
      * the period is the catch-up amount a backdated raise put on
      * the payroll extract, converted to USD and debited to the
      * retro-pay expense account of its cost center against its own
      * accrued-payroll credit, so finance can reverse the two
      * independently.
      *
      * A mid-month 'D' transfer splits the employee's month between
      * the two cost centers by days - the old department carries
      * the days before the transfer date and the new department
      * the rest.  The transfer schedule prints the annual USD that
      * moved with each transfer, normalized exactly as the HELLOXFR
      * re-charge report does, so the two agree line for line.
      *
      * The job runs a few days into the new month, so EMPFILE has
      * moved on since the period closed.  The first audit record
      * stamped after the period for an employee carries the record
      * as it stood at month-end in its before-image, and that is
      * the record accrued - a raise, transfer or hire keyed after
      * month-end does not leak into the closed period.
      *
      * PARM is the CLOSED period CCYYMM - run it from the month-end
      * job before HELLOARC trims that period off the live trail.
      *
      * RETURN-CODE is 0 for a clean journal, 4 when employees,
      * transfers or retro amounts could not be converted and are
      * left out of the journal for finance to book by hand, and 8
      * when the journal does not balance or could not be written.
      *
      * MODIFICATION HISTORY
      *   Original month-end salary accrual journal.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Replaced the stored age with the date of birth in the
      *   employee record area to stay in step with the record.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOACR.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE       ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT DEPTFILE      ASSIGN TO DEPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT CURRATES      ASSIGN TO CURRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATES-STATUS.

           SELECT GLJOURN       ASSIGN TO GLJOURN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJOURN-STATUS.

           SELECT ACRRPT        ASSIGN TO ACRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE
           RECORDING MODE IS F.
       01  EMPFILE-RECORD.
           05  EMP-ID        PIC X(6).
           05  EMP-NAME      PIC X(30).
           05  FILLER        PIC XX.
           05  EMP-SALARY    PIC S9(5)V99.
           05  EMP-PAY-FREQ  PIC X.
           05  EMP-CURRENCY-CD PIC X(3).
           05  EMP-HIRE-DATE PIC 9(8).
           05  EMP-DEPT-CD   PIC X(4).
           05  EMP-STATUS-CD PIC X.
               88  EMP-ACTIVE             VALUE 'A'.
               88  EMP-ON-LEAVE           VALUE 'L'.
               88  EMP-TERMINATED         VALUE 'T'.
           05  EMP-TERM-DATE PIC 9(8).
           05  EMP-GRADE-CD  PIC X(2).
           05  EMP-MGR-ID    PIC X(6).
           05  EMP-LEAVE-REASON PIC X(2).
           05  EMP-RETURN-DATE  PIC 9(8).
           05  EMP-POSITION-NO  PIC X(6).
           05  EMP-BIRTH-DATE   PIC 9(8).

       FD  AUDITLOG
           RECORDING MODE IS F.
       COPY HELLOAUD.

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY HELLODPT.

       FD  CURRATES
           RECORDING MODE IS F.
       COPY HELLOCUR.

       FD  GLJOURN
           RECORDING MODE IS F.
       COPY HELLOGLJ.

       FD  ACRRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOACR - MONTH-END SALARY ACCRUAL JOURNAL'.
       01  WS-EMPFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPFILE-OK                      VALUE '00'.
           88  WS-EMPFILE-EOF                     VALUE '10'.
       01  WS-AUDITLOG-STATUS PIC XX             VALUE ZEROS.
           88  WS-AUDITLOG-EOF                     VALUE '10'.
       01  WS-DEPTFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-DEPTFILE-EOF                     VALUE '10'.
       01  WS-CURRATES-STATUS PIC XX             VALUE ZEROS.
           88  WS-CURRATES-EOF                     VALUE '10'.
       01  WS-GLJOURN-STATUS  PIC XX             VALUE ZEROS.
           88  WS-GLJOURN-OK                       VALUE '00'.
       01  WS-ACRRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-REPORT-PERIOD   PIC 9(6)            VALUE ZEROS.
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-REPORT-CCYY PIC 9(4).
           05  WS-REPORT-MM   PIC 99.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.

      * GL accounts the journal posts to, from finance's chart of
      * accounts
       01  WS-GL-SALARY-EXPENSE  PIC X(8)         VALUE '61000000'.
       01  WS-GL-RETRO-EXPENSE   PIC X(8)         VALUE '61050000'.
       01  WS-GL-ACCRUED-PAYROLL PIC X(8)         VALUE '23100000'.

      * The period's calendar - first and last day, and the days in
      * the month every accrual is prorated over
       01  WS-PERIOD-START    PIC 9(8)            VALUE ZEROS.
       01  WS-PERIOD-END      PIC 9(8)            VALUE ZEROS.
       01  WS-NEXT-START      PIC 9(8)            VALUE ZEROS.
       01  WS-PERIOD-START-INT PIC S9(9) COMP     VALUE ZEROS.
       01  WS-PERIOD-END-INT  PIC S9(9) COMP      VALUE ZEROS.
       01  WS-DAYS-IN-MONTH   PIC S9(3) COMP      VALUE ZEROS.

       01  WS-EMP-READ        PIC 9(6) COMP       VALUE ZEROS.
       01  WS-EMP-ACCRUED     PIC 9(6) COMP       VALUE ZEROS.
       01  WS-AUD-READ        PIC 9(6) COMP       VALUE ZEROS.
       01  WS-UNCONVERTED     PIC 9(6) COMP       VALUE ZEROS.
       01  WS-RETRO-COUNT     PIC 9(6) COMP       VALUE ZEROS.
       01  WS-TOTAL-SALARY-ACR PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-RETRO-ACR PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOTAL-MOVED     PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Journal control totals for the trailer
       01  WS-JRN-COUNT       PIC 9(6) COMP       VALUE ZEROS.
       01  WS-JRN-DEBITS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-JRN-CREDITS     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-JRN-FAILED-SWITCH PIC X             VALUE 'N'.
           88  WS-JRN-FAILED                       VALUE 'Y'.
      * One journal line as built - signed amount and its side; a
      * negative amount (a backdated decrease) posts to the other
      * side so the GL only ever sees positive amounts
       01  WS-JRN-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-JRN-SIDE        PIC X               VALUE SPACES.
       01  WS-JRN-COST-CENTER PIC X(4)            VALUE SPACES.
       01  WS-JRN-ACCOUNT     PIC X(8)            VALUE SPACES.
       01  WS-JRN-ENTRY-TYPE  PIC X               VALUE SPACES.
       01  WS-JRN-DESCRIPTION PIC X(30)           VALUE SPACES.

      * Department reference table loaded from DEPTFILE at start-up
       01  WS-DEPT-COUNT      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-DEPT-FOUND-SWITCH PIC X             VALUE 'N'.
           88  WS-DEPT-FOUND                       VALUE 'Y'.
       01  WS-LOOKUP-DEPT-CD  PIC X(4)            VALUE SPACES.
       01  WS-LOOKUP-DEPT-NAME PIC X(30)          VALUE SPACES.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-TBL-CD    PIC X(4).
               10  WS-DEPT-TBL-NAME  PIC X(30).

      * Currency rate table loaded from CURRATES at start-up, and the
      * working fields NORMALIZE-SALARY uses to annualize a salary
      * by pay frequency and convert it to USD
       01  WS-CUR-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-RATE-FOUND-SWITCH PIC X             VALUE 'N'.
           88  WS-RATE-FOUND                       VALUE 'Y'.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 20 TIMES
                   INDEXED BY CUR-IDX.
               10  WS-CUR-TBL-CD     PIC X(3).
               10  WS-CUR-TBL-RATE   PIC 9(3)V9(6).
               10  WS-CUR-TBL-DATE   PIC 9(8).
       01  WS-CUR-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-CUR-HIT         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-CUR-SCAN-SWITCH PIC X               VALUE 'N'.
           88  WS-CUR-SCAN-FOUND                   VALUE 'Y'.
      * Staleness gate - the step refuses to normalize anything on
      * a rate table finance has not refreshed within the limit
       01  WS-NEWEST-RATE-DATE PIC 9(8)           VALUE ZEROS.
       01  WS-MAX-RATE-AGE    PIC 9(3)            VALUE 30.
       01  WS-RATE-AGE        PIC S9(5) COMP      VALUE ZEROS.
       01  WS-WORK-RATE       PIC 9(3)V9(6)       VALUE ZEROS.
       01  WS-LOOKUP-CURRENCY-CD PIC X(3)         VALUE SPACES.
       01  WS-LOOKUP-PAY-FREQ PIC X               VALUE SPACES.
       01  WS-LOOKUP-SALARY   PIC S9(5)V99 COMP-3 VALUE ZEROS.
       01  WS-ANNUAL-FACTOR   PIC 99              VALUE ZEROS.
       01  WS-ANNUAL-SALARY   PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-NORM-SALARY     PIC S9(9)V99 COMP-3 VALUE ZEROS.

      * The employee's month - days on payroll in the period, the
      * accrual for them, and the part already booked to cost
      * centers the employee transferred out of
       01  WS-EMP-START       PIC 9(8)            VALUE ZEROS.
       01  WS-EMP-END         PIC 9(8)            VALUE ZEROS.
       01  WS-EMP-START-INT   PIC S9(9) COMP      VALUE ZEROS.
       01  WS-EMP-END-INT     PIC S9(9) COMP      VALUE ZEROS.
       01  WS-EMP-DAYS        PIC S9(5) COMP      VALUE ZEROS.
       01  WS-EMP-ACCRUAL     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-EMP-BOOKED      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-EMP-ANNUAL-USD  PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-SEG-START-INT   PIC S9(9) COMP      VALUE ZEROS.
       01  WS-SEG-DAYS        PIC S9(5) COMP      VALUE ZEROS.
       01  WS-SEG-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-XFR-DATE-INT    PIC S9(9) COMP      VALUE ZEROS.

      * Month-end view of employees the trail shows changing after
      * the period closed - the first such record per employee,
      * whose before-image is the record as it stood at month-end.
      * A record without images (written before they existed) still
      * gives the month-end salary and department from its columns;
      * a new hire after month-end was not on payroll at all.
       01  WS-ASAT-COUNT      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-ASAT-SUB        PIC 9(4) COMP       VALUE ZEROS.
       01  WS-ASAT-HIT        PIC 9(4) COMP       VALUE ZEROS.
       01  WS-ASAT-WORK-ID    PIC X(6)            VALUE SPACES.
       01  WS-ASAT-TABLE.
           05  WS-ASAT-ENTRY OCCURS 2000 TIMES.
               10  WS-ASAT-EMP-ID    PIC X(6).
               10  WS-ASAT-KIND      PIC X.
                   88  WS-ASAT-FROM-IMAGE      VALUE 'I'.
                   88  WS-ASAT-FROM-COLUMNS    VALUE 'C'.
                   88  WS-ASAT-NOT-HIRED       VALUE 'H'.
               10  WS-ASAT-SALARY    PIC S9(5)V99.
               10  WS-ASAT-DEPT-CD   PIC X(4).
               10  WS-ASAT-IMAGE     PIC X(102).

      * The period's department transfers, in trail order, with the
      * part of the month each booked to the department left
       01  WS-XFR-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-XFR-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-XFR-TABLE.
           05  WS-XFR-ENTRY OCCURS 1000 TIMES.
               10  WS-XFR-EMP-ID     PIC X(6).
               10  WS-XFR-DATE       PIC 9(8).
               10  WS-XFR-OLD-DEPT   PIC X(4).
               10  WS-XFR-NEW-DEPT   PIC X(4).
               10  WS-XFR-SALARY     PIC S9(5)V99.
               10  WS-XFR-STATE      PIC X.
                   88  WS-XFR-BOOKED           VALUE 'B'.
                   88  WS-XFR-OFF-FILE         VALUE 'O'.
                   88  WS-XFR-NO-RATE          VALUE 'R'.
               10  WS-XFR-ANNUAL-USD PIC S9(9)V99 COMP-3.
               10  WS-XFR-DAYS-OLD   PIC S9(5) COMP.
               10  WS-XFR-BOOKED-OLD PIC S9(9)V99 COMP-3.

      * Per-cost-center accrual accumulators
       01  WS-ACR-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-ACR-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-ACR-FOUND-SWITCH PIC X              VALUE 'N'.
           88  WS-ACR-FOUND                        VALUE 'Y'.
       01  WS-ACR-WORK-CD     PIC X(4)            VALUE SPACES.
       01  WS-ACCRUAL-TABLE.
           05  WS-ACR-ENTRY OCCURS 100 TIMES.
               10  WS-ACR-DEPT-CD    PIC X(4).
               10  WS-ACR-HEADS      PIC 9(6) COMP.
               10  WS-ACR-SALARY     PIC S9(11)V99 COMP-3.
               10  WS-ACR-RETRO      PIC S9(11)V99 COMP-3.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'MONTH-END SALARY ACCRUAL JOURNAL'.
           05  FILLER        PIC X(5)  VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(8)  VALUE 'PERIOD: '.
           05  HDR2-PERIOD   PIC 9999/99.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(6)  VALUE 'DAYS: '.
           05  HDR2-DAYS     PIC Z9.

       01  WS-ACR-HEADING-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(30) VALUE
               'COST CENTER ACCRUAL SUMMARY'.

       01  WS-ACR-COLS-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(6)  VALUE 'DEPT'.
           05  FILLER        PIC X(32) VALUE 'DEPARTMENT NAME'.
           05  FILLER        PIC X(8)  VALUE '   HEADS'.
           05  FILLER        PIC X(18) VALUE '    SALARY ACCRUAL'.
           05  FILLER        PIC X(18) VALUE '     RETRO ACCRUAL'.
           05  FILLER        PIC X(19) VALUE '   TOTAL DEBIT USD'.

       01  WS-ACR-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  ACR-DEPT-CD   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  ACR-DEPT-NAME PIC X(30).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  ACR-HEADS     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  ACR-SALARY    PIC $$$$,$$$,$$9.99-.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  ACR-RETRO     PIC $$$$,$$$,$$9.99-.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  ACR-TOTAL     PIC $$$$,$$$,$$9.99-.

       01  WS-XFR-HEADING-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(40) VALUE
               'MID-MONTH TRANSFER SPLIT'.

       01  WS-XFR-COLS-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(12) VALUE 'DATE'.
           05  FILLER        PIC X(8)  VALUE 'EMP ID'.
           05  FILLER        PIC X(6)  VALUE 'FROM'.
           05  FILLER        PIC X(6)  VALUE 'TO'.
           05  FILLER        PIC X(17) VALUE '  ANNUAL (USD)'.
           05  FILLER        PIC X(6)  VALUE ' DAYS'.
           05  FILLER        PIC X(18) VALUE '  BOOKED TO FROM'.

       01  WS-XFR-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  XFR-DATE      PIC 9999/99/99.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  XFR-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  XFR-OLD-DEPT  PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  XFR-NEW-DEPT  PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  XFR-ANNUAL    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  XFR-DAYS      PIC ZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  XFR-BOOKED    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  XFR-FLAG      PIC X(14).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  AMT-LABEL     PIC X(28).
           05  AMT-VALUE     PIC $$$$,$$$,$$9.99-.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(4) COMP.
           05  PARM-PERIOD          PIC 9(6).

       PROCEDURE DIVISION USING PARM-AREA.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UNPACK-PARM

           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-CUR-TABLE

           OPEN INPUT  EMPFILE
           OPEN INPUT  AUDITLOG
           OPEN OUTPUT ACRRPT

           PERFORM READ-AUDIT-RECORD
           PERFORM SELECT-AUDIT-RECORD
               UNTIL WS-AUDITLOG-EOF

           PERFORM ACCRUE-EMPLOYEES

           PERFORM WRITE-JOURNAL

           PERFORM PRINT-PAGE-HEADINGS
           PERFORM PRINT-ACCRUAL-SUMMARY
           PERFORM PRINT-TRANSFER-SPLIT
           PERFORM PRINT-ACCRUAL-TOTALS

           CLOSE EMPFILE
           CLOSE AUDITLOG
           CLOSE ACRRPT

           DISPLAY 'EMPLOYEE RECORDS   : ' WS-EMP-READ
           DISPLAY 'EMPLOYEES ACCRUED  : ' WS-EMP-ACCRUED
           DISPLAY 'AUDIT RECORDS READ : ' WS-AUD-READ
           DISPLAY 'NOT CONVERTED      : ' WS-UNCONVERTED
           DISPLAY 'JOURNAL LINES      : ' WS-JRN-COUNT

           EVALUATE TRUE
               WHEN WS-JRN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-JRN-DEBITS NOT = WS-JRN-CREDITS
                   DISPLAY 'HELLOACR0007E - JOURNAL DOES NOT BALANCE'
                   DISPLAY 'DEBITS  : ' WS-JRN-DEBITS
                   DISPLAY 'CREDITS : ' WS-JRN-CREDITS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNCONVERTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      * End the program
           GOBACK.

      *****************************************************************
      * UNPACK-PARM
      *   The closed period CCYYMM, and its calendar.  Refuses to
      *   run without one - defaulting the period could accrue the
      *   wrong month into the GL.
      *****************************************************************
       UNPACK-PARM.
           IF PARM-LENGTH < 6 OR PARM-PERIOD NOT NUMERIC
               DISPLAY 'HELLOACR0001E - PARM MUST BE THE CLOSED '
                       'PERIOD CCYYMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PARM-PERIOD TO WS-REPORT-PERIOD

           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12 OR
              WS-REPORT-PERIOD NOT < WS-RUN-DATE (1:6)
               DISPLAY 'HELLOACR0002E - PERIOD MUST BE A CLOSED '
                       'MONTH CCYYMM: ' WS-REPORT-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-PERIOD-START = WS-REPORT-PERIOD * 100 + 1
           IF WS-REPORT-MM = 12
               COMPUTE WS-NEXT-START =
                   (WS-REPORT-CCYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-START = WS-PERIOD-START + 100
           END-IF

           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START)
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START) - 1
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT)
           COMPUTE WS-DAYS-IN-MONTH =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1.

      *****************************************************************
      * LOAD-DEPT-TABLE
      *   Reads the finance-maintained DEPTFILE reference file into
      *   the working-storage department table at start-up, so the
      *   summary can carry department names.
      *****************************************************************
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPTFILE
           MOVE ZEROS  TO WS-DEPT-COUNT
           MOVE SPACES TO WS-DEPT-TABLE

           PERFORM LOAD-DEPT-RECORD
               UNTIL WS-DEPTFILE-EOF OR WS-DEPT-COUNT = 100

           CLOSE DEPTFILE.

       LOAD-DEPT-RECORD.
           READ DEPTFILE
               AT END
                   SET WS-DEPTFILE-EOF TO TRUE
           END-READ

           IF NOT WS-DEPTFILE-EOF
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPT-CD   TO WS-DEPT-TBL-CD (WS-DEPT-COUNT)
               MOVE DEPT-NAME TO WS-DEPT-TBL-NAME (WS-DEPT-COUNT)
           END-IF.

      *****************************************************************
      * LOAD-CUR-TABLE
      *   Reads the finance-maintained CURRATES conversion-rate file
      *   into the working-storage currency table at start-up.
      *****************************************************************
       LOAD-CUR-TABLE.
           OPEN INPUT CURRATES
           MOVE ZEROS  TO WS-CUR-COUNT WS-NEWEST-RATE-DATE
           MOVE SPACES TO WS-CUR-TABLE

           PERFORM LOAD-CUR-RECORD
               UNTIL WS-CURRATES-EOF

           CLOSE CURRATES

           PERFORM CHECK-RATE-STALENESS.

       LOAD-CUR-RECORD.
           READ CURRATES
               AT END
                   SET WS-CURRATES-EOF TO TRUE
           END-READ

      * Rates are effective-dated - keep, per currency, the newest
      * rate on or before the run date; future rates wait their turn
           IF NOT WS-CURRATES-EOF
               IF CUR-EFF-DATE NOT NUMERIC
                   DISPLAY 'HELLOACR0003W - RATE WITHOUT AN '
                           'EFFECTIVE DATE IGNORED: ' CUR-CURRENCY-CD
               ELSE
                   IF CUR-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM APPLY-RATE-RECORD
                   END-IF
               END-IF
           END-IF.

       APPLY-RATE-RECORD.
           IF CUR-EFF-DATE > WS-NEWEST-RATE-DATE
               MOVE CUR-EFF-DATE TO WS-NEWEST-RATE-DATE
           END-IF

           PERFORM FIND-CUR-ENTRY

           IF WS-CUR-HIT > ZEROS
               IF CUR-EFF-DATE > WS-CUR-TBL-DATE (WS-CUR-HIT)
                   MOVE CUR-RATE     TO WS-CUR-TBL-RATE (WS-CUR-HIT)
                   MOVE CUR-EFF-DATE TO WS-CUR-TBL-DATE (WS-CUR-HIT)
               END-IF
           END-IF.

       FIND-CUR-ENTRY.
           MOVE 'N'   TO WS-CUR-SCAN-SWITCH
           MOVE ZEROS TO WS-CUR-SUB

           PERFORM SCAN-CUR-ENTRY
               UNTIL WS-CUR-SCAN-FOUND OR
                     WS-CUR-SUB NOT < WS-CUR-COUNT

           IF WS-CUR-SCAN-FOUND
               MOVE WS-CUR-SUB TO WS-CUR-HIT
           ELSE
               IF WS-CUR-COUNT < 20
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-HIT
                   MOVE CUR-CURRENCY-CD
                       TO WS-CUR-TBL-CD (WS-CUR-HIT)
                   MOVE ZEROS TO WS-CUR-TBL-RATE (WS-CUR-HIT)
                                 WS-CUR-TBL-DATE (WS-CUR-HIT)
               ELSE
                   MOVE ZEROS TO WS-CUR-HIT
               END-IF
           END-IF.

       SCAN-CUR-ENTRY.
           ADD 1 TO WS-CUR-SUB

           IF WS-CUR-TBL-CD (WS-CUR-SUB) = CUR-CURRENCY-CD
               MOVE 'Y' TO WS-CUR-SCAN-SWITCH
           END-IF.

      *****************************************************************
      * CHECK-RATE-STALENESS
      *   Fails the step when the newest rate in force is older than
      *   the agreed number of days - a forgotten CURRATES refresh
      *   must stop the run, not silently accrue the month on a
      *   stale rate.
      *****************************************************************
       CHECK-RATE-STALENESS.
           IF WS-NEWEST-RATE-DATE = ZEROS
               DISPLAY 'HELLOACR0004E - NO CURRENCY RATE IN FORCE '
                       'FOR THE RUN DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-RATE-AGE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE (WS-NEWEST-RATE-DATE)

           IF WS-RATE-AGE > WS-MAX-RATE-AGE
               DISPLAY 'HELLOACR0005E - NEWEST CURRENCY RATE IS '
                       WS-RATE-AGE ' DAYS OLD - REFRESH CURRATES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * READ-AUDIT-RECORD
      *   Reads the next record from the audit trail.
      *****************************************************************
       READ-AUDIT-RECORD.
           READ AUDITLOG
               AT END
                   SET WS-AUDITLOG-EOF TO TRUE
           END-READ

           IF NOT WS-AUDITLOG-EOF
               ADD 1 TO WS-AUD-READ
           END-IF.

      *****************************************************************
      * SELECT-AUDIT-RECORD
      *   Period 'D' transfers are kept for the split and period 'R'
      *   records are accrued as retro pay; the first record after
      *   the period for an employee gives the month-end record.
      *   Refused attempts and approval decisions change nothing on
      *   EMPFILE and are passed over.
      *****************************************************************
       SELECT-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN AUD-REFUSED OR AUD-APPR-APPROVED OR
                    AUD-APPR-DECLINED OR AUD-APPR-EXPIRED
                   CONTINUE
               WHEN AUD-DATE > WS-PERIOD-END
                   PERFORM KEEP-MONTH-END-RECORD
               WHEN AUD-DATE < WS-PERIOD-START
                   CONTINUE
               WHEN AUD-DEPT-TRANSFER AND
                    AUD-OLD-DEPT-CD NOT = AUD-NEW-DEPT-CD
                   PERFORM KEEP-PERIOD-TRANSFER
               WHEN AUD-RETRO-PAY
                   PERFORM ACCRUE-RETRO-PAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-AUDIT-RECORD.

      *****************************************************************
      * KEEP-MONTH-END-RECORD
      *   Only the first record after the period counts - its
      *   before-image is the employee as at month-end.
      *****************************************************************
       KEEP-MONTH-END-RECORD.
           MOVE AUD-EMP-ID TO WS-ASAT-WORK-ID
           PERFORM FIND-ASAT-ENTRY

           IF WS-ASAT-HIT = ZEROS
               IF WS-ASAT-COUNT < 2000
                   ADD 1 TO WS-ASAT-COUNT
                   MOVE AUD-EMP-ID     TO WS-ASAT-EMP-ID (WS-ASAT-COUNT)
                   MOVE AUD-OLD-SALARY TO WS-ASAT-SALARY (WS-ASAT-COUNT)
                   MOVE AUD-OLD-DEPT-CD
                       TO WS-ASAT-DEPT-CD (WS-ASAT-COUNT)
                   MOVE AUD-OLD-IMAGE  TO WS-ASAT-IMAGE (WS-ASAT-COUNT)
                   EVALUATE TRUE
                       WHEN AUD-NEW-HIRE AND AUD-OLD-IMAGE = SPACES
                           SET WS-ASAT-NOT-HIRED (WS-ASAT-COUNT)
                               TO TRUE
                       WHEN AUD-OLD-IMAGE = SPACES
                           SET WS-ASAT-FROM-COLUMNS (WS-ASAT-COUNT)
                               TO TRUE
                       WHEN OTHER
                           SET WS-ASAT-FROM-IMAGE (WS-ASAT-COUNT)
                               TO TRUE
                   END-EVALUATE
               ELSE
                   DISPLAY 'HELLOACR0008W - MONTH-END TABLE FULL, '
                           'CURRENT RECORD ACCRUED FOR: ' AUD-EMP-ID
               END-IF
           END-IF.

       FIND-ASAT-ENTRY.
           MOVE ZEROS TO WS-ASAT-HIT
           MOVE ZEROS TO WS-ASAT-SUB

           PERFORM SCAN-ASAT-ENTRY
               UNTIL WS-ASAT-HIT > ZEROS OR
                     WS-ASAT-SUB NOT < WS-ASAT-COUNT.

       SCAN-ASAT-ENTRY.
           ADD 1 TO WS-ASAT-SUB

           IF WS-ASAT-EMP-ID (WS-ASAT-SUB) = WS-ASAT-WORK-ID
               MOVE WS-ASAT-SUB TO WS-ASAT-HIT
           END-IF.

      *****************************************************************
      * KEEP-PERIOD-TRANSFER
      *   Holds a period transfer until its employee is accrued.  It
      *   stays 'off file' unless the employee turns up.
      *****************************************************************
       KEEP-PERIOD-TRANSFER.
           IF WS-XFR-COUNT < 1000
               ADD 1 TO WS-XFR-COUNT
               MOVE AUD-EMP-ID      TO WS-XFR-EMP-ID (WS-XFR-COUNT)
               MOVE AUD-DATE        TO WS-XFR-DATE (WS-XFR-COUNT)
               MOVE AUD-OLD-DEPT-CD TO WS-XFR-OLD-DEPT (WS-XFR-COUNT)
               MOVE AUD-NEW-DEPT-CD TO WS-XFR-NEW-DEPT (WS-XFR-COUNT)
               MOVE AUD-NEW-SALARY  TO WS-XFR-SALARY (WS-XFR-COUNT)
               SET WS-XFR-OFF-FILE (WS-XFR-COUNT) TO TRUE
               MOVE ZEROS TO WS-XFR-ANNUAL-USD (WS-XFR-COUNT)
                             WS-XFR-DAYS-OLD (WS-XFR-COUNT)
                             WS-XFR-BOOKED-OLD (WS-XFR-COUNT)
           ELSE
               DISPLAY 'HELLOACR0009W - TRANSFER TABLE FULL, NOT '
                       'SPLIT: ' AUD-EMP-ID ' ' AUD-DATE
               ADD 1 TO WS-UNCONVERTED
           END-IF.

      *****************************************************************
      * ACCRUE-RETRO-PAY
      *   The retro amount is a one-off native-currency figure, so it
      *   converts to USD without annualizing.  The currency comes
      *   from the record image, or EMPFILE for a record without one.
      *****************************************************************
       ACCRUE-RETRO-PAY.
           ADD 1 TO WS-RETRO-COUNT
           MOVE 'N' TO WS-RATE-FOUND-SWITCH

           IF AUD-NEW-IMAGE NOT = SPACES
               MOVE AUD-NEW-IMAGE (47:3) TO WS-LOOKUP-CURRENCY-CD
               PERFORM FIND-RATE
           ELSE
               MOVE AUD-EMP-ID TO EMP-ID
               READ EMPFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-EMPFILE-OK
                   MOVE EMP-CURRENCY-CD TO WS-LOOKUP-CURRENCY-CD
                   PERFORM FIND-RATE
               END-IF
           END-IF

           IF WS-RATE-FOUND
               COMPUTE WS-NORM-SALARY ROUNDED =
                   AUD-NEW-SALARY * WS-WORK-RATE
               MOVE AUD-NEW-DEPT-CD TO WS-ACR-WORK-CD
               PERFORM FIND-ACCRUAL-ENTRY
               IF WS-ACR-SUB > ZEROS
                   ADD WS-NORM-SALARY TO WS-ACR-RETRO (WS-ACR-SUB)
                   ADD WS-NORM-SALARY TO WS-TOTAL-RETRO-ACR
               END-IF
           ELSE
               DISPLAY 'HELLOACR0010W - RETRO PAY NOT CONVERTED: '
                       AUD-EMP-ID ' ' AUD-DATE
               ADD 1 TO WS-UNCONVERTED
           END-IF.

      *****************************************************************
      * ACCRUE-EMPLOYEES
      *   Browses EMPFILE from the top and accrues every employee on
      *   payroll for any day of the period.
      *****************************************************************
       ACCRUE-EMPLOYEES.
           MOVE LOW-VALUES TO EMP-ID
           START EMPFILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-EMPFILE-EOF TO TRUE
           END-START

           IF NOT WS-EMPFILE-EOF
               PERFORM READ-EMPFILE-RECORD
           END-IF
           PERFORM ACCRUE-ONE-EMPLOYEE
               UNTIL WS-EMPFILE-EOF.

       READ-EMPFILE-RECORD.
           READ EMPFILE NEXT RECORD
               AT END
                   SET WS-EMPFILE-EOF TO TRUE
           END-READ.

      *****************************************************************
      * ACCRUE-ONE-EMPLOYEE
      *   Puts the record back as it stood at month-end, works out
      *   the days on payroll in the period and the USD accrual for
      *   them, and books it - split across the cost centers the
      *   employee passed through.  The browse has already moved on
      *   in the file, so the record area is free to hold the
      *   month-end image.
      *****************************************************************
       ACCRUE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-READ

           MOVE EMP-ID TO WS-ASAT-WORK-ID
           PERFORM FIND-ASAT-ENTRY
           IF WS-ASAT-HIT > ZEROS
               EVALUATE TRUE
                   WHEN WS-ASAT-FROM-IMAGE (WS-ASAT-HIT)
                       MOVE WS-ASAT-IMAGE (WS-ASAT-HIT)
                           TO EMPFILE-RECORD
                   WHEN WS-ASAT-FROM-COLUMNS (WS-ASAT-HIT)
                       MOVE WS-ASAT-SALARY (WS-ASAT-HIT) TO EMP-SALARY
                       MOVE WS-ASAT-DEPT-CD (WS-ASAT-HIT)
                           TO EMP-DEPT-CD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           MOVE ZEROS TO WS-EMP-DAYS
           IF WS-ASAT-HIT = ZEROS OR
              NOT WS-ASAT-NOT-HIRED (WS-ASAT-HIT)
               PERFORM COUNT-PAYROLL-DAYS
           END-IF

           IF WS-EMP-DAYS > ZEROS
               MOVE EMP-SALARY      TO WS-LOOKUP-SALARY
               MOVE EMP-PAY-FREQ    TO WS-LOOKUP-PAY-FREQ
               MOVE EMP-CURRENCY-CD TO WS-LOOKUP-CURRENCY-CD
               PERFORM NORMALIZE-SALARY
               IF WS-RATE-FOUND
                   PERFORM BOOK-EMPLOYEE-ACCRUAL
               ELSE
                   DISPLAY 'HELLOACR0006W - NO RATE OR PAY FREQUENCY, '
                           'NOT ACCRUED: ' EMP-ID
                   ADD 1 TO WS-UNCONVERTED
                   PERFORM FLAG-UNRATED-TRANSFERS
               END-IF
           END-IF

           PERFORM READ-EMPFILE-RECORD.

      *****************************************************************
      * COUNT-PAYROLL-DAYS
      *   Days on payroll in the period, both ends included: from
      *   the later of the hire date and the first of the month to
      *   the earlier of the termination date and the month end.
      *****************************************************************
       COUNT-PAYROLL-DAYS.
           MOVE WS-PERIOD-START TO WS-EMP-START
           IF EMP-HIRE-DATE IS NUMERIC AND
              EMP-HIRE-DATE > WS-PERIOD-START
               MOVE EMP-HIRE-DATE TO WS-EMP-START
           END-IF

           MOVE WS-PERIOD-END TO WS-EMP-END
           IF EMP-TERMINATED AND EMP-TERM-DATE IS NUMERIC AND
              EMP-TERM-DATE < WS-PERIOD-END
               MOVE EMP-TERM-DATE TO WS-EMP-END
           END-IF

           IF WS-EMP-START NOT > WS-EMP-END AND
              WS-EMP-END NOT < WS-PERIOD-START
               COMPUTE WS-EMP-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EMP-START)
               COMPUTE WS-EMP-END-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EMP-END)
               COMPUTE WS-EMP-DAYS =
                   WS-EMP-END-INT - WS-EMP-START-INT + 1
           END-IF.

      *****************************************************************
      * BOOK-EMPLOYEE-ACCRUAL
      *   The month's cost is one twelfth of the annual USD, prorated
      *   over the days on payroll.  Each period transfer books the
      *   days before its date to the department left; whatever is
      *   left of the accrual goes to the month-end department, so
      *   the pieces always add back to the employee's accrual.
      *****************************************************************
       BOOK-EMPLOYEE-ACCRUAL.
           ADD 1 TO WS-EMP-ACCRUED
           MOVE WS-NORM-SALARY TO WS-EMP-ANNUAL-USD

           COMPUTE WS-EMP-ACCRUAL ROUNDED =
               WS-EMP-ANNUAL-USD * WS-EMP-DAYS
                   / (12 * WS-DAYS-IN-MONTH)

           MOVE ZEROS            TO WS-EMP-BOOKED
           MOVE WS-EMP-START-INT TO WS-SEG-START-INT

           MOVE ZEROS TO WS-XFR-SUB
           PERFORM SPLIT-ONE-TRANSFER
               UNTIL WS-XFR-SUB NOT < WS-XFR-COUNT

           MOVE EMP-DEPT-CD TO WS-ACR-WORK-CD
           PERFORM FIND-ACCRUAL-ENTRY
           IF WS-ACR-SUB > ZEROS
               ADD 1 TO WS-ACR-HEADS (WS-ACR-SUB)
               COMPUTE WS-ACR-SALARY (WS-ACR-SUB) =
                   WS-ACR-SALARY (WS-ACR-SUB) +
                   WS-EMP-ACCRUAL - WS-EMP-BOOKED
           END-IF

           ADD WS-EMP-ACCRUAL TO WS-TOTAL-SALARY-ACR.

      *****************************************************************
      * SPLIT-ONE-TRANSFER
      *   A transfer of this employee: the days from the start of
      *   the current piece up to (not including) the transfer date
      *   belong to the department left.  The transfer's own annual
      *   USD is normalized the way HELLOXFR normalizes it, for the
      *   schedule.
      *****************************************************************
       SPLIT-ONE-TRANSFER.
           ADD 1 TO WS-XFR-SUB

           IF WS-XFR-EMP-ID (WS-XFR-SUB) = EMP-ID
               SET WS-XFR-BOOKED (WS-XFR-SUB) TO TRUE

               MOVE WS-XFR-SALARY (WS-XFR-SUB) TO WS-LOOKUP-SALARY
               PERFORM NORMALIZE-SALARY
               MOVE WS-NORM-SALARY
                   TO WS-XFR-ANNUAL-USD (WS-XFR-SUB)
               ADD WS-NORM-SALARY TO WS-TOTAL-MOVED

               COMPUTE WS-XFR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-XFR-DATE (WS-XFR-SUB))
               IF WS-XFR-DATE-INT > WS-EMP-END-INT
                   COMPUTE WS-XFR-DATE-INT = WS-EMP-END-INT + 1
               END-IF
               COMPUTE WS-SEG-DAYS = WS-XFR-DATE-INT - WS-SEG-START-INT
               IF WS-SEG-DAYS < ZEROS
                   MOVE ZEROS TO WS-SEG-DAYS
               END-IF

               COMPUTE WS-SEG-AMOUNT ROUNDED =
                   WS-EMP-ANNUAL-USD * WS-SEG-DAYS
                       / (12 * WS-DAYS-IN-MONTH)

               MOVE WS-SEG-DAYS   TO WS-XFR-DAYS-OLD (WS-XFR-SUB)
               MOVE WS-SEG-AMOUNT TO WS-XFR-BOOKED-OLD (WS-XFR-SUB)
               ADD WS-SEG-AMOUNT  TO WS-EMP-BOOKED

               MOVE WS-XFR-OLD-DEPT (WS-XFR-SUB) TO WS-ACR-WORK-CD
               PERFORM FIND-ACCRUAL-ENTRY
               IF WS-ACR-SUB > ZEROS
                   ADD WS-SEG-AMOUNT TO WS-ACR-SALARY (WS-ACR-SUB)
               END-IF

               IF WS-XFR-DATE-INT > WS-SEG-START-INT
                   MOVE WS-XFR-DATE-INT TO WS-SEG-START-INT
               END-IF
           END-IF.

      *****************************************************************
      * FLAG-UNRATED-TRANSFERS
      *   An employee that could not be converted leaves the period
      *   transfers unsplit - marked for the schedule.
      *****************************************************************
       FLAG-UNRATED-TRANSFERS.
           MOVE ZEROS TO WS-XFR-SUB
           PERFORM FLAG-ONE-TRANSFER
               UNTIL WS-XFR-SUB NOT < WS-XFR-COUNT.

       FLAG-ONE-TRANSFER.
           ADD 1 TO WS-XFR-SUB

           IF WS-XFR-EMP-ID (WS-XFR-SUB) = EMP-ID
               SET WS-XFR-NO-RATE (WS-XFR-SUB) TO TRUE
           END-IF.

      *****************************************************************
      * NORMALIZE-SALARY
      *   Annualizes WS-LOOKUP-SALARY by WS-LOOKUP-PAY-FREQ and
      *   converts it to USD at the rate for WS-LOOKUP-CURRENCY-CD,
      *   leaving the result in WS-NORM-SALARY.  A frequency or
      *   currency the tables do not know leaves zero and
      *   WS-RATE-FOUND off.
      *****************************************************************
       NORMALIZE-SALARY.
           MOVE ZEROS TO WS-NORM-SALARY

           EVALUATE WS-LOOKUP-PAY-FREQ
               WHEN 'A'
                   MOVE 1  TO WS-ANNUAL-FACTOR
               WHEN 'M'
                   MOVE 12 TO WS-ANNUAL-FACTOR
               WHEN 'B'
                   MOVE 26 TO WS-ANNUAL-FACTOR
               WHEN OTHER
                   MOVE ZEROS TO WS-ANNUAL-FACTOR
           END-EVALUATE

           PERFORM FIND-RATE

           IF WS-RATE-FOUND AND WS-ANNUAL-FACTOR > ZEROS
               COMPUTE WS-ANNUAL-SALARY =
                   WS-LOOKUP-SALARY * WS-ANNUAL-FACTOR
               COMPUTE WS-NORM-SALARY ROUNDED =
                   WS-ANNUAL-SALARY * WS-WORK-RATE
           ELSE
               MOVE 'N' TO WS-RATE-FOUND-SWITCH
           END-IF.

      *****************************************************************
      * FIND-RATE
      *   The rate in force for WS-LOOKUP-CURRENCY-CD.  A blank code
      *   never matches - a blank table slot holds no usable rate.
      *****************************************************************
       FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH

           IF WS-LOOKUP-CURRENCY-CD NOT = SPACES
               SET CUR-IDX TO 1
               SEARCH WS-CUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-RATE-FOUND-SWITCH
                   WHEN WS-CUR-TBL-CD (CUR-IDX) = WS-LOOKUP-CURRENCY-CD
                       MOVE 'Y' TO WS-RATE-FOUND-SWITCH
                       MOVE WS-CUR-TBL-RATE (CUR-IDX) TO WS-WORK-RATE
               END-SEARCH
           END-IF.

      *****************************************************************
      * FIND-ACCRUAL-ENTRY
      *   Finds (or opens) the accrual entry for the cost center in
      *   WS-ACR-WORK-CD, leaving its subscript in WS-ACR-SUB - zero
      *   when the table is full.
      *****************************************************************
       FIND-ACCRUAL-ENTRY.
           MOVE 'N'   TO WS-ACR-FOUND-SWITCH
           MOVE ZEROS TO WS-ACR-SUB

           PERFORM SCAN-ACCRUAL-ENTRY
               UNTIL WS-ACR-FOUND OR WS-ACR-SUB NOT < WS-ACR-COUNT

           IF NOT WS-ACR-FOUND
               IF WS-ACR-COUNT < 100
                   ADD 1 TO WS-ACR-COUNT
                   MOVE WS-ACR-COUNT   TO WS-ACR-SUB
                   MOVE WS-ACR-WORK-CD TO WS-ACR-DEPT-CD (WS-ACR-SUB)
                   MOVE ZEROS TO WS-ACR-HEADS (WS-ACR-SUB)
                                 WS-ACR-SALARY (WS-ACR-SUB)
                                 WS-ACR-RETRO (WS-ACR-SUB)
               ELSE
                   MOVE ZEROS TO WS-ACR-SUB
               END-IF
           END-IF.

       SCAN-ACCRUAL-ENTRY.
           ADD 1 TO WS-ACR-SUB

           IF WS-ACR-DEPT-CD (WS-ACR-SUB) = WS-ACR-WORK-CD
               MOVE 'Y' TO WS-ACR-FOUND-SWITCH
           END-IF.

      *****************************************************************
      * WRITE-JOURNAL
      *   Header, a salary-expense and a retro-expense debit per
      *   cost center, the two accrued-payroll credits, and the
      *   trailer with the line count and the debit and credit
      *   totals.
      *****************************************************************
       WRITE-JOURNAL.
           OPEN OUTPUT GLJOURN
           IF NOT WS-GLJOURN-OK
               DISPLAY 'HELLOACR0011E - GLJOURN OPEN FAILED, '
                       'STATUS ' WS-GLJOURN-STATUS
               SET WS-JRN-FAILED TO TRUE
           ELSE
               MOVE SPACES           TO GLJ-HEADER-RECORD
               MOVE 'H'              TO GJH-REC-TYPE
               MOVE WS-REPORT-PERIOD TO GJH-PERIOD
               MOVE WS-RUN-DATE      TO GJH-RUN-DATE
               MOVE 'HELLOACR'       TO GJH-SOURCE
               WRITE GLJ-HEADER-RECORD

               MOVE ZEROS TO WS-ACR-SUB
               PERFORM WRITE-COST-CENTER-LINES
                   UNTIL WS-ACR-SUB NOT < WS-ACR-COUNT

               MOVE 'C'                   TO WS-JRN-SIDE
               MOVE SPACES                TO WS-JRN-COST-CENTER
               MOVE WS-GL-ACCRUED-PAYROLL TO WS-JRN-ACCOUNT
               MOVE 'A'                   TO WS-JRN-ENTRY-TYPE
               MOVE 'ACCRUED PAYROLL - SALARY'
                   TO WS-JRN-DESCRIPTION
               MOVE WS-TOTAL-SALARY-ACR   TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-LINE

               MOVE 'C'                   TO WS-JRN-SIDE
               MOVE 'R'                   TO WS-JRN-ENTRY-TYPE
               MOVE 'ACCRUED PAYROLL - RETRO PAY'
                   TO WS-JRN-DESCRIPTION
               MOVE WS-TOTAL-RETRO-ACR    TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-LINE

               MOVE SPACES           TO GLJ-TRAILER-RECORD
               MOVE 'T'              TO GJT-REC-TYPE
               MOVE WS-REPORT-PERIOD TO GJT-PERIOD
               MOVE WS-JRN-COUNT     TO GJT-REC-COUNT
               MOVE WS-JRN-DEBITS    TO GJT-DEBIT-TOTAL
               MOVE WS-JRN-CREDITS   TO GJT-CREDIT-TOTAL
               WRITE GLJ-TRAILER-RECORD
               IF NOT WS-GLJOURN-OK
                   DISPLAY 'HELLOACR0012E - GLJOURN WRITE FAILED, '
                           'STATUS ' WS-GLJOURN-STATUS
                   SET WS-JRN-FAILED TO TRUE
               END-IF

               CLOSE GLJOURN
           END-IF.

       WRITE-COST-CENTER-LINES.
           ADD 1 TO WS-ACR-SUB

           MOVE 'D'                         TO WS-JRN-SIDE
           MOVE WS-ACR-DEPT-CD (WS-ACR-SUB) TO WS-JRN-COST-CENTER
           MOVE WS-GL-SALARY-EXPENSE        TO WS-JRN-ACCOUNT
           MOVE 'A'                         TO WS-JRN-ENTRY-TYPE
           MOVE 'SALARY ACCRUAL'            TO WS-JRN-DESCRIPTION
           MOVE WS-ACR-SALARY (WS-ACR-SUB)  TO WS-JRN-AMOUNT
           PERFORM WRITE-JOURNAL-LINE

           MOVE 'D'                         TO WS-JRN-SIDE
           MOVE WS-GL-RETRO-EXPENSE         TO WS-JRN-ACCOUNT
           MOVE 'R'                         TO WS-JRN-ENTRY-TYPE
           MOVE 'RETRO PAY ACCRUAL'         TO WS-JRN-DESCRIPTION
           MOVE WS-ACR-RETRO (WS-ACR-SUB)   TO WS-JRN-AMOUNT
           PERFORM WRITE-JOURNAL-LINE.

      *****************************************************************
      * WRITE-JOURNAL-LINE
      *   Writes the line built in the WS-JRN- fields.  A zero line
      *   is not written; a negative one is written positive on the
      *   other side.
      *****************************************************************
       WRITE-JOURNAL-LINE.
           IF WS-JRN-AMOUNT NOT = ZEROS
               IF WS-JRN-AMOUNT < ZEROS
                   COMPUTE WS-JRN-AMOUNT = ZEROS - WS-JRN-AMOUNT
                   IF WS-JRN-SIDE = 'D'
                       MOVE 'C' TO WS-JRN-SIDE
                   ELSE
                       MOVE 'D' TO WS-JRN-SIDE
                   END-IF
               END-IF

               MOVE SPACES             TO GL-JOURNAL-RECORD
               MOVE 'D'                TO GLJ-REC-TYPE
               MOVE WS-REPORT-PERIOD   TO GLJ-PERIOD
               MOVE WS-JRN-COST-CENTER TO GLJ-COST-CENTER
               MOVE WS-JRN-ACCOUNT     TO GLJ-ACCOUNT
               MOVE WS-JRN-SIDE        TO GLJ-DR-CR
               MOVE WS-JRN-AMOUNT      TO GLJ-AMOUNT
               MOVE 'USD'              TO GLJ-CURRENCY-CD
               MOVE WS-JRN-ENTRY-TYPE  TO GLJ-ENTRY-TYPE
               MOVE WS-JRN-DESCRIPTION TO GLJ-DESCRIPTION

               WRITE GL-JOURNAL-RECORD
               IF NOT WS-GLJOURN-OK
                   DISPLAY 'HELLOACR0012E - GLJOURN WRITE FAILED, '
                           'STATUS ' WS-GLJOURN-STATUS
                   SET WS-JRN-FAILED TO TRUE
               END-IF

               ADD 1 TO WS-JRN-COUNT
               IF GLJ-DEBIT
                   ADD WS-JRN-AMOUNT TO WS-JRN-DEBITS
               ELSE
                   ADD WS-JRN-AMOUNT TO WS-JRN-CREDITS
               END-IF
           END-IF.

      *****************************************************************
      * FIND-DEPT-NAME
      *   Resolves the name of the department in WS-LOOKUP-DEPT-CD
      *   for the summary; a code no longer on DEPTFILE is flagged
      *   rather than hidden.
      *****************************************************************
       FIND-DEPT-NAME.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           MOVE '** DEPARTMENT NOT ON FILE **'
               TO WS-LOOKUP-DEPT-NAME

           IF WS-LOOKUP-DEPT-CD NOT = SPACES
               SET DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEPT-FOUND-SWITCH
                   WHEN WS-DEPT-TBL-CD (DEPT-IDX) = WS-LOOKUP-DEPT-CD
                       MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
                       MOVE WS-DEPT-TBL-NAME (DEPT-IDX)
                           TO WS-LOOKUP-DEPT-NAME
               END-SEARCH
           END-IF.

      *****************************************************************
      * PRINT-ACCRUAL-SUMMARY
      *   One line per cost center debited - the heads accrued to it
      *   at month-end, the salary and retro accruals and the total
      *   the journal debits.
      *****************************************************************
       PRINT-ACCRUAL-SUMMARY.
           MOVE WS-ACR-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE WS-ACR-COLS-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT

           MOVE ZEROS TO WS-ACR-SUB
           PERFORM PRINT-ONE-ACCRUAL-LINE
               UNTIL WS-ACR-SUB NOT < WS-ACR-COUNT.

       PRINT-ONE-ACCRUAL-LINE.
           ADD 1 TO WS-ACR-SUB

           MOVE WS-ACR-DEPT-CD (WS-ACR-SUB) TO ACR-DEPT-CD
                                               WS-LOOKUP-DEPT-CD
           PERFORM FIND-DEPT-NAME
           MOVE WS-LOOKUP-DEPT-NAME         TO ACR-DEPT-NAME
           MOVE WS-ACR-HEADS (WS-ACR-SUB)   TO ACR-HEADS
           MOVE WS-ACR-SALARY (WS-ACR-SUB)  TO ACR-SALARY
           MOVE WS-ACR-RETRO (WS-ACR-SUB)   TO ACR-RETRO
           COMPUTE ACR-TOTAL = WS-ACR-SALARY (WS-ACR-SUB) +
                               WS-ACR-RETRO (WS-ACR-SUB)

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-ACR-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-TRANSFER-SPLIT
      *   One line per period transfer - the annual USD that moved
      *   (as HELLOXFR reports it) and the days and accrual booked
      *   to the department left.  A transfer whose employee could
      *   not be accrued is flagged and counted.
      *****************************************************************
       PRINT-TRANSFER-SPLIT.
           MOVE WS-XFR-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE WS-XFR-COLS-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT

           MOVE ZEROS TO WS-XFR-SUB
           PERFORM PRINT-ONE-TRANSFER-LINE
               UNTIL WS-XFR-SUB NOT < WS-XFR-COUNT.

       PRINT-ONE-TRANSFER-LINE.
           ADD 1 TO WS-XFR-SUB

           MOVE SPACES                        TO WS-XFR-LINE
           MOVE WS-XFR-DATE (WS-XFR-SUB)      TO XFR-DATE
           MOVE WS-XFR-EMP-ID (WS-XFR-SUB)    TO XFR-EMP-ID
           MOVE WS-XFR-OLD-DEPT (WS-XFR-SUB)  TO XFR-OLD-DEPT
           MOVE WS-XFR-NEW-DEPT (WS-XFR-SUB)  TO XFR-NEW-DEPT
           MOVE WS-XFR-ANNUAL-USD (WS-XFR-SUB) TO XFR-ANNUAL
           MOVE WS-XFR-DAYS-OLD (WS-XFR-SUB)  TO XFR-DAYS
           MOVE WS-XFR-BOOKED-OLD (WS-XFR-SUB) TO XFR-BOOKED

           EVALUATE TRUE
               WHEN WS-XFR-OFF-FILE (WS-XFR-SUB)
                   MOVE '** OFF FILE **' TO XFR-FLAG
                   ADD 1 TO WS-UNCONVERTED
               WHEN WS-XFR-NO-RATE (WS-XFR-SUB)
                   MOVE '** NO RATE **'  TO XFR-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-XFR-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-ACCRUAL-TOTALS
      *   Counts, the accrual totals and the journal control totals
      *   at the foot of the report.
      *****************************************************************
       PRINT-ACCRUAL-TOTALS.
           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'EMPLOYEE RECORDS READ   :' TO CNT-LABEL
           MOVE WS-EMP-READ                TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'EMPLOYEES ACCRUED       :' TO CNT-LABEL
           MOVE WS-EMP-ACCRUED             TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'RETRO PAY RECORDS       :' TO CNT-LABEL
           MOVE WS-RETRO-COUNT             TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'TRANSFERS THIS PERIOD   :' TO CNT-LABEL
           MOVE WS-XFR-COUNT               TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'NOT CONVERTED           :' TO CNT-LABEL
           MOVE WS-UNCONVERTED             TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'TOTAL ANNUAL USD MOVED  :' TO AMT-LABEL
           MOVE WS-TOTAL-MOVED             TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'SALARY ACCRUAL (USD)    :' TO AMT-LABEL
           MOVE WS-TOTAL-SALARY-ACR        TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'RETRO PAY ACCRUAL (USD) :' TO AMT-LABEL
           MOVE WS-TOTAL-RETRO-ACR         TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'JOURNAL LINES           :' TO CNT-LABEL
           MOVE WS-JRN-COUNT               TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'JOURNAL DEBITS (USD)    :' TO AMT-LABEL
           MOVE WS-JRN-DEBITS              TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'JOURNAL CREDITS (USD)   :' TO AMT-LABEL
           MOVE WS-JRN-CREDITS             TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page - title and the period accrued -
      *   and resets the line counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-REPORT-PERIOD  TO HDR2-PERIOD
           MOVE WS-DAYS-IN-MONTH  TO HDR2-DAYS
           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           ADD 2 TO WS-LINE-COUNT.
