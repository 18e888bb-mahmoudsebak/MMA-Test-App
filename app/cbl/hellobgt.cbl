      * finance clean annualized-USD department subtotals, but until
      * now nobody could see them against plan - budget tracking was
      * a spreadsheet fed by retyping the listing.  This program
      * reads the latest nightly employee snapshot HELLOSNP writes,
      * whose annual USD salaries are the same figures the listing
      * prints, accumulates actual salary and headcount per
      * department, and prints actual
      * against the annual budget finance maintains on BUDGFILE -
      * variance amount and percentage per department, with any
      * department over plan flagged.  Terminated records are
      *
      * MODIFICATION HISTORY
      *   Original monthly budget variance report.
      *   Added the leave reason and expected return date to the
      *   employee record area to stay in step with the record.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Reads the nightly normalized employee snapshot instead of
      *   browsing EMPFILE - actuals are the snapshot's annual USD
      *   salaries, and the rate table and its staleness gate went
      *   with the normalization to HELLOSNP.
      *****************************************************************

       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT DEPTFILE      ASSIGN TO DEPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT BUDGFILE      ASSIGN TO BUDGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Tonight's normalized employee snapshot, written by HELLOSNP
      * under the employee record's own EMP- names
       FD  EMPSNAP
           RECORDING MODE IS F.
       COPY HELLOESN REPLACING LEADING ==SNP-== BY ==EMP-==.

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY HELLODPT.

       FD  BUDGFILE
           RECORDING MODE IS F.
       COPY HELLOBUD.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOBGT - COST VERSUS BUDGET VARIANCE REPORT'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-EOF                      VALUE '10'.
       01  WS-DEPTFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-DEPTFILE-EOF                     VALUE '10'.
       01  WS-BUDGFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-BUDGFILE-EOF                     VALUE '10'.
       01  WS-BGTRPT-STATUS   PIC XX             VALUE ZEROS.
               10  WS-DEPT-TBL-CD    PIC X(4).
               10  WS-DEPT-TBL-NAME  PIC X(30).

      * One entry per department seen on either side of the compare
      * - budget from BUDGFILE, actuals accumulated off the snapshot
       01  WS-VAR-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-VAR-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-VAR-FOUND-SWITCH PIC X              VALUE 'N'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-BUDGET-TABLE

           OPEN INPUT  EMPSNAP
           OPEN OUTPUT BGTRPT

           PERFORM PRINT-PAGE-HEADINGS

           PERFORM READ-SNAPSHOT-RECORD
           PERFORM ACCUMULATE-ACTUALS
               UNTIL WS-EMPSNAP-EOF

           PERFORM PRINT-VARIANCE-LINES
           PERFORM PRINT-VARIANCE-TOTALS

           CLOSE EMPSNAP
           CLOSE BGTRPT

           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
               MOVE DEPT-NAME TO WS-DEPT-TBL-NAME (WS-DEPT-COUNT)
           END-IF.

      *****************************************************************
      * LOAD-BUDGET-TABLE
      *   Reads the finance-maintained BUDGFILE into the variance
      *   table - one entry per budgeted department, actuals still
      *   zero until the snapshot walk fills them in.
      *****************************************************************
       LOAD-BUDGET-TABLE.
           OPEN INPUT BUDGFILE
           END-IF.

      *****************************************************************
      * READ-SNAPSHOT-RECORD
      *   Reads the next employee record off the snapshot.
      *****************************************************************
       READ-SNAPSHOT-RECORD.
           READ EMPSNAP
               AT END
                   SET WS-EMPSNAP-EOF TO TRUE
           END-READ

           IF NOT WS-EMPSNAP-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      * ACCUMULATE-ACTUALS
      *   Adds the record just read to its department's actual
      *   salary and headcount - terminated records do not count,
      *   and a record the snapshot could not normalize is counted
      *   and reported rather than joining the total half-converted.
      *****************************************************************
       ACCUMULATE-ACTUALS.
           IF NOT EMP-TERMINATED
               IF EMP-NORMALIZED
                   ADD 1 TO WS-COUNTED
                   MOVE EMP-DEPT-CD TO WS-VAR-WORK-CD
                   PERFORM FIND-VARIANCE-ENTRY
                   IF WS-VAR-SUB > ZEROS
                       ADD 1 TO WS-VAR-ACT-HEADS (WS-VAR-SUB)
                       ADD EMP-NORM-SALARY
                           TO WS-VAR-ACT-SALARY (WS-VAR-SUB)
                   END-IF
               ELSE
               END-IF
           END-IF

           PERFORM READ-SNAPSHOT-RECORD.

      *****************************************************************
      * PRINT-VARIANCE-LINES
