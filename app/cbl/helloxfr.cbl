      * re-charge cost centers.  This program reads the audit trail,
      * selects the 'D' records for the closed period, normalizes the
      * salary that moved (annualized by pay frequency and converted
      * to USD at the rate the nightly employee snapshot carries, the
      * same treatment the listing gives every money column) and
      * prints one line per transfer - old department, new
      * department and the annual USD that moved - followed by a
      * per-department summary of USD charged out of and into each
      * cost center.
      *
      * PARM is the period CCYYMM to report - run it from the
      * month-end job before HELLOARC trims that period off the live
      * trail.
      *
      * The pay frequency and rate come from the employee's record
      * on the latest snapshot - they are not on the audit trail -
      * so a transfer whose employee has since left the file is
      * printed unconverted and counted rather than silently
      * normalized with somebody else's rates.
      *
      * RETURN-CODE is 0 when every transfer converted and 4 when
      * the report carries unconverted transfers to resolve by hand.
      *   Currency rates are effective-dated now - the loader keeps
      *   the rate in force for the run date and refuses the run
      *   when CURRATES is staler than the agreed limit.
      *   Added the leave reason and expected return date to the
      *   employee record area to stay in step with the record.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Takes the employees from the nightly normalized employee
      *   snapshot instead of reading EMPFILE - the moved salary is
      *   normalized with the annual factor and USD rate the
      *   snapshot carries, and CURRATES and its staleness gate went
      *   with the normalization to HELLOSNP.
      *****************************************************************

       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT XFRRPT        ASSIGN TO XFRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Tonight's normalized employee snapshot, written by HELLOSNP
      * under the employee record's own EMP- names
       FD  EMPSNAP
           RECORDING MODE IS F.
       COPY HELLOESN REPLACING LEADING ==SNP-== BY ==EMP-==.

       FD  AUDITLOG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY HELLODPT.

       FD  XFRRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOXFR - DEPARTMENT TRANSFER RE-CHARGE REPORT'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-EOF                      VALUE '10'.
       01  WS-AUDITLOG-STATUS PIC XX             VALUE ZEROS.
           88  WS-AUDITLOG-EOF                     VALUE '10'.
       01  WS-DEPTFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-DEPTFILE-EOF                     VALUE '10'.
       01  WS-XFRRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-REPORT-PERIOD   PIC 9(6)            VALUE ZEROS.
               10  WS-DEPT-TBL-CD    PIC X(4).
               10  WS-DEPT-TBL-NAME  PIC X(30).

      * Employee table loaded from the snapshot at start-up - the
      * name, annual factor and USD rate each transfer is
      * normalized with, looked up by AUD-EMP-ID
       01  WS-EMP-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-EMP-FOUND-SWITCH PIC X              VALUE 'N'.
           88  WS-EMP-FOUND                        VALUE 'Y'.
       01  WS-EMP-OVERFLOW    PIC 9(6) COMP       VALUE ZEROS.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EMP-IDX.
               10  WS-EMP-TBL-ID     PIC X(6).
               10  WS-EMP-TBL-NAME   PIC X(30).
               10  WS-EMP-TBL-FACTOR PIC 99.
               10  WS-EMP-TBL-RATE   PIC 9(3)V9(6).
               10  WS-EMP-TBL-RATE-SW PIC X.
                   88  WS-EMP-TBL-RATE-OK          VALUE 'Y'.
       01  WS-RATE-FOUND-SWITCH PIC X             VALUE 'N'.
           88  WS-RATE-FOUND                       VALUE 'Y'.
       01  WS-ANNUAL-SALARY   PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-NORM-SALARY     PIC S9(9)V99 COMP-3 VALUE ZEROS.

           PERFORM UNPACK-PARM

           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-EMP-TABLE

           OPEN INPUT  AUDITLOG
           OPEN OUTPUT XFRRPT

           PERFORM PRINT-RECHARGE-SUMMARY
           PERFORM PRINT-TRANSFER-TOTALS

           CLOSE AUDITLOG
           CLOSE XFRRPT

           DISPLAY 'TRANSFERS PRINTED  : ' WS-TRANSFERS
           DISPLAY 'UNCONVERTED        : ' WS-UNCONVERTED

           IF WS-UNCONVERTED > 0 OR WS-EMP-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           END-IF.

      *****************************************************************
      * LOAD-EMP-TABLE
      *   Reads the latest employee snapshot into the working-storage
      *   employee table at start-up - id, name, annual factor and
      *   the USD rate HELLOSNP found for the employee's currency.
      *   Employees beyond the table's size are counted and warned
      *   about, and any transfer of theirs prints off file.
      *****************************************************************
       LOAD-EMP-TABLE.
           OPEN INPUT EMPSNAP
           MOVE ZEROS  TO WS-EMP-COUNT
           MOVE SPACES TO WS-EMP-TABLE

           PERFORM LOAD-EMP-RECORD
               UNTIL WS-EMPSNAP-EOF

           CLOSE EMPSNAP

           IF WS-EMP-OVERFLOW > 0
               DISPLAY 'HELLOXFR0005W - EMPLOYEE TABLE FULL, '
                       WS-EMP-OVERFLOW ' SNAPSHOT RECORDS NOT LOADED'
           END-IF.

       LOAD-EMP-RECORD.
           READ EMPSNAP
               AT END
                   SET WS-EMPSNAP-EOF TO TRUE
           END-READ

           IF NOT WS-EMPSNAP-EOF
               IF WS-EMP-COUNT < 5000
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-ID   TO WS-EMP-TBL-ID (WS-EMP-COUNT)
                   MOVE EMP-NAME TO WS-EMP-TBL-NAME (WS-EMP-COUNT)
                   MOVE EMP-ANNUAL-FACTOR
                       TO WS-EMP-TBL-FACTOR (WS-EMP-COUNT)
                   MOVE EMP-USD-RATE
                       TO WS-EMP-TBL-RATE (WS-EMP-COUNT)
                   MOVE EMP-RATE-SWITCH
                       TO WS-EMP-TBL-RATE-SW (WS-EMP-COUNT)
               ELSE
                   ADD 1 TO WS-EMP-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      * READ-AUDIT-RECORD
      *   Reads the next record from the audit trail.
      *   Normalizes the salary that moved with the employee and
      *   prints the transfer, rolling the USD figure into the
      *   charged-out and charged-in sides of the re-charge summary.
      *   The frequency and rate come from the employee's snapshot
      *   entry; an employee no longer on file prints unconverted.
      *****************************************************************
       REPORT-ONE-TRANSFER.
           ADD 1 TO WS-TRANSFERS
           MOVE AUD-NEW-DEPT-CD TO DET-NEW-DEPT
           MOVE ZEROS      TO WS-NORM-SALARY

           MOVE 'N' TO WS-EMP-FOUND-SWITCH
           SET EMP-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   MOVE 'N' TO WS-EMP-FOUND-SWITCH
               WHEN EMP-IDX > WS-EMP-COUNT
                   MOVE 'N' TO WS-EMP-FOUND-SWITCH
               WHEN WS-EMP-TBL-ID (EMP-IDX) = AUD-EMP-ID
                   MOVE 'Y' TO WS-EMP-FOUND-SWITCH
           END-SEARCH

           IF WS-EMP-FOUND
               MOVE WS-EMP-TBL-NAME (EMP-IDX) TO DET-NAME
               PERFORM NORMALIZE-SALARY
               IF NOT WS-RATE-FOUND
                   ADD 1 TO WS-UNCONVERTED
      *   Annualizes the transferred salary (AUD-NEW-SALARY - salary
      *   does not move on a transfer, so old and new carry the same
      *   figure) by the employee's pay frequency and converts it to
      *   USD at the employee's snapshot rate, leaving the result in
      *   WS-NORM-SALARY.  A frequency or currency the snapshot could
      *   not resolve leaves zero and WS-RATE-FOUND off.
      *****************************************************************
       NORMALIZE-SALARY.
           MOVE ZEROS TO WS-NORM-SALARY
           MOVE 'N'   TO WS-RATE-FOUND-SWITCH

           IF WS-EMP-TBL-RATE-OK (EMP-IDX) AND
              WS-EMP-TBL-FACTOR (EMP-IDX) > ZEROS
               MOVE 'Y' TO WS-RATE-FOUND-SWITCH
               COMPUTE WS-ANNUAL-SALARY =
                   AUD-NEW-SALARY * WS-EMP-TBL-FACTOR (EMP-IDX)
               COMPUTE WS-NORM-SALARY ROUNDED =
                   WS-ANNUAL-SALARY * WS-EMP-TBL-RATE (EMP-IDX)
           END-IF.

      *****************************************************************
