      * are reported.
      *
      * Terminated records are history, not the organization, and
      * are not loaded.  The employees and their annual USD salaries
      * come from the latest nightly employee snapshot HELLOSNP
      * writes, normalized once for every report, rather than from
      * a browse of the live master.
      *
      * RETURN-CODE is 0 normally and 4 when records could not be
      * converted or the employee table overflowed.
      *
      * MODIFICATION HISTORY
      *   Original reporting-chain report.
      *   Added the leave reason and expected return date to the
      *   employee record area to stay in step with the record.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Reads the nightly normalized employee snapshot instead of
      *   browsing EMPFILE - the annual USD salary comes off the
      *   snapshot, and the rate table and its staleness gate went
      *   with the normalization to HELLOSNP.
      *****************************************************************

       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT ORGRPT        ASSIGN TO ORGRPT
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * Tonight's normalized employee snapshot, written by HELLOSNP
      * under the employee record's own EMP- names
       FD  EMPSNAP
           RECORDING MODE IS F.
       COPY HELLOESN REPLACING LEADING ==SNP-== BY ==EMP-==.

       FD  ORGRPT
           RECORDING MODE IS F.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOORG - REPORTING CHAIN REPORT'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-EOF                      VALUE '10'.
       01  WS-ORGRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-TABLE-FULL-SWITCH PIC X              VALUE 'N'.
           88  WS-TABLE-FULL                        VALUE 'Y'.

      * The whole live organization in one table - the chain walks
      * and the roll-ups all run against it
       01  WS-ORG-COUNT       PIC 9(4) COMP       VALUE ZEROS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  EMPSNAP
           OPEN OUTPUT ORGRPT

           PERFORM PRINT-PAGE-HEADINGS

           PERFORM READ-SNAPSHOT-RECORD
           PERFORM LOAD-ORG-ENTRY
               UNTIL WS-EMPSNAP-EOF

           PERFORM ROLL-UP-CHAINS
           PERFORM PRINT-MANAGER-BLOCKS
           PERFORM PRINT-ORG-TOTALS

           CLOSE EMPSNAP
           CLOSE ORGRPT

           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           GOBACK.

      *****************************************************************
      * READ-SNAPSHOT-RECORD / LOAD-ORG-ENTRY
      *   Loads every live record to the organization table with its
      *   normalized annual USD salary off the snapshot; a salary
      *   the snapshot could not normalize joins as zero and is
      *   counted.
      *****************************************************************
       READ-SNAPSHOT-RECORD.
           READ EMPSNAP
               AT END
                   SET WS-EMPSNAP-EOF TO TRUE
           END-READ

           IF NOT WS-EMPSNAP-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       LOAD-ORG-ENTRY.
           IF NOT EMP-TERMINATED
               IF WS-ORG-COUNT < 2000
                   IF NOT EMP-NORMALIZED
                       ADD 1 TO WS-UNCONVERTED
                   END-IF
                   ADD 1 TO WS-ORG-COUNT
                   ADD 1 TO WS-LOADED
                   MOVE EMP-ID       TO WS-ORG-ID (WS-ORG-COUNT)
                   MOVE EMP-NAME     TO WS-ORG-NAME (WS-ORG-COUNT)
                   MOVE EMP-MGR-ID   TO WS-ORG-MGR (WS-ORG-COUNT)
                   MOVE EMP-DEPT-CD  TO WS-ORG-DEPT (WS-ORG-COUNT)
                   MOVE EMP-NORM-SALARY
                       TO WS-ORG-SALARY (WS-ORG-COUNT)
                   MOVE ZEROS TO WS-ORG-DIRECTS (WS-ORG-COUNT)
                                 WS-ORG-SPAN (WS-ORG-COUNT)
                   MOVE EMP-NORM-SALARY
                       TO WS-ORG-ROLLUP (WS-ORG-COUNT)
               ELSE
                   IF NOT WS-TABLE-FULL
               END-IF
           END-IF

           PERFORM READ-SNAPSHOT-RECORD.

      *****************************************************************
      * ROLL-UP-CHAINS
