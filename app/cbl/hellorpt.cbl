      *****************************************************************
      * PROGRAM: hellorpt.cbl
      *
      * Reads the nightly normalized employee snapshot and produces
      * a paginated, print-image employee listing - name, age and
      * salary columns, a page heading with the run date and page
      * number on every page, a department heading, salary subtotal
      * and headcount for every department/cost-center, and a
      *   the GRADFILE band midpoint), and a per-grade summary with
      *   headcount, annual USD and average compa-ratio prints after
      *   the currency summary.
      *   Added the leave reason and expected return date to the
      *   employee record area to stay in step with the record.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Works to the processing date HELLODTE sets instead of the
      *   clock - tenure and rate selection are as of that date, and
      *   the rate gate holds to the business-day cut-off.
      *   Reads the nightly normalized employee snapshot instead of
      *   browsing EMPFILE - department names, grade descriptions,
      *   annual USD salaries and compa-ratios come off the snapshot,
      *   the sort carries the whole snapshot record, and DEPTFILE,
      *   CURRATES, GRADFILE and the rate gate went to HELLOSNP.
      *   The age column is the snapshot's age on the day, worked out
      *   from the date of birth, and blank when no date of birth is on
      *   file.
      *****************************************************************

       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT RPTFILE       ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT SORTFILE      ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * Tonight's normalized employee snapshot, written by HELLOSNP
      * under the employee record's own EMP- names
       FD  EMPSNAP
           RECORDING MODE IS F.
       COPY HELLOESN REPLACING LEADING ==SNP-== BY ==EMP-==.

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

       FD  RPTFILE
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       SD  SORTFILE.
       01  SORT-RECORD.
      * so one ASCENDING key serves every sequence option
           05  SRT-SORT-KEY    PIC X(36).
           05  SRT-DEPT-CD     PIC X(4).
      * The whole snapshot record rides through the sort, so the
      * print side has the resolved names and normalized figures
           05  SRT-SNAPSHOT    PIC X(220).

       WORKING-STORAGE SECTION.
      * Include the record structure copybook shared with HELLOCOB
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLORPT - EMPLOYEE LISTING REPORT'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-EOF                      VALUE '10'.
       01  WS-RPTFILE-STATUS  PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-RUN-DATE-EDIT   PIC 9999/99/99.
       01  WS-DEPT-TOTAL-SALARY PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-DEPT-HEADCOUNT  PIC 9(6) COMP        VALUE ZEROS.

      * Processing date, and the per-currency subtotals accumulated
      * for the currency summary
       01  WS-PROCDATE-STATUS PIC XX              VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.

      * Compa-ratio of the record being printed, off the snapshot
       01  WS-COMPA-RATIO     PIC 9(3)V9 COMP-3   VALUE ZEROS.

      * Per-grade subtotals accumulated as the details print
       01  WS-GRDTOT-TABLE.
           05  WS-GRDTOT-ENTRY OCCURS 50 TIMES.
               10  WS-GRDTOT-CD        PIC X(2).
               10  WS-GRDTOT-DESC      PIC X(20).
               10  WS-GRDTOT-HEADCOUNT PIC 9(6) COMP.
               10  WS-GRDTOT-NORM      PIC S9(9)V99 COMP-3.
               10  WS-GRDTOT-COMPA     PIC S9(7)V9 COMP-3.
       01  WS-NORM-SALARY     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-UNCONVERTED     PIC 9(6) COMP       VALUE ZEROS.

               10  WS-CURTOT-NATIVE    PIC S9(9)V99 COMP-3.
               10  WS-CURTOT-NORM      PIC S9(9)V99 COMP-3.

      * Length-of-service (tenure) working fields and bucket counts
       01  WS-HIRE-YEAR       PIC 9(4)             VALUE ZEROS.
       01  WS-HIRE-MONTH      PIC 99               VALUE ZEROS.
       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-NAME      PIC X(30).
           05  DET-AGE       PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-SALARY    PIC $$$,$$$,$$9.99.
           05  FILLER        PIC X(3)  VALUE SPACES.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY

           PERFORM UNPACK-PARM

           OPEN INPUT  EMPSNAP
           OPEN OUTPUT RPTFILE

      * The snapshot is in EMP-ID order, so every requested sequence
      * needs the records resequenced - the sort key is built per
      * record to match the sequence option
           SORT SORTFILE
               ON ASCENDING KEY SRT-SORT-KEY
               INPUT PROCEDURE IS RELEASE-SNAPSHOT
               OUTPUT PROCEDURE IS PRINT-REPORT

           CLOSE EMPSNAP
           CLOSE RPTFILE

           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           END-IF.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run.  No record means HELLODTE
      *   refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLORPT0007E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLORPT0008E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE        TO WS-RUN-DATE

           CLOSE PROCDATE.

      *****************************************************************
      * ACCUMULATE-CURRENCY
               MOVE 'Y' TO WS-CT-FOUND-SWITCH
           END-IF.

      *****************************************************************
      * ACCUMULATE-GRADE
      *   Adds the record just printed to its grade's subtotal
                   MOVE WS-GRDTOT-COUNT TO WS-GT-SUB
                   MOVE EMP-GRADE-CD
                       TO WS-GRDTOT-CD (WS-GT-SUB)
                   IF EMP-GRADE-ON-FILE
                       MOVE EMP-GRADE-DESC
                           TO WS-GRDTOT-DESC (WS-GT-SUB)
                   ELSE
                       MOVE '** GRADE NOT ON FILE **'
                           TO WS-GRDTOT-DESC (WS-GT-SUB)
                   END-IF
                   MOVE ZEROS TO WS-GRDTOT-HEADCOUNT (WS-GT-SUB)
                                 WS-GRDTOT-NORM (WS-GT-SUB)
                                 WS-GRDTOT-COMPA (WS-GT-SUB)

      *****************************************************************
      * FIND-DEPT
      *   Takes the department name for the heading from the record
      *   that opens the group.  A code the snapshot could not find
      *   on DEPTFILE (a dead cost center still carried on an
      *   employee record, or no cost center at all) is flagged
      *   rather than hidden.
      *****************************************************************
       FIND-DEPT.
           IF EMP-DEPT-ON-FILE
               MOVE EMP-DEPT-NAME TO WS-CURRENT-DEPT-NAME
           ELSE
               MOVE '** DEPARTMENT NOT ON FILE **'
                   TO WS-CURRENT-DEPT-NAME
           END-IF.

      *****************************************************************
      * RELEASE-SNAPSHOT
      *   SORT input procedure - reads the snapshot top to bottom,
      *   applies the run's selection criteria and releases one sort
      *   record per selected employee, keyed for the requested
      *   sequence.
      *****************************************************************
       RELEASE-SNAPSHOT.
           PERFORM READ-SNAPSHOT-RECORD

           PERFORM SELECT-AND-RELEASE
               UNTIL WS-EMPSNAP-EOF.

       SELECT-AND-RELEASE.
           PERFORM YEARS-CALC
               PERFORM RELEASE-SORT-RECORD
           END-IF

           PERFORM READ-SNAPSHOT-RECORD.

       RELEASE-SORT-RECORD.
           MOVE SPACES TO SRT-SORT-KEY
           END-EVALUATE

           MOVE EMP-DEPT-CD     TO SRT-DEPT-CD
           MOVE SNAPSHOT-RECORD TO SRT-SNAPSHOT

           RELEASE SORT-RECORD.

      *****************************************************************
      * READ-SNAPSHOT-RECORD
      *   Reads the next employee record from the snapshot.
      *****************************************************************
       READ-SNAPSHOT-RECORD.
           READ EMPSNAP
               AT END
                   SET WS-EMPSNAP-EOF TO TRUE
           END-READ

           IF NOT WS-EMPSNAP-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.


      *****************************************************************
      * RETURN-SORT-RECORD
      *   Takes the next record back from the sort into the
      *   snapshot record area the print paragraphs use.
      *****************************************************************
       RETURN-SORT-RECORD.
           RETURN SORTFILE
           END-RETURN

           IF NOT WS-SORT-EOF
               MOVE SRT-SNAPSHOT    TO SNAPSHOT-RECORD
           END-IF.

      *****************************************************************
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

      * An unconverted record carries zero and is counted rather
      * than poisoning the totals with a half-converted figure
           MOVE EMP-NORM-SALARY TO WS-NORM-SALARY
           IF NOT EMP-NORMALIZED
               ADD 1 TO WS-UNCONVERTED
           END-IF

           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE EMP-NAME        TO DET-NAME
           IF EMP-AGE-KNOWN
               MOVE EMP-AGE-YEARS TO DET-AGE
           ELSE
               MOVE ZEROS         TO DET-AGE
           END-IF
           MOVE EMP-SALARY      TO DET-SALARY
           MOVE EMP-PAY-FREQ    TO DET-FREQ
           MOVE EMP-CURRENCY-CD TO DET-CURR
           END-EVALUATE

           MOVE EMP-GRADE-CD TO DET-GRADE
           MOVE EMP-COMPA-RATIO TO WS-COMPA-RATIO
           MOVE WS-COMPA-RATIO TO DET-COMPA

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           MOVE WS-GRDTOT-CD (WS-GT-SUB)        TO GRT-CD
           MOVE WS-GRDTOT-HEADCOUNT (WS-GT-SUB) TO GRT-COUNT
           MOVE WS-GRDTOT-NORM (WS-GT-SUB)      TO GRT-NORM
           MOVE WS-GRDTOT-DESC (WS-GT-SUB)      TO GRT-DESC

           IF WS-GRDTOT-HEADCOUNT (WS-GT-SUB) > ZEROS
               COMPUTE GRT-COMPA ROUNDED =
      *****************************************************************
      * YEARS-CALC
      *   Derives whole years of service for the employee record in
      *   the employee record area from EMP-HIRE-DATE against the run
      *   date, backing off one year if the hire month/day has not
      *   yet occurred this year.  Used both by the tenure selection
      *   in the input procedure and by the bucket summary.
