      *****************************************************************
      * PROGRAM: helloret.cbl
      *
      * Annual retirement-eligibility report for succession planning.
      * Lists, by department, every live employee who is eligible to
      * retire now or becomes eligible within the next one, three or
      * five years, with their age and completed service, so HR can
      * see the exits coming before they happen.  An employee is
      * eligible at the normal retirement age, or at the early
      * retirement age once age plus completed years of service
      * reaches the points threshold - the three figures are the
      * working-storage constants below.  Age is worked out from the
      * date of birth and service from the hire date, both at the
      * snapshot date and again one, three and five years on; each
      * employee is listed once, under the earliest window in which
      * they qualify.
      *
      * Anyone on the list who has people reporting to them through
      * EMP-MGR-ID is flagged as a manager with their direct-report
      * count and total span of control (everyone in the subtree
      * below them), accumulated by walking every chain upward once
      * with the same depth guard HELLOORG uses.  Each department
      * closes with its counts - eligible now, and newly eligible
      * within one, three and five years (each window includes the
      * shorter ones) - and the report ends with the control counts.
      *
      * Terminated records are not loaded.  A live employee with no
      * usable date of birth cannot be assessed; they are counted at
      * the foot rather than guessed at, and the nightly sweep lists
      * them for HR to backfill.  The employees come from the latest
      * nightly employee snapshot HELLOSNP writes, and the report is
      * dated with that snapshot's as-of date.
      *
      * RETURN-CODE is 0 normally and 4 when live employees had no
      * usable date of birth or the employee table overflowed.
      *
      * MODIFICATION HISTORY
      *   Original annual retirement-eligibility report.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLORET.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT RETRPT        ASSIGN TO RETRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRPT-STATUS.

           SELECT SORTFILE      ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * The latest normalized employee snapshot, written by HELLOSNP
      * under the employee record's own EMP- names
       FD  EMPSNAP
           RECORDING MODE IS F.
       COPY HELLOESN REPLACING LEADING ==SNP-== BY ==EMP-==.

       FD  RETRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-DEPT-CD     PIC X(4).
           05  SRT-WINDOW      PIC 9.
           05  SRT-EMP-ID      PIC X(6).
           05  SRT-DEPT-NAME   PIC X(30).
           05  SRT-NAME        PIC X(30).
           05  SRT-AGE         PIC 9(3).
           05  SRT-SERVICE     PIC 9(3).
           05  SRT-MGR-ID      PIC X(6).
           05  SRT-DIRECTS     PIC 9(4).
           05  SRT-SPAN        PIC 9(4).

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLORET - RETIREMENT ELIGIBILITY REPORT'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-EOF                      VALUE '10'.
       01  WS-RETRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-SORT-EOF-SWITCH PIC X               VALUE 'N'.
           88  WS-SORT-EOF                         VALUE 'Y'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.

      * Retirement rule - eligible at the normal age, or at the
      * early age once age plus completed service reaches the points
       01  WS-NORMAL-RET-AGE  PIC 9(3)            VALUE 65.
       01  WS-EARLY-RET-AGE   PIC 9(3)            VALUE 55.
       01  WS-RET-POINTS      PIC 9(3)            VALUE 85.

      * The look-ahead windows in years, tested in order - an
      * employee is listed under the first one they qualify in
       01  WS-WINDOW-VALUES   PIC X(4)            VALUE '0135'.
       01  FILLER REDEFINES WS-WINDOW-VALUES.
           05  WS-WINDOW-YEARS PIC 9 OCCURS 4 TIMES.
       01  WS-WINDOW-SUB      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-WINDOW-HIT      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-ELIGIBLE-SWITCH PIC X               VALUE 'N'.
           88  WS-ELIGIBLE                         VALUE 'Y'.
       01  WS-TEST-AGE        PIC S9(4) COMP      VALUE ZEROS.
       01  WS-TEST-SERVICE    PIC S9(4) COMP      VALUE ZEROS.

      * Service working fields - completed years from the hire date
      * to the snapshot date, backed off a year when the anniversary
      * has not come round yet that year
       01  WS-HIRE.
           05  WS-HIRE-YEAR   PIC 9(4).
           05  WS-HIRE-MMDD   PIC 9(4).
           05  FILLER REDEFINES WS-HIRE-MMDD.
               10  WS-HIRE-MM     PIC 99.
               10  WS-HIRE-DD     PIC 99.
       01  WS-SVC-ASOF.
           05  WS-SVC-ASOF-YEAR PIC 9(4).
           05  WS-SVC-ASOF-MMDD PIC 9(4).
       01  WS-SERVICE-YEARS   PIC S9(4) COMP      VALUE ZEROS.

       01  WS-RECORDS-READ    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-TERM-SKIPPED    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-LOADED          PIC 9(6) COMP        VALUE ZEROS.
       01  WS-NO-BIRTH-DATE   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-NO-HIRE-DATE    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-RECORDS-PRINTED PIC 9(6) COMP        VALUE ZEROS.
       01  WS-MANAGERS-LISTED PIC 9(6) COMP        VALUE ZEROS.
       01  WS-TABLE-FULL-SWITCH PIC X              VALUE 'N'.
           88  WS-TABLE-FULL                        VALUE 'Y'.

      * Counts by window - the department's and the whole report's.
      * Entry 1 is eligible now and entries 2-4 first eligible in
      * year one, years two-three and years four-five; the totals
      * lines add them up so the three- and five-year figures
      * include the shorter windows
       01  WS-DEPT-COUNTS.
           05  WS-DEPT-WINDOW-COUNT PIC 9(6) COMP OCCURS 4 TIMES.
       01  WS-GRAND-COUNTS.
           05  WS-GRAND-WINDOW-COUNT PIC 9(6) COMP OCCURS 4 TIMES.
       01  WS-CUM-COUNT       PIC 9(6) COMP        VALUE ZEROS.

      * Department control-break fields
       01  WS-CURRENT-DEPT-CD PIC X(4)            VALUE LOW-VALUES.
       01  WS-CURRENT-DEPT-NAME PIC X(30)         VALUE SPACES.

      * The whole live organization in one table - the chain walks
      * run against it and the eligibility pass reads it back
       01  WS-ORG-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-ORG-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-WALK-SUB        PIC 9(4) COMP       VALUE ZEROS.
       01  WS-HIT-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-FIND-ID         PIC X(6)            VALUE SPACES.
       01  WS-FIND-SWITCH     PIC X               VALUE 'N'.
           88  WS-ORG-FOUND                        VALUE 'Y'.
       01  WS-CHAIN-ID        PIC X(6)            VALUE SPACES.
       01  WS-CHAIN-DEPTH     PIC 9(3) COMP       VALUE ZEROS.
       01  WS-MAX-CHAIN-DEPTH PIC 9(3) COMP       VALUE 25.
       01  WS-CHAIN-DONE-SWITCH PIC X             VALUE 'N'.
           88  WS-CHAIN-DONE                       VALUE 'Y'.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 2000 TIMES.
               10  WS-ORG-ID         PIC X(6).
               10  WS-ORG-NAME       PIC X(30).
               10  WS-ORG-MGR        PIC X(6).
               10  WS-ORG-DEPT       PIC X(4).
               10  WS-ORG-DEPT-NAME  PIC X(30).
               10  WS-ORG-HIRE-DATE  PIC 9(8).
               10  WS-ORG-AGE        PIC 9(3).
               10  WS-ORG-AGE-SWITCH PIC X.
                   88  WS-ORG-AGE-KNOWN          VALUE 'Y'.
               10  WS-ORG-DIRECTS    PIC 9(4) COMP.
               10  WS-ORG-SPAN       PIC 9(4) COMP.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'RETIREMENT ELIGIBILITY REPORT'.
           05  FILLER        PIC X(10) VALUE 'AS OF:    '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(8)  VALUE 'EMP ID'.
           05  FILLER        PIC X(32) VALUE 'NAME'.
           05  FILLER        PIC X(5)  VALUE 'AGE'.
           05  FILLER        PIC X(9)  VALUE 'SERVICE'.
           05  FILLER        PIC X(16) VALUE 'ELIGIBLE'.
           05  FILLER        PIC X(8)  VALUE 'MGR ID'.
           05  FILLER        PIC X(30) VALUE
               'SUCCESSION   DIRECTS   SPAN'.

       01  WS-DEPT-HEADING-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(12) VALUE 'DEPARTMENT: '.
           05  DEPT-HDR-CD   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DEPT-HDR-NAME PIC X(30).

       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-NAME      PIC X(30).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-AGE       PIC ZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-SERVICE   PIC ZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-WINDOW    PIC X(14).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-MGR-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-MGR-FLAG  PIC X(10).
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  DET-DIRECTS   PIC ZZZ9.
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  DET-SPAN      PIC ZZZ9.

       01  WS-WINDOW-TOTAL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  WIN-LABEL     PIC X(28).
           05  FILLER        PIC X(16) VALUE 'ELIGIBLE NOW'.
           05  WIN-NOW       PIC ZZZ,ZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(8)  VALUE '1 YEAR'.
           05  WIN-ONE       PIC ZZZ,ZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(9)  VALUE '3 YEARS'.
           05  WIN-THREE     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(9)  VALUE '5 YEARS'.
           05  WIN-FIVE      PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           OPEN INPUT  EMPSNAP
           OPEN OUTPUT RETRPT

           PERFORM READ-SNAPSHOT-RECORD
           PERFORM LOAD-ORG-ENTRY
               UNTIL WS-EMPSNAP-EOF

           PERFORM ROLL-UP-CHAINS

      * The table is in employee-id order, so the department
      * grouping and the window order within it need the sort
           SORT SORTFILE
               ON ASCENDING KEY SRT-DEPT-CD
                                SRT-WINDOW
                                SRT-EMP-ID
               INPUT PROCEDURE IS RELEASE-ELIGIBLE-EMPLOYEES
               OUTPUT PROCEDURE IS PRINT-REPORT

           CLOSE EMPSNAP
           CLOSE RETRPT

           DISPLAY 'SNAPSHOT DATE   : ' WS-RUN-DATE
           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'LOADED          : ' WS-LOADED
           DISPLAY 'LISTED          : ' WS-RECORDS-PRINTED
           DISPLAY 'MANAGERS LISTED : ' WS-MANAGERS-LISTED
           DISPLAY 'NO BIRTH DATE   : ' WS-NO-BIRTH-DATE

           IF WS-NO-BIRTH-DATE > 0 OR WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * READ-SNAPSHOT-RECORD / LOAD-ORG-ENTRY
      *   Loads every live record to the organization table with its
      *   age off the snapshot.  The report is dated with the
      *   snapshot's as-of date, taken from the first record.
      *****************************************************************
       READ-SNAPSHOT-RECORD.
           READ EMPSNAP
               AT END
                   SET WS-EMPSNAP-EOF TO TRUE
           END-READ

           IF NOT WS-EMPSNAP-EOF
               ADD 1 TO WS-RECORDS-READ
               IF WS-RUN-DATE = ZEROS
                   MOVE EMP-AS-OF-DATE TO WS-RUN-DATE
               END-IF
           END-IF.

       LOAD-ORG-ENTRY.
           IF EMP-TERMINATED
               ADD 1 TO WS-TERM-SKIPPED
           ELSE
               IF WS-ORG-COUNT < 2000
                   ADD 1 TO WS-ORG-COUNT
                   ADD 1 TO WS-LOADED
                   MOVE EMP-ID       TO WS-ORG-ID (WS-ORG-COUNT)
                   MOVE EMP-NAME     TO WS-ORG-NAME (WS-ORG-COUNT)
                   MOVE EMP-MGR-ID   TO WS-ORG-MGR (WS-ORG-COUNT)
                   MOVE EMP-DEPT-CD  TO WS-ORG-DEPT (WS-ORG-COUNT)
                   IF EMP-DEPT-ON-FILE
                       MOVE EMP-DEPT-NAME
                           TO WS-ORG-DEPT-NAME (WS-ORG-COUNT)
                   ELSE
                       MOVE '** DEPARTMENT NOT ON FILE **'
                           TO WS-ORG-DEPT-NAME (WS-ORG-COUNT)
                   END-IF
                   MOVE EMP-HIRE-DATE
                       TO WS-ORG-HIRE-DATE (WS-ORG-COUNT)
                   MOVE EMP-AGE-YEARS TO WS-ORG-AGE (WS-ORG-COUNT)
                   MOVE EMP-AGE-SWITCH
                       TO WS-ORG-AGE-SWITCH (WS-ORG-COUNT)
                   MOVE ZEROS TO WS-ORG-DIRECTS (WS-ORG-COUNT)
                                 WS-ORG-SPAN (WS-ORG-COUNT)
               ELSE
                   IF NOT WS-TABLE-FULL
                       SET WS-TABLE-FULL TO TRUE
                       DISPLAY 'HELLORET0004W - ORGANIZATION TABLE '
                               'FULL, REPORT INCOMPLETE'
                   END-IF
               END-IF
           END-IF

           PERFORM READ-SNAPSHOT-RECORD.

      *****************************************************************
      * ROLL-UP-CHAINS
      *   One upward walk per employee: the direct manager gains a
      *   direct report, and every ancestor gains the employee in
      *   their span.  The depth guard keeps a damaged chain from
      *   spinning the report - the sweep owns reporting those.
      *****************************************************************
       ROLL-UP-CHAINS.
           MOVE ZEROS TO WS-ORG-SUB

           PERFORM ROLL-UP-ONE-CHAIN
               UNTIL WS-ORG-SUB NOT < WS-ORG-COUNT.

       ROLL-UP-ONE-CHAIN.
           ADD 1 TO WS-ORG-SUB

           MOVE 'N' TO WS-CHAIN-DONE-SWITCH
           MOVE WS-ORG-MGR (WS-ORG-SUB) TO WS-CHAIN-ID
           MOVE ZEROS TO WS-CHAIN-DEPTH

           PERFORM ROLL-UP-ONE-LINK
               UNTIL WS-CHAIN-DONE OR
                     WS-CHAIN-DEPTH > WS-MAX-CHAIN-DEPTH.

       ROLL-UP-ONE-LINK.
           ADD 1 TO WS-CHAIN-DEPTH

           IF WS-CHAIN-ID = SPACES OR
              WS-CHAIN-ID = WS-ORG-ID (WS-ORG-SUB)
               SET WS-CHAIN-DONE TO TRUE
           ELSE
               MOVE WS-CHAIN-ID TO WS-FIND-ID
               PERFORM FIND-ORG-ENTRY
               IF NOT WS-ORG-FOUND
                   SET WS-CHAIN-DONE TO TRUE
               ELSE
                   IF WS-CHAIN-DEPTH = 1
                       ADD 1 TO WS-ORG-DIRECTS (WS-HIT-SUB)
                   END-IF
                   ADD 1 TO WS-ORG-SPAN (WS-HIT-SUB)
                   MOVE WS-ORG-MGR (WS-HIT-SUB) TO WS-CHAIN-ID
               END-IF
           END-IF.

       FIND-ORG-ENTRY.
           MOVE 'N'   TO WS-FIND-SWITCH
           MOVE ZEROS TO WS-WALK-SUB

           PERFORM SCAN-ORG-ENTRY
               UNTIL WS-ORG-FOUND OR
                     WS-WALK-SUB NOT < WS-ORG-COUNT.

       SCAN-ORG-ENTRY.
           ADD 1 TO WS-WALK-SUB

           IF WS-ORG-ID (WS-WALK-SUB) = WS-FIND-ID
               MOVE 'Y'         TO WS-FIND-SWITCH
               MOVE WS-WALK-SUB TO WS-HIT-SUB
           END-IF.

      *****************************************************************
      * RELEASE-ELIGIBLE-EMPLOYEES
      *   SORT input procedure - tests every loaded employee against
      *   the retirement rule window by window and releases the ones
      *   who qualify within five years, tagged with the first
      *   window they qualify in.  An employee with no usable date
      *   of birth is counted and passed over.
      *****************************************************************
       RELEASE-ELIGIBLE-EMPLOYEES.
           MOVE ZEROS TO WS-ORG-SUB

           PERFORM TEST-ONE-EMPLOYEE
               UNTIL WS-ORG-SUB NOT < WS-ORG-COUNT.

       TEST-ONE-EMPLOYEE.
           ADD 1 TO WS-ORG-SUB

           IF NOT WS-ORG-AGE-KNOWN (WS-ORG-SUB)
               ADD 1 TO WS-NO-BIRTH-DATE
           ELSE
               PERFORM SERVICE-CALC

               MOVE 'N'   TO WS-ELIGIBLE-SWITCH
               MOVE ZEROS TO WS-WINDOW-SUB
               PERFORM TEST-ONE-WINDOW
                   UNTIL WS-ELIGIBLE OR WS-WINDOW-SUB NOT < 4

               IF WS-ELIGIBLE
                   PERFORM RELEASE-SORT-RECORD
               END-IF
           END-IF.

      *****************************************************************
      * TEST-ONE-WINDOW
      *   Age and completed service as they will stand the given
      *   number of years after the snapshot date - both simply move
      *   on by whole years - against the retirement rule.
      *****************************************************************
       TEST-ONE-WINDOW.
           ADD 1 TO WS-WINDOW-SUB

           COMPUTE WS-TEST-AGE =
               WS-ORG-AGE (WS-ORG-SUB) + WS-WINDOW-YEARS (WS-WINDOW-SUB)

           COMPUTE WS-TEST-SERVICE =
               WS-SERVICE-YEARS + WS-WINDOW-YEARS (WS-WINDOW-SUB)

           IF WS-TEST-AGE NOT < WS-NORMAL-RET-AGE
               SET WS-ELIGIBLE TO TRUE
           END-IF

           IF WS-TEST-AGE NOT < WS-EARLY-RET-AGE AND
              WS-TEST-AGE + WS-TEST-SERVICE NOT < WS-RET-POINTS
               SET WS-ELIGIBLE TO TRUE
           END-IF

           IF WS-ELIGIBLE
               MOVE WS-WINDOW-SUB TO WS-WINDOW-HIT
           END-IF.

      *****************************************************************
      * SERVICE-CALC
      *   Completed years of service from the hire date to the
      *   snapshot date.  A hire date that is missing, not a date or
      *   after the snapshot date counts no service - the age test
      *   alone can still qualify the employee - and is counted.
      *****************************************************************
       SERVICE-CALC.
           MOVE ZERO        TO WS-SERVICE-YEARS
           MOVE WS-RUN-DATE TO WS-SVC-ASOF
           MOVE WS-ORG-HIRE-DATE (WS-ORG-SUB) TO WS-HIRE

           IF WS-HIRE NUMERIC AND
              WS-HIRE-YEAR > ZERO AND
              WS-HIRE-MM >= 1 AND WS-HIRE-MM <= 12 AND
              WS-HIRE-DD >= 1 AND WS-HIRE-DD <= 31 AND
              WS-HIRE NOT > WS-SVC-ASOF
               COMPUTE WS-SERVICE-YEARS =
                   WS-SVC-ASOF-YEAR - WS-HIRE-YEAR
               IF WS-SVC-ASOF-MMDD < WS-HIRE-MMDD
                   SUBTRACT 1 FROM WS-SERVICE-YEARS
               END-IF
           ELSE
               ADD 1 TO WS-NO-HIRE-DATE
           END-IF.

       RELEASE-SORT-RECORD.
           MOVE WS-ORG-DEPT (WS-ORG-SUB)      TO SRT-DEPT-CD
           MOVE WS-WINDOW-HIT                 TO SRT-WINDOW
           MOVE WS-ORG-ID (WS-ORG-SUB)        TO SRT-EMP-ID
           MOVE WS-ORG-DEPT-NAME (WS-ORG-SUB) TO SRT-DEPT-NAME
           MOVE WS-ORG-NAME (WS-ORG-SUB)      TO SRT-NAME
           MOVE WS-ORG-AGE (WS-ORG-SUB)       TO SRT-AGE
           MOVE WS-SERVICE-YEARS              TO SRT-SERVICE
           MOVE WS-ORG-MGR (WS-ORG-SUB)       TO SRT-MGR-ID
           MOVE WS-ORG-DIRECTS (WS-ORG-SUB)   TO SRT-DIRECTS
           MOVE WS-ORG-SPAN (WS-ORG-SUB)      TO SRT-SPAN

           RELEASE SORT-RECORD.

      *****************************************************************
      * PRINT-REPORT
      *   SORT output procedure - takes the eligible employees back
      *   in department / window order and prints them with a
      *   control break per department, then the report totals and
      *   the control counts.
      *****************************************************************
       PRINT-REPORT.
           MOVE ZEROS TO WS-GRAND-WINDOW-COUNT (1)
                         WS-GRAND-WINDOW-COUNT (2)
                         WS-GRAND-WINDOW-COUNT (3)
                         WS-GRAND-WINDOW-COUNT (4)

           PERFORM RETURN-SORT-RECORD

           PERFORM PRINT-DETAIL-LINE
               UNTIL WS-SORT-EOF

           IF WS-RECORDS-PRINTED > 0
               PERFORM PRINT-DEPT-TOTAL
           ELSE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           PERFORM PRINT-REPORT-TOTALS.

       RETURN-SORT-RECORD.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *****************************************************************
      * PRINT-DETAIL-LINE
      *   Breaks to a new department group when the department code
      *   changes, formats one eligible employee - flagged for
      *   succession with their directs and span when anyone reports
      *   to them - and advances to the next record.
      *****************************************************************
       PRINT-DETAIL-LINE.
           IF SRT-DEPT-CD NOT = WS-CURRENT-DEPT-CD
               IF WS-RECORDS-PRINTED > 0
                   PERFORM PRINT-DEPT-TOTAL
               END-IF
               PERFORM START-DEPT-GROUP
           END-IF

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE SPACES       TO WS-DETAIL-LINE
           MOVE SRT-EMP-ID   TO DET-EMP-ID
           MOVE SRT-NAME     TO DET-NAME
           MOVE SRT-AGE      TO DET-AGE
           MOVE SRT-SERVICE  TO DET-SERVICE
           MOVE SRT-MGR-ID   TO DET-MGR-ID

           EVALUATE SRT-WINDOW
               WHEN 1
                   MOVE 'NOW'            TO DET-WINDOW
               WHEN 2
                   MOVE 'WITHIN 1 YEAR'  TO DET-WINDOW
               WHEN 3
                   MOVE 'WITHIN 3 YEARS' TO DET-WINDOW
               WHEN OTHER
                   MOVE 'WITHIN 5 YEARS' TO DET-WINDOW
           END-EVALUATE

           IF SRT-DIRECTS > ZEROS
               ADD 1 TO WS-MANAGERS-LISTED
               MOVE '*MANAGER*'  TO DET-MGR-FLAG
               MOVE SRT-DIRECTS  TO DET-DIRECTS
               MOVE SRT-SPAN     TO DET-SPAN
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT

           ADD 1 TO WS-RECORDS-PRINTED
           ADD 1 TO WS-DEPT-WINDOW-COUNT (SRT-WINDOW)
           ADD 1 TO WS-GRAND-WINDOW-COUNT (SRT-WINDOW)

           PERFORM RETURN-SORT-RECORD.

      *****************************************************************
      * START-DEPT-GROUP
      *   Opens a new department group - clears the department
      *   counts and prints the department heading.
      *****************************************************************
       START-DEPT-GROUP.
           MOVE SRT-DEPT-CD   TO WS-CURRENT-DEPT-CD
           MOVE SRT-DEPT-NAME TO WS-CURRENT-DEPT-NAME
           MOVE ZEROS TO WS-DEPT-WINDOW-COUNT (1)
                         WS-DEPT-WINDOW-COUNT (2)
                         WS-DEPT-WINDOW-COUNT (3)
                         WS-DEPT-WINDOW-COUNT (4)

           IF WS-PAGE-COUNT = ZERO OR
              WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-CURRENT-DEPT-CD   TO DEPT-HDR-CD
           MOVE WS-CURRENT-DEPT-NAME TO DEPT-HDR-NAME
           MOVE WS-DEPT-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-DEPT-TOTAL
      *   Closes the department group just printed with its counts -
      *   eligible now, and newly eligible within one, three and
      *   five years, each window including the shorter ones.
      *****************************************************************
       PRINT-DEPT-TOTAL.
           MOVE 'DEPARTMENT TOTAL         :' TO WIN-LABEL
           MOVE WS-DEPT-WINDOW-COUNT (1)    TO WIN-NOW
           MOVE WS-DEPT-WINDOW-COUNT (2)    TO WIN-ONE
           COMPUTE WS-CUM-COUNT =
               WS-DEPT-WINDOW-COUNT (2) + WS-DEPT-WINDOW-COUNT (3)
           MOVE WS-CUM-COUNT                TO WIN-THREE
           ADD WS-DEPT-WINDOW-COUNT (4)     TO WS-CUM-COUNT
           MOVE WS-CUM-COUNT                TO WIN-FIVE

           MOVE WS-WINDOW-TOTAL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-REPORT-TOTALS
      *   The all-department window counts, then the control counts
      *   - read is live loaded plus terminated passed over, and
      *   loaded is listed plus not yet eligible plus not assessed.
      *****************************************************************
       PRINT-REPORT-TOTALS.
           MOVE 'ALL DEPARTMENTS          :' TO WIN-LABEL
           MOVE WS-GRAND-WINDOW-COUNT (1)   TO WIN-NOW
           MOVE WS-GRAND-WINDOW-COUNT (2)   TO WIN-ONE
           COMPUTE WS-CUM-COUNT =
               WS-GRAND-WINDOW-COUNT (2) + WS-GRAND-WINDOW-COUNT (3)
           MOVE WS-CUM-COUNT                TO WIN-THREE
           ADD WS-GRAND-WINDOW-COUNT (4)    TO WS-CUM-COUNT
           MOVE WS-CUM-COUNT                TO WIN-FIVE

           MOVE WS-WINDOW-TOTAL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 3 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'RECORDS READ            :' TO CNT-LABEL
           MOVE WS-RECORDS-READ            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'TERMINATED, NOT LOADED  :' TO CNT-LABEL
           MOVE WS-TERM-SKIPPED            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'LIVE EMPLOYEES LOADED   :' TO CNT-LABEL
           MOVE WS-LOADED                  TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'LISTED AS ELIGIBLE      :' TO CNT-LABEL
           MOVE WS-RECORDS-PRINTED         TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE '  OF WHOM MANAGERS      :' TO CNT-LABEL
           MOVE WS-MANAGERS-LISTED         TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'NO BIRTH DATE, NOT RATED:' TO CNT-LABEL
           MOVE WS-NO-BIRTH-DATE           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'NO HIRE DATE, AGE ONLY  :' TO CNT-LABEL
           MOVE WS-NO-HIRE-DATE            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page - title, snapshot date and page
      *   number, the column headings - and resets the line counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           ADD 3 TO WS-LINE-COUNT.
