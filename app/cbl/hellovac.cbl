      *****************************************************************
      * PROGRAM: hellovac.cbl
      *
      * Nightly open-position (vacancy) report.  BUD-HEADCOUNT on
      * BUDGFILE is only a number, so nobody could see which
      * approved positions were open until the month-end HELLOBGT
      * run showed a department over plan.  Positions now live on
      * the POSFILE position master, kept in step by the nightly
      * update - an 'A' or 'D' fills a position, a termination or a
      * transfer out reopens it.  This report runs after the update
      * and lists every open position by department, oldest vacancy
      * first, with its title, grade, budgeted salary (annual USD),
      * the date it fell vacant and how many days it has been open.
      * Each department closes with its open-position count and
      * budgeted salary, and the report ends with the positions read
      * by status, so the open list can be tied back to the file.
      *
      * An open position whose vacant date is missing or not a
      * date is listed with NOT KNOWN rather than dropped - HR
      * planning needs to fix the position record.
      *
      * MODIFICATION HISTORY
      *   Original nightly vacancy report.
      *   Dates the report and ages vacancies to the processing date
      *   HELLODTE sets instead of the clock.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOVAC.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSFILE       ASSIGN TO POSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-NO
               FILE STATUS IS WS-POSFILE-STATUS.

           SELECT VACRPT        ASSIGN TO VACRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VACRPT-STATUS.

           SELECT DEPTFILE      ASSIGN TO DEPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT SORTFILE      ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  POSFILE
           RECORDING MODE IS F.
       COPY HELLOPOS.

       FD  VACRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY HELLODPT.

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-DEPT-CD     PIC X(4).
           05  SRT-VACANT-DATE PIC 9(8).
           05  SRT-POS-NO      PIC X(6).
           05  SRT-GRADE-CD    PIC X(2).
           05  SRT-TITLE       PIC X(30).
           05  SRT-BUDGET-SALARY PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOVAC - OPEN POSITION REPORT'.
       01  WS-POSFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-POSFILE-EOF                      VALUE '10'.
       01  WS-VACRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-DEPTFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-DEPTFILE-EOF                     VALUE '10'.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-SORT-EOF-SWITCH PIC X               VALUE 'N'.
           88  WS-SORT-EOF                         VALUE 'Y'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.
       01  WS-DAYS            PIC S9(5) COMP      VALUE ZEROS.

      * Positions read from POSFILE by status, for the tie-back
       01  WS-RECORDS-READ    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-OPEN-COUNT      PIC 9(6) COMP        VALUE ZEROS.
       01  WS-FILLED-COUNT    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-CLOSED-COUNT    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-OTHER-COUNT     PIC 9(6) COMP        VALUE ZEROS.
       01  WS-NO-DATE-COUNT   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-RECORDS-PRINTED PIC 9(6) COMP        VALUE ZEROS.
       01  WS-GRAND-BUDGET    PIC S9(9)V99 COMP-3  VALUE ZEROS.

      * Department control-break fields - the current department's
      * code, resolved name, open-position count and budgeted
      * salary in annual USD
       01  WS-CURRENT-DEPT-CD PIC X(4)            VALUE LOW-VALUES.
       01  WS-CURRENT-DEPT-NAME PIC X(30)         VALUE SPACES.
       01  WS-DEPT-OPEN-COUNT PIC 9(6) COMP        VALUE ZEROS.
       01  WS-DEPT-BUDGET     PIC S9(9)V99 COMP-3  VALUE ZEROS.

      * Department reference table loaded from DEPTFILE at start-up
       01  WS-DEPT-COUNT      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-DEPT-FOUND-SWITCH PIC X             VALUE 'N'.
           88  WS-DEPT-FOUND                       VALUE 'Y'.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-TBL-CD    PIC X(4).
               10  WS-DEPT-TBL-NAME  PIC X(30).

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(35) VALUE SPACES.
           05  FILLER        PIC X(24) VALUE
               'OPEN POSITION REPORT'.
           05  FILLER        PIC X(15) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'POSITION'.
           05  FILLER        PIC X(32) VALUE 'TITLE'.
           05  FILLER        PIC X(7)  VALUE 'GRADE'.
           05  FILLER        PIC X(18) VALUE '  BUDGET (USD)'.
           05  FILLER        PIC X(14) VALUE 'VACANT SINCE'.
           05  FILLER        PIC X(11) VALUE 'DAYS OPEN'.

       01  WS-DEPT-HEADING-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(12) VALUE 'DEPARTMENT: '.
           05  DEPT-HDR-CD   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DEPT-HDR-NAME PIC X(30).

       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-POS-NO    PIC X(6).
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-TITLE     PIC X(30).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-GRADE     PIC X(2).
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  DET-BUDGET    PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-VACANT-DATE PIC 9999/99/99.
           05  DET-VACANT-NONE REDEFINES DET-VACANT-DATE
                             PIC X(10).
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-DAYS      PIC ZZ,ZZ9.
           05  DET-DAYS-NONE REDEFINES DET-DAYS
                             PIC X(6).

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(24) VALUE
               'DEPARTMENT OPEN        :'.
           05  DEPT-TOT-COUNT  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'BUDGET (USD): '.
           05  DEPT-TOT-BUDGET PIC $$$$,$$$,$$9.99.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(24) VALUE
               'ALL DEPARTMENTS OPEN   :'.
           05  GRD-TOT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'BUDGET (USD): '.
           05  GRD-TOT-BUDGET  PIC $$$$,$$$,$$9.99.

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

           PERFORM LOAD-DEPT-TABLE

           OPEN INPUT  POSFILE
           OPEN OUTPUT VACRPT

      * POSFILE is keyed by position number, so the department
      * grouping and the oldest-first order within it need the sort
           SORT SORTFILE
               ON ASCENDING KEY SRT-DEPT-CD
                                SRT-VACANT-DATE
                                SRT-POS-NO
               INPUT PROCEDURE IS RELEASE-OPEN-POSITIONS
               OUTPUT PROCEDURE IS PRINT-REPORT

           CLOSE POSFILE
           CLOSE VACRPT

           DISPLAY 'POSITIONS READ  : ' WS-RECORDS-READ
           DISPLAY 'OPEN            : ' WS-OPEN-COUNT
           DISPLAY 'FILLED          : ' WS-FILLED-COUNT
           DISPLAY 'CLOSED          : ' WS-CLOSED-COUNT
           DISPLAY 'NO VACANT DATE  : ' WS-NO-DATE-COUNT

      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run - the report is dated and
      *   the vacancies aged to it.  No record means HELLODTE
      *   refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOVAC0001E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOVAC0002E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE : ' WS-RUN-DATE.

      *****************************************************************
      * LOAD-DEPT-TABLE
      *   Reads the finance-maintained DEPTFILE reference file into
      *   the working-storage department table at start-up, so each
      *   department heading can carry its name.
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
      * FIND-DEPT
      *   Looks WS-CURRENT-DEPT-CD up in the department table and
      *   resolves its name for the department heading.  A position
      *   carrying a cost center that is no longer on DEPTFILE is
      *   flagged rather than hidden.
      *****************************************************************
       FIND-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           MOVE '** DEPARTMENT NOT ON FILE **'
               TO WS-CURRENT-DEPT-NAME

           IF WS-CURRENT-DEPT-CD NOT = SPACES
               SET DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEPT-FOUND-SWITCH
                   WHEN WS-DEPT-TBL-CD (DEPT-IDX) = WS-CURRENT-DEPT-CD
                       MOVE 'Y' TO WS-DEPT-FOUND-SWITCH
                       MOVE WS-DEPT-TBL-NAME (DEPT-IDX)
                           TO WS-CURRENT-DEPT-NAME
               END-SEARCH
           END-IF.

      *****************************************************************
      * RELEASE-OPEN-POSITIONS
      *   SORT input procedure - reads POSFILE top to bottom, counts
      *   every position by status and releases the open ones.
      *****************************************************************
       RELEASE-OPEN-POSITIONS.
           PERFORM READ-POSFILE-RECORD

           PERFORM COUNT-AND-RELEASE
               UNTIL WS-POSFILE-EOF.

       READ-POSFILE-RECORD.
           READ POSFILE NEXT RECORD
               AT END
                   SET WS-POSFILE-EOF TO TRUE
           END-READ

           IF NOT WS-POSFILE-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

       COUNT-AND-RELEASE.
           EVALUATE TRUE
               WHEN POS-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM RELEASE-SORT-RECORD
               WHEN POS-FILLED
                   ADD 1 TO WS-FILLED-COUNT
               WHEN POS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE

           PERFORM READ-POSFILE-RECORD.

      *****************************************************************
      * RELEASE-SORT-RECORD
      *   An unusable vacant date sorts as zeros, so the positions
      *   HR planning has to correct head their department's list.
      *****************************************************************
       RELEASE-SORT-RECORD.
           MOVE POS-DEPT-CD       TO SRT-DEPT-CD
           MOVE POS-NO            TO SRT-POS-NO
           MOVE POS-GRADE-CD      TO SRT-GRADE-CD
           MOVE POS-TITLE         TO SRT-TITLE
           MOVE POS-BUDGET-SALARY TO SRT-BUDGET-SALARY

           IF POS-VACANT-DATE IS NUMERIC AND
              POS-VACANT-DATE NOT = ZEROS AND
              POS-VACANT-DATE(5:2) NOT < '01' AND
              POS-VACANT-DATE(5:2) NOT > '12' AND
              POS-VACANT-DATE(7:2) NOT < '01' AND
              POS-VACANT-DATE(7:2) NOT > '31'
               MOVE POS-VACANT-DATE TO SRT-VACANT-DATE
           ELSE
               MOVE ZEROS           TO SRT-VACANT-DATE
           END-IF

           RELEASE SORT-RECORD.

      *****************************************************************
      * PRINT-REPORT
      *   SORT output procedure - takes the open positions back in
      *   department / vacant-date order and prints them with a
      *   control break per department, then the grand total and
      *   the tie-back counts.
      *****************************************************************
       PRINT-REPORT.
           PERFORM RETURN-SORT-RECORD

           PERFORM PRINT-DETAIL-LINE
               UNTIL WS-SORT-EOF

           IF WS-RECORDS-PRINTED > 0
               PERFORM PRINT-DEPT-TOTAL
           ELSE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           PERFORM PRINT-VACANCY-TOTALS.

       RETURN-SORT-RECORD.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *****************************************************************
      * PRINT-DETAIL-LINE
      *   Breaks to a new department group when the department code
      *   changes, formats one open position - the days open are
      *   counted from the vacant date to the run date - and
      *   advances to the next record.
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

           MOVE SPACES            TO WS-DETAIL-LINE
           MOVE SRT-POS-NO        TO DET-POS-NO
           MOVE SRT-TITLE         TO DET-TITLE
           MOVE SRT-GRADE-CD      TO DET-GRADE
           MOVE SRT-BUDGET-SALARY TO DET-BUDGET

           IF SRT-VACANT-DATE = ZEROS
               ADD 1 TO WS-NO-DATE-COUNT
               MOVE 'NOT KNOWN'   TO DET-VACANT-NONE
               MOVE SPACES        TO DET-DAYS-NONE
           ELSE
               MOVE SRT-VACANT-DATE TO DET-VACANT-DATE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE (SRT-VACANT-DATE)
      * A position opened with a future vacant date (a scheduled
      * termination) has not been open a day yet
               IF WS-DAYS < 0
                   MOVE ZEROS     TO WS-DAYS
               END-IF
               MOVE WS-DAYS       TO DET-DAYS
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT

           ADD 1                 TO WS-RECORDS-PRINTED
           ADD 1                 TO WS-DEPT-OPEN-COUNT
           ADD SRT-BUDGET-SALARY TO WS-DEPT-BUDGET
           ADD SRT-BUDGET-SALARY TO WS-GRAND-BUDGET

           PERFORM RETURN-SORT-RECORD.

      *****************************************************************
      * START-DEPT-GROUP
      *   Opens a new department group - resolves the department
      *   name, clears the department accumulators and prints the
      *   department heading.
      *****************************************************************
       START-DEPT-GROUP.
           MOVE SRT-DEPT-CD TO WS-CURRENT-DEPT-CD
           PERFORM FIND-DEPT
           MOVE ZEROS TO WS-DEPT-OPEN-COUNT
                         WS-DEPT-BUDGET

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
      *   Closes the department group just printed with its open
      *   count and budgeted salary.
      *****************************************************************
       PRINT-DEPT-TOTAL.
           MOVE WS-DEPT-OPEN-COUNT  TO DEPT-TOT-COUNT
           MOVE WS-DEPT-BUDGET      TO DEPT-TOT-BUDGET
           MOVE WS-DEPT-TOTAL-LINE  TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page - title, run date and page
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

      *****************************************************************
      * PRINT-VACANCY-TOTALS
      *   The grand total of open positions and their budget, then
      *   the positions read by status - open plus filled plus
      *   closed (plus any unknown status) is the whole file.
      *****************************************************************
       PRINT-VACANCY-TOTALS.
           MOVE WS-RECORDS-PRINTED  TO GRD-TOT-COUNT
           MOVE WS-GRAND-BUDGET     TO GRD-TOT-BUDGET
           MOVE WS-GRAND-TOTAL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 3 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'POSITIONS READ          :' TO CNT-LABEL
           MOVE WS-RECORDS-READ            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'OPEN                    :' TO CNT-LABEL
           MOVE WS-OPEN-COUNT              TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'FILLED                  :' TO CNT-LABEL
           MOVE WS-FILLED-COUNT            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'CLOSED                  :' TO CNT-LABEL
           MOVE WS-CLOSED-COUNT            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           IF WS-OTHER-COUNT > 0
               MOVE SPACES                     TO WS-COUNT-LINE
               MOVE 'UNKNOWN STATUS          :' TO CNT-LABEL
               MOVE WS-OTHER-COUNT             TO CNT-VALUE
               MOVE WS-COUNT-LINE              TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'OPEN, NO VACANT DATE    :' TO CNT-LABEL
           MOVE WS-NO-DATE-COUNT           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
