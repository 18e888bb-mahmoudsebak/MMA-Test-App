      *****************************************************************
      * PROGRAM: helloloa.cbl
      *
      * Weekly leave-of-absence report.  Status 'L' used to be set
      * and cleared by hand on HELLOMNT with nothing to say why or
      * until when, so payroll kept paying - or docking - people
      * nobody had checked on.  The 'L' leave-start transaction now
      * stores a reason and an expected return date on the employee
      * and the 'B' return clears them; this report reads EMPFILE
      * once a week and prints two sections:
      *
      *   - everyone on leave, with the reason, the expected return
      *     date and the days until it;
      *   - everyone past their expected return date who has not
      *     been returned, with the days overdue.  An on-leave
      *     record with no expected return date (leave flagged by
      *     hand before the transaction existed) is listed here too,
      *     because nobody knows when that employee is due back.
      *
      * RETURN-CODE is 0 when nobody is overdue and 4 when the
      * overdue section has anything on it, so operations routes
      * the report to HR and payroll that morning.
      *
      * MODIFICATION HISTORY
      *   Original weekly leave and overdue-return report.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Replaced the stored age with the date of birth in the
      *   employee record area to stay in step with the record.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOLOA.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE       ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.

           SELECT LOARPT        ASSIGN TO LOARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOARPT-STATUS.

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
               88  EMP-LEAVE-MEDICAL      VALUE 'MD'.
               88  EMP-LEAVE-PARENTAL     VALUE 'PL'.
               88  EMP-LEAVE-PERSONAL     VALUE 'PE'.
               88  EMP-LEAVE-MILITARY     VALUE 'MI'.
               88  EMP-LEAVE-STUDY        VALUE 'ST'.
           05  EMP-RETURN-DATE  PIC 9(8).
           05  EMP-POSITION-NO  PIC X(6).
           05  EMP-BIRTH-DATE   PIC 9(8).

       FD  LOARPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOLOA - LEAVE OF ABSENCE REPORT'.
       01  WS-EMPFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPFILE-EOF                      VALUE '10'.
       01  WS-LOARPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.
       01  WS-SECTION-TITLE   PIC X(40)           VALUE SPACES.
       01  WS-DAYS            PIC S9(5) COMP      VALUE ZEROS.
       01  WS-REASON-TEXT     PIC X(10)           VALUE SPACES.

       01  WS-RECORDS-READ    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-ON-LEAVE-COUNT  PIC 9(6) COMP        VALUE ZEROS.
       01  WS-OVERDUE-COUNT   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-NO-DATE-COUNT   PIC 9(6) COMP        VALUE ZEROS.

      * Overdue employees collected during the one pass over EMPFILE
      * and printed as their own section after the on-leave list
       01  WS-OVD-COUNT       PIC 9(4) COMP        VALUE ZEROS.
       01  WS-OVD-MAX         PIC 9(4) COMP        VALUE 2000.
       01  WS-OVD-SUB         PIC 9(4) COMP        VALUE ZEROS.
       01  WS-OVD-FULL-SWITCH PIC X                VALUE 'N'.
           88  WS-OVD-TABLE-FULL                    VALUE 'Y'.
       01  WS-OVD-TABLE.
           05  WS-OVD-ENTRY OCCURS 2000 TIMES.
               10  WS-OVD-EMP-ID      PIC X(6).
               10  WS-OVD-NAME        PIC X(30).
               10  WS-OVD-DEPT-CD     PIC X(4).
               10  WS-OVD-MGR-ID      PIC X(6).
               10  WS-OVD-REASON      PIC X(10).
               10  WS-OVD-RETURN-DATE PIC 9(8).
               10  WS-OVD-DAYS        PIC S9(5) COMP.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'LEAVE OF ABSENCE / OVERDUE RETURNS'.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  HDR2-SECTION  PIC X(40).

       01  WS-HEADING-LINE-3.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(8)  VALUE 'EMP ID'.
           05  FILLER        PIC X(32) VALUE 'EMPLOYEE NAME'.
           05  FILLER        PIC X(6)  VALUE 'DEPT'.
           05  FILLER        PIC X(8)  VALUE 'MANAGER'.
           05  FILLER        PIC X(12) VALUE 'REASON'.
           05  FILLER        PIC X(12) VALUE 'DUE BACK'.
           05  FILLER        PIC X(20) VALUE 'DAYS'.

       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-NAME      PIC X(30).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-DEPT-CD   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-MGR-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-REASON    PIC X(10).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-RETURN-DATE PIC 9999/99/99.
           05  DET-RETURN-NONE REDEFINES DET-RETURN-DATE
                             PIC X(10).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-DAYS      PIC ZZ,ZZ9.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-DAYS-NOTE PIC X(8).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT  EMPFILE
           OPEN OUTPUT LOARPT

           MOVE 'EMPLOYEES ON LEAVE' TO WS-SECTION-TITLE
           PERFORM PRINT-PAGE-HEADINGS

           PERFORM READ-EMPFILE-RECORD
           PERFORM LIST-ONE-RECORD
               UNTIL WS-EMPFILE-EOF

           MOVE 'PAST EXPECTED RETURN - NOT RETURNED'
               TO WS-SECTION-TITLE
           PERFORM PRINT-PAGE-HEADINGS
           MOVE ZEROS TO WS-OVD-SUB
           PERFORM PRINT-OVERDUE-LINE
               UNTIL WS-OVD-SUB NOT < WS-OVD-COUNT

           PERFORM PRINT-LEAVE-TOTALS

           CLOSE EMPFILE
           CLOSE LOARPT

           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'ON LEAVE        : ' WS-ON-LEAVE-COUNT
           DISPLAY 'OVERDUE         : ' WS-OVERDUE-COUNT
           DISPLAY 'NO RETURN DATE  : ' WS-NO-DATE-COUNT

           IF WS-OVD-TABLE-FULL
               DISPLAY 'HELLOLOA0001W - OVERDUE TABLE FULL AT '
                       WS-OVD-MAX ' - LATER OVERDUE EMPLOYEES NOT '
                       'LISTED'
           END-IF

           IF WS-OVERDUE-COUNT > 0 OR WS-NO-DATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * READ-EMPFILE-RECORD
      *   Reads the next employee record in key sequence.
      *****************************************************************
       READ-EMPFILE-RECORD.
           READ EMPFILE NEXT RECORD
               AT END
                   SET WS-EMPFILE-EOF TO TRUE
           END-READ

           IF NOT WS-EMPFILE-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *****************************************************************
      * LIST-ONE-RECORD
      *   Prints an on-leave employee in the first section and
      *   holds them for the overdue section when the expected
      *   return date has passed or was never recorded.  Active and
      *   terminated records are skipped.
      *****************************************************************
       LIST-ONE-RECORD.
           IF EMP-ON-LEAVE
               ADD 1 TO WS-ON-LEAVE-COUNT
               PERFORM SPELL-LEAVE-REASON

               MOVE SPACES          TO WS-DETAIL-LINE
               MOVE EMP-ID          TO DET-EMP-ID
               MOVE EMP-NAME        TO DET-NAME
               MOVE EMP-DEPT-CD     TO DET-DEPT-CD
               MOVE EMP-MGR-ID      TO DET-MGR-ID
               MOVE WS-REASON-TEXT  TO DET-REASON

               IF EMP-RETURN-DATE IS NUMERIC AND
                  EMP-RETURN-DATE NOT = ZEROS
                   MOVE EMP-RETURN-DATE TO DET-RETURN-DATE
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE (EMP-RETURN-DATE) -
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   IF WS-DAYS < 0
                       ADD 1 TO WS-OVERDUE-COUNT
                       COMPUTE DET-DAYS = 0 - WS-DAYS
                       MOVE 'OVERDUE'  TO DET-DAYS-NOTE
                       PERFORM HOLD-OVERDUE-ENTRY
                   ELSE
                       MOVE WS-DAYS    TO DET-DAYS
                       MOVE 'TO GO'    TO DET-DAYS-NOTE
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-DATE-COUNT
                   MOVE 'NOT KNOWN'    TO DET-RETURN-NONE
                   MOVE ZEROS          TO WS-DAYS
                   PERFORM HOLD-OVERDUE-ENTRY
               END-IF

               PERFORM PRINT-DETAIL-LINE
           END-IF

           PERFORM READ-EMPFILE-RECORD.

       SPELL-LEAVE-REASON.
           EVALUATE TRUE
               WHEN EMP-LEAVE-MEDICAL
                   MOVE 'MEDICAL'    TO WS-REASON-TEXT
               WHEN EMP-LEAVE-PARENTAL
                   MOVE 'PARENTAL'   TO WS-REASON-TEXT
               WHEN EMP-LEAVE-PERSONAL
                   MOVE 'PERSONAL'   TO WS-REASON-TEXT
               WHEN EMP-LEAVE-MILITARY
                   MOVE 'MILITARY'   TO WS-REASON-TEXT
               WHEN EMP-LEAVE-STUDY
                   MOVE 'STUDY'      TO WS-REASON-TEXT
               WHEN EMP-LEAVE-REASON = SPACES
                   MOVE 'NOT KNOWN'  TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE EMP-LEAVE-REASON TO WS-REASON-TEXT
           END-EVALUATE.

       HOLD-OVERDUE-ENTRY.
           IF WS-OVD-COUNT < WS-OVD-MAX
               ADD 1 TO WS-OVD-COUNT
               MOVE EMP-ID         TO WS-OVD-EMP-ID (WS-OVD-COUNT)
               MOVE EMP-NAME       TO WS-OVD-NAME (WS-OVD-COUNT)
               MOVE EMP-DEPT-CD    TO WS-OVD-DEPT-CD (WS-OVD-COUNT)
               MOVE EMP-MGR-ID     TO WS-OVD-MGR-ID (WS-OVD-COUNT)
               MOVE WS-REASON-TEXT TO WS-OVD-REASON (WS-OVD-COUNT)
               IF EMP-RETURN-DATE IS NUMERIC
                   MOVE EMP-RETURN-DATE
                       TO WS-OVD-RETURN-DATE (WS-OVD-COUNT)
               ELSE
                   MOVE ZEROS TO WS-OVD-RETURN-DATE (WS-OVD-COUNT)
               END-IF
               COMPUTE WS-OVD-DAYS (WS-OVD-COUNT) = 0 - WS-DAYS
           ELSE
               SET WS-OVD-TABLE-FULL TO TRUE
           END-IF.

      *****************************************************************
      * PRINT-OVERDUE-LINE
      *   One line of the overdue section from the collected table -
      *   the days column is how long the employee is past the date
      *   they were expected back.
      *****************************************************************
       PRINT-OVERDUE-LINE.
           ADD 1 TO WS-OVD-SUB

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-OVD-EMP-ID (WS-OVD-SUB)  TO DET-EMP-ID
           MOVE WS-OVD-NAME (WS-OVD-SUB)    TO DET-NAME
           MOVE WS-OVD-DEPT-CD (WS-OVD-SUB) TO DET-DEPT-CD
           MOVE WS-OVD-MGR-ID (WS-OVD-SUB)  TO DET-MGR-ID
           MOVE WS-OVD-REASON (WS-OVD-SUB)  TO DET-REASON

           IF WS-OVD-RETURN-DATE (WS-OVD-SUB) = ZEROS
               MOVE 'NOT KNOWN'  TO DET-RETURN-NONE
               MOVE 'NO DATE'    TO DET-DAYS-NOTE
           ELSE
               MOVE WS-OVD-RETURN-DATE (WS-OVD-SUB)
                                 TO DET-RETURN-DATE
               MOVE WS-OVD-DAYS (WS-OVD-SUB) TO DET-DAYS
               MOVE 'OVERDUE'    TO DET-DAYS-NOTE
           END-IF

           PERFORM PRINT-DETAIL-LINE.

       PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page - title, the section being
      *   printed, the column headings - and resets the line
      *   counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-SECTION-TITLE  TO HDR2-SECTION
           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE WS-HEADING-LINE-3 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           ADD 3 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-LEAVE-TOTALS
      *   Read/on-leave/overdue counts at the foot of the report.
      *****************************************************************
       PRINT-LEAVE-TOTALS.
           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'RECORDS READ            :' TO CNT-LABEL
           MOVE WS-RECORDS-READ            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'ON LEAVE                :' TO CNT-LABEL
           MOVE WS-ON-LEAVE-COUNT          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'PAST EXPECTED RETURN    :' TO CNT-LABEL
           MOVE WS-OVERDUE-COUNT           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'NO EXPECTED RETURN DATE :' TO CNT-LABEL
           MOVE WS-NO-DATE-COUNT           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
