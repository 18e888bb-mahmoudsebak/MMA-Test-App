      *****************************************************************
      * PROGRAM: hellomov.cbl
      *
      * Monthly headcount movement and turnover schedule.  Finance
      * and HR both want the standard month-end movement schedule,
      * and until now it was counted by hand from the listing.  For
      * each department this program prints the opening headcount,
      * the month's hires, rehires, terminations and transfers in
      * and out, and the closing headcount, with the monthly and
      * rolling twelve-month turnover rates.
      *
      * The movements come from the audit trail for the closed
      * period: an 'A' with no before-image is a hire and one whose
      * before-image is the terminated record is a rehire, a 'T' is
      * a termination, and a 'D' moves one head from AUD-OLD-DEPT-CD
      * to AUD-NEW-DEPT-CD.  The opening headcount is the previous
      * period's closing, carried forward on the PROD.APP.MOVHIST
      * GDG (hellomvh.cpy), and the closing is opening plus
      * movements - so the schedule is built, not tallied.
      *
      * The schedule must then prove: the closing is balanced,
      * department by department, to the month-end EMPFILE count -
      * records still on payroll (active or on leave), less the
      * heads the audit trail says moved after the period closed,
      * because the month-end job runs a few days into the new
      * month.  Any department that does not prove is flagged and
      * the step ends RC 8.
      *
      * Turnover is terminations over the average of opening and
      * closing headcount; the rolling rate sums the last twelve
      * periods' terminations over their average headcount, from the
      * history generation.  On the very first run there is no
      * history: the opening is derived back from the proven month-
      * end count, the schedule says so, and the step ends RC 4.
      *
      * PARM is the CLOSED period CCYYMM - run it from the month-end
      * job before HELLOARC trims that period off the live trail.
      *
      * MODIFICATION HISTORY
      *   Original monthly headcount movement and turnover schedule.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Replaced the stored age with the date of birth in the
      *   employee record area to stay in step with the record.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOMOV.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE       ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT DEPTFILE      ASSIGN TO DEPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT MOVHIN        ASSIGN TO MOVHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVHIN-STATUS.

           SELECT MOVHOUT       ASSIGN TO MOVHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVHOUT-STATUS.

           SELECT MOVRPT        ASSIGN TO MOVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVRPT-STATUS.

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

      * Last month's movement history generation
       FD  MOVHIN
           RECORDING MODE IS F.
       COPY HELLOMVH.

      * This month's movement history generation
       FD  MOVHOUT
           RECORDING MODE IS F.
       COPY HELLOMVH REPLACING LEADING ==MVH== BY ==MVO==
                               ==MOVE-HIST-RECORD== BY
                               ==MOVE-HIST-OUT-RECORD==.

       FD  MOVRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.
      * The before-image of an 'A' audit record, to tell a rehire
      * (the terminated record it rebuilt) from a brand-new hire
       01  WS-OLD-IMAGE.
           05  OLD-EMP-ID        PIC X(6).
           05  FILLER            PIC X(55).
           05  OLD-STATUS-CD     PIC X.
               88  OLD-TERMINATED         VALUE 'T'.
           05  FILLER            PIC X(40).

      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOMOV - HEADCOUNT MOVEMENT AND TURNOVER'.
       01  WS-EMPFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPFILE-OK                      VALUE '00'.
           88  WS-EMPFILE-EOF                     VALUE '10'.
       01  WS-AUDITLOG-STATUS PIC XX             VALUE ZEROS.
           88  WS-AUDITLOG-EOF                     VALUE '10'.
       01  WS-DEPTFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-DEPTFILE-EOF                     VALUE '10'.
       01  WS-MOVHIN-STATUS   PIC XX             VALUE ZEROS.
           88  WS-MOVHIN-EOF                       VALUE '10'.
       01  WS-MOVHOUT-STATUS  PIC XX             VALUE ZEROS.
       01  WS-MOVRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-REPORT-PERIOD   PIC 9(6)            VALUE ZEROS.
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-REPORT-CCYY PIC 9(4).
           05  WS-REPORT-MM   PIC 99.
       01  WS-AUD-PERIOD      PIC 9(6)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.

      * Periods as a running month number (CCYY * 12 + MM), so the
      * twelve-month window crosses year ends without special cases
       01  WS-REPORT-MONTH-NO PIC 9(6) COMP        VALUE ZEROS.
       01  WS-HIST-MONTH-NO   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-HIST-PERIOD     PIC 9(6)            VALUE ZEROS.
       01  WS-HIST-PERIOD-R REDEFINES WS-HIST-PERIOD.
           05  WS-HIST-CCYY   PIC 9(4).
           05  WS-HIST-MM     PIC 99.

       01  WS-PRIOR-SWITCH    PIC X               VALUE 'N'.
           88  WS-PRIOR-FOUND                      VALUE 'Y'.
       01  WS-EMP-READ        PIC 9(6) COMP       VALUE ZEROS.
       01  WS-AUD-READ        PIC 9(6) COMP       VALUE ZEROS.
       01  WS-HIST-READ       PIC 9(6) COMP       VALUE ZEROS.
       01  WS-HIST-WRITTEN    PIC 9(6) COMP       VALUE ZEROS.
       01  WS-OUT-OF-BALANCE  PIC 9(6) COMP       VALUE ZEROS.

      * History records kept for the next generation - the eleven
      * periods before this one
       01  WS-KEEP-COUNT      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-KEEP-SUB        PIC 9(4) COMP       VALUE ZEROS.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY OCCURS 1200 TIMES.
               10  WS-KEEP-RECORD    PIC X(28).

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

      * Per-department movement accumulators.  The table is seeded
      * in DEPTFILE order so the schedule prints in the same order
      * as every other departmental report; a code that turns up
      * only on the trail or the file is added at the end.
       01  WS-MOV-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-MOV-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-MOV-FOUND-SWITCH PIC X              VALUE 'N'.
           88  WS-MOV-FOUND                        VALUE 'Y'.
       01  WS-MOV-WORK-CD     PIC X(4)            VALUE SPACES.
       01  WS-MOVE-TABLE.
           05  WS-MOV-ENTRY OCCURS 120 TIMES.
               10  WS-MOV-DEPT-CD    PIC X(4).
               10  WS-MOV-OPENING    PIC S9(6) COMP.
               10  WS-MOV-HIRES      PIC 9(6) COMP.
               10  WS-MOV-REHIRES    PIC 9(6) COMP.
               10  WS-MOV-TERMS      PIC 9(6) COMP.
               10  WS-MOV-XFER-IN    PIC 9(6) COMP.
               10  WS-MOV-XFER-OUT   PIC 9(6) COMP.
               10  WS-MOV-CLOSING    PIC S9(6) COMP.
               10  WS-MOV-ON-FILE    PIC 9(6) COMP.
               10  WS-MOV-LATER-NET  PIC S9(6) COMP.
               10  WS-MOV-FILE-CLOSE PIC S9(6) COMP.
               10  WS-MOV-HIST-TERMS PIC 9(6) COMP.
               10  WS-MOV-HIST-HEADS PIC 9(8) COMP.
               10  WS-MOV-HIST-MONTHS PIC 9(3) COMP.

      * Company totals
       01  WS-TOT-OPENING     PIC S9(7) COMP      VALUE ZEROS.
       01  WS-TOT-HIRES       PIC 9(7) COMP       VALUE ZEROS.
       01  WS-TOT-REHIRES     PIC 9(7) COMP       VALUE ZEROS.
       01  WS-TOT-TERMS       PIC 9(7) COMP       VALUE ZEROS.
       01  WS-TOT-XFER-IN     PIC 9(7) COMP       VALUE ZEROS.
       01  WS-TOT-XFER-OUT    PIC 9(7) COMP       VALUE ZEROS.
       01  WS-TOT-CLOSING     PIC S9(7) COMP      VALUE ZEROS.
       01  WS-TOT-ON-FILE     PIC 9(7) COMP       VALUE ZEROS.
       01  WS-TOT-FILE-CLOSE  PIC S9(7) COMP      VALUE ZEROS.
       01  WS-TOT-HIST-TERMS  PIC 9(7) COMP       VALUE ZEROS.
       01  WS-TOT-HIST-HEADS  PIC 9(9) COMP       VALUE ZEROS.
       01  WS-TOT-HIST-MONTHS PIC 9(3) COMP       VALUE ZEROS.

      * Turnover arithmetic
       01  WS-NET-MOVEMENT    PIC S9(7) COMP      VALUE ZEROS.
       01  WS-DIFFERENCE      PIC S9(7) COMP      VALUE ZEROS.
       01  WS-CALC-TERMS      PIC 9(7) COMP       VALUE ZEROS.
       01  WS-CALC-HEADS      PIC S9(9) COMP      VALUE ZEROS.
       01  WS-CALC-MONTHS     PIC 9(3) COMP       VALUE ZEROS.
       01  WS-MONTH-PCT       PIC 9(3)V99         VALUE ZEROS.
       01  WS-ROLLING-PCT     PIC 9(3)V99         VALUE ZEROS.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'HEADCOUNT MOVEMENT AND TURNOVER'.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(8)  VALUE 'PERIOD: '.
           05  HDR2-PERIOD   PIC 9999/99.

       01  WS-HEADING-LINE-3.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(6)  VALUE 'DEPT'.
           05  FILLER        PIC X(21) VALUE 'DEPARTMENT NAME'.
           05  FILLER        PIC X(8)  VALUE '    OPEN'.
           05  FILLER        PIC X(8)  VALUE '   HIRES'.
           05  FILLER        PIC X(8)  VALUE ' REHIRES'.
           05  FILLER        PIC X(8)  VALUE '   TERMS'.
           05  FILLER        PIC X(8)  VALUE ' XFER IN'.
           05  FILLER        PIC X(8)  VALUE 'XFER OUT'.
           05  FILLER        PIC X(8)  VALUE '   CLOSE'.
           05  FILLER        PIC X(8)  VALUE ' ON FILE'.
           05  FILLER        PIC X(8)  VALUE '    DIFF'.
           05  FILLER        PIC X(8)  VALUE '   MTH %'.
           05  FILLER        PIC X(8)  VALUE '   12M %'.
           05  FILLER        PIC X(4)  VALUE ' MOS'.

       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-DEPT-CD   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-DEPT-NAME PIC X(20).
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-OPENING   PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-HIRES     PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-REHIRES   PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-TERMS     PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-XFER-IN   PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-XFER-OUT  PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-CLOSING   PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-FILE-CLOSE PIC ZZZZZ9-.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-DIFF      PIC ZZZZZ9-.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-MONTH-PCT PIC ZZ9.99.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-ROLL-PCT  PIC ZZ9.99.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-MONTHS    PIC Z9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-FLAG      PIC X(12).

       01  WS-NOTE-LINE.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  NOTE-TEXT     PIC X(100).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

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
           PERFORM LOAD-MOVE-HISTORY

           PERFORM COUNT-EMPFILE
           PERFORM SCAN-AUDIT-TRAIL

           PERFORM PROVE-CLOSING-POSITIONS

           OPEN OUTPUT MOVRPT
           PERFORM PRINT-PAGE-HEADINGS
           PERFORM PRINT-MOVEMENT-SCHEDULE
           PERFORM PRINT-MOVEMENT-TOTALS
           CLOSE MOVRPT

           PERFORM WRITE-MOVE-HISTORY

           DISPLAY 'EMPLOYEE RECORDS   : ' WS-EMP-READ
           DISPLAY 'AUDIT RECORDS READ : ' WS-AUD-READ
           DISPLAY 'HISTORY WRITTEN    : ' WS-HIST-WRITTEN
           DISPLAY 'OUT OF BALANCE     : ' WS-OUT-OF-BALANCE

           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE > 0
                   DISPLAY 'HELLOMOV0003E - CLOSING HEADCOUNT DOES '
                           'NOT PROVE TO EMPFILE'
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-PRIOR-FOUND
                   DISPLAY 'HELLOMOV0004W - NO MOVEMENT HISTORY FOR '
                           'THE PRIOR PERIOD - OPENING DERIVED'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      * End the program
           GOBACK.

      *****************************************************************
      * UNPACK-PARM
      *   The closed period CCYYMM.  Refuses to run without one -
      *   defaulting the period could roll the schedule forward over
      *   the wrong month.
      *****************************************************************
       UNPACK-PARM.
           IF PARM-LENGTH < 6 OR PARM-PERIOD NOT NUMERIC
               DISPLAY 'HELLOMOV0001E - PARM MUST BE THE CLOSED '
                       'PERIOD CCYYMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PARM-PERIOD TO WS-REPORT-PERIOD

           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12 OR
              WS-REPORT-PERIOD NOT < WS-RUN-DATE (1:6)
               DISPLAY 'HELLOMOV0002E - PERIOD MUST BE A CLOSED '
                       'MONTH CCYYMM: ' WS-REPORT-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-REPORT-MONTH-NO =
               WS-REPORT-CCYY * 12 + WS-REPORT-MM.

      *****************************************************************
      * LOAD-DEPT-TABLE
      *   Reads the finance-maintained DEPTFILE reference file into
      *   the department table, and seeds the movement table in the
      *   same order.
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
               MOVE DEPT-CD   TO WS-MOV-WORK-CD
               PERFORM FIND-MOVE-ENTRY
           END-IF.

      *****************************************************************
      * LOAD-MOVE-HISTORY
      *   Reads last month's history generation.  The prior
      *   period's closing becomes this period's opening; the
      *   eleven periods before this one feed the rolling rate and
      *   are kept for the next generation.  A record for this
      *   period or later is a re-run's leftovers and is dropped.
      *****************************************************************
       LOAD-MOVE-HISTORY.
           OPEN INPUT MOVHIN

           PERFORM READ-HISTORY-RECORD
           PERFORM APPLY-HISTORY-RECORD
               UNTIL WS-MOVHIN-EOF

           CLOSE MOVHIN.

       READ-HISTORY-RECORD.
           READ MOVHIN
               AT END
                   SET WS-MOVHIN-EOF TO TRUE
           END-READ.

       APPLY-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ
           MOVE MVH-PERIOD TO WS-HIST-PERIOD
           COMPUTE WS-HIST-MONTH-NO = WS-HIST-CCYY * 12 + WS-HIST-MM

           IF WS-HIST-MONTH-NO < WS-REPORT-MONTH-NO AND
              WS-HIST-MONTH-NO + 12 > WS-REPORT-MONTH-NO
               MOVE MVH-DEPT-CD TO WS-MOV-WORK-CD
               PERFORM FIND-MOVE-ENTRY
               IF WS-MOV-SUB > ZEROS
                   ADD MVH-TERMS TO WS-MOV-HIST-TERMS (WS-MOV-SUB)
                   COMPUTE WS-MOV-HIST-HEADS (WS-MOV-SUB) =
                       WS-MOV-HIST-HEADS (WS-MOV-SUB) +
                       MVH-OPENING + MVH-CLOSING
                   ADD 1 TO WS-MOV-HIST-MONTHS (WS-MOV-SUB)
                   IF WS-HIST-MONTH-NO + 1 = WS-REPORT-MONTH-NO
                       SET WS-PRIOR-FOUND TO TRUE
                       MOVE MVH-CLOSING
                           TO WS-MOV-OPENING (WS-MOV-SUB)
                   END-IF
               END-IF
               IF WS-KEEP-COUNT < 1200
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE MOVE-HIST-RECORD
                       TO WS-KEEP-RECORD (WS-KEEP-COUNT)
               END-IF
           END-IF

           PERFORM READ-HISTORY-RECORD.

      *****************************************************************
      * COUNT-EMPFILE
      *   Today's headcount by department - every record still on
      *   payroll, active or on leave.  Terminated records wait on
      *   the file for the retention purge and do not count.
      *****************************************************************
       COUNT-EMPFILE.
           OPEN INPUT EMPFILE

           PERFORM READ-EMPFILE-RECORD
           PERFORM COUNT-ONE-EMPLOYEE
               UNTIL WS-EMPFILE-EOF

           CLOSE EMPFILE.

       READ-EMPFILE-RECORD.
           READ EMPFILE NEXT RECORD
               AT END
                   SET WS-EMPFILE-EOF TO TRUE
           END-READ.

       COUNT-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-READ

           IF NOT EMP-TERMINATED
               MOVE EMP-DEPT-CD TO WS-MOV-WORK-CD
               PERFORM FIND-MOVE-ENTRY
               IF WS-MOV-SUB > ZEROS
                   ADD 1 TO WS-MOV-ON-FILE (WS-MOV-SUB)
               END-IF
           END-IF

           PERFORM READ-EMPFILE-RECORD.

      *****************************************************************
      * SCAN-AUDIT-TRAIL
      *   Period records are the month's movements; records stamped
      *   after the period are the heads that moved since month-end
      *   and are backed out of today's count for the proof.
      *****************************************************************
       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDITLOG

           PERFORM READ-AUDIT-RECORD
           PERFORM SELECT-AUDIT-RECORD
               UNTIL WS-AUDITLOG-EOF

           CLOSE AUDITLOG.

       READ-AUDIT-RECORD.
           READ AUDITLOG
               AT END
                   SET WS-AUDITLOG-EOF TO TRUE
           END-READ

           IF NOT WS-AUDITLOG-EOF
               ADD 1 TO WS-AUD-READ
           END-IF.

       SELECT-AUDIT-RECORD.
           MOVE AUD-DATE (1:6) TO WS-AUD-PERIOD

           EVALUATE TRUE
               WHEN WS-AUD-PERIOD = WS-REPORT-PERIOD
                   PERFORM COUNT-PERIOD-MOVEMENT
               WHEN WS-AUD-PERIOD > WS-REPORT-PERIOD
                   PERFORM COUNT-LATER-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-AUDIT-RECORD.

      *****************************************************************
      * COUNT-PERIOD-MOVEMENT
      *   One of the month's movements, by change type.  Only hires,
      *   terminations and transfers move heads between departments
      *   or on and off payroll; every other type leaves the count.
      *****************************************************************
       COUNT-PERIOD-MOVEMENT.
           EVALUATE TRUE
               WHEN AUD-NEW-HIRE
                   MOVE AUD-NEW-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       MOVE AUD-OLD-IMAGE TO WS-OLD-IMAGE
                       IF AUD-OLD-IMAGE NOT = SPACES AND
                          OLD-TERMINATED
                           ADD 1 TO WS-MOV-REHIRES (WS-MOV-SUB)
                       ELSE
                           ADD 1 TO WS-MOV-HIRES (WS-MOV-SUB)
                       END-IF
                   END-IF
               WHEN AUD-TERMINATION
                   MOVE AUD-OLD-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       ADD 1 TO WS-MOV-TERMS (WS-MOV-SUB)
                   END-IF
               WHEN AUD-DEPT-TRANSFER AND
                    AUD-OLD-DEPT-CD NOT = AUD-NEW-DEPT-CD
                   MOVE AUD-OLD-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       ADD 1 TO WS-MOV-XFER-OUT (WS-MOV-SUB)
                   END-IF
                   MOVE AUD-NEW-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       ADD 1 TO WS-MOV-XFER-IN (WS-MOV-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * COUNT-LATER-MOVEMENT
      *   A movement after month-end - its net effect on today's
      *   count, to be backed out for the proof.
      *****************************************************************
       COUNT-LATER-MOVEMENT.
           EVALUATE TRUE
               WHEN AUD-NEW-HIRE
                   MOVE AUD-NEW-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       ADD 1 TO WS-MOV-LATER-NET (WS-MOV-SUB)
                   END-IF
               WHEN AUD-TERMINATION
                   MOVE AUD-OLD-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       SUBTRACT 1 FROM WS-MOV-LATER-NET (WS-MOV-SUB)
                   END-IF
               WHEN AUD-DEPT-TRANSFER AND
                    AUD-OLD-DEPT-CD NOT = AUD-NEW-DEPT-CD
                   MOVE AUD-OLD-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       SUBTRACT 1 FROM WS-MOV-LATER-NET (WS-MOV-SUB)
                   END-IF
                   MOVE AUD-NEW-DEPT-CD TO WS-MOV-WORK-CD
                   PERFORM FIND-MOVE-ENTRY
                   IF WS-MOV-SUB > ZEROS
                       ADD 1 TO WS-MOV-LATER-NET (WS-MOV-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * PROVE-CLOSING-POSITIONS
      *   Per department: month-end count from the file (today's
      *   count less the later movements), closing from opening plus
      *   the month's movements.  With no prior history the opening
      *   is derived back from the month-end count instead.
      *****************************************************************
       PROVE-CLOSING-POSITIONS.
           MOVE ZEROS TO WS-MOV-SUB
           PERFORM PROVE-ONE-DEPARTMENT
               UNTIL WS-MOV-SUB NOT < WS-MOV-COUNT.

       PROVE-ONE-DEPARTMENT.
           ADD 1 TO WS-MOV-SUB

           COMPUTE WS-MOV-FILE-CLOSE (WS-MOV-SUB) =
               WS-MOV-ON-FILE (WS-MOV-SUB) -
               WS-MOV-LATER-NET (WS-MOV-SUB)

           COMPUTE WS-NET-MOVEMENT =
               WS-MOV-HIRES (WS-MOV-SUB) +
               WS-MOV-REHIRES (WS-MOV-SUB) -
               WS-MOV-TERMS (WS-MOV-SUB) +
               WS-MOV-XFER-IN (WS-MOV-SUB) -
               WS-MOV-XFER-OUT (WS-MOV-SUB)

           IF NOT WS-PRIOR-FOUND
               COMPUTE WS-MOV-OPENING (WS-MOV-SUB) =
                   WS-MOV-FILE-CLOSE (WS-MOV-SUB) - WS-NET-MOVEMENT
           END-IF

           COMPUTE WS-MOV-CLOSING (WS-MOV-SUB) =
               WS-MOV-OPENING (WS-MOV-SUB) + WS-NET-MOVEMENT

           IF WS-MOV-CLOSING (WS-MOV-SUB) NOT =
              WS-MOV-FILE-CLOSE (WS-MOV-SUB)
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.

      *****************************************************************
      * PRINT-MOVEMENT-SCHEDULE
      *   One line per department with anything to show - a
      *   headcount at either end of the month or a movement in it.
      *****************************************************************
       PRINT-MOVEMENT-SCHEDULE.
           MOVE ZEROS TO WS-MOV-SUB
           PERFORM PRINT-ONE-DEPARTMENT
               UNTIL WS-MOV-SUB NOT < WS-MOV-COUNT.

       PRINT-ONE-DEPARTMENT.
           ADD 1 TO WS-MOV-SUB

           IF WS-MOV-OPENING (WS-MOV-SUB) NOT = ZEROS OR
              WS-MOV-CLOSING (WS-MOV-SUB) NOT = ZEROS OR
              WS-MOV-FILE-CLOSE (WS-MOV-SUB) NOT = ZEROS OR
              WS-MOV-HIRES (WS-MOV-SUB) > ZEROS OR
              WS-MOV-REHIRES (WS-MOV-SUB) > ZEROS OR
              WS-MOV-TERMS (WS-MOV-SUB) > ZEROS OR
              WS-MOV-XFER-IN (WS-MOV-SUB) > ZEROS OR
              WS-MOV-XFER-OUT (WS-MOV-SUB) > ZEROS
               PERFORM FORMAT-DEPARTMENT-LINE
           END-IF.

       FORMAT-DEPARTMENT-LINE.
           MOVE SPACES TO DET-FLAG
           MOVE WS-MOV-DEPT-CD (WS-MOV-SUB) TO DET-DEPT-CD
                                               WS-LOOKUP-DEPT-CD
           PERFORM FIND-DEPT-NAME
           MOVE WS-LOOKUP-DEPT-NAME         TO DET-DEPT-NAME

           MOVE WS-MOV-OPENING (WS-MOV-SUB)    TO DET-OPENING
           MOVE WS-MOV-HIRES (WS-MOV-SUB)      TO DET-HIRES
           MOVE WS-MOV-REHIRES (WS-MOV-SUB)    TO DET-REHIRES
           MOVE WS-MOV-TERMS (WS-MOV-SUB)      TO DET-TERMS
           MOVE WS-MOV-XFER-IN (WS-MOV-SUB)    TO DET-XFER-IN
           MOVE WS-MOV-XFER-OUT (WS-MOV-SUB)   TO DET-XFER-OUT
           MOVE WS-MOV-CLOSING (WS-MOV-SUB)    TO DET-CLOSING
           MOVE WS-MOV-FILE-CLOSE (WS-MOV-SUB) TO DET-FILE-CLOSE
           COMPUTE WS-DIFFERENCE =
               WS-MOV-CLOSING (WS-MOV-SUB) -
               WS-MOV-FILE-CLOSE (WS-MOV-SUB)
           MOVE WS-DIFFERENCE                  TO DET-DIFF

           MOVE WS-MOV-TERMS (WS-MOV-SUB)      TO WS-CALC-TERMS
           COMPUTE WS-CALC-HEADS =
               WS-MOV-OPENING (WS-MOV-SUB) +
               WS-MOV-CLOSING (WS-MOV-SUB)
           MOVE 1 TO WS-CALC-MONTHS
           PERFORM COMPUTE-TURNOVER-RATE
           MOVE WS-ROLLING-PCT TO WS-MONTH-PCT

           COMPUTE WS-CALC-TERMS =
               WS-MOV-TERMS (WS-MOV-SUB) +
               WS-MOV-HIST-TERMS (WS-MOV-SUB)
           COMPUTE WS-CALC-HEADS =
               WS-MOV-OPENING (WS-MOV-SUB) +
               WS-MOV-CLOSING (WS-MOV-SUB) +
               WS-MOV-HIST-HEADS (WS-MOV-SUB)
           COMPUTE WS-CALC-MONTHS =
               WS-MOV-HIST-MONTHS (WS-MOV-SUB) + 1
           PERFORM COMPUTE-TURNOVER-RATE

           MOVE WS-MONTH-PCT   TO DET-MONTH-PCT
           MOVE WS-ROLLING-PCT TO DET-ROLL-PCT
           MOVE WS-CALC-MONTHS TO DET-MONTHS

           IF WS-DIFFERENCE NOT = ZEROS
               MOVE '** OUT **   ' TO DET-FLAG
           END-IF

           ADD WS-MOV-OPENING (WS-MOV-SUB)    TO WS-TOT-OPENING
           ADD WS-MOV-HIRES (WS-MOV-SUB)      TO WS-TOT-HIRES
           ADD WS-MOV-REHIRES (WS-MOV-SUB)    TO WS-TOT-REHIRES
           ADD WS-MOV-TERMS (WS-MOV-SUB)      TO WS-TOT-TERMS
           ADD WS-MOV-XFER-IN (WS-MOV-SUB)    TO WS-TOT-XFER-IN
           ADD WS-MOV-XFER-OUT (WS-MOV-SUB)   TO WS-TOT-XFER-OUT
           ADD WS-MOV-CLOSING (WS-MOV-SUB)    TO WS-TOT-CLOSING
           ADD WS-MOV-ON-FILE (WS-MOV-SUB)    TO WS-TOT-ON-FILE
           ADD WS-MOV-FILE-CLOSE (WS-MOV-SUB) TO WS-TOT-FILE-CLOSE
           ADD WS-MOV-HIST-TERMS (WS-MOV-SUB) TO WS-TOT-HIST-TERMS
           ADD WS-MOV-HIST-HEADS (WS-MOV-SUB) TO WS-TOT-HIST-HEADS
           IF WS-MOV-HIST-MONTHS (WS-MOV-SUB) > WS-TOT-HIST-MONTHS
               MOVE WS-MOV-HIST-MONTHS (WS-MOV-SUB)
                   TO WS-TOT-HIST-MONTHS
           END-IF

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * COMPUTE-TURNOVER-RATE
      *   Terminations as a percentage of average headcount over the
      *   months given - WS-CALC-HEADS holds the sum of opening plus
      *   closing for each month, so the average is that sum over
      *   twice the months.  No heads, no rate.
      *****************************************************************
       COMPUTE-TURNOVER-RATE.
           MOVE ZEROS TO WS-ROLLING-PCT

           IF WS-CALC-HEADS > ZEROS AND WS-CALC-MONTHS > ZEROS
               COMPUTE WS-ROLLING-PCT ROUNDED =
                   WS-CALC-TERMS * 100 * 2 * WS-CALC-MONTHS
                       / WS-CALC-HEADS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ROLLING-PCT
               END-COMPUTE
           END-IF.

      *****************************************************************
      * FIND-MOVE-ENTRY
      *   Finds (or opens) the movement entry for the department in
      *   WS-MOV-WORK-CD, leaving its subscript in WS-MOV-SUB - zero
      *   when the table is full.
      *****************************************************************
       FIND-MOVE-ENTRY.
           MOVE 'N'   TO WS-MOV-FOUND-SWITCH
           MOVE ZEROS TO WS-MOV-SUB

           PERFORM SCAN-MOVE-ENTRY
               UNTIL WS-MOV-FOUND OR WS-MOV-SUB NOT < WS-MOV-COUNT

           IF NOT WS-MOV-FOUND
               IF WS-MOV-COUNT < 120
                   ADD 1 TO WS-MOV-COUNT
                   MOVE WS-MOV-COUNT   TO WS-MOV-SUB
                   MOVE WS-MOV-WORK-CD TO WS-MOV-DEPT-CD (WS-MOV-SUB)
                   MOVE ZEROS TO WS-MOV-OPENING (WS-MOV-SUB)
                                 WS-MOV-HIRES (WS-MOV-SUB)
                                 WS-MOV-REHIRES (WS-MOV-SUB)
                                 WS-MOV-TERMS (WS-MOV-SUB)
                                 WS-MOV-XFER-IN (WS-MOV-SUB)
                                 WS-MOV-XFER-OUT (WS-MOV-SUB)
                                 WS-MOV-CLOSING (WS-MOV-SUB)
                                 WS-MOV-ON-FILE (WS-MOV-SUB)
                                 WS-MOV-LATER-NET (WS-MOV-SUB)
                                 WS-MOV-FILE-CLOSE (WS-MOV-SUB)
                                 WS-MOV-HIST-TERMS (WS-MOV-SUB)
                                 WS-MOV-HIST-HEADS (WS-MOV-SUB)
                                 WS-MOV-HIST-MONTHS (WS-MOV-SUB)
               ELSE
                   DISPLAY 'HELLOMOV0005W - MOVEMENT TABLE FULL, '
                           'DEPARTMENT NOT COUNTED: ' WS-MOV-WORK-CD
                   ADD 1 TO WS-OUT-OF-BALANCE
                   MOVE ZEROS TO WS-MOV-SUB
               END-IF
           END-IF.

       SCAN-MOVE-ENTRY.
           ADD 1 TO WS-MOV-SUB

           IF WS-MOV-DEPT-CD (WS-MOV-SUB) = WS-MOV-WORK-CD
               MOVE 'Y' TO WS-MOV-FOUND-SWITCH
           END-IF.

      *****************************************************************
      * FIND-DEPT-NAME
      *   Resolves the name of the department in WS-LOOKUP-DEPT-CD;
      *   a code no longer on DEPTFILE is flagged rather than hidden.
      *****************************************************************
       FIND-DEPT-NAME.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           MOVE '** NOT ON FILE **' TO WS-LOOKUP-DEPT-NAME

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
      * PRINT-MOVEMENT-TOTALS
      *   The company line, the company-wide proof against the file
      *   and, on a first run, the note that the opening was derived.
      *****************************************************************
       PRINT-MOVEMENT-TOTALS.
           MOVE SPACES              TO DET-FLAG
           MOVE SPACES              TO DET-DEPT-CD
           MOVE 'COMPANY TOTAL'     TO DET-DEPT-NAME
           MOVE WS-TOT-OPENING      TO DET-OPENING
           MOVE WS-TOT-HIRES        TO DET-HIRES
           MOVE WS-TOT-REHIRES      TO DET-REHIRES
           MOVE WS-TOT-TERMS        TO DET-TERMS
           MOVE WS-TOT-XFER-IN      TO DET-XFER-IN
           MOVE WS-TOT-XFER-OUT     TO DET-XFER-OUT
           MOVE WS-TOT-CLOSING      TO DET-CLOSING
           MOVE WS-TOT-FILE-CLOSE   TO DET-FILE-CLOSE
           COMPUTE WS-DIFFERENCE = WS-TOT-CLOSING - WS-TOT-FILE-CLOSE
           MOVE WS-DIFFERENCE       TO DET-DIFF

           MOVE WS-TOT-TERMS        TO WS-CALC-TERMS
           COMPUTE WS-CALC-HEADS = WS-TOT-OPENING + WS-TOT-CLOSING
           MOVE 1 TO WS-CALC-MONTHS
           PERFORM COMPUTE-TURNOVER-RATE
           MOVE WS-ROLLING-PCT TO WS-MONTH-PCT

           COMPUTE WS-CALC-TERMS = WS-TOT-TERMS + WS-TOT-HIST-TERMS
           COMPUTE WS-CALC-HEADS =
               WS-TOT-OPENING + WS-TOT-CLOSING + WS-TOT-HIST-HEADS
           COMPUTE WS-CALC-MONTHS = WS-TOT-HIST-MONTHS + 1
           PERFORM COMPUTE-TURNOVER-RATE

           MOVE WS-MONTH-PCT   TO DET-MONTH-PCT
           MOVE WS-ROLLING-PCT TO DET-ROLL-PCT
           MOVE WS-CALC-MONTHS TO DET-MONTHS
           IF WS-DIFFERENCE NOT = ZEROS
               MOVE '** OUT **   ' TO DET-FLAG
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'EMPFILE RECORDS READ    :' TO CNT-LABEL
           MOVE WS-EMP-READ                TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'ON PAYROLL TODAY        :' TO CNT-LABEL
           MOVE WS-TOT-ON-FILE             TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'ON PAYROLL AT MONTH-END :' TO CNT-LABEL
           MOVE WS-TOT-FILE-CLOSE          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'CLOSING PER SCHEDULE    :' TO CNT-LABEL
           MOVE WS-TOT-CLOSING             TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'DEPTS OUT OF BALANCE    :' TO CNT-LABEL
           MOVE WS-OUT-OF-BALANCE          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           IF NOT WS-PRIOR-FOUND
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'NO MOVEMENT HISTORY FOR THE PRIOR PERIOD - OPENIN
      -             'G HEADCOUNT DERIVED FROM THE MONTH-END FILE COUNT'
                   TO NOTE-TEXT
               MOVE WS-NOTE-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           END-IF.

      *****************************************************************
      * WRITE-MOVE-HISTORY
      *   The next history generation: the eleven periods kept from
      *   last month plus one record per department for this one.
      *****************************************************************
       WRITE-MOVE-HISTORY.
           OPEN OUTPUT MOVHOUT

           MOVE ZEROS TO WS-KEEP-SUB
           PERFORM WRITE-KEPT-HISTORY
               UNTIL WS-KEEP-SUB NOT < WS-KEEP-COUNT

           MOVE ZEROS TO WS-MOV-SUB
           PERFORM WRITE-PERIOD-HISTORY
               UNTIL WS-MOV-SUB NOT < WS-MOV-COUNT

           CLOSE MOVHOUT.

       WRITE-KEPT-HISTORY.
           ADD 1 TO WS-KEEP-SUB

           MOVE WS-KEEP-RECORD (WS-KEEP-SUB) TO MOVE-HIST-OUT-RECORD
           WRITE MOVE-HIST-OUT-RECORD
           ADD 1 TO WS-HIST-WRITTEN.

       WRITE-PERIOD-HISTORY.
           ADD 1 TO WS-MOV-SUB

           IF WS-MOV-CLOSING (WS-MOV-SUB) NOT = ZEROS OR
              WS-MOV-OPENING (WS-MOV-SUB) NOT = ZEROS OR
              WS-MOV-TERMS (WS-MOV-SUB) > ZEROS
               MOVE WS-REPORT-PERIOD            TO MVO-PERIOD
               MOVE WS-MOV-DEPT-CD (WS-MOV-SUB) TO MVO-DEPT-CD
               MOVE WS-MOV-OPENING (WS-MOV-SUB) TO MVO-OPENING
               MOVE WS-MOV-CLOSING (WS-MOV-SUB) TO MVO-CLOSING
               MOVE WS-MOV-TERMS (WS-MOV-SUB)   TO MVO-TERMS
               WRITE MOVE-HIST-OUT-RECORD
               ADD 1 TO WS-HIST-WRITTEN
           END-IF.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page - title, the period, the column
      *   headings - and resets the line counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-REPORT-PERIOD  TO HDR2-PERIOD
           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE WS-HEADING-LINE-3 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           ADD 3 TO WS-LINE-COUNT.
