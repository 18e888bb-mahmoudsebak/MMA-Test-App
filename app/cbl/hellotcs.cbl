      *****************************************************************
      * PROGRAM: hellotcs.cbl
      *
      * Annual total-compensation statement.  HR used to mail-merge
      * the January compensation letters from the employee listing,
      * and the letters never agreed with payroll.  This program
      * prints one statement per live employee for the year named in
      * PARM, from the same records payroll is paid from: the salary
      * in force in its own currency and pay frequency, annualized
      * and in USD; the grade, its band and where the salary sits in
      * it; the department and the manager; and the year's pay
      * history off the audit trail - the hire or rehire, every
      * salary change with the date it took effect on the file, and
      * every retro-pay catch-up paid, with the year's retro total.
      *
      * The employees come from the latest nightly employee snapshot
      * HELLOSNP writes (a byte image of EMPFILE with the department,
      * grade and USD figures already worked out), and the statements
      * are dated with its as-of date.  Active employees and
      * employees on leave get a statement; terminated records do
      * not.  The AUDITLOG DD concatenates the month-end archive
      * generations ahead of the live trail, as the audit inquiry's
      * does, and only records dated in the statement year are used.
      * A salary change applied with a backdated effective date
      * shows the date it was applied and the catch-up it paid on the
      * same day; the trail does not keep the keyed effective date.
      *
      * Statements are sorted by department, then manager, then
      * employee, for distribution through the managers, and each
      * starts on a new page.  The control page that follows proves
      * the run: the employees and salary hash read from the snapshot
      * split between statements printed and records that get none,
      * and the year's hire, salary-change and retro records (with
      * the retro hash) split the same way between statements and
      * employees no longer on file, with the trail periods read.
      *
      * PARM is the statement year CCYY, no later than the snapshot.
      *
      * RETURN-CODE is 0 normally, 4 when the trail read starts after
      * January of the statement year (an archive generation is
      * missing from the DD) or a salary could not be put in USD,
      * 8 when the employee table overflowed and statements are
      * missing, and 16 when the PARM is not a usable year.
      *
      * MODIFICATION HISTORY
      *   Original annual total-compensation statement.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOTCS.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT TCSRPT        ASSIGN TO TCSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCSRPT-STATUS.

           SELECT SORTFILE      ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      * The latest normalized employee snapshot, written by HELLOSNP
      * under the employee record's own EMP- names
       FD  EMPSNAP
           RECORDING MODE IS F.
       COPY HELLOESN REPLACING LEADING ==SNP-== BY ==EMP-==.

       FD  AUDITLOG
           RECORDING MODE IS F.
       COPY HELLOAUD.

       FD  TCSRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

      * One '1' record per statement and one '2' record per pay
      * event, both carrying the statement's distribution key - the
      * sequence number keeps the events in trail order
       SD  SORTFILE.
       01  SORT-RECORD.
           05  SRT-DEPT-CD     PIC X(4).
           05  SRT-MGR-ID      PIC X(6).
           05  SRT-EMP-ID      PIC X(6).
           05  SRT-REC-TYPE    PIC X.
               88  SRT-STATEMENT                  VALUE '1'.
               88  SRT-PAY-EVENT                  VALUE '2'.
           05  SRT-SEQ-NO      PIC 9(9).
           05  SRT-TBL-SUB     PIC 9(4).
           05  SRT-CHANGE-TYPE PIC X.
           05  SRT-AUD-DATE    PIC 9(8).
           05  SRT-OLD-AMOUNT  PIC S9(5)V99.
           05  SRT-NEW-AMOUNT  PIC S9(5)V99.
           05  SRT-REHIRE-SWITCH PIC X.
               88  SRT-REHIRE                     VALUE 'Y'.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOTCS - ANNUAL TOTAL COMPENSATION STATEMENT'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-EOF                      VALUE '10'.
       01  WS-AUDITLOG-STATUS PIC XX             VALUE ZEROS.
           88  WS-AUDITLOG-EOF                     VALUE '10'.
       01  WS-TCSRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-SORT-EOF-SWITCH PIC X               VALUE 'N'.
           88  WS-SORT-EOF                         VALUE 'Y'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.

      * The statement year and the first month of it, for the trail
      * coverage test
       01  WS-STMT-YEAR       PIC 9(4)            VALUE ZEROS.
       01  WS-STMT-FIRST-PERIOD PIC 9(6)          VALUE ZEROS.
       01  WS-EARLIEST-DATE   PIC 9(8)            VALUE 99999999.
       01  WS-LATEST-DATE     PIC 9(8)            VALUE ZEROS.
       01  WS-SHORT-TRAIL-SWITCH PIC X            VALUE 'N'.
           88  WS-SHORT-TRAIL                      VALUE 'Y'.

      * Every live employee, as the snapshot carries them - the
      * trail pass looks the employee and the manager up here and
      * the statement is printed from the image
       01  WS-STM-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-STM-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-WALK-SUB        PIC 9(4) COMP       VALUE ZEROS.
       01  WS-HIT-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-FIND-ID         PIC X(6)            VALUE SPACES.
       01  WS-FIND-SWITCH     PIC X               VALUE 'N'.
           88  WS-STM-FOUND                        VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH PIC X              VALUE 'N'.
           88  WS-TABLE-FULL                        VALUE 'Y'.
       01  WS-STM-TABLE.
           05  WS-STM-ENTRY OCCURS 2000 TIMES.
               10  WS-STM-ID         PIC X(6).
               10  WS-STM-DEPT-CD    PIC X(4).
               10  WS-STM-MGR-ID     PIC X(6).
               10  WS-STM-NAME       PIC X(30).
               10  WS-STM-SNAPSHOT   PIC X(220).

      * The employee a statement is being printed for, laid out as
      * the snapshot record
       COPY HELLOESN REPLACING
                ==SNAPSHOT-RECORD== BY ==WS-STM-EMPLOYEE==
                LEADING ==SNP-== BY ==STM-==.

      * Statement working fields
       01  WS-STMT-OPEN-SWITCH PIC X              VALUE 'N'.
           88  WS-STMT-OPEN                        VALUE 'Y'.
       01  WS-EVENTS-PRINTED  PIC 9(4) COMP       VALUE ZEROS.
       01  WS-EMP-RETRO-TOTAL PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-ANNUAL-SALARY   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-BAND-POSITION   PIC S9(5)V9 COMP-3  VALUE ZEROS.
       01  WS-CHANGE-PCT      PIC S9(5)V9 COMP-3  VALUE ZEROS.
       01  WS-FREQ-TEXT       PIC X(12)           VALUE SPACES.
       01  WS-STATUS-TEXT     PIC X(10)           VALUE SPACES.

      * Snapshot control counts - every record read is either on a
      * statement or counted against the reason it has none
       01  WS-RECORDS-READ    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-ACTIVE-COUNT    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-LEAVE-COUNT     PIC 9(6) COMP        VALUE ZEROS.
       01  WS-TERM-COUNT      PIC 9(6) COMP        VALUE ZEROS.
       01  WS-OTHER-COUNT     PIC 9(6) COMP        VALUE ZEROS.
       01  WS-TABLE-FULL-COUNT PIC 9(6) COMP       VALUE ZEROS.
       01  WS-STMTS-PRINTED   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-NOT-CONVERTED   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-SALARY-HASH-ALL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-SALARY-HASH-STM PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-USD-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Trail control counts, by the year's records that belong on
      * a statement and those of employees who get none
       01  WS-AUDIT-READ      PIC 9(9) COMP        VALUE ZEROS.
       01  WS-AUDIT-IN-YEAR   PIC 9(9) COMP        VALUE ZEROS.
       01  WS-SEQ-NO          PIC 9(9) COMP        VALUE ZEROS.
       01  WS-TRAIL-COUNTS.
           05  WS-HIRE-COUNT    PIC 9(6) COMP OCCURS 2 TIMES.
           05  WS-CHANGE-COUNT  PIC 9(6) COMP OCCURS 2 TIMES.
           05  WS-RETRO-COUNT   PIC 9(6) COMP OCCURS 2 TIMES.
           05  WS-RETRO-HASH    PIC S9(11)V99 COMP-3 OCCURS 2 TIMES.
       01  WS-TIE-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-HIRES-PRINTED   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-CHANGES-PRINTED PIC 9(6) COMP        VALUE ZEROS.
       01  WS-RETROS-PRINTED  PIC 9(6) COMP        VALUE ZEROS.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(30) VALUE
               'TOTAL COMPENSATION STATEMENT'.
           05  FILLER        PIC X(9)  VALUE 'FOR YEAR '.
           05  HDR1-YEAR     PIC 9(4).
           05  FILLER        PIC X(11) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'AS OF:    '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(12) VALUE 'DEPARTMENT: '.
           05  HDR2-DEPT-CD  PIC X(4).
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(9)  VALUE 'MANAGER: '.
           05  HDR2-MGR-ID   PIC X(6).
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'EMPLOYEE: '.
           05  HDR2-EMP-ID   PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  HDR2-CONTINUED PIC X(11).

       01  WS-CONTROL-HEADING.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(40) VALUE
               'CONTROL PAGE - STATEMENT RUN PROOF'.

       01  WS-FIELD-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FLD-LABEL     PIC X(20).
           05  FLD-VALUE     PIC X(60).

       01  WS-SALARY-TEXT.
           05  SAL-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER        PIC X     VALUE SPACE.
           05  SAL-CURRENCY  PIC X(3).
           05  FILLER        PIC X     VALUE SPACE.
           05  SAL-FREQ      PIC X(12).

       01  WS-ANNUAL-TEXT.
           05  ANN-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X     VALUE SPACE.
           05  ANN-CURRENCY  PIC X(3).
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  ANN-USD-LABEL PIC X(5).
           05  ANN-USD       PIC ZZZ,ZZZ,ZZ9.99.
           05  ANN-USD-NONE REDEFINES ANN-USD
                             PIC X(14).

       01  WS-BAND-TEXT.
           05  BND-MIN       PIC ZZZ,ZZ9.99.
           05  FILLER        PIC X(3)  VALUE ' - '.
           05  BND-MAX       PIC ZZZ,ZZ9.99.
           05  FILLER        PIC X(10) VALUE ' USD/YEAR'.

       01  WS-PLACE-TEXT.
           05  FILLER        PIC X(19) VALUE 'POSITION IN BAND:  '.
           05  PLC-BAND-POS  PIC ----9.9.
           05  FILLER        PIC X(4)  VALUE '%   '.
           05  FILLER        PIC X(13) VALUE 'COMPA-RATIO: '.
           05  PLC-COMPA     PIC ZZ9.9.
           05  FILLER        PIC X     VALUE '%'.

       01  WS-HISTORY-HEADING.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'DATE'.
           05  FILLER        PIC X(24) VALUE 'PAY EVENT'.
           05  FILLER        PIC X(14) VALUE 'PREVIOUS RATE'.
           05  FILLER        PIC X(14) VALUE 'NEW RATE'.
           05  FILLER        PIC X(10) VALUE 'CHANGE'.
           05  FILLER        PIC X(14) VALUE 'AMOUNT PAID'.

       01  WS-HISTORY-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  HST-DATE      PIC 9999/99/99.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  HST-EVENT     PIC X(22).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  HST-OLD-RATE  PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER        PIC X(5)  VALUE SPACES.
           05  HST-NEW-RATE  PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  HST-CHANGE    PIC ----9.9 BLANK WHEN ZERO.
           05  HST-PCT-SIGN  PIC X.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  HST-PAID      PIC ZZ,ZZ9.99- BLANK WHEN ZERO.

       01  WS-MESSAGE-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  MSG-TEXT      PIC X(80).

       01  WS-RETRO-TOTAL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(30) VALUE
               'RETRO-PAY CATCH-UP PAID IN   '.
           05  RTT-YEAR      PIC 9(4).
           05  FILLER        PIC X(3)  VALUE ':  '.
           05  RTT-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER        PIC X     VALUE SPACE.
           05  RTT-CURRENCY  PIC X(3).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  AMT-LABEL     PIC X(28).
           05  AMT-VALUE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * The tie-out grid - each row's whole equals its two parts
       01  WS-TIE-HEADING.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(28) VALUE SPACES.
           05  FILLER        PIC X(22) VALUE '              READ'.
           05  FILLER        PIC X(22) VALUE '     ON STATEMENTS'.
           05  FILLER        PIC X(22) VALUE '      NO STATEMENT'.

       01  WS-TIE-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  TIE-LABEL     PIC X(28).
           05  TIE-ALL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  TIE-STM       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  TIE-OTHER     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TIE-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  TIC-LABEL     PIC X(28).
           05  FILLER        PIC X(7)  VALUE SPACES.
           05  TIC-ALL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER        PIC X(11) VALUE SPACES.
           05  TIC-STM       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER        PIC X(11) VALUE SPACES.
           05  TIC-OTHER     PIC ZZZ,ZZZ,ZZ9.

       01  WS-COVERAGE-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(28) VALUE
               'TRAIL PERIODS READ       :'.
           05  COV-FROM      PIC 9999/99.
           05  FILLER        PIC X(3)  VALUE ' - '.
           05  COV-TO        PIC 9999/99.

       01  WS-SHORT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(35) VALUE
               '** YEAR STARTS BEFORE TRAIL READ'.
           05  FILLER        PIC X(35) VALUE
               '- ADD OLDER ARCHIVE GENERATIONS'.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(4) COMP.
           05  PARM-YEAR            PIC 9(4).

       PROCEDURE DIVISION USING PARM-AREA.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           OPEN INPUT  EMPSNAP

           PERFORM READ-SNAPSHOT-RECORD
           PERFORM UNPACK-PARM

           PERFORM LOAD-STM-ENTRY
               UNTIL WS-EMPSNAP-EOF

           OPEN INPUT  AUDITLOG
           OPEN OUTPUT TCSRPT

      * The statements go out by department and manager, and each
      * one's pay events follow it in the order they were written
           SORT SORTFILE
               ON ASCENDING KEY SRT-DEPT-CD
                                SRT-MGR-ID
                                SRT-EMP-ID
                                SRT-REC-TYPE
                                SRT-SEQ-NO
               INPUT PROCEDURE IS RELEASE-STATEMENT-RECORDS
               OUTPUT PROCEDURE IS PRINT-STATEMENTS

           PERFORM PRINT-CONTROL-PAGE

           CLOSE EMPSNAP
           CLOSE AUDITLOG
           CLOSE TCSRPT

           DISPLAY 'STATEMENT YEAR  : ' WS-STMT-YEAR
           DISPLAY 'SNAPSHOT DATE   : ' WS-RUN-DATE
           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'STATEMENTS      : ' WS-STMTS-PRINTED
           DISPLAY 'AUDIT READ      : ' WS-AUDIT-READ
           DISPLAY 'AUDIT IN YEAR   : ' WS-AUDIT-IN-YEAR

           IF WS-SHORT-TRAIL OR WS-NOT-CONVERTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * UNPACK-PARM
      *   The statement year CCYY.  Refuses to run without one, or
      *   with a year later than the snapshot - the statements would
      *   show a salary the year never paid.
      *****************************************************************
       UNPACK-PARM.
           IF PARM-LENGTH < 4 OR PARM-YEAR NOT NUMERIC
               DISPLAY 'HELLOTCS0001E - PARM MUST BE THE STATEMENT '
                       'YEAR CCYY'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PARM-YEAR TO WS-STMT-YEAR

           IF WS-STMT-YEAR < 1900 OR
              WS-STMT-YEAR > WS-RUN-DATE (1:4)
               DISPLAY 'HELLOTCS0002E - STATEMENT YEAR NOT COVERED '
                       'BY SNAPSHOT ' WS-RUN-DATE ': ' WS-STMT-YEAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-STMT-FIRST-PERIOD = WS-STMT-YEAR * 100 + 1.

      *****************************************************************
      * READ-SNAPSHOT-RECORD / LOAD-STM-ENTRY
      *   Counts every snapshot record by status and into the salary
      *   hash, and loads the live ones to the statement table.  The
      *   statements are dated with the snapshot's as-of date, taken
      *   from the first record.
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

       LOAD-STM-ENTRY.
           IF EMP-SALARY NUMERIC
               ADD EMP-SALARY TO WS-SALARY-HASH-ALL
           END-IF

           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   ADD 1 TO WS-TERM-COUNT
               WHEN EMP-ACTIVE OR EMP-ON-LEAVE
                   IF EMP-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                   ELSE
                       ADD 1 TO WS-LEAVE-COUNT
                   END-IF
                   PERFORM ADD-STM-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   DISPLAY 'HELLOTCS0003W - UNKNOWN STATUS, NO '
                           'STATEMENT: ' EMP-ID ' ' EMP-STATUS-CD
           END-EVALUATE

           PERFORM READ-SNAPSHOT-RECORD.

       ADD-STM-ENTRY.
           IF WS-STM-COUNT < 2000
               ADD 1 TO WS-STM-COUNT
               MOVE EMP-ID          TO WS-STM-ID (WS-STM-COUNT)
               MOVE EMP-DEPT-CD     TO WS-STM-DEPT-CD (WS-STM-COUNT)
               MOVE EMP-MGR-ID      TO WS-STM-MGR-ID (WS-STM-COUNT)
               MOVE EMP-NAME        TO WS-STM-NAME (WS-STM-COUNT)
               MOVE SNAPSHOT-RECORD TO WS-STM-SNAPSHOT (WS-STM-COUNT)
               IF EMP-SALARY NUMERIC
                   ADD EMP-SALARY TO WS-SALARY-HASH-STM
               END-IF
           ELSE
               ADD 1 TO WS-TABLE-FULL-COUNT
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY 'HELLOTCS0004E - EMPLOYEE TABLE FULL, '
                           'STATEMENTS MISSING'
               END-IF
           END-IF.

      *****************************************************************
      * FIND-STM-ENTRY
      *   Looks WS-FIND-ID up in the statement table, leaving
      *   WS-HIT-SUB on the entry when it is there.
      *****************************************************************
       FIND-STM-ENTRY.
           MOVE 'N'   TO WS-FIND-SWITCH
           MOVE ZEROS TO WS-WALK-SUB

           PERFORM SCAN-STM-ENTRY
               UNTIL WS-STM-FOUND OR
                     WS-WALK-SUB NOT < WS-STM-COUNT.

       SCAN-STM-ENTRY.
           ADD 1 TO WS-WALK-SUB

           IF WS-STM-ID (WS-WALK-SUB) = WS-FIND-ID
               MOVE 'Y'         TO WS-FIND-SWITCH
               MOVE WS-WALK-SUB TO WS-HIT-SUB
           END-IF.

      *****************************************************************
      * RELEASE-STATEMENT-RECORDS
      *   SORT input procedure - one statement record per loaded
      *   employee, then the trail read top to bottom for the year's
      *   hire, salary-change and retro-pay records.  Each is counted
      *   against the statement it belongs on, or against no
      *   statement when its employee is not a live one on the
      *   snapshot (terminated, purged or beyond the table).
      *****************************************************************
       RELEASE-STATEMENT-RECORDS.
           MOVE ZEROS TO WS-STM-SUB

           PERFORM RELEASE-ONE-STATEMENT
               UNTIL WS-STM-SUB NOT < WS-STM-COUNT

           PERFORM READ-AUDIT-RECORD
           PERFORM SELECT-AUDIT-RECORD
               UNTIL WS-AUDITLOG-EOF.

       RELEASE-ONE-STATEMENT.
           ADD 1 TO WS-STM-SUB

           MOVE SPACES                      TO SORT-RECORD
           MOVE WS-STM-DEPT-CD (WS-STM-SUB) TO SRT-DEPT-CD
           MOVE WS-STM-MGR-ID (WS-STM-SUB)  TO SRT-MGR-ID
           MOVE WS-STM-ID (WS-STM-SUB)      TO SRT-EMP-ID
           SET  SRT-STATEMENT                TO TRUE
           MOVE ZEROS                        TO SRT-SEQ-NO
           MOVE WS-STM-SUB                   TO SRT-TBL-SUB
           MOVE ZEROS                        TO SRT-AUD-DATE
                                                SRT-OLD-AMOUNT
                                                SRT-NEW-AMOUNT

           RELEASE SORT-RECORD.

       READ-AUDIT-RECORD.
           READ AUDITLOG
               AT END
                   SET WS-AUDITLOG-EOF TO TRUE
           END-READ

           IF NOT WS-AUDITLOG-EOF
               ADD 1 TO WS-AUDIT-READ
               IF AUD-DATE < WS-EARLIEST-DATE
                   MOVE AUD-DATE TO WS-EARLIEST-DATE
               END-IF
               IF AUD-DATE > WS-LATEST-DATE
                   MOVE AUD-DATE TO WS-LATEST-DATE
               END-IF
           END-IF.

       SELECT-AUDIT-RECORD.
           IF AUD-DATE (1:4) = WS-STMT-YEAR
               ADD 1 TO WS-AUDIT-IN-YEAR
               IF AUD-NEW-HIRE OR AUD-SALARY-CHANGE OR AUD-RETRO-PAY
                   PERFORM RELEASE-PAY-EVENT
               END-IF
           END-IF

           PERFORM READ-AUDIT-RECORD.

      *****************************************************************
      * RELEASE-PAY-EVENT
      *   Counts the event into the tie-out - entry 1 on a
      *   statement, entry 2 no statement - and releases the ones
      *   with a statement to follow it.  A hire whose before-image
      *   is a record is a rehire over the terminated record.
      *****************************************************************
       RELEASE-PAY-EVENT.
           MOVE AUD-EMP-ID TO WS-FIND-ID
           PERFORM FIND-STM-ENTRY

           IF WS-STM-FOUND
               MOVE 1 TO WS-TIE-SUB
           ELSE
               MOVE 2 TO WS-TIE-SUB
           END-IF

           EVALUATE TRUE
               WHEN AUD-NEW-HIRE
                   ADD 1 TO WS-HIRE-COUNT (WS-TIE-SUB)
               WHEN AUD-SALARY-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT (WS-TIE-SUB)
               WHEN AUD-RETRO-PAY
                   ADD 1 TO WS-RETRO-COUNT (WS-TIE-SUB)
                   ADD AUD-NEW-SALARY TO WS-RETRO-HASH (WS-TIE-SUB)
           END-EVALUATE

           IF WS-STM-FOUND
               ADD 1 TO WS-SEQ-NO
               MOVE SPACES                      TO SORT-RECORD
               MOVE WS-STM-DEPT-CD (WS-HIT-SUB) TO SRT-DEPT-CD
               MOVE WS-STM-MGR-ID (WS-HIT-SUB)  TO SRT-MGR-ID
               MOVE AUD-EMP-ID                   TO SRT-EMP-ID
               SET  SRT-PAY-EVENT                TO TRUE
               MOVE WS-SEQ-NO                    TO SRT-SEQ-NO
               MOVE WS-HIT-SUB                   TO SRT-TBL-SUB
               MOVE AUD-CHANGE-TYPE              TO SRT-CHANGE-TYPE
               MOVE AUD-DATE                     TO SRT-AUD-DATE
               MOVE AUD-OLD-SALARY               TO SRT-OLD-AMOUNT
               MOVE AUD-NEW-SALARY               TO SRT-NEW-AMOUNT
               IF AUD-NEW-HIRE AND AUD-OLD-IMAGE NOT = SPACES
                   MOVE 'Y' TO SRT-REHIRE-SWITCH
               ELSE
                   MOVE 'N' TO SRT-REHIRE-SWITCH
               END-IF
               RELEASE SORT-RECORD
           END-IF.

      *****************************************************************
      * PRINT-STATEMENTS
      *   SORT output procedure - a statement record opens a new
      *   statement (closing the one before), and the pay events
      *   that follow it print under its history heading.
      *****************************************************************
       PRINT-STATEMENTS.
           PERFORM RETURN-SORTED-RECORD
           PERFORM PRINT-ONE-RECORD
               UNTIL WS-SORT-EOF

           IF WS-STMT-OPEN
               PERFORM CLOSE-STATEMENT
           END-IF.

       RETURN-SORTED-RECORD.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-ONE-RECORD.
           IF SRT-STATEMENT
               IF WS-STMT-OPEN
                   PERFORM CLOSE-STATEMENT
               END-IF
               PERFORM OPEN-STATEMENT
           ELSE
               PERFORM PRINT-PAY-EVENT
           END-IF

           PERFORM RETURN-SORTED-RECORD.

      *****************************************************************
      * OPEN-STATEMENT
      *   The statement's first page: who, where, the salary in
      *   force, the grade and band, then the pay history heading.
      *****************************************************************
       OPEN-STATEMENT.
           MOVE WS-STM-SNAPSHOT (SRT-TBL-SUB) TO WS-STM-EMPLOYEE
           MOVE 'Y'   TO WS-STMT-OPEN-SWITCH
           MOVE ZEROS TO WS-EVENTS-PRINTED
           MOVE ZEROS TO WS-EMP-RETRO-TOTAL
           ADD 1      TO WS-STMTS-PRINTED

           MOVE SPACES TO HDR2-CONTINUED
           PERFORM PRINT-PAGE-HEADINGS

           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'EMPLOYEE:'             TO FLD-LABEL
           MOVE STM-ID                  TO FLD-VALUE (1:6)
           MOVE STM-NAME                TO FLD-VALUE (9:30)
           PERFORM PRINT-FIELD-LINE

           IF STM-ACTIVE
               MOVE 'ACTIVE'            TO WS-STATUS-TEXT
           ELSE
               MOVE 'ON LEAVE'          TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'STATUS:'               TO FLD-LABEL
           MOVE WS-STATUS-TEXT          TO FLD-VALUE (1:10)
           MOVE 'HIRED:'                TO FLD-VALUE (13:6)
           MOVE STM-HIRE-DATE           TO HST-DATE
           MOVE HST-DATE                TO FLD-VALUE (20:10)
           PERFORM PRINT-FIELD-LINE

           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'DEPARTMENT:'           TO FLD-LABEL
           MOVE STM-DEPT-CD             TO FLD-VALUE (1:4)
           IF STM-DEPT-ON-FILE
               MOVE STM-DEPT-NAME       TO FLD-VALUE (9:30)
           ELSE
               MOVE '** DEPARTMENT NOT ON FILE **'
                                        TO FLD-VALUE (9:30)
           END-IF
           PERFORM PRINT-FIELD-LINE

           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'MANAGER:'              TO FLD-LABEL
           IF STM-MGR-ID = SPACES
               MOVE 'NONE'              TO FLD-VALUE (1:4)
           ELSE
               MOVE STM-MGR-ID          TO FLD-VALUE (1:6)
               MOVE STM-MGR-ID          TO WS-FIND-ID
               PERFORM FIND-STM-ENTRY
               IF WS-STM-FOUND
                   MOVE WS-STM-NAME (WS-HIT-SUB)
                                        TO FLD-VALUE (9:30)
               ELSE
                   MOVE '** MANAGER NOT ON FILE **'
                                        TO FLD-VALUE (9:30)
               END-IF
           END-IF
           PERFORM PRINT-FIELD-LINE

           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'POSITION:'             TO FLD-LABEL
           MOVE STM-POSITION-NO         TO FLD-VALUE (1:6)
           PERFORM PRINT-FIELD-LINE

           PERFORM PRINT-SALARY-LINES
           PERFORM PRINT-GRADE-LINES

           MOVE SPACES                  TO MSG-TEXT
           MOVE 'PAY HISTORY FOR THE YEAR' TO MSG-TEXT
           MOVE WS-MESSAGE-LINE         TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 3 LINES

           MOVE WS-HISTORY-HEADING      TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 5 TO WS-LINE-COUNT.

       PRINT-FIELD-LINE.
           MOVE WS-FIELD-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-SALARY-LINES
      *   The salary in force in its own currency and frequency, the
      *   year's worth of it, and that in USD at the snapshot rate.
      *****************************************************************
       PRINT-SALARY-LINES.
           EVALUATE STM-PAY-FREQ
               WHEN 'A'
                   MOVE 'PER YEAR'      TO WS-FREQ-TEXT
               WHEN 'M'
                   MOVE 'PER MONTH'     TO WS-FREQ-TEXT
               WHEN 'B'
                   MOVE 'PER TWO WEEKS' TO WS-FREQ-TEXT
               WHEN OTHER
                   MOVE 'FREQUENCY ?'   TO WS-FREQ-TEXT
           END-EVALUATE

           MOVE STM-SALARY              TO SAL-AMOUNT
           MOVE STM-CURRENCY-CD         TO SAL-CURRENCY
           MOVE WS-FREQ-TEXT            TO SAL-FREQ
           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'CURRENT SALARY:'       TO FLD-LABEL
           MOVE WS-SALARY-TEXT          TO FLD-VALUE
           MOVE WS-FIELD-LINE           TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT

           COMPUTE WS-ANNUAL-SALARY =
               STM-SALARY * STM-ANNUAL-FACTOR
           MOVE WS-ANNUAL-SALARY        TO ANN-AMOUNT
           MOVE STM-CURRENCY-CD         TO ANN-CURRENCY
           MOVE 'USD: '                 TO ANN-USD-LABEL
           IF STM-NORMALIZED
               MOVE STM-NORM-SALARY     TO ANN-USD
               ADD STM-NORM-SALARY      TO WS-USD-TOTAL
           ELSE
               MOVE 'NOT AVAILABLE'     TO ANN-USD-NONE
               ADD 1 TO WS-NOT-CONVERTED
           END-IF
           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'ANNUAL SALARY:'        TO FLD-LABEL
           MOVE WS-ANNUAL-TEXT          TO FLD-VALUE
           PERFORM PRINT-FIELD-LINE.

      *****************************************************************
      * PRINT-GRADE-LINES
      *   The grade, its annual USD band, and where the salary sits:
      *   the position in band is the distance from the minimum as a
      *   percentage of the band's width (under 0 or over 100 when
      *   outside it), and the compa-ratio the snapshot's.
      *****************************************************************
       PRINT-GRADE-LINES.
           MOVE SPACES                  TO WS-FIELD-LINE
           MOVE 'GRADE:'                TO FLD-LABEL
           MOVE STM-GRADE-CD            TO FLD-VALUE (1:2)
           IF STM-GRADE-ON-FILE
               MOVE STM-GRADE-DESC      TO FLD-VALUE (9:20)
           ELSE
               MOVE '** GRADE NOT ON FILE **'
                                        TO FLD-VALUE (9:30)
           END-IF
           MOVE WS-FIELD-LINE           TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT

           IF STM-GRADE-ON-FILE
               MOVE STM-GRADE-MIN       TO BND-MIN
               MOVE STM-GRADE-MAX       TO BND-MAX
               MOVE SPACES              TO WS-FIELD-LINE
               MOVE 'SALARY BAND:'      TO FLD-LABEL
               MOVE WS-BAND-TEXT        TO FLD-VALUE
               PERFORM PRINT-FIELD-LINE

               MOVE SPACES              TO WS-FIELD-LINE
               IF STM-NORMALIZED AND STM-GRADE-MAX > STM-GRADE-MIN
                   COMPUTE WS-BAND-POSITION ROUNDED =
                       (STM-NORM-SALARY - STM-GRADE-MIN) * 100
                       / (STM-GRADE-MAX - STM-GRADE-MIN)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-BAND-POSITION
                   END-COMPUTE
                   MOVE WS-BAND-POSITION TO PLC-BAND-POS
                   MOVE STM-COMPA-RATIO  TO PLC-COMPA
                   MOVE WS-PLACE-TEXT    TO FLD-VALUE
               ELSE
                   MOVE 'POSITION IN BAND NOT AVAILABLE'
                                         TO FLD-VALUE
               END-IF
               PERFORM PRINT-FIELD-LINE
           END-IF.

      *****************************************************************
      * PRINT-PAY-EVENT
      *   One history line per hire, salary change or retro-pay
      *   catch-up, in the employee's own currency.  A salary
      *   change shows the percentage it moved the rate by.
      *****************************************************************
       PRINT-PAY-EVENT.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               MOVE '(CONTINUED)' TO HDR2-CONTINUED
               PERFORM PRINT-PAGE-HEADINGS
               MOVE WS-HISTORY-HEADING TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF

           MOVE SRT-AUD-DATE            TO HST-DATE
           MOVE ZEROS                   TO HST-OLD-RATE
                                           HST-NEW-RATE
                                           HST-CHANGE
                                           HST-PAID
           MOVE SPACE                   TO HST-PCT-SIGN

           EVALUATE SRT-CHANGE-TYPE
               WHEN 'A'
                   IF SRT-REHIRE
                       MOVE 'REHIRED'   TO HST-EVENT
                   ELSE
                       MOVE 'HIRED'     TO HST-EVENT
                   END-IF
                   MOVE SRT-NEW-AMOUNT  TO HST-NEW-RATE
                   ADD 1 TO WS-HIRES-PRINTED
               WHEN 'S'
                   MOVE 'SALARY CHANGE' TO HST-EVENT
                   MOVE SRT-OLD-AMOUNT  TO HST-OLD-RATE
                   MOVE SRT-NEW-AMOUNT  TO HST-NEW-RATE
                   IF SRT-OLD-AMOUNT > ZEROS
                       COMPUTE WS-CHANGE-PCT ROUNDED =
                           (SRT-NEW-AMOUNT - SRT-OLD-AMOUNT) * 100
                           / SRT-OLD-AMOUNT
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-CHANGE-PCT
                       END-COMPUTE
                       MOVE WS-CHANGE-PCT TO HST-CHANGE
                       IF WS-CHANGE-PCT NOT = ZEROS
                           MOVE '%'       TO HST-PCT-SIGN
                       END-IF
                   END-IF
                   ADD 1 TO WS-CHANGES-PRINTED
               WHEN OTHER
                   MOVE 'RETRO-PAY CATCH-UP' TO HST-EVENT
                   MOVE SRT-NEW-AMOUNT  TO HST-PAID
                   ADD SRT-NEW-AMOUNT   TO WS-EMP-RETRO-TOTAL
                   ADD 1 TO WS-RETROS-PRINTED
           END-EVALUATE

           MOVE WS-HISTORY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-EVENTS-PRINTED.

      *****************************************************************
      * CLOSE-STATEMENT
      *   Says so when the year brought no pay events, and totals
      *   the retro pay the year paid.
      *****************************************************************
       CLOSE-STATEMENT.
           IF WS-EVENTS-PRINTED = ZEROS
               MOVE SPACES TO MSG-TEXT
               MOVE 'NO CHANGES TO PAY WERE MADE DURING THE YEAR.'
                   TO MSG-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-STMT-YEAR       TO RTT-YEAR
           MOVE WS-EMP-RETRO-TOTAL TO RTT-AMOUNT
           MOVE STM-CURRENCY-CD    TO RTT-CURRENCY
           MOVE WS-RETRO-TOTAL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE 'N' TO WS-STMT-OPEN-SWITCH.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new statement page - title, year, snapshot date
      *   and the distribution key - and resets the line counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-STMT-YEAR    TO HDR1-YEAR
           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE STM-DEPT-CD     TO HDR2-DEPT-CD
           MOVE STM-MGR-ID      TO HDR2-MGR-ID
           MOVE STM-ID          TO HDR2-EMP-ID
           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           ADD 3 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-CONTROL-PAGE
      *   The run proof.  The snapshot rows tie the statements to
      *   EMPFILE as the snapshot took it, by count and by salary
      *   hash; the trail rows tie the history printed to the year's
      *   records, the rest belonging to employees who get no
      *   statement.  The printed counts are what actually reached
      *   the statements and must equal the ON STATEMENTS column.
      *****************************************************************
       PRINT-CONTROL-PAGE.
           ADD 1            TO WS-PAGE-COUNT
           MOVE WS-STMT-YEAR    TO HDR1-YEAR
           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO
           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-CONTROL-HEADING TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE WS-TIE-HEADING TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE 'EMPLOYEE RECORDS        :' TO TIC-LABEL
           MOVE WS-RECORDS-READ            TO TIC-ALL
           MOVE WS-STM-COUNT               TO TIC-STM
           COMPUTE TIC-OTHER = WS-RECORDS-READ - WS-STM-COUNT
           MOVE WS-TIE-COUNT-LINE          TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE 'SALARY HASH (NATIVE)    :' TO TIE-LABEL
           MOVE WS-SALARY-HASH-ALL         TO TIE-ALL
           MOVE WS-SALARY-HASH-STM         TO TIE-STM
           COMPUTE TIE-OTHER =
               WS-SALARY-HASH-ALL - WS-SALARY-HASH-STM
           MOVE WS-TIE-LINE                TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE 'HIRES AND REHIRES       :' TO TIC-LABEL
           COMPUTE TIC-ALL = WS-HIRE-COUNT (1) + WS-HIRE-COUNT (2)
           MOVE WS-HIRE-COUNT (1)          TO TIC-STM
           MOVE WS-HIRE-COUNT (2)          TO TIC-OTHER
           MOVE WS-TIE-COUNT-LINE          TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE 'SALARY CHANGES          :' TO TIC-LABEL
           COMPUTE TIC-ALL =
               WS-CHANGE-COUNT (1) + WS-CHANGE-COUNT (2)
           MOVE WS-CHANGE-COUNT (1)        TO TIC-STM
           MOVE WS-CHANGE-COUNT (2)        TO TIC-OTHER
           MOVE WS-TIE-COUNT-LINE          TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE 'RETRO-PAY RECORDS       :' TO TIC-LABEL
           COMPUTE TIC-ALL =
               WS-RETRO-COUNT (1) + WS-RETRO-COUNT (2)
           MOVE WS-RETRO-COUNT (1)         TO TIC-STM
           MOVE WS-RETRO-COUNT (2)         TO TIC-OTHER
           MOVE WS-TIE-COUNT-LINE          TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE 'RETRO HASH (NATIVE)     :' TO TIE-LABEL
           COMPUTE TIE-ALL =
               WS-RETRO-HASH (1) + WS-RETRO-HASH (2)
           MOVE WS-RETRO-HASH (1)          TO TIE-STM
           MOVE WS-RETRO-HASH (2)          TO TIE-OTHER
           MOVE WS-TIE-LINE                TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           PERFORM PRINT-CONTROL-COUNTS.

       PRINT-CONTROL-COUNTS.
           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE '  ACTIVE                :' TO CNT-LABEL
           MOVE WS-ACTIVE-COUNT            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE '  ON LEAVE              :' TO CNT-LABEL
           MOVE WS-LEAVE-COUNT             TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE '  TERMINATED            :' TO CNT-LABEL
           MOVE WS-TERM-COUNT              TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE '  UNKNOWN STATUS        :' TO CNT-LABEL
           MOVE WS-OTHER-COUNT             TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE '  LIVE, TABLE FULL      :' TO CNT-LABEL
           MOVE WS-TABLE-FULL-COUNT        TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'STATEMENTS PRINTED      :' TO CNT-LABEL
           MOVE WS-STMTS-PRINTED           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'HIRE LINES PRINTED      :' TO CNT-LABEL
           MOVE WS-HIRES-PRINTED           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'CHANGE LINES PRINTED    :' TO CNT-LABEL
           MOVE WS-CHANGES-PRINTED         TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'RETRO LINES PRINTED     :' TO CNT-LABEL
           MOVE WS-RETROS-PRINTED          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'ANNUAL SALARY USD       :' TO AMT-LABEL
           MOVE WS-USD-TOTAL               TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'SALARIES NOT IN USD     :' TO CNT-LABEL
           MOVE WS-NOT-CONVERTED           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'AUDIT RECORDS READ      :' TO CNT-LABEL
           MOVE WS-AUDIT-READ              TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'AUDIT RECORDS IN YEAR   :' TO CNT-LABEL
           MOVE WS-AUDIT-IN-YEAR           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           IF WS-LATEST-DATE > ZEROS
               MOVE WS-EARLIEST-DATE (1:6) TO COV-FROM
               MOVE WS-LATEST-DATE (1:6)   TO COV-TO
               MOVE WS-COVERAGE-LINE       TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF

      * A trail that starts after January cannot have given the
      * statements the whole year - an older archive generation
      * belongs on the AUDITLOG concatenation
           IF WS-EARLIEST-DATE (1:6) > WS-STMT-FIRST-PERIOD
               SET WS-SHORT-TRAIL TO TRUE
               MOVE WS-SHORT-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
