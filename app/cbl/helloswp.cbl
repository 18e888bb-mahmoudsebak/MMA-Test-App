      * validates every field of the record against the same
      * reference files the update uses, and prints one exception
      * line per failing field with the reason, so data problems get
      * fixed at source.  The file it reads is the nightly employee
      * snapshot HELLOSNP takes once the update has been applied -
      * the department, grade band, rate and annual USD salary the
      * checks need were looked up and normalized there, once, for
      * every report of the night.
      *
      * Run with PARM='DUPS' - monthly, from the month-end job - it
      * makes the suspected-duplicate pass instead: every pair of
      * records on the snapshot that look like the same person, by
      * the rule the edit holds a new hire on (two of name letters,
      * date of birth and department agreeing), is listed so HR can
      * find the people already hired twice.  A pair of terminated
      * records is history and is left out.
      *
      * RETURN-CODE is 0 for a clean file and 4 when the exception
      * report carries anything, or the duplicate pass found a pair.
      * 16 is a PARM it does not know.
      *
      * MODIFICATION HISTORY
      *   Original data-quality sweep.
      *   the chain), and the chain upward must reach a top of tree
      *   rather than looping.  Runs as a second pass over a table
      *   collected during the sweep.
      *   Added the leave reason and expected return date to the
      *   employee record area to stay in step with the record.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Works to the processing date HELLODTE sets instead of the
      *   clock, and the rate gate holds to the business-day cut-off.
      *   Reads the nightly normalized employee snapshot instead of
      *   browsing EMPFILE, and runs after the update - the
      *   department, currency and grade checks and the salary band
      *   use the lookups and annual USD salary on the snapshot, and
      *   the reference tables and the rate gate went with the
      *   normalization to HELLOSNP.
      *   The age check works from the snapshot's age on the day, worked
      *   out from the date of birth, and lists a record with no valid
      *   date of birth for HR to backfill.
      *   Added the suspected-duplicate pass, run on PARM='DUPS' - the
      *   pairs of records that look like one person hired twice.
      *****************************************************************

       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT EXCRPT        ASSIGN TO EXCRPT
               ORGANIZATION IS SEQUENTIAL

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

       FD  EXCRPT
           RECORDING MODE IS F.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOSWP - EMPFILE DATA-QUALITY SWEEP'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-EOF                      VALUE '10'.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-EXCRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-RECORD-BAD-SWITCH PIC X              VALUE 'N'.
           88  WS-RECORD-BAD                        VALUE 'Y'.

      * Every record's id, manager and status, collected on the one
      * pass so the reporting chains can be checked after the whole
      * file has been seen - a manager's record may sit anywhere in
       01  WS-TABLE-FULL-SWITCH PIC X             VALUE 'N'.
           88  WS-TABLE-FULL                       VALUE 'Y'.

      * Which pass this run makes - the nightly field sweep, or the
      * suspected-duplicate pass the PARM asks for
       01  WS-PASS-SWITCH     PIC X               VALUE 'S'.
           88  WS-SWEEP-PASS                       VALUE 'S'.
           88  WS-DUP-PASS                         VALUE 'D'.

      * Every record's name key, date of birth, department and
      * status for the duplicate pass.  The name key is the name's
      * letters in alphabetical order, so case, spacing, punctuation
      * and the order the names were keyed in do not hide a pair.
       01  WS-PER-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-PER-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-OTHER-SUB       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-PER-FULL-SWITCH PIC X               VALUE 'N'.
           88  WS-PER-TABLE-FULL                   VALUE 'Y'.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 5000 TIMES.
               10  WS-PER-TBL-ID     PIC X(6).
               10  WS-PER-TBL-NAME   PIC X(30).
               10  WS-PER-TBL-KEY    PIC X(30).
               10  WS-PER-TBL-BIRTH  PIC 9(8).
               10  WS-PER-TBL-DEPT   PIC X(4).
               10  WS-PER-TBL-STATUS PIC X.
       01  WS-KEY-NAME        PIC X(30)           VALUE SPACES.
       01  WS-NAME-KEY        PIC X(30)           VALUE SPACES.
       01  WS-KEY-LEN         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-LETTER-SUB      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-LETTER-TALLY    PIC 9(4) COMP       VALUE ZEROS.
       01  WS-LETTERS         PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  FILLER REDEFINES WS-LETTERS.
           05  WS-LETTER      PIC X OCCURS 26 TIMES.
       01  WS-AGREE-COUNT     PIC 9 COMP          VALUE ZEROS.
       01  WS-MATCH-BASIS.
           05  WS-BASIS-NAME  PIC X(5).
           05  WS-BASIS-BIRTH PIC X(4).
           05  WS-BASIS-DEPT  PIC X(4).
       01  WS-PAIRS-REPORTED  PIC 9(6) COMP       VALUE ZEROS.
       01  WS-PAIRS-BOTH-LIVE PIC 9(6) COMP       VALUE ZEROS.
       01  WS-PAIRS-ONE-TERM  PIC 9(6) COMP       VALUE ZEROS.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  EXC-REASON    PIC X(30).

       01  WS-PAIR-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'SUSPECTED DUPLICATE EMPLOYEE PAIRS'.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  PHD1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  PHD1-PAGE-NO  PIC ZZZ9.

       01  WS-PAIR-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(8)  VALUE 'EMP ID'.
           05  FILLER        PIC X(32) VALUE 'EMPLOYEE NAME'.
           05  FILLER        PIC X(12) VALUE 'BORN'.
           05  FILLER        PIC X(6)  VALUE 'DEPT'.
           05  FILLER        PIC X(12) VALUE 'STATUS'.
           05  FILLER        PIC X(10) VALUE 'MATCHED ON'.

       01  WS-PAIR-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  PAIR-EMP-ID   PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  PAIR-NAME     PIC X(30).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  PAIR-BIRTH-DATE PIC 9999/99/99.
           05  PAIR-BIRTH-NONE REDEFINES PAIR-BIRTH-DATE
                             PIC X(10).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  PAIR-DEPT-CD  PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  PAIR-STATUS   PIC X(10).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  PAIR-BASIS    PIC X(13).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(4) COMP.
           05  PARM-PASS            PIC X(4).

       PROCEDURE DIVISION USING PARM-AREA.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM UNPACK-PARM
           PERFORM GET-PROCESSING-DATE

           OPEN INPUT  EMPSNAP
           OPEN OUTPUT EXCRPT

           PERFORM PRINT-PAGE-HEADINGS

           IF WS-DUP-PASS
               PERFORM READ-SNAPSHOT-RECORD
               PERFORM COLLECT-PERSON-ENTRY
                   UNTIL WS-EMPSNAP-EOF

               PERFORM CHECK-DUPLICATE-PAIRS

               PERFORM PRINT-PAIR-TOTALS
           ELSE
               PERFORM READ-SNAPSHOT-RECORD
               PERFORM SWEEP-RECORD
                   UNTIL WS-EMPSNAP-EOF

               PERFORM CHECK-MANAGER-CHAINS

               PERFORM PRINT-SWEEP-TOTALS
           END-IF

           CLOSE EMPSNAP
           CLOSE EXCRPT

           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           IF WS-DUP-PASS
               DISPLAY 'PAIRS REPORTED  : ' WS-PAIRS-REPORTED

               IF WS-PAIRS-REPORTED > 0 OR WS-PER-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'RECORDS CLEAN   : ' WS-RECORDS-CLEAN
               DISPLAY 'RECORDS FLAGGED : ' WS-RECORDS-BAD
               DISPLAY 'CHAINS FLAGGED  : ' WS-CHAIN-FLAGGED

               IF WS-RECORDS-BAD > 0 OR WS-CHAIN-FLAGGED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * UNPACK-PARM
      *   No PARM is the nightly field sweep; 'DUPS' is the
      *   suspected-duplicate pass.  Anything else is refused rather
      *   than guessed at.
      *****************************************************************
       UNPACK-PARM.
           EVALUATE TRUE
               WHEN PARM-LENGTH = 0
                   SET WS-SWEEP-PASS TO TRUE
               WHEN PARM-LENGTH = 4 AND PARM-PASS = 'DUPS'
                   SET WS-DUP-PASS TO TRUE
               WHEN OTHER
                   DISPLAY 'HELLOSWP0007E - PARM MUST BE DUPS '
                           'OR OMITTED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run.  No record means HELLODTE
      *   refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOSWP0005E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOSWP0006E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE        TO WS-RUN-DATE

           CLOSE PROCDATE.

      *****************************************************************
      * READ-SNAPSHOT-RECORD
      *   Reads the next employee record off the snapshot, in key
      *   sequence as it was taken.
      *****************************************************************
       READ-SNAPSHOT-RECORD.
           READ EMPSNAP
               AT END
                   SET WS-EMPSNAP-EOF TO TRUE
           END-READ

           IF NOT WS-EMPSNAP-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

               ADD 1 TO WS-RECORDS-CLEAN
           END-IF

           PERFORM READ-SNAPSHOT-RECORD.

       CHECK-EMP-ID.
           IF EMP-ID = SPACES OR EMP-ID = LOW-VALUES
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

      * The age is the snapshot's, worked out from the date of birth
      * on the snapshot date - a record keyed before dates of birth
      * were carried shows here until HR backfills it
       CHECK-AGE.
           IF NOT EMP-AGE-KNOWN
               MOVE 'EMP-BIRTH-DATE'      TO EXC-FIELD
               MOVE 'BIRTH DATE MISSING OR INVALID' TO EXC-REASON
               PERFORM PRINT-EXCEPTION-LINE
           ELSE
               IF EMP-AGE-YEARS < 18 OR EMP-AGE-YEARS > 99
                   MOVE 'EMP-BIRTH-DATE'  TO EXC-FIELD
                   MOVE 'AGE OUTSIDE 18-99' TO EXC-REASON
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

      *****************************************************************
      * CHECK-CURRENCY / CHECK-DEPT
      *   The snapshot looked the currency up on CURRATES and the
      *   department on DEPTFILE when it was taken; a blank code is
      *   never found.
      *****************************************************************
       CHECK-CURRENCY.
           IF NOT EMP-RATE-ON-FILE
               MOVE 'EMP-CURRENCY'        TO EXC-FIELD
               MOVE 'CURRENCY NOT ON RATE FILE' TO EXC-REASON
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       CHECK-DEPT.
           IF NOT EMP-DEPT-ON-FILE
               MOVE 'EMP-DEPT-CD'         TO EXC-FIELD
               MOVE 'DEPARTMENT NOT ON FILE' TO EXC-REASON
               PERFORM PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

      *****************************************************************
      * CHECK-GRADE
      *   The grade must be live on GRADFILE and the salary must sit
      *   inside its band, using the annual USD salary and the band
      *   the snapshot carries.  Terminated records skip the band -
      *   their final salary is history, not payroll - and a record
      *   the snapshot could not normalize is already flagged by the
      *   currency or frequency check.
      *****************************************************************
       CHECK-GRADE.
           IF EMP-GRADE-CD = SPACES OR EMP-GRADE-CD = LOW-VALUES
               MOVE 'EMP-GRADE-CD'        TO EXC-FIELD
               MOVE 'GRADE CODE MISSING'  TO EXC-REASON
               PERFORM PRINT-EXCEPTION-LINE
           ELSE
               IF NOT EMP-GRADE-ON-FILE
                   MOVE 'EMP-GRADE-CD'    TO EXC-FIELD
                   MOVE 'GRADE NOT ON FILE' TO EXC-REASON
                   PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       CHECK-SALARY-BAND.
           IF EMP-NORMALIZED
               IF EMP-NORM-SALARY < EMP-GRADE-MIN OR
                  EMP-NORM-SALARY > EMP-GRADE-MAX
                   MOVE 'EMP-SALARY'      TO EXC-FIELD
                   MOVE 'SALARY OUTSIDE GRADE BAND' TO EXC-REASON
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

      *****************************************************************
      * SAVE-EMP-ENTRY
      *   Remembers the record's id, manager, status and name so the
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * COLLECT-PERSON-ENTRY
      *   Duplicate pass: remembers the record's id, name, name key,
      *   date of birth, department and status.  A date of birth
      *   the snapshot could not age is carried as zeros and never
      *   agrees with anything.
      *****************************************************************
       COLLECT-PERSON-ENTRY.
           IF WS-PER-COUNT < 5000
               ADD 1 TO WS-PER-COUNT
               MOVE EMP-ID        TO WS-PER-TBL-ID (WS-PER-COUNT)
               MOVE EMP-NAME      TO WS-PER-TBL-NAME (WS-PER-COUNT)
               MOVE EMP-NAME      TO WS-KEY-NAME
               PERFORM BUILD-NAME-KEY
               MOVE WS-NAME-KEY   TO WS-PER-TBL-KEY (WS-PER-COUNT)
               IF EMP-AGE-KNOWN
                   MOVE EMP-BIRTH-DATE
                       TO WS-PER-TBL-BIRTH (WS-PER-COUNT)
               ELSE
                   MOVE ZEROS TO WS-PER-TBL-BIRTH (WS-PER-COUNT)
               END-IF
               MOVE EMP-DEPT-CD   TO WS-PER-TBL-DEPT (WS-PER-COUNT)
               MOVE EMP-STATUS-CD TO WS-PER-TBL-STATUS (WS-PER-COUNT)
           ELSE
               IF NOT WS-PER-TABLE-FULL
                   SET WS-PER-TABLE-FULL TO TRUE
                   DISPLAY 'HELLOSWP0008W - PERSON TABLE FULL, '
                           'DUPLICATE PASS DEGRADED'
               END-IF
           END-IF

           PERFORM READ-SNAPSHOT-RECORD.

      *****************************************************************
      * BUILD-NAME-KEY
      *   Reduces the name in WS-KEY-NAME to its letters in
      *   alphabetical order in WS-NAME-KEY - 'Smith, John' and
      *   'JOHN SMITH' give the same key.  Anything that is not a
      *   letter drops out.
      *****************************************************************
       BUILD-NAME-KEY.
           INSPECT WS-KEY-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE SPACES TO WS-NAME-KEY
           MOVE ZEROS  TO WS-KEY-LEN
           MOVE ZEROS  TO WS-LETTER-SUB

           PERFORM ADD-LETTER-RUN
               UNTIL WS-LETTER-SUB NOT < 26.

       ADD-LETTER-RUN.
           ADD 1 TO WS-LETTER-SUB
           MOVE ZEROS TO WS-LETTER-TALLY
           INSPECT WS-KEY-NAME TALLYING WS-LETTER-TALLY
               FOR ALL WS-LETTER (WS-LETTER-SUB)

           PERFORM ADD-ONE-LETTER
               UNTIL WS-LETTER-TALLY = ZERO.

       ADD-ONE-LETTER.
           ADD 1 TO WS-KEY-LEN
           MOVE WS-LETTER (WS-LETTER-SUB)
               TO WS-NAME-KEY (WS-KEY-LEN:1)
           SUBTRACT 1 FROM WS-LETTER-TALLY.

      *****************************************************************
      * CHECK-DUPLICATE-PAIRS
      *   Duplicate pass: every record against every record after it
      *   in the table.  Two of name key, date of birth and
      *   department agreeing is a suspected pair - the same rule
      *   the edit holds a new hire on.  A pair where both records
      *   are terminated is left out; a pair with a live record on
      *   either side is a person who may be on payroll twice, or a
      *   leaver hired again under a new id.
      *****************************************************************
       CHECK-DUPLICATE-PAIRS.
           MOVE ZEROS TO WS-PER-SUB

           PERFORM CHECK-PAIRS-FOR-ENTRY
               UNTIL WS-PER-SUB NOT < WS-PER-COUNT.

       CHECK-PAIRS-FOR-ENTRY.
           ADD 1 TO WS-PER-SUB
           MOVE WS-PER-SUB TO WS-OTHER-SUB

           PERFORM CHECK-ONE-PAIR
               UNTIL WS-OTHER-SUB NOT < WS-PER-COUNT.

       CHECK-ONE-PAIR.
           ADD 1 TO WS-OTHER-SUB

           IF WS-PER-TBL-STATUS (WS-PER-SUB) NOT = 'T' OR
              WS-PER-TBL-STATUS (WS-OTHER-SUB) NOT = 'T'
               MOVE ZEROS  TO WS-AGREE-COUNT
               MOVE SPACES TO WS-MATCH-BASIS

               IF WS-PER-TBL-KEY (WS-PER-SUB) NOT = SPACES AND
                  WS-PER-TBL-KEY (WS-PER-SUB) =
                  WS-PER-TBL-KEY (WS-OTHER-SUB)
                   ADD 1 TO WS-AGREE-COUNT
                   MOVE 'NAME' TO WS-BASIS-NAME
               END-IF

               IF WS-PER-TBL-BIRTH (WS-PER-SUB) > ZEROS AND
                  WS-PER-TBL-BIRTH (WS-PER-SUB) =
                  WS-PER-TBL-BIRTH (WS-OTHER-SUB)
                   ADD 1 TO WS-AGREE-COUNT
                   MOVE 'DOB'  TO WS-BASIS-BIRTH
               END-IF

               IF WS-PER-TBL-DEPT (WS-PER-SUB) NOT = SPACES AND
                  WS-PER-TBL-DEPT (WS-PER-SUB) =
                  WS-PER-TBL-DEPT (WS-OTHER-SUB)
                   ADD 1 TO WS-AGREE-COUNT
                   MOVE 'DEPT' TO WS-BASIS-DEPT
               END-IF

               IF WS-AGREE-COUNT > 1
                   PERFORM PRINT-DUPLICATE-PAIR
               END-IF
           END-IF.

      *****************************************************************
      * PRINT-DUPLICATE-PAIR
      *   Both records of a suspected pair, one line each with what
      *   agreed against the first, and a blank line after - kept
      *   together on one page.
      *****************************************************************
       PRINT-DUPLICATE-PAIR.
           ADD 1 TO WS-PAIRS-REPORTED
           IF WS-PER-TBL-STATUS (WS-PER-SUB) = 'T' OR
              WS-PER-TBL-STATUS (WS-OTHER-SUB) = 'T'
               ADD 1 TO WS-PAIRS-ONE-TERM
           ELSE
               ADD 1 TO WS-PAIRS-BOTH-LIVE
           END-IF

           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-PER-SUB TO WS-EMP-SUB
           MOVE WS-MATCH-BASIS TO PAIR-BASIS
           PERFORM PRINT-PAIR-MEMBER

           MOVE WS-OTHER-SUB TO WS-EMP-SUB
           MOVE SPACES TO PAIR-BASIS
           PERFORM PRINT-PAIR-MEMBER

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAIR-MEMBER.
           MOVE WS-PER-TBL-ID (WS-EMP-SUB)    TO PAIR-EMP-ID
           MOVE WS-PER-TBL-NAME (WS-EMP-SUB)  TO PAIR-NAME
           IF WS-PER-TBL-BIRTH (WS-EMP-SUB) IS NUMERIC AND
              WS-PER-TBL-BIRTH (WS-EMP-SUB) NOT = ZEROS
               MOVE WS-PER-TBL-BIRTH (WS-EMP-SUB) TO PAIR-BIRTH-DATE
           ELSE
               MOVE 'NOT KNOWN'                   TO PAIR-BIRTH-NONE
           END-IF
           MOVE WS-PER-TBL-DEPT (WS-EMP-SUB)  TO PAIR-DEPT-CD

           EVALUATE WS-PER-TBL-STATUS (WS-EMP-SUB)
               WHEN 'T'
                   MOVE 'TERMINATED' TO PAIR-STATUS
               WHEN 'L'
                   MOVE 'ON LEAVE'   TO PAIR-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE'     TO PAIR-STATUS
           END-EVALUATE

           MOVE WS-PAIR-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-EXCEPTION-LINE
      *   One line per failing field - the caller has already set the
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           IF WS-DUP-PASS
               MOVE WS-RUN-DATE     TO PHD1-RUN-DATE
               MOVE WS-PAGE-COUNT   TO PHD1-PAGE-NO

               MOVE WS-PAIR-HEADING-LINE-1 TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING PAGE

               MOVE WS-PAIR-HEADING-LINE-2 TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
               MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

               MOVE WS-HEADING-LINE-1 TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING PAGE

               MOVE WS-HEADING-LINE-2 TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           END-IF

           ADD 2 TO WS-LINE-COUNT.

           MOVE WS-EXCEPTION-LINES         TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

      *****************************************************************
      * PRINT-PAIR-TOTALS
      *   Duplicate pass: records read and the pairs found, split
      *   between pairs of two live records and pairs with a
      *   terminated record on one side.
      *****************************************************************
       PRINT-PAIR-TOTALS.
           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'RECORDS READ            :' TO CNT-LABEL
           MOVE WS-RECORDS-READ            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'PAIRS BOTH LIVE         :' TO CNT-LABEL
           MOVE WS-PAIRS-BOTH-LIVE         TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'PAIRS LIVE + TERMINATED :' TO CNT-LABEL
           MOVE WS-PAIRS-ONE-TERM          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'SUSPECTED PAIRS REPORTED:' TO CNT-LABEL
           MOVE WS-PAIRS-REPORTED          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
