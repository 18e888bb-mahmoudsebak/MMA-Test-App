      * be fixed by keying a TRANFILE record and waiting for the
      * HELLOUPD overnight run - and TRANFILE only carries a new
      * salary anyway.  HELLOMNT lets an authorized operator pull an
      * employee up by id, overtype name, date of birth, pay
      * frequency and currency code, and have the correction applied
      * to the EMPFILE VSAM KSDS immediately.  Every applied change
      * writes the same audit record HELLOUPD's LOG-CHANGE writes
      * (helloaud.cpy) so the trail reads one way no matter where a
      * change came from.
      * Salary stays display-only here - salary changes remain on the
      * audited TRANFILE batch path.
      *
      *   department scope are verified on every ENTER, refusals are
      *   logged as type-'X' audit records, and an operator without
      *   a profile can do nothing at all.
      *   Added the leave reason and expected return date to the
      *   record area; leave now normally starts and ends through
      *   the audited 'L'/'B' batch transactions, and setting an
      *   employee back to active here clears the leave detail.
      *   Added the position number to the employee record area; the
      *   position an employee fills moves only through the audited 'A',
      *   'D' and 'T' batch transactions, which keep POSFILE in step.
      *   The age field became the date of birth, which replaced the
      *   stored age on the employee record; the age beside it is
      *   worked out from it against today and is edited 18-99 as the
      *   keyed age was.
      *****************************************************************

       IDENTIFICATION DIVISION.
       01  EMPFILE-RECORD.
           05  EMP-ID        PIC X(6).
           05  EMP-NAME      PIC X(30).
           05  FILLER        PIC XX.
           05  EMP-SALARY    PIC S9(5)V99.
           05  EMP-PAY-FREQ  PIC X.
           05  EMP-CURRENCY-CD PIC X(3).
           05  EMP-TERM-DATE PIC 9(8).
           05  EMP-GRADE-CD  PIC X(2).
           05  EMP-MGR-ID    PIC X(6).
           05  EMP-LEAVE-REASON PIC X(2).
           05  EMP-RETURN-DATE  PIC 9(8).
           05  EMP-POSITION-NO  PIC X(6).
           05  EMP-BIRTH-DATE   PIC 9(8).

      * Pseudo-conversational state carried between invocations -
      * which phase of the maintenance dialogue the terminal is in
       01  WS-SALARY-EDIT    PIC +9(5).99.
       01  WS-AUDIT-SWITCH   PIC X               VALUE 'N'.
           88  WS-AUDIT-OK                        VALUE 'Y'.
      * Age working fields - the age is worked out from the date of
      * birth against today, backed off a year when the birthday has
      * not come round yet this year; a date of birth not on file
      * (or not a date) leaves the age unknown
       01  WS-TODAY.
           05  WS-TODAY-YEAR PIC 9(4).
           05  WS-TODAY-MMDD PIC 9(4).
       01  WS-BIRTH.
           05  WS-BIRTH-YEAR PIC 9(4).
           05  WS-BIRTH-MMDD PIC 9(4).
           05  FILLER REDEFINES WS-BIRTH-MMDD.
               10  WS-BIRTH-MM   PIC 99.
               10  WS-BIRTH-DD   PIC 99.
       01  WS-AGE-YEARS      PIC S9(4) COMP      VALUE ZERO.
       01  WS-AGE-SWITCH     PIC X               VALUE 'N'.
           88  WS-AGE-KNOWN                       VALUE 'Y'.
       01  WS-AGE-DISPLAY    PIC 99              VALUE ZERO.
       01  WS-OPERATOR-ID    PIC X(8)            VALUE SPACES.
      * Before-image of the record under correction, captured right
      * after the READ UPDATE - FOLD-IN-CHANGES overtypes the record
      * area in place, so the audit image has to be saved first
       01  WS-AUD-OLD-IMAGE  PIC X(102)          VALUE SPACES.
      * Authority of the signed-on operator, re-read on every ENTER
      * - no profile record means no authority at all
       01  WS-AUTH-SWITCH    PIC X               VALUE 'N'.
               MOVE HELLOMNT-NAMEI TO EMP-NAME
           END-IF

           IF HELLOMNT-DOBL > 0
               IF HELLOMNT-DOBI IS NUMERIC
                   MOVE HELLOMNT-DOBI TO EMP-BIRTH-DATE
               ELSE
                   MOVE ZEROS TO EMP-BIRTH-DATE
               END-IF
           END-IF


           IF HELLOMNT-STATL > 0
               MOVE HELLOMNT-STATI TO EMP-STATUS-CD
      * Back to active by hand still ends the leave - clear the
      * reason and expected return date so the overdue-return
      * report does not keep chasing the employee
               IF EMP-ACTIVE
                   MOVE SPACES TO EMP-LEAVE-REASON
                   MOVE ZEROS  TO EMP-RETURN-DATE
               END-IF
           END-IF

      * Mirror the folded record into the shared edit fields
           MOVE EMP-ID           TO IN-EMP-ID
           MOVE EMP-NAME         TO IN-NAME
           MOVE EMP-BIRTH-DATE   TO IN-BIRTH-DATE
           MOVE EMP-SALARY       TO IN-SALARY
           MOVE EMP-PAY-FREQ     TO IN-PAY-FREQ
           MOVE EMP-CURRENCY-CD  TO IN-CURRENCY-CD
           MOVE EMP-DEPT-CD      TO AUD-NEW-DEPT-CD
      * Full images - the before-image was saved ahead of the
      * fold-in, the after-image is the folded record about to be
      * rewritten, so the overtyped name, date of birth, frequency
      * and currency are on the trail and replay in recovery
           MOVE WS-AUD-OLD-IMAGE TO AUD-OLD-IMAGE
           MOVE EMPFILE-RECORD   TO AUD-NEW-IMAGE
           MOVE WS-OPERATOR-ID   TO AUD-USER-ID
       FORMAT-EMPLOYEE-MAP.
           MOVE 6               TO HELLOMNT-EMPIDL
           MOVE 30              TO HELLOMNT-NAMEL
           MOVE 8               TO HELLOMNT-DOBL
           MOVE 2               TO HELLOMNT-AGEL
           MOVE 1               TO HELLOMNT-FREQL
           MOVE 3               TO HELLOMNT-CURRL
           MOVE 1               TO HELLOMNT-STATL
           MOVE SPACE           TO HELLOMNT-EMPIDA  HELLOMNT-EMPIDT
           MOVE SPACE           TO HELLOMNT-NAMEA   HELLOMNT-NAMET
           MOVE SPACE           TO HELLOMNT-DOBA    HELLOMNT-DOBT
           MOVE SPACE           TO HELLOMNT-AGEA    HELLOMNT-AGET
           MOVE SPACE           TO HELLOMNT-FREQA   HELLOMNT-FREQT
           MOVE SPACE           TO HELLOMNT-CURRA   HELLOMNT-CURRT

           MOVE EMP-ID          TO HELLOMNT-EMPIDI
           MOVE EMP-NAME        TO HELLOMNT-NAMEI
           MOVE EMP-BIRTH-DATE  TO HELLOMNT-DOBI
           MOVE EMP-BIRTH-DATE  TO WS-BIRTH
           PERFORM AGE-CALC
           IF WS-AGE-KNOWN
               MOVE WS-AGE-YEARS    TO WS-AGE-DISPLAY
               MOVE WS-AGE-DISPLAY  TO HELLOMNT-AGEI
           ELSE
               MOVE SPACES          TO HELLOMNT-AGEI
           END-IF
           MOVE EMP-PAY-FREQ    TO HELLOMNT-FREQI
           MOVE EMP-CURRENCY-CD TO HELLOMNT-CURRI
           MOVE EMP-STATUS-CD   TO HELLOMNT-STATI
               MOVE -1 TO HELLOMNT-NAMEL
           END-IF

      * The age is worked out from the date of birth against today
      * and held to the same 18-99 the stored age always was
           MOVE IN-BIRTH-DATE TO WS-BIRTH
           PERFORM AGE-CALC
           IF WS-RECORD-VALID AND NOT WS-AGE-KNOWN
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'DATE OF BIRTH MUST BE A VALID CCYYMMDD DATE'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOMNT-DOBL
           END-IF

           IF WS-RECORD-VALID AND
              (WS-AGE-YEARS < 18 OR WS-AGE-YEARS > 99)
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'AGE FROM DATE OF BIRTH MUST BE 18-99'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOMNT-DOBL
           END-IF

           IF WS-RECORD-VALID AND
               MOVE 'STATUS MUST BE A OR L' TO WS-ERROR-MSG
               MOVE -1 TO HELLOMNT-STATL
           END-IF.

      *****************************************************************
      * AGE-CALC
      *   Whole years from the date of birth in WS-BIRTH to today.
      *   WS-AGE-KNOWN is set only when the date of birth is on
      *   file, is a valid date and is not after today.
      *****************************************************************
       AGE-CALC.
           MOVE 'N'  TO WS-AGE-SWITCH
           MOVE ZERO TO WS-AGE-YEARS
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-BIRTH NUMERIC
               IF WS-BIRTH-YEAR > ZERO AND
                  WS-BIRTH-MM >= 1 AND WS-BIRTH-MM <= 12 AND
                  WS-BIRTH-DD >= 1 AND WS-BIRTH-DD <= 31 AND
                  WS-BIRTH NOT > WS-TODAY
                   COMPUTE WS-AGE-YEARS =
                       WS-TODAY-YEAR - WS-BIRTH-YEAR
                   IF WS-TODAY-MMDD < WS-BIRTH-MMDD
                       SUBTRACT 1 FROM WS-AGE-YEARS
                   END-IF
                   SET WS-AGE-KNOWN TO TRUE
               END-IF
           END-IF.
