      *   record through the AUDL queue.  The name-search list shows
      *   no pay and is not scope-filtered; the detail display is
      *   where the profile speaks.
      *   Added the leave reason and expected return date to the
      *   employee record area to stay in step with the record.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   The age on the detail display and the name list is worked
      *   out from the date of birth, which replaced the stored age
      *   on the employee record, and shows blank until one is keyed.
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
      * which map the terminal is sitting on, the name being
           88  WS-RECORD-INVALID                  VALUE 'N'.
       01  WS-ERROR-MSG      PIC X(79)           VALUE SPACES.
       01  WS-SALARY-EDIT    PIC +9(5).99.
      * Age working fields - the age is worked out from the date of
      * birth against today, backed off a year when the birthday has
      * not come round yet this year; a date of birth not on file
      * (or not a date) leaves the age unknown and shown blank
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
      * Employee-status line under construction - status word plus,
      * on a terminated record, the termination date beside it
       01  WS-TERM-DATE-ED   PIC 9999/99/99.
               10  WS-BACK-NAME  PIC X(30).
               10  WS-BACK-ID    PIC X(6).
               10  WS-BACK-DEPT  PIC X(4).
               10  WS-BACK-BIRTH-DATE PIC 9(8).

      * One selection-list display line under construction
       01  WS-ROW-BUILD.
           05  FILLER        PIC X(2)            VALUE SPACES.
           05  RB-DEPT       PIC X(4).
           05  FILLER        PIC X(2)            VALUE SPACES.
           05  RB-AGE        PIC ZZ9 BLANK WHEN ZERO.

       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(151).
      * Populate record fields from the employee master file
               MOVE EMP-ID           TO IN-EMP-ID
               MOVE EMP-NAME         TO IN-NAME
               MOVE EMP-BIRTH-DATE   TO IN-BIRTH-DATE
               MOVE EMP-SALARY       TO IN-SALARY
               MOVE EMP-PAY-FREQ     TO IN-PAY-FREQ
               MOVE EMP-CURRENCY-CD  TO IN-CURRENCY-CD
               MOVE EMP-STATUS-CD    TO IN-STATUS-CD
               MOVE EMP-TERM-DATE    TO IN-TERM-DATE

               MOVE IN-BIRTH-DATE    TO WS-BIRTH
               PERFORM AGE-CALC
               PERFORM EDIT-RECORD

               IF WS-RECORD-VALID
      * Copy values into the BMS map fields
               MOVE IN-EMP-ID       TO HELLOCOB-EMPIDI
               MOVE IN-NAME         TO HELLOCOB-NAMEI
               IF WS-AGE-KNOWN
                   MOVE WS-AGE-YEARS    TO WS-AGE-DISPLAY
                   MOVE WS-AGE-DISPLAY  TO HELLOCOB-AGEI
               ELSE
                   MOVE SPACES          TO HELLOCOB-AGEI
               END-IF
      * The salary shows only to operators whose profile carries
      * salary authority - everyone else sees it masked
               IF WS-SALARY-AUTH
               EVALUATE TRUE
                   WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       MOVE -1 TO HELLOCOB-EMPIDL
                   WHEN WS-AGE-KNOWN AND
                        (WS-AGE-YEARS < 18 OR WS-AGE-YEARS > 99)
                       MOVE -1 TO HELLOCOB-AGEL
                   WHEN OTHER
                       MOVE -1 TO HELLOCOB-SALARYL
           MOVE EMP-ID      TO RB-EMP-ID
           MOVE EMP-NAME    TO RB-NAME
           MOVE EMP-DEPT-CD TO RB-DEPT
           MOVE EMP-BIRTH-DATE TO WS-BIRTH
           PERFORM AGE-CALC
           IF WS-AGE-KNOWN
               MOVE WS-AGE-YEARS TO RB-AGE
           ELSE
               MOVE ZERO         TO RB-AGE
           END-IF

           MOVE 1            TO HELLOSEL-SELL (WS-ROW-SUB)
           MOVE SPACE        TO HELLOSEL-SELA (WS-ROW-SUB)
                           WS-BACK-ID (WS-BACK-COUNT)
                       MOVE EMP-DEPT-CD TO
                           WS-BACK-DEPT (WS-BACK-COUNT)
                       MOVE EMP-BIRTH-DATE TO
                           WS-BACK-BIRTH-DATE (WS-BACK-COUNT)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-BACK-NAME (WS-BACK-COUNT) TO EMP-NAME
           MOVE WS-BACK-ID (WS-BACK-COUNT)   TO EMP-ID
           MOVE WS-BACK-DEPT (WS-BACK-COUNT) TO EMP-DEPT-CD
           MOVE WS-BACK-BIRTH-DATE (WS-BACK-COUNT)
                                             TO EMP-BIRTH-DATE

           PERFORM FORMAT-LIST-ROW


      *****************************************************************
      * EDIT-RECORD
      *   Validates the age and IN-SALARY before the record is
      *   allowed to flow on to the BMS map.  An age worked out from
      *   the date of birth must fall between 18 and 99, and salary
      *   may not be negative.  A date of birth not yet on file is
      *   not an error here - the age just shows blank.
      *****************************************************************
       EDIT-RECORD.
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-ERROR-MSG

           IF WS-AGE-KNOWN AND
              (WS-AGE-YEARS < 18 OR WS-AGE-YEARS > 99)
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'AGE MUST BE 18-99' TO WS-ERROR-MSG
           END-IF
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'SALARY CANNOT BE NEGATIVE' TO WS-ERROR-MSG
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
