      * when the HELLOEDT edit report or the suspense file surfaced
      * it the next morning - a full day lost per keying error.
      * HELLOENT lets HR key salary changes, new hires, terminations,
      * department transfers, manager changes and one-time payments
      * in the hellotrn.cpy layout and runs
      * the same edits HELLOEDT applies - employee on EMPFILE, live
      * DEPTFILE and GRADFILE codes, plausible effective date, valid
      * amounts - at ENTER time, with the failure on the message
      *   needs update authority, a department scope on the profile
      *   confines entries to that department's employees, and
      *   every refusal is logged as a type-'X' audit record.
      *   Added the 'L' leave start and 'B' return from leave, with
      *   the leave reason and expected return date on the screen -
      *   the same reason-code, return-date and status edits
      *   HELLOEDT runs.
      *   Added dual control on large salary changes - an 'S' moving
      *   the salary by more than the helloapl.cpy limits is held on
      *   the APPRFILE approval queue for a second operator to decide
      *   on HELLOAPR instead of going to the TRNE queue.
      *   Added position control - an 'A' new hire or 'D' transfer keys
      *   the position it fills, which must be on POSFILE, open and in
      *   the department the employee is going to.
      *   Added the 'P' one-time payment, keyed with its amount,
      *   currency, reason code and pay date - the employee must be
      *   live and the grade carry a payment ceiling, and a USD
      *   payment over the ceiling is refused at ENTER time.
      *   A new hire is keyed with a date of birth instead of an age;
      *   the age is worked out from it against today and edited
      *   18-99 as the keyed age was.
      *****************************************************************

       IDENTIFICATION DIVISION.
      * Include the audit record layout - refused entries are logged
      * as type-'X' records through the AUDL queue
       COPY HELLOAUD.
      * Include the second-operator approval queue record and the
      * dual-control limits - a large salary change is held there
      * instead of going to the TRNE queue
       COPY HELLOAPQ.
       COPY HELLOAPL.
      * Include the position master record - a new hire or transfer
      * must name an open position in the department it lands in
       COPY HELLOPOS.
      * Include the symbolic AID values (DFHENTER, DFHPF3, DFHCLEAR)
      * so EIBAID can be tested by name instead of by hex value
       COPY DFHAID.
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

      * Reference record areas for the keyed online copies of the
      * finance files
           05  GRD-DESC         PIC X(20).
           05  GRD-MIN-SALARY   PIC 9(7)V99.
           05  GRD-MAX-SALARY   PIC 9(7)V99.
           05  GRD-MAX-PAYMENT  PIC 9(7)V99.

      * Pseudo-conversational state - one screen, one phase
       01  ENT-COMMAREA.
       01  WS-ACCEPT-SWITCH  PIC X               VALUE 'N'.
           88  WS-ACCEPT-OK                       VALUE 'Y'.
       01  WS-RUN-DATE       PIC 9(8)            VALUE ZEROS.
       01  WS-LEAVE-START-DATE PIC 9(8)          VALUE ZEROS.
      * Authority of the signed-on operator, read per ENTER - no
      * profile record means no authority at all
       01  WS-AUTH-SWITCH    PIC X               VALUE 'N'.
           88  WS-AUTH-OK                         VALUE 'Y'.
       01  WS-SCOPE-DEPT     PIC X(4)            VALUE SPACES.
      * Department the keyed position must belong to
       01  WS-POS-TARGET-DEPT PIC X(4)           VALUE SPACES.
      * Reporting-chain walk for the 'C' manager change
       01  WS-LOOP-SWITCH    PIC X               VALUE 'N'.
           88  WS-LOOP-FOUND                      VALUE 'Y'.
       01  WS-CHAIN-ID       PIC X(6)            VALUE SPACES.
       01  WS-CHAIN-DEPTH    PIC 9(3) COMP       VALUE ZEROS.
       01  WS-MAX-CHAIN-DEPTH PIC 9(3) COMP      VALUE 25.
      * Dual-control test on a salary change - the movement against
      * the current salary, as a percentage and annualized
       01  WS-HOLD-SWITCH    PIC X               VALUE 'N'.
           88  WS-HOLD-FOR-APPROVAL               VALUE 'Y'.
       01  WS-APR-DIFF       PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-APR-PCT        PIC S9(5)V99 COMP-3 VALUE ZEROS.
       01  WS-APR-ANNUAL     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-APR-FACTOR     PIC 9(2)            VALUE ZEROS.
       01  WS-APR-TIME       PIC 9(8)            VALUE ZEROS.
      * Keyed salary - digits only, two implied decimals
       01  WS-SALARY-X       PIC X(7)            VALUE SPACES.
       01  WS-SALARY-9       REDEFINES WS-SALARY-X
                             PIC 9(5)V99.
      * New hire's age - worked out from the keyed date of birth
      * against today, backed off a year when the birthday has not
      * come round yet this year
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

       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(1).
               END-IF
           END-IF

           MOVE 'N' TO WS-HOLD-SWITCH
           IF WS-ENTRY-VALID AND TRAN-SALARY-CHANGE
               PERFORM CHECK-APPROVAL-LIMITS
           END-IF

           IF WS-ENTRY-VALID AND WS-HOLD-FOR-APPROVAL
               PERFORM HOLD-FOR-APPROVAL
               IF WS-ACCEPT-OK
                   MOVE 'HELD FOR SECOND-OPERATOR APPROVAL - KEY THE NE
      -                 'XT ONE' TO WS-ERROR-MSG
                   MOVE -1 TO HELLOENT-TYPEL
               ELSE
                   MOVE 'APPROVAL QUEUE UNAVAILABLE - TRY AGAIN SHORTLY'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOENT-TYPEL
               END-IF
           END-IF

           IF WS-ENTRY-VALID AND NOT WS-HOLD-FOR-APPROVAL
               PERFORM QUEUE-TRANSACTION
               IF WS-ACCEPT-OK
                   MOVE 'ACCEPTED FOR TONIGHT - KEY THE NEXT ONE'

           MOVE HELLOENT-NDEPTI  TO TRAN-NEW-DEPT-CD
           MOVE HELLOENT-NAMEI   TO TRAN-NH-NAME
           MOVE ZEROS            TO TRAN-NH-BIRTH-DATE
           IF HELLOENT-DOBL > 0 AND
              HELLOENT-DOBI IS NUMERIC
               MOVE HELLOENT-DOBI TO TRAN-NH-BIRTH-DATE
           END-IF
           MOVE HELLOENT-FREQI   TO TRAN-NH-PAY-FREQ
           MOVE HELLOENT-CURRI   TO TRAN-NH-CURRENCY-CD
           MOVE ZEROS            TO TRAN-NH-HIRE-DATE
           MOVE HELLOENT-GRADEI  TO TRAN-NH-GRADE-CD
           MOVE HELLOENT-NMGRI   TO TRAN-NEW-MGR-ID
           MOVE HELLOENT-NMGRI   TO TRAN-NH-MGR-ID
           MOVE HELLOENT-LVRSNI  TO TRAN-LEAVE-REASON
           MOVE HELLOENT-POSNOI  TO TRAN-POSITION-NO
           MOVE ZEROS            TO TRAN-RETURN-DATE
           IF HELLOENT-RETDTL > 0 AND
              HELLOENT-RETDTI IS NUMERIC
               MOVE HELLOENT-RETDTI TO TRAN-RETURN-DATE
           END-IF

      * A one-time payment's detail shares the new-hire area - the
      * keyed currency, reason and pay date replace it
           IF TRAN-ONE-TIME-PAYMENT
               MOVE SPACES           TO TRAN-PAYMENT-DETAIL
               MOVE HELLOENT-CURRI   TO TRAN-PAY-CURRENCY-CD
               MOVE HELLOENT-PAYRSNI TO TRAN-PAY-REASON
               MOVE ZEROS            TO TRAN-PAY-DATE
               IF HELLOENT-PAYDTL > 0 AND
                  HELLOENT-PAYDTI IS NUMERIC
                   MOVE HELLOENT-PAYDTI TO TRAN-PAY-DATE
               END-IF
           END-IF

           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC
                       PERFORM VALIDATE-XFR-ENTRY
                   WHEN TRAN-MGR-CHANGE
                       PERFORM VALIDATE-MGR-ENTRY
                   WHEN TRAN-LEAVE-START
                       PERFORM VALIDATE-LEAVE-ENTRY
                   WHEN TRAN-LEAVE-RETURN
                       PERFORM VALIDATE-RETURN-ENTRY
                   WHEN TRAN-ONE-TIME-PAYMENT
                       PERFORM VALIDATE-PAYMENT-ENTRY
                   WHEN OTHER
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'TYPE MUST BE S, A, T, D, C, L, B OR P'
                           TO WS-ERROR-MSG
                       MOVE -1 TO HELLOENT-TYPEL
               END-EVALUATE
                   MOVE 'TARGET DEPT NOT ON FILE' TO WS-ERROR-MSG
                   MOVE -1 TO HELLOENT-NDEPTL
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               MOVE TRAN-NEW-DEPT-CD TO WS-POS-TARGET-DEPT
               PERFORM CHECK-POSITION-ENTRY
           END-IF.

      *****************************************************************
               END-IF
           END-IF.

      *****************************************************************
      * VALIDATE-LEAVE-ENTRY
      *   The 'L' leave start: the employee must exist and be active,
      *   the reason must be a known code, and the expected return
      *   date must be a real date after the day the leave starts -
      *   the keyed effective date, otherwise today.
      *****************************************************************
       VALIDATE-LEAVE-ENTRY.
           PERFORM LOOKUP-EMPLOYEE

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'EMPLOYEE ID NOT ON FILE' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-EMPIDL
           END-IF

           IF WS-ENTRY-VALID AND EMP-TERMINATED
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-EMPIDL
           END-IF

           IF WS-ENTRY-VALID AND EMP-ON-LEAVE
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'EMPLOYEE ALREADY ON LEAVE' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-EMPIDL
           END-IF

           IF WS-ENTRY-VALID AND NOT TRAN-LEAVE-REASON-VALID
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'LEAVE REASON MUST BE MD, PL, PE, MI OR ST'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-LVRSNL
           END-IF

           IF WS-ENTRY-VALID
               IF TRAN-RETURN-DATE = ZEROS OR
                  TRAN-RETURN-DATE(5:2) < '01' OR
                  TRAN-RETURN-DATE(5:2) > '12' OR
                  TRAN-RETURN-DATE(7:2) < '01' OR
                  TRAN-RETURN-DATE(7:2) > '31'
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE 'EXPECTED RETURN DATE NOT A REAL DATE'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOENT-RETDTL
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               IF TRAN-EFF-DATE NOT = ZEROS
                   MOVE TRAN-EFF-DATE TO WS-LEAVE-START-DATE
               ELSE
                   ACCEPT WS-LEAVE-START-DATE FROM DATE YYYYMMDD
               END-IF
               IF TRAN-RETURN-DATE NOT > WS-LEAVE-START-DATE
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE 'EXPECTED RETURN DATE MUST BE AFTER THE START'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOENT-RETDTL
               END-IF
           END-IF.

      *****************************************************************
      * VALIDATE-RETURN-ENTRY
      *   The 'B' return from leave: the employee must exist and be
      *   on leave now.
      *****************************************************************
       VALIDATE-RETURN-ENTRY.
           PERFORM LOOKUP-EMPLOYEE

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'EMPLOYEE ID NOT ON FILE' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-EMPIDL
           END-IF

           IF WS-ENTRY-VALID AND NOT EMP-ON-LEAVE
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'EMPLOYEE IS NOT ON LEAVE' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-EMPIDL
           END-IF.

      *****************************************************************
      * VALIDATE-PAYMENT-ENTRY
      *   The 'P' one-time payment: the employee must exist and not
      *   be terminated, the amount must be keyed, the currency
      *   present, the reason a known code and the pay date a real
      *   date.  The employee's grade must be on GRADFILE with a
      *   payment ceiling; a USD payment is held against the ceiling
      *   here, any other currency by HELLOEDT tonight with the
      *   effective-dated rate.
      *****************************************************************
       VALIDATE-PAYMENT-ENTRY.
           PERFORM LOOKUP-EMPLOYEE

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'EMPLOYEE ID NOT ON FILE' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-EMPIDL
           END-IF

           IF WS-ENTRY-VALID AND EMP-TERMINATED
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-EMPIDL
           END-IF

           IF WS-ENTRY-VALID AND TRAN-NEW-SALARY NOT > ZEROS
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'PAYMENT AMOUNT MISSING OR NOT NUMERIC'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-SALL
           END-IF

           IF WS-ENTRY-VALID AND
              (TRAN-PAY-CURRENCY-CD = SPACES OR
               TRAN-PAY-CURRENCY-CD = LOW-VALUES)
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'CURRENCY CODE MISSING' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-CURRL
           END-IF

           IF WS-ENTRY-VALID AND NOT TRAN-PAY-REASON-VALID
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'PAYMENT REASON MUST BE SB, SO, RF, RT OR LS'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-PAYRSNL
           END-IF

           IF WS-ENTRY-VALID
               IF TRAN-PAY-DATE = ZEROS OR
                  TRAN-PAY-DATE(5:2) < '01' OR
                  TRAN-PAY-DATE(5:2) > '12' OR
                  TRAN-PAY-DATE(7:2) < '01' OR
                  TRAN-PAY-DATE(7:2) > '31'
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE 'PAY DATE NOT A REAL DATE' TO WS-ERROR-MSG
                   MOVE -1 TO HELLOENT-PAYDTL
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               MOVE EMP-GRADE-CD TO GRD-GRADE-CD
               PERFORM READ-GRADE
               EVALUATE TRUE
                   WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'EMPLOYEE GRADE NOT ON FILE'
                           TO WS-ERROR-MSG
                       MOVE -1 TO HELLOENT-EMPIDL
                   WHEN GRD-MAX-PAYMENT = ZEROS
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'GRADE NOT ELIGIBLE FOR ONE-TIME PAYMENTS'
                           TO WS-ERROR-MSG
                       MOVE -1 TO HELLOENT-EMPIDL
                   WHEN TRAN-PAY-CURRENCY-CD = 'USD' AND
                        TRAN-NEW-SALARY > GRD-MAX-PAYMENT
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'PAYMENT OVER GRADE CEILING'
                           TO WS-ERROR-MSG
                       MOVE -1 TO HELLOENT-SALL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * CHECK-REPORTING-LOOP
      *   Walks the proposed manager's chain upward through EMPFILE;
               MOVE -1 TO HELLOENT-NAMEL
           END-IF

      * The age the hire used to be keyed with is now worked out
      * from the date of birth against today, and held to the same
      * 18-99 the keyed age always was
           MOVE TRAN-NH-BIRTH-DATE TO WS-BIRTH
           PERFORM AGE-CALC
           IF WS-ENTRY-VALID AND NOT WS-AGE-KNOWN
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'NEW-HIRE DATE OF BIRTH MISSING OR INVALID'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-DOBL
           END-IF

           IF WS-ENTRY-VALID AND
              (WS-AGE-YEARS < 18 OR WS-AGE-YEARS > 99)
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'NEW-HIRE AGE MUST BE 18-99' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-DOBL
           END-IF

           IF WS-ENTRY-VALID AND TRAN-NEW-SALARY NOT > ZEROS
               END-IF
           END-IF

           IF WS-ENTRY-VALID
               MOVE TRAN-NH-DEPT-CD TO WS-POS-TARGET-DEPT
               PERFORM CHECK-POSITION-ENTRY
           END-IF

           IF WS-ENTRY-VALID
               PERFORM LOOKUP-GRADE
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               END-IF
           END-IF.

      *****************************************************************
      * CHECK-POSITION-ENTRY
      *   Position control for the 'A' new hire and the 'D'
      *   transfer: the keyed position must be on POSFILE, open,
      *   and belong to the department in WS-POS-TARGET-DEPT.  A
      *   second claim keyed the same day is caught by HELLOEDT
      *   that night, before POSFILE shows the position filled.
      *****************************************************************
       CHECK-POSITION-ENTRY.
           IF TRAN-POSITION-NO = SPACES OR
              TRAN-POSITION-NO = LOW-VALUES
               SET WS-ENTRY-INVALID TO TRUE
               MOVE 'POSITION NUMBER MISSING' TO WS-ERROR-MSG
               MOVE -1 TO HELLOENT-POSNOL
           END-IF

           IF WS-ENTRY-VALID
               MOVE TRAN-POSITION-NO TO POS-NO
               EXEC CICS READ FILE('POSFILE')
                              INTO(POSITION-RECORD)
                              RIDFLD(POS-NO)
                              KEYLENGTH(6)
                              RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'POSITION NOT ON FILE' TO WS-ERROR-MSG
                       MOVE -1 TO HELLOENT-POSNOL
                   WHEN NOT POS-OPEN
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'POSITION IS NOT OPEN' TO WS-ERROR-MSG
                       MOVE -1 TO HELLOENT-POSNOL
                   WHEN POS-DEPT-CD NOT = WS-POS-TARGET-DEPT
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE 'POSITION NOT IN TARGET DEPT'
                           TO WS-ERROR-MSG
                       MOVE -1 TO HELLOENT-POSNOL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * VALIDATE-EFF-DATE-ENTRY
      *   Zeros means apply tonight; a keyed date must at least look

       LOOKUP-GRADE.
           MOVE TRAN-NH-GRADE-CD TO GRD-GRADE-CD
           PERFORM READ-GRADE.

       READ-GRADE.
           EXEC CICS READ FILE('GRADFILE')
                          INTO(GRADE-RECORD)
                          RIDFLD(GRD-GRADE-CD)
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-ACCEPT-OK TO TRUE
           END-IF.

      *****************************************************************
      * CHECK-APPROVAL-LIMITS
      *   Dual control: a salary change moving the employee's pay by
      *   more than the helloapl.cpy percentage, or by more than the
      *   amount limit once annualized by pay frequency, is held for
      *   a second operator.  Either direction counts.  EMPFILE-RECORD
      *   still holds the employee from the authority check; a zero
      *   current salary has no percentage and is always held.
      *****************************************************************
       CHECK-APPROVAL-LIMITS.
           MOVE 'N' TO WS-HOLD-SWITCH

           COMPUTE WS-APR-DIFF = TRAN-NEW-SALARY - EMP-SALARY
           IF WS-APR-DIFF < ZEROS
               COMPUTE WS-APR-DIFF = ZEROS - WS-APR-DIFF
           END-IF

           EVALUATE EMP-PAY-FREQ
               WHEN 'M'
                   MOVE 12 TO WS-APR-FACTOR
               WHEN 'B'
                   MOVE 26 TO WS-APR-FACTOR
               WHEN OTHER
                   MOVE 1  TO WS-APR-FACTOR
           END-EVALUATE
           COMPUTE WS-APR-ANNUAL = WS-APR-DIFF * WS-APR-FACTOR

           IF EMP-SALARY > ZEROS
               COMPUTE WS-APR-PCT ROUNDED =
                   (TRAN-NEW-SALARY - EMP-SALARY) * 100 / EMP-SALARY
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-APR-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-APR-PCT
               SET WS-HOLD-FOR-APPROVAL TO TRUE
           END-IF

           IF WS-APR-DIFF * 100 > APL-PCT-LIMIT * EMP-SALARY OR
              WS-APR-ANNUAL > APL-AMT-LIMIT
               SET WS-HOLD-FOR-APPROVAL TO TRUE
           END-IF.

      *****************************************************************
      * HOLD-FOR-APPROVAL
      *   Parks the complete transaction on the APPRFILE approval
      *   queue, waiting, keyed by the moment it was queued and the
      *   terminal it came from.  Nothing goes to the TRNE queue
      *   until a second operator approves it on HELLOAPR.
      *****************************************************************
       HOLD-FOR-APPROVAL.
           MOVE 'N' TO WS-ACCEPT-SWITCH

           MOVE SPACES          TO APPROVAL-RECORD
           ACCEPT APQ-QUEUE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-APR-TIME    FROM TIME
           DIVIDE WS-APR-TIME BY 100 GIVING APQ-QUEUE-TIME
           MOVE EIBTRMID        TO APQ-QUEUE-SRC
           SET  APQ-KIND-SALARY TO TRUE
           SET  APQ-WAITING     TO TRUE
           MOVE TRAN-EMP-ID     TO APQ-EMP-ID
           MOVE EMP-DEPT-CD     TO APQ-DEPT-CD
           MOVE EMP-SALARY      TO APQ-OLD-SALARY
           MOVE TRAN-NEW-SALARY TO APQ-NEW-SALARY
           MOVE WS-APR-PCT      TO APQ-CHANGE-PCT
           MOVE WS-OPERATOR-ID  TO APQ-KEYED-BY
           MOVE SPACES          TO APQ-DECIDED-BY
           MOVE ZEROS           TO APQ-DECIDED-DATE
           MOVE ZEROS           TO APQ-DECIDED-TIME
           MOVE SPACES          TO APQ-REASON
           MOVE TRAN-RECORD     TO APQ-TRAN-DATA

           EXEC CICS WRITE FILE('APPRFILE')
                          FROM(APPROVAL-RECORD)
                          RIDFLD(APQ-KEY)
                          KEYLENGTH(18)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-ACCEPT-OK TO TRUE
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
