      *   file still supplies the extract generation sequence; and a
      *   department transfer no longer band-checks the salary it
      *   does not change.
      *   Added the 'L' leave-start and 'B' back-from-leave
      *   transactions - status 'L' with the leave reason and
      *   expected return date is set and cleared on the record and
      *   audited under its own change types, instead of being
      *   flipped by hand on HELLOMNT.  A termination or a rehire
      *   clears any leave detail left on the record.
      *   A mass change is now under dual control - the propose run
      *   puts the request on the APPRFILE approval queue, and the
      *   apply run is refused unless a second operator has approved
      *   the matching request on HELLOAPR, which it then marks
      *   released so one sign-off drives one apply run.
      *   Added position control on POSFILE - an 'A' or 'D' re-verifies
      *   its open position at apply time and fills it with the
      *   employee, and a termination or a transfer out reopens the
      *   position left behind, vacant from the effective date.  The
      *   employee record carries the position it fills.
      *   Added the 'P' one-time payment - a spot bonus, sign-on,
      *   referral or other lump sum goes to payroll as its own 'P'
      *   extract record inside the header, trailer and hash total and
      *   audits under its own change type, with no change to the
      *   salary on file.
      *   The run date is now the processing date HELLODTE sets, not
      *   the clock - the pending queue releases, retro pay measures,
      *   audit records stamp and the control record carries that
      *   date, and the rate gate holds to the business-day cut-off.
      *   Every transaction read and every pending record released is
      *   now counted by what became of it - applied, not applied or
      *   held - with the amount behind it, and the audit records that
      *   reached AUDITLOG are counted apart; the totals go onto the run
      *   balancing totals HELLOPRF proves at the end of the run.
      *   A transaction from the corporate HR feed is now confirmed
      *   back to the corporate system as applied, held pending or not
      *   applied, with the reason, when its fate is decided here.
      *   Carried the date of birth in place of the stored age.  New
      *   hires must bring a valid date of birth, and the 18-99 age
      *   edit now works from the date of birth at the processing date.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASSRPT-STATUS.

           SELECT APPRFILE      ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.

           SELECT POSFILE       ASSIGN TO POSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-NO
               FILE STATUS IS WS-POSFILE-STATUS.

           SELECT GRADFILE      ASSIGN TO GRADFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADFILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLOUT-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT BALOUT        ASSIGN TO BALOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALOUT-STATUS.

           SELECT CNFOUT        ASSIGN TO CNFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNFOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE
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

       FD  TRANFILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY HELLOGRD.

      * Position master - filled by an 'A' or 'D', reopened by a 'T'
      * or by a 'D' moving the incumbent out
       FD  POSFILE
           RECORDING MODE IS F.
       COPY HELLOPOS.

      * Second-operator approval queue - a mass change is put up for
      * approval by the propose run and applied only once approved
       FD  APPRFILE
           RECORDING MODE IS F.
       COPY HELLOAPQ.

      * Balancing control record carried from the previous run
       FD  CTLIN
           RECORDING MODE IS F.
                               ==CONTROL-RECORD==
                               BY ==CTLOUT-RECORD==.

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

      * Tonight's run balancing totals, proved by HELLOPRF
       FD  BALOUT
           RECORDING MODE IS F.
       COPY HELLOBAL.

      * Tonight's feed confirmations - feed records applied, held
      * pending or not applied here
       FD  CNFOUT
           RECORDING MODE IS F.
       COPY HELLOCNF.

       WORKING-STORAGE SECTION.
      * Include the record structure copybook shared with HELLOCOB
       COPY HELLOCOB.
           88  WS-RECORD-INVALID                   VALUE 'N'.
       01  WS-ERROR-MSG       PIC X(79)           VALUE SPACES.
       01  WS-OLD-DEPT-CD     PIC X(4)            VALUE SPACES.
      * Position control - the open position an 'A' or 'D' names is
      * re-verified at apply time, because a pending transaction
      * released tonight may find it filled since it was edited
       01  WS-POSFILE-STATUS  PIC XX              VALUE ZEROS.
           88  WS-POSFILE-OK                       VALUE '00'.
       01  WS-POS-OK-SWITCH   PIC X               VALUE 'N'.
           88  WS-POS-OK                           VALUE 'Y'.
       01  WS-POS-TARGET-DEPT PIC X(4)            VALUE SPACES.
       01  WS-OLD-POSITION-NO PIC X(6)            VALUE SPACES.
       01  WS-POS-EVENT-DATE  PIC 9(8)            VALUE ZEROS.
      * Reporting-chain walk for the 'C' manager change - see the
      * matching edit in HELLOEDT; the update re-verifies at apply
      * time because the file has moved since the edit ran
      * Before-image of the record under change, captured at read
      * time - the FD record area is overtyped in place before the
      * rewrite, so the audit image has to be saved first
       01  WS-AUD-OLD-IMAGE   PIC X(102)          VALUE SPACES.
       01  WS-REHIRE-SWITCH   PIC X               VALUE 'N'.
           88  WS-REHIRE                           VALUE 'Y'.

       01  WS-CUR-SCAN-SWITCH PIC X               VALUE 'N'.
           88  WS-CUR-SCAN-FOUND                   VALUE 'Y'.
      * Staleness gate - the run refuses to normalize anything on a
      * rate table finance has not refreshed within the agreed limit,
      * held as the business-day cut-off date HELLODTE sets
       01  WS-NEWEST-RATE-DATE PIC 9(8)           VALUE ZEROS.
       01  WS-RATE-CUTOFF     PIC 9(8)            VALUE ZEROS.
       01  WS-PROCDATE-STATUS PIC XX              VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-PREV-RUN-DATE   PIC 9(8)            VALUE ZEROS.
       01  WS-RATE-IMPACT     PIC S9(11)V99 COMP-3 VALUE ZEROS.
      * Effective-date pending queue controls and the scheduled-
       01  WS-PENDOUT-STATUS  PIC XX              VALUE ZEROS.
       01  WS-PENDRPT-STATUS  PIC XX              VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
      * Age working fields - the age is worked out from the date of
      * birth against the processing date, backed off a year when
      * the birthday has not come round yet that year
       01  WS-AGE-ASOF.
           05  WS-AGE-ASOF-YEAR PIC 9(4).
           05  WS-AGE-ASOF-MMDD PIC 9(4).
       01  WS-BIRTH.
           05  WS-BIRTH-YEAR  PIC 9(4).
           05  WS-BIRTH-MMDD  PIC 9(4).
           05  FILLER REDEFINES WS-BIRTH-MMDD.
               10  WS-BIRTH-MM    PIC 99.
               10  WS-BIRTH-DD    PIC 99.
       01  WS-AGE-YEARS       PIC S9(4) COMP      VALUE ZERO.
       01  WS-AGE-SWITCH      PIC X               VALUE 'N'.
           88  WS-AGE-KNOWN                        VALUE 'Y'.
       01  WS-PEND-MODE-SWITCH PIC X              VALUE 'R'.
           88  WS-PEND-RELEASE-MODE                VALUE 'R'.
           88  WS-PEND-PRESERVE-MODE               VALUE 'P'.
       01  WS-PEX-COUNT       PIC 9(6) COMP        VALUE ZEROS.
       01  WS-PEX-HASH        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Run balancing totals - what became of every transaction
      * read tonight and every pending record released, counted and
      * summed (TRAN-NEW-SALARY, zero when not numeric) for the
      * HELLOPRF proof at the end of the run.  A transaction counts
      * as applied when it changed EMPFILE (or paid a one-time
      * payment), which is exactly when it owes an audit record;
      * the audit records that reached AUDITLOG are counted apart,
      * so a write that failed shows up in the proof.
       01  WS-BALOUT-STATUS   PIC XX               VALUE ZEROS.
           88  WS-BALOUT-OK                         VALUE '00'.
       01  WS-BAL-AMOUNT      PIC S9(5)V99 COMP-3  VALUE ZEROS.
       01  WS-BAL-CHANGES     PIC 9(6) COMP        VALUE ZEROS.
       01  WS-BAL-CHANGES-BEFORE PIC 9(6) COMP     VALUE ZEROS.
       01  WS-BAL-AUDIT-WRITTEN PIC 9(6) COMP      VALUE ZEROS.
       01  WS-BAL-TRAN-READ   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-BAL-TRAN-READ-AMT PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-BAL-TRAN-APPLIED PIC 9(6) COMP       VALUE ZEROS.
       01  WS-BAL-TRAN-APPLIED-AMT PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       01  WS-BAL-TRAN-NOTAPPL PIC 9(6) COMP       VALUE ZEROS.
       01  WS-BAL-TRAN-NOTAPPL-AMT PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       01  WS-BAL-TRAN-HELD   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-BAL-TRAN-HELD-AMT PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-BAL-PEND-READ   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-BAL-PEND-READ-AMT PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-BAL-PEND-APPLIED PIC 9(6) COMP       VALUE ZEROS.
       01  WS-BAL-PEND-APPLIED-AMT PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       01  WS-BAL-PEND-NOTAPPL PIC 9(6) COMP       VALUE ZEROS.
       01  WS-BAL-PEND-NOTAPPL-AMT PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       01  WS-BAL-PEND-HELD   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-BAL-PEND-HELD-AMT PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Feed confirmations - what became of each transaction the
      * corporate HR feed sent, for HELLOCFM to send back.  A
      * pending record is confirmed when it is first held and again
      * when it is released, not on every night it waits.
       01  WS-CNFOUT-STATUS   PIC XX               VALUE ZEROS.
           88  WS-CNFOUT-OK                         VALUE '00'.
       01  WS-CNFOUT-SWITCH   PIC X                VALUE 'N'.
           88  WS-CNFOUT-OPEN                       VALUE 'Y'.
       01  WS-FEED-USER-ID    PIC X(8)             VALUE 'CORPHR'.
       01  WS-CNF-DISP        PIC X                VALUE SPACES.
           88  WS-CNF-APPLIED                       VALUE 'A'.
           88  WS-CNF-PENDING                       VALUE 'P'.
           88  WS-CNF-NOT-APPLIED                   VALUE 'R'.

      * Retro-pay working fields for a backdated salary change -
      * the annualized rate difference spread over the days already
      * worked at the wrong rate, in the employee's own currency
      * Mass-change working fields and the proposed/applied-changes
      * report HR signs off before the confirmed second run
       01  WS-MASSRPT-STATUS  PIC XX              VALUE ZEROS.
       01  WS-APPRFILE-STATUS PIC XX              VALUE ZEROS.
           88  WS-APPRFILE-OK                      VALUE '00'.
       01  WS-APR-EOF-SWITCH  PIC X               VALUE 'N'.
           88  WS-APR-EOF                          VALUE 'Y'.
       01  WS-APR-POP         PIC X(4)            VALUE SPACES.
       01  WS-APR-MATCH-KEY   PIC X(18)           VALUE SPACES.
       01  WS-APR-APPROVED-SWITCH PIC X           VALUE 'N'.
           88  WS-APR-APPROVED-FOUND               VALUE 'Y'.
       01  WS-APR-QUEUED-SWITCH PIC X             VALUE 'N'.
           88  WS-APR-ALREADY-QUEUED               VALUE 'Y'.
       01  WS-APR-TIME        PIC 9(8)            VALUE ZEROS.
       01  WS-MASS-REQ-SWITCH PIC X               VALUE 'N'.
           88  WS-MASS-REQUESTED                   VALUE 'P' 'A'.
           88  WS-MASS-PROPOSE                     VALUE 'P'.
           DISPLAY WS-MESSAGE

           MOVE PARM-EXPECTED-COUNT TO WS-EXPECTED-COUNT
           PERFORM GET-PROCESSING-DATE

      * A non-zero PARM count is the manual override - the first
      * run, or the run after a recovery rebuilt the file.  The
               MOVE PARM-MASS-AMOUNT TO WS-MASS-AMOUNT
               MOVE PARM-MASS-DEPT   TO WS-MASS-DEPT
               MOVE PARM-MASS-USER   TO WS-MASS-USER
      * The population as the approval queue records it - spaces
      * and ALL are the same request
               MOVE PARM-MASS-DEPT   TO WS-APR-POP
               IF WS-APR-POP = SPACES
                   MOVE 'ALL '       TO WS-APR-POP
               END-IF
      * The ALL keyword and spaces both mean every department - the
      * selection test and the report heading only deal in spaces
               IF WS-MASS-DEPT = 'ALL '
           PERFORM LOAD-GRADE-TABLE
           PERFORM LOAD-CUR-TABLE

      * A mass change is under dual control - the apply run needs
      * the matching request approved by a second operator on
      * HELLOAPR, and is refused before any output opens without it
           IF WS-MASS-REQUESTED
               PERFORM FIND-MASS-APPROVAL
               IF WS-MASS-APPLY AND NOT WS-APR-APPROVED-FOUND
                   DISPLAY 'HELLOUPD0012E - NO APPROVED MASS CHANGE '
                           'ON APPRFILE MATCHES THIS PARM'
                   DISPLAY 'POPULATION : ' WS-APR-POP
                           '  KIND : ' WS-MASS-KIND
                           '  AMOUNT : ' WS-MASS-AMOUNT
                           '  USER : ' WS-MASS-USER
                   CLOSE APPRFILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O   EMPFILE
           OPEN I-O   POSFILE
           OPEN INPUT TRANFILE
           OPEN EXTEND AUDITLOG
           OPEN EXTEND PAYEXTR
           OPEN OUTPUT PENDRPT
           OPEN OUTPUT MASSRPT
           OPEN OUTPUT CTLOUT
           PERFORM OPEN-FEED-CONFIRMATIONS

      * The opening position goes onto the new control generation
      * right away - if tonight's run is later refused (a count
                   UNTIL WS-TRANFILE-EOF
               IF WS-MASS-REQUESTED
                   PERFORM MASS-CHANGE-PASS
                   IF WS-MASS-APPLY
                       PERFORM RELEASE-MASS-APPROVAL
                   ELSE
                       PERFORM QUEUE-MASS-APPROVAL
                   END-IF
               END-IF
           END-IF


           PERFORM WRITE-CLOSING-POSITION

           PERFORM WRITE-BALANCE-TOTALS

           CLOSE EMPFILE
           CLOSE POSFILE
           CLOSE TRANFILE
           CLOSE AUDITLOG
           CLOSE PAYEXTR
           CLOSE PENDRPT
           CLOSE MASSRPT
           CLOSE CTLOUT
           IF WS-MASS-REQUESTED
               CLOSE APPRFILE
           END-IF
           IF WS-CNFOUT-OPEN
               CLOSE CNFOUT
           END-IF

           DISPLAY 'PENDING RELEASED : ' WS-PEND-RELEASED
           DISPLAY 'PENDING HELD     : ' WS-PEND-HELD
               MOVE 'Y' TO WS-CUR-SCAN-SWITCH
           END-IF.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run - pending releases, audit
      *   stamps and the control record all work to it, never to
      *   the clock.  No record means HELLODTE refused the run, and
      *   this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOUPD0017E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOUPD0018E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE        TO WS-RUN-DATE
           MOVE PDT-RATE-CUTOFF-DATE TO WS-RATE-CUTOFF

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE       : ' WS-RUN-DATE.

      *****************************************************************
      * CHECK-RATE-STALENESS
      *   Fails the step when the newest rate in force is older than
      *   the agreed number of business days - a forgotten CURRATES
      *   refresh must stop the run, not silently normalize every
      *   control total on last quarter's rates.  The cut-off date
      *   comes with the processing date, so weekends and holidays
      *   do not count against it.
      *****************************************************************
       CHECK-RATE-STALENESS.
           IF WS-NEWEST-RATE-DATE = ZEROS
               GOBACK
           END-IF

           DISPLAY 'NEWEST RATE EFFECTIVE : ' WS-NEWEST-RATE-DATE

           IF WS-NEWEST-RATE-DATE < WS-RATE-CUTOFF
               DISPLAY 'HELLOUPD0011E - NEWEST CURRENCY RATE '
                       WS-NEWEST-RATE-DATE ' IS OLDER THAN THE '
                       'CUT-OFF ' WS-RATE-CUTOFF ' - REFRESH CURRATES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       RELEASE-OR-HOLD-PENDING.
           MOVE PIN-RECORD TO TRAN-RECORD
           PERFORM SET-BALANCE-AMOUNT
           ADD 1             TO WS-BAL-PEND-READ
           ADD WS-BAL-AMOUNT TO WS-BAL-PEND-READ-AMT

           IF WS-PEND-RELEASE-MODE AND
              TRAN-EFF-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-PEND-RELEASED
               MOVE WS-BAL-CHANGES TO WS-BAL-CHANGES-BEFORE
               PERFORM APPLY-ONE-TRANSACTION
               IF WS-BAL-CHANGES > WS-BAL-CHANGES-BEFORE
                   ADD 1             TO WS-BAL-PEND-APPLIED
                   ADD WS-BAL-AMOUNT TO WS-BAL-PEND-APPLIED-AMT
                   SET WS-CNF-APPLIED TO TRUE
               ELSE
                   ADD 1             TO WS-BAL-PEND-NOTAPPL
                   ADD WS-BAL-AMOUNT TO WS-BAL-PEND-NOTAPPL-AMT
                   SET WS-CNF-NOT-APPLIED TO TRUE
               END-IF
               PERFORM CONFIRM-FEED-DISPOSITION
           ELSE
               PERFORM HOLD-TRANSACTION
               ADD 1             TO WS-BAL-PEND-HELD
               ADD WS-BAL-AMOUNT TO WS-BAL-PEND-HELD-AMT
           END-IF

           PERFORM READ-PENDING-RECORD.
      *****************************************************************
      * APPLY-TRANSACTION
      *   Holds a future-dated transaction on the pending queue for
      *   the first run whose processing date is on or after its
      *   effective date; anything due tonight is applied; then
      *   advances to the next transaction.
      *****************************************************************
       APPLY-TRANSACTION.
           PERFORM SET-BALANCE-AMOUNT
           ADD 1             TO WS-BAL-TRAN-READ
           ADD WS-BAL-AMOUNT TO WS-BAL-TRAN-READ-AMT

           IF TRAN-EFF-DATE IS NUMERIC AND
              TRAN-EFF-DATE > WS-RUN-DATE
               PERFORM HOLD-TRANSACTION
               ADD 1             TO WS-BAL-TRAN-HELD
               ADD WS-BAL-AMOUNT TO WS-BAL-TRAN-HELD-AMT
               SET WS-CNF-PENDING TO TRUE
           ELSE
               MOVE WS-BAL-CHANGES TO WS-BAL-CHANGES-BEFORE
               PERFORM APPLY-ONE-TRANSACTION
               IF WS-BAL-CHANGES > WS-BAL-CHANGES-BEFORE
                   ADD 1             TO WS-BAL-TRAN-APPLIED
                   ADD WS-BAL-AMOUNT TO WS-BAL-TRAN-APPLIED-AMT
                   SET WS-CNF-APPLIED TO TRUE
               ELSE
                   ADD 1             TO WS-BAL-TRAN-NOTAPPL
                   ADD WS-BAL-AMOUNT TO WS-BAL-TRAN-NOTAPPL-AMT
                   SET WS-CNF-NOT-APPLIED TO TRUE
               END-IF
           END-IF
           PERFORM CONFIRM-FEED-DISPOSITION

           PERFORM READ-TRANSACTION.

      *****************************************************************
      * OPEN-FEED-CONFIRMATIONS
      *   Tonight's feed confirmations, opened empty by HELLODTE.  A
      *   failed open is a warning: the update still runs, only the
      *   corporate system hears nothing tonight of what it applied.
      *****************************************************************
       OPEN-FEED-CONFIRMATIONS.
           OPEN EXTEND CNFOUT
           IF WS-CNFOUT-OK
               SET WS-CNFOUT-OPEN TO TRUE
           ELSE
               DISPLAY 'HELLOUPD0021W - FEED CONFIRMATIONS OPEN '
                       'FAILED, STATUS ' WS-CNFOUT-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * CONFIRM-FEED-DISPOSITION
      *   Tells the corporate system what became of a transaction
      *   it sent: applied as of its effective date (tonight when it
      *   carried none), held pending until its effective date, or
      *   not applied with the update's reason.  An applied new hire
      *   confirms the employee id the hire went on file under.
      *   Transactions keyed in-house are not confirmed.
      *****************************************************************
       CONFIRM-FEED-DISPOSITION.
           IF WS-CNFOUT-OPEN AND TRAN-USER-ID = WS-FEED-USER-ID
               MOVE SPACES        TO CONFIRM-RECORD
               MOVE WS-RUN-DATE   TO CNF-PROC-DATE
               MOVE 'HELLOUPD'    TO CNF-PROGRAM
               MOVE TRAN-CORP-REF TO CNF-CORP-REF
               MOVE TRAN-EMP-ID   TO CNF-EMP-ID
               MOVE TRAN-TYPE-CD  TO CNF-TRAN-TYPE
               MOVE WS-CNF-DISP   TO CNF-DISPOSITION
               IF TRAN-EFF-DATE IS NUMERIC AND
                  TRAN-EFF-DATE > ZEROS
                   MOVE TRAN-EFF-DATE TO CNF-DISP-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO CNF-DISP-DATE
               END-IF
               IF WS-CNF-NOT-APPLIED
                   MOVE WS-RUN-DATE   TO CNF-DISP-DATE
                   IF WS-ERROR-MSG = SPACES
                       MOVE 'NOT APPLIED BY THE UPDATE'
                                      TO CNF-REASON
                   ELSE
                       MOVE WS-ERROR-MSG TO CNF-REASON
                   END-IF
               END-IF
               MOVE ZEROS         TO CNF-NIGHTS-HELD
               WRITE CONFIRM-RECORD
           END-IF.

      *****************************************************************
      * APPLY-ONE-TRANSACTION
      *   Branches on the transaction type - new hire, termination,
      *   one-time payment or salary change (a space in the type is
      *   honoured as a salary change so files keyed to the old
      *   layout still apply).
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE SPACES          TO WS-ERROR-MSG
                   PERFORM APPLY-DEPT-TRANSFER
               WHEN TRAN-MGR-CHANGE
                   PERFORM APPLY-MGR-CHANGE
               WHEN TRAN-LEAVE-START
                   PERFORM APPLY-LEAVE-START
               WHEN TRAN-LEAVE-RETURN
                   PERFORM APPLY-LEAVE-RETURN
               WHEN TRAN-ONE-TIME-PAYMENT
                   PERFORM APPLY-ONE-TIME-PAYMENT
               WHEN TRAN-SALARY-CHANGE OR TRAN-TYPE-LEGACY
                   PERFORM APPLY-SALARY-TRAN
               WHEN OTHER
               MOVE EMPFILE-RECORD TO WS-AUD-OLD-IMAGE
               MOVE EMP-ID       TO IN-EMP-ID
               MOVE EMP-NAME     TO IN-NAME
               MOVE EMP-BIRTH-DATE TO IN-BIRTH-DATE
               MOVE EMP-SALARY   TO IN-SALARY
               MOVE EMP-PAY-FREQ    TO IN-PAY-FREQ
               MOVE EMP-CURRENCY-CD TO IN-CURRENCY-CD

               MOVE TRAN-EMP-ID          TO IN-EMP-ID
               MOVE TRAN-NH-NAME         TO IN-NAME
               MOVE TRAN-NH-BIRTH-DATE   TO IN-BIRTH-DATE
               MOVE TRAN-NEW-SALARY      TO IN-SALARY
               MOVE TRAN-NH-PAY-FREQ     TO IN-PAY-FREQ
               MOVE TRAN-NH-CURRENCY-CD  TO IN-CURRENCY-CD
               MOVE TRAN-NH-MGR-ID       TO IN-MGR-ID
               MOVE 'A'                  TO IN-STATUS-CD
               MOVE ZEROS                TO IN-TERM-DATE
               MOVE SPACES               TO IN-LEAVE-REASON
               MOVE ZEROS                TO IN-RETURN-DATE
               MOVE TRAN-POSITION-NO     TO IN-POSITION-NO

               PERFORM EDIT-RECORD

      * A record keyed before dates of birth were carried may go on
      * without one, but a new hire has to bring it
               IF WS-RECORD-VALID AND NOT WS-AGE-KNOWN
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'BIRTH DATE MISSING OR INVALID' TO WS-ERROR-MSG
               END-IF

               IF WS-RECORD-VALID
                   MOVE IN-DEPT-CD TO WS-POS-TARGET-DEPT
                   PERFORM VERIFY-POSITION
                   IF NOT WS-POS-OK
                       SET WS-RECORD-INVALID TO TRUE
                   END-IF
               END-IF

               IF WS-RECORD-VALID
                   PERFORM WRITE-NEW-HIRE
               ELSE
      *   Writes the edited new-hire record to EMPFILE, audits it as
      *   an 'A' change (old salary zero, new salary the starting
      *   salary) and feeds it to the payroll extract so payroll
      *   starts paying the new employee without a re-key.  The
      *   position the hire fills is marked filled on POSFILE.
      *****************************************************************
       WRITE-NEW-HIRE.
           MOVE IN-EMP-ID        TO EMP-ID
           MOVE IN-NAME          TO EMP-NAME
           MOVE IN-BIRTH-DATE    TO EMP-BIRTH-DATE
           MOVE IN-SALARY        TO EMP-SALARY
           MOVE IN-PAY-FREQ      TO EMP-PAY-FREQ
           MOVE IN-CURRENCY-CD   TO EMP-CURRENCY-CD
           MOVE IN-TERM-DATE     TO EMP-TERM-DATE
           MOVE IN-GRADE-CD      TO EMP-GRADE-CD
           MOVE IN-MGR-ID        TO EMP-MGR-ID
           MOVE IN-LEAVE-REASON  TO EMP-LEAVE-REASON
           MOVE IN-RETURN-DATE   TO EMP-RETURN-DATE
           MOVE IN-POSITION-NO   TO EMP-POSITION-NO

      * A rehire rebuilds the terminated record in place; a brand-new
      * employee writes a new one
               SET  AUD-NEW-HIRE TO TRUE
               PERFORM LOG-CHANGE
               PERFORM EXTRACT-PARA
               PERFORM SET-POSITION-DATE
               PERFORM FILL-POSITION
           ELSE
               DISPLAY 'Add failed        : ' TRAN-EMP-ID
                       ' - ' WS-ERROR-MSG
      *   next morning still finds the employee on file.  Audits as a
      *   'T' change with the final salary as the old figure and zero
      *   as the new one.  Physical removal belongs to the HELLOPRG
      *   retention purge once the hold period expires.  The position
      *   the leaver held reopens on POSFILE, vacant from the
      *   termination date.
      *****************************************************************
       APPLY-TERMINATION.
           MOVE TRAN-EMP-ID     TO EMP-ID
                   END-IF
                   MOVE EMP-STATUS-CD TO IN-STATUS-CD
                   MOVE EMP-TERM-DATE TO IN-TERM-DATE
      * A leaver who was on leave is not coming back - the leave
      * detail goes with the status
                   MOVE SPACES        TO EMP-LEAVE-REASON
                   MOVE ZEROS         TO EMP-RETURN-DATE
      * The leaver's position reopens - the record keeps no position
      * once the employee has gone
                   MOVE EMP-POSITION-NO TO WS-OLD-POSITION-NO
                   MOVE SPACES          TO EMP-POSITION-NO

                   REWRITE EMPFILE-RECORD
                       INVALID KEY
                       SET  AUD-TERMINATION TO TRUE
                       MOVE ZEROS           TO IN-SALARY
                       PERFORM LOG-CHANGE
                       IF WS-OLD-POSITION-NO NOT = SPACES
                           MOVE EMP-TERM-DATE TO WS-POS-EVENT-DATE
                           PERFORM VACATE-POSITION
                       END-IF
                   ELSE
                       DISPLAY 'Terminate failed  : ' TRAN-EMP-ID
                               ' - ' WS-ERROR-MSG
      *   The applied change audits as a 'D' record with the old and
      *   new departments - salary does not move, so old and new
      *   salary both carry the current figure and there is no
      *   payroll-extract record.  The transfer names the open
      *   position the employee moves into, which must belong to the
      *   target department; the position left behind reopens.
      *****************************************************************
       APPLY-DEPT-TRANSFER.
           MOVE TRAN-EMP-ID     TO EMP-ID
               MOVE EMPFILE-RECORD  TO WS-AUD-OLD-IMAGE
               MOVE EMP-ID          TO IN-EMP-ID
               MOVE EMP-NAME        TO IN-NAME
               MOVE EMP-BIRTH-DATE  TO IN-BIRTH-DATE
               MOVE EMP-SALARY      TO IN-SALARY
               MOVE EMP-PAY-FREQ    TO IN-PAY-FREQ
               MOVE EMP-CURRENCY-CD TO IN-CURRENCY-CD
               MOVE EMP-GRADE-CD    TO IN-GRADE-CD
               MOVE EMP-MGR-ID      TO IN-MGR-ID
               MOVE EMP-DEPT-CD     TO WS-OLD-DEPT-CD
               MOVE EMP-POSITION-NO TO WS-OLD-POSITION-NO
               MOVE TRAN-NEW-DEPT-CD TO IN-DEPT-CD
               MOVE TRAN-POSITION-NO TO IN-POSITION-NO

      * The transfer does not touch the salary, so the band test
      * stands down - the front-end edit does the same, and the
               PERFORM EDIT-RECORD
               MOVE 'Y' TO WS-BAND-CHECK-SWITCH

      * A move to another position in the same department is still
      * a change - the incumbent leaves one position for the other
               IF WS-RECORD-VALID
                   IF TRAN-NEW-DEPT-CD NOT = WS-OLD-DEPT-CD OR
                      TRAN-POSITION-NO NOT = WS-OLD-POSITION-NO
                       MOVE IN-DEPT-CD TO WS-POS-TARGET-DEPT
                       PERFORM VERIFY-POSITION
                       IF WS-POS-OK
                           PERFORM APPLY-DEPT-CHANGE
                       ELSE
                           DISPLAY 'Transaction rejected : '
                                   TRAN-EMP-ID ' - ' WS-ERROR-MSG
                       END-IF
                   ELSE
                       DISPLAY 'No change for     : ' TRAN-EMP-ID
                   END-IF

      *****************************************************************
      * APPLY-DEPT-CHANGE
      *   Rewrites EMPFILE with the new department and position,
      *   audits the move, and moves the incumbent on POSFILE - the
      *   new position is filled and the old one reopens, both as of
      *   the effective date.
      *****************************************************************
       APPLY-DEPT-CHANGE.
           MOVE IN-DEPT-CD         TO EMP-DEPT-CD
           MOVE IN-POSITION-NO     TO EMP-POSITION-NO

           REWRITE EMPFILE-RECORD
               INVALID KEY
               MOVE WS-OLD-DEPT-CD     TO AUD-OLD-DEPT-CD
               SET  AUD-DEPT-TRANSFER  TO TRUE
               PERFORM LOG-CHANGE
               PERFORM SET-POSITION-DATE
               PERFORM FILL-POSITION
               IF WS-OLD-POSITION-NO NOT = SPACES
                   PERFORM VACATE-POSITION
               END-IF
           ELSE
               DISPLAY 'Update failed     : ' WS-ERROR-MSG
           END-IF.

      *****************************************************************
      * VERIFY-POSITION
      *   Re-reads the position an 'A' or 'D' names: it must still
      *   be on POSFILE, open, and belong to the department in
      *   WS-POS-TARGET-DEPT.  The front-end edit checked the same
      *   things, but a pending transaction released tonight may
      *   find the position filled or closed since.  WS-POS-OK says
      *   whether the move may go ahead; WS-ERROR-MSG says why not.
      *****************************************************************
       VERIFY-POSITION.
           MOVE 'N' TO WS-POS-OK-SWITCH
           MOVE TRAN-POSITION-NO TO POS-NO

           READ POSFILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN TRAN-POSITION-NO = SPACES
                   MOVE 'POSITION NUMBER MISSING' TO WS-ERROR-MSG
               WHEN NOT WS-POSFILE-OK
                   MOVE 'POSITION NOT ON FILE' TO WS-ERROR-MSG
               WHEN NOT POS-OPEN
                   MOVE 'POSITION IS NOT OPEN' TO WS-ERROR-MSG
               WHEN POS-DEPT-CD NOT = WS-POS-TARGET-DEPT
                   MOVE 'POSITION NOT IN TARGET DEPT' TO WS-ERROR-MSG
               WHEN OTHER
                   SET WS-POS-OK TO TRUE
           END-EVALUATE.

      *****************************************************************
      * SET-POSITION-DATE
      *   A position is filled or vacated as of the transaction's
      *   intended effective date when one was scheduled, otherwise
      *   tonight - the same rule the termination date follows.
      *****************************************************************
       SET-POSITION-DATE.
           IF TRAN-EFF-DATE IS NUMERIC AND
              TRAN-EFF-DATE NOT = ZEROS
               MOVE TRAN-EFF-DATE TO WS-POS-EVENT-DATE
           ELSE
               MOVE WS-RUN-DATE   TO WS-POS-EVENT-DATE
           END-IF.

      *****************************************************************
      * FILL-POSITION
      *   Marks the transaction's position filled by the employee.
      *   The employee change has already been applied and audited,
      *   so a POSFILE failure here cannot undo it - it is reported
      *   as a warning for HR planning to correct the position by
      *   hand.
      *****************************************************************
       FILL-POSITION.
           MOVE TRAN-POSITION-NO TO POS-NO

           READ POSFILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-POSFILE-OK
               SET  POS-FILLED       TO TRUE
               MOVE EMP-ID           TO POS-EMP-ID
               MOVE WS-POS-EVENT-DATE TO POS-FILLED-DATE
               REWRITE POSITION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF NOT WS-POSFILE-OK
               PERFORM REPORT-POSITION-FAILURE
           END-IF.

      *****************************************************************
      * VACATE-POSITION
      *   Reopens the position in WS-OLD-POSITION-NO, vacant from
      *   WS-POS-EVENT-DATE.  Only a position the employee actually
      *   holds is touched.  A position finance closed while it was
      *   still filled stays closed - the incumbent leaving is what
      *   it was waiting for - but loses its incumbent all the same.
      *****************************************************************
       VACATE-POSITION.
           MOVE WS-OLD-POSITION-NO TO POS-NO

           READ POSFILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-POSFILE-OK AND POS-EMP-ID = EMP-ID
               IF NOT POS-CLOSED
                   SET POS-OPEN TO TRUE
               END-IF
               MOVE SPACES            TO POS-EMP-ID
               MOVE WS-POS-EVENT-DATE TO POS-VACANT-DATE
               REWRITE POSITION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF NOT WS-POSFILE-OK OR POS-EMP-ID NOT = SPACES
               PERFORM REPORT-POSITION-FAILURE
           END-IF.

      *****************************************************************
      * REPORT-POSITION-FAILURE
      *   The employee side stands; the position is left as it was
      *   and flagged for HR planning.  RC 4 unless something worse
      *   has already been set.
      *****************************************************************
       REPORT-POSITION-FAILURE.
           DISPLAY 'HELLOUPD0016W - POSITION ' POS-NO
                   ' NOT UPDATED FOR ' EMP-ID
                   ', STATUS ' WS-POSFILE-STATUS

           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * APPLY-MGR-CHANGE
      *   Moves the employee under the transaction's new manager.
               END-IF
           END-IF.

      *****************************************************************
      * APPLY-LEAVE-START
      *   Puts the employee on leave - status 'L' with the leave
      *   reason and expected return date from the transaction.  The
      *   front-end edit checked the employee was active, but a
      *   pending leave may release nights later, so the status is
      *   re-checked here.  Audits as an 'L' change; salary and
      *   department do not move, so both columns carry the current
      *   figures and there is no payroll-extract record.
      *****************************************************************
       APPLY-LEAVE-START.
           MOVE TRAN-EMP-ID     TO EMP-ID

           READ EMPFILE
               INVALID KEY
                   MOVE 'EMPLOYEE ID NOT FOUND' TO WS-ERROR-MSG
           END-READ

           IF WS-EMPFILE-OK
               IF NOT EMP-ACTIVE
                   DISPLAY 'Transaction rejected : ' TRAN-EMP-ID
                           ' - EMPLOYEE IS NOT ACTIVE'
               ELSE
                   MOVE EMPFILE-RECORD    TO WS-AUD-OLD-IMAGE
                   MOVE EMP-ID            TO IN-EMP-ID
                   MOVE EMP-SALARY        TO IN-SALARY
                   MOVE EMP-DEPT-CD       TO IN-DEPT-CD

                   SET EMP-ON-LEAVE       TO TRUE
                   MOVE TRAN-LEAVE-REASON TO EMP-LEAVE-REASON
                   MOVE TRAN-RETURN-DATE  TO EMP-RETURN-DATE

                   REWRITE EMPFILE-RECORD
                       INVALID KEY
                           MOVE 'REWRITE OF EMPFILE FAILED'
                               TO WS-ERROR-MSG
                   END-REWRITE

                   IF WS-EMPFILE-OK
                       MOVE IN-SALARY       TO AUD-OLD-SALARY
                       MOVE IN-DEPT-CD      TO AUD-OLD-DEPT-CD
                       SET  AUD-LEAVE-START TO TRUE
                       PERFORM LOG-CHANGE
                   ELSE
                       DISPLAY 'Update failed     : ' WS-ERROR-MSG
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Lookup failed for  : ' TRAN-EMP-ID
                       ' - ' WS-ERROR-MSG
           END-IF.

      *****************************************************************
      * APPLY-LEAVE-RETURN
      *   Brings the employee back from leave - status 'A', with the
      *   leave reason and expected return date cleared so the
      *   overdue-return report stops listing them.  Audits as a 'B'
      *   change with the before-image keeping the leave detail.
      *****************************************************************
       APPLY-LEAVE-RETURN.
           MOVE TRAN-EMP-ID     TO EMP-ID

           READ EMPFILE
               INVALID KEY
                   MOVE 'EMPLOYEE ID NOT FOUND' TO WS-ERROR-MSG
           END-READ

           IF WS-EMPFILE-OK
               IF NOT EMP-ON-LEAVE
                   DISPLAY 'Transaction rejected : ' TRAN-EMP-ID
                           ' - EMPLOYEE IS NOT ON LEAVE'
               ELSE
                   MOVE EMPFILE-RECORD    TO WS-AUD-OLD-IMAGE
                   MOVE EMP-ID            TO IN-EMP-ID
                   MOVE EMP-SALARY        TO IN-SALARY
                   MOVE EMP-DEPT-CD       TO IN-DEPT-CD

                   SET EMP-ACTIVE         TO TRUE
                   MOVE SPACES            TO EMP-LEAVE-REASON
                   MOVE ZEROS             TO EMP-RETURN-DATE

                   REWRITE EMPFILE-RECORD
                       INVALID KEY
                           MOVE 'REWRITE OF EMPFILE FAILED'
                               TO WS-ERROR-MSG
                   END-REWRITE

                   IF WS-EMPFILE-OK
                       MOVE IN-SALARY        TO AUD-OLD-SALARY
                       MOVE IN-DEPT-CD       TO AUD-OLD-DEPT-CD
                       SET  AUD-LEAVE-RETURN TO TRUE
                       PERFORM LOG-CHANGE
                   ELSE
                       DISPLAY 'Update failed     : ' WS-ERROR-MSG
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Lookup failed for  : ' TRAN-EMP-ID
                       ' - ' WS-ERROR-MSG
           END-IF.

      *****************************************************************
      * APPLY-SALARY-CHANGE
      *   Rewrites EMPFILE with the new salary and writes an audit
           MOVE IN-SALARY        TO AUD-NEW-SALARY
           MOVE IN-DEPT-CD       TO AUD-NEW-DEPT-CD
           MOVE TRAN-USER-ID     TO AUD-USER-ID
           MOVE WS-RUN-DATE      TO AUD-DATE
           ACCEPT AUD-TIME       FROM TIME

      * The full record images make every change type replayable -
           MOVE WS-AUD-OLD-IMAGE TO AUD-OLD-IMAGE
           MOVE EMPFILE-RECORD   TO AUD-NEW-IMAGE

           ADD 1 TO WS-BAL-CHANGES
           WRITE AUDITLOG-RECORD
           PERFORM COUNT-AUDIT-WRITE.

      *****************************************************************
      * COUNT-AUDIT-WRITE
      *   Counts the audit records that actually reached AUDITLOG -
      *   the proof at the end of the run reads this many records
      *   back off the end of the trail as tonight's update.
      *****************************************************************
       COUNT-AUDIT-WRITE.
           IF WS-AUDITLOG-STATUS = '00'
               ADD 1 TO WS-BAL-AUDIT-WRITTEN
           ELSE
               DISPLAY 'HELLOUPD0019W - AUDITLOG WRITE FAILED, '
                       'STATUS ' WS-AUDITLOG-STATUS ' EMP '
                       AUD-EMP-ID
           END-IF.

      *****************************************************************
      * EXTRACT-PARA
           MOVE IN-DEPT-CD       TO AUD-OLD-DEPT-CD
           MOVE IN-DEPT-CD       TO AUD-NEW-DEPT-CD
           MOVE TRAN-USER-ID     TO AUD-USER-ID
           MOVE WS-RUN-DATE      TO AUD-DATE
           ACCEPT AUD-TIME       FROM TIME
           MOVE EMPFILE-RECORD   TO AUD-OLD-IMAGE
           MOVE EMPFILE-RECORD   TO AUD-NEW-IMAGE

           WRITE AUDITLOG-RECORD
           PERFORM COUNT-AUDIT-WRITE.

      *****************************************************************
      * APPLY-ONE-TIME-PAYMENT
      *   The 'P' one-time payment changes nothing on EMPFILE - the
      *   employee must still be on file and not terminated, and the
      *   payment goes to payroll as its own 'P' extract record and
      *   onto the audit trail as its own 'P' line.
      *****************************************************************
       APPLY-ONE-TIME-PAYMENT.
           MOVE TRAN-EMP-ID     TO EMP-ID

           READ EMPFILE
               INVALID KEY
                   MOVE 'EMPLOYEE ID NOT FOUND' TO WS-ERROR-MSG
           END-READ

           IF WS-EMPFILE-OK
               IF EMP-TERMINATED
                   DISPLAY 'Transaction rejected : ' TRAN-EMP-ID
                           ' - EMPLOYEE IS TERMINATED'
               ELSE
                   MOVE EMP-ID          TO IN-EMP-ID
                   MOVE EMP-NAME        TO IN-NAME
                   MOVE EMP-SALARY      TO IN-SALARY
                   MOVE EMP-DEPT-CD     TO IN-DEPT-CD
                   PERFORM WRITE-PAYMENT-EXTRACT
                   PERFORM LOG-ONE-TIME-PAYMENT
                   DISPLAY 'One-time payment  : ' IN-EMP-ID
                           ' - ' TRAN-PAY-REASON ' ' TRAN-NEW-SALARY
                           ' ' TRAN-PAY-CURRENCY-CD
               END-IF
           ELSE
               DISPLAY 'Lookup failed for  : ' TRAN-EMP-ID
                       ' - ' WS-ERROR-MSG
           END-IF.

      *****************************************************************
      * WRITE-PAYMENT-EXTRACT
      *   The payment rides the extract as its own 'P' record in the
      *   payment's currency, dated the day payroll is to pay it,
      *   in the trailer count and hash like any detail.
      *****************************************************************
       WRITE-PAYMENT-EXTRACT.
           MOVE SPACES               TO PAYROLL-EXTRACT-RECORD
           MOVE 'P'                  TO PEX-REC-TYPE
           MOVE IN-EMP-ID            TO PEX-EMP-ID
           MOVE IN-NAME              TO PEX-EMP-NAME
           MOVE ZEROS                TO PEX-NEW-SALARY
           MOVE TRAN-PAY-DATE        TO PEX-EFFECTIVE-DATE
           MOVE TRAN-PAY-CURRENCY-CD TO PEX-CURRENCY-CD
           MOVE TRAN-NEW-SALARY      TO PEX-PAY-AMOUNT
           MOVE TRAN-PAY-REASON      TO PEX-PAY-REASON

           WRITE PAYROLL-EXTRACT-RECORD

           ADD 1              TO WS-PEX-COUNT
           ADD PEX-PAY-AMOUNT TO WS-PEX-HASH.

      *****************************************************************
      * LOG-ONE-TIME-PAYMENT
      *   The payment gets its own audit line - type 'P', laid out
      *   like a retro-pay line: the amount in the new-salary column
      *   with zero as the old, and the unchanged record as both
      *   images.
      *****************************************************************
       LOG-ONE-TIME-PAYMENT.
           MOVE IN-EMP-ID            TO AUD-EMP-ID
           SET  AUD-ONE-TIME-PAYMENT TO TRUE
           MOVE ZEROS                TO AUD-OLD-SALARY
           MOVE TRAN-NEW-SALARY      TO AUD-NEW-SALARY
           MOVE IN-DEPT-CD           TO AUD-OLD-DEPT-CD
           MOVE IN-DEPT-CD           TO AUD-NEW-DEPT-CD
           MOVE TRAN-USER-ID         TO AUD-USER-ID
           MOVE WS-RUN-DATE          TO AUD-DATE
           ACCEPT AUD-TIME           FROM TIME
           MOVE EMPFILE-RECORD       TO AUD-OLD-IMAGE
           MOVE EMPFILE-RECORD       TO AUD-NEW-IMAGE

           ADD 1 TO WS-BAL-CHANGES
           WRITE AUDITLOG-RECORD
           PERFORM COUNT-AUDIT-WRITE.

      *****************************************************************
      * FIND-MASS-APPROVAL
      *   Browses the approval queue for a mass-change request
      *   matching this PARM - same kind, amount and population, and
      *   asked for by the same user.  An approved one is what an
      *   apply run needs; a waiting or approved one means a propose
      *   run has nothing new to queue.  The queue must open - a
      *   mass change is not run without its approval record.
      *****************************************************************
       FIND-MASS-APPROVAL.
           MOVE 'N'    TO WS-APR-EOF-SWITCH
           MOVE 'N'    TO WS-APR-APPROVED-SWITCH
           MOVE 'N'    TO WS-APR-QUEUED-SWITCH
           MOVE SPACES TO WS-APR-MATCH-KEY

           OPEN I-O APPRFILE
           IF NOT WS-APPRFILE-OK
               DISPLAY 'HELLOUPD0013E - APPRFILE OPEN FAILED, '
                       'STATUS ' WS-APPRFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO APQ-KEY
           START APPRFILE KEY IS NOT LESS THAN APQ-KEY
               INVALID KEY
                   SET WS-APR-EOF TO TRUE
           END-START

           PERFORM READ-MASS-APPROVAL
               UNTIL WS-APR-EOF.

       READ-MASS-APPROVAL.
           READ APPRFILE NEXT RECORD
               AT END
                   SET WS-APR-EOF TO TRUE
           END-READ

           IF NOT WS-APR-EOF
               IF APQ-KIND-MASS AND
                  APQ-MASS-KIND   = WS-MASS-KIND AND
                  APQ-MASS-AMOUNT = WS-MASS-AMOUNT AND
                  APQ-MASS-POP    = WS-APR-POP AND
                  APQ-KEYED-BY    = WS-MASS-USER
                   IF APQ-WAITING OR APQ-APPROVED
                       SET WS-APR-ALREADY-QUEUED TO TRUE
                   END-IF
                   IF APQ-APPROVED AND NOT WS-APR-APPROVED-FOUND
                       SET WS-APR-APPROVED-FOUND TO TRUE
                       MOVE APQ-KEY TO WS-APR-MATCH-KEY
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * QUEUE-MASS-APPROVAL
      *   After a propose run prints the old/new report, the request
      *   goes on the approval queue waiting for a second operator,
      *   unless the same request is already waiting or approved.
      *****************************************************************
       QUEUE-MASS-APPROVAL.
           IF WS-APR-ALREADY-QUEUED
               DISPLAY 'MASS CHANGE ALREADY ON THE APPROVAL QUEUE'
           ELSE
               MOVE SPACES          TO APPROVAL-RECORD
               MOVE WS-RUN-DATE     TO APQ-QUEUE-DATE
               ACCEPT WS-APR-TIME   FROM TIME
               DIVIDE WS-APR-TIME BY 100 GIVING APQ-QUEUE-TIME
               MOVE 'MASS'          TO APQ-QUEUE-SRC
               SET  APQ-KIND-MASS   TO TRUE
               SET  APQ-WAITING     TO TRUE
               MOVE SPACES          TO APQ-EMP-ID
               MOVE WS-MASS-DEPT    TO APQ-DEPT-CD
               MOVE ZEROS           TO APQ-OLD-SALARY
               MOVE ZEROS           TO APQ-NEW-SALARY
               MOVE ZEROS           TO APQ-CHANGE-PCT
               MOVE WS-MASS-USER    TO APQ-KEYED-BY
               MOVE SPACES          TO APQ-DECIDED-BY
               MOVE ZEROS           TO APQ-DECIDED-DATE
               MOVE ZEROS           TO APQ-DECIDED-TIME
               MOVE SPACES          TO APQ-REASON
               MOVE WS-MASS-KIND    TO APQ-MASS-KIND
               MOVE WS-MASS-AMOUNT  TO APQ-MASS-AMOUNT
               MOVE WS-APR-POP      TO APQ-MASS-POP

               WRITE APPROVAL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               IF WS-APPRFILE-OK
                   DISPLAY 'MASS CHANGE QUEUED FOR APPROVAL: '
                           APQ-KEY
               ELSE
                   DISPLAY 'HELLOUPD0014E - MASS CHANGE COULD NOT BE '
                           'QUEUED FOR APPROVAL, STATUS '
                           WS-APPRFILE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * RELEASE-MASS-APPROVAL
      *   The apply run has used its approval - mark it released so
      *   the same sign-off cannot drive a second apply run.
      *****************************************************************
       RELEASE-MASS-APPROVAL.
           MOVE WS-APR-MATCH-KEY TO APQ-KEY
           READ APPRFILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-APPRFILE-OK
               SET APQ-RELEASED TO TRUE
               REWRITE APPROVAL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF NOT WS-APPRFILE-OK
               DISPLAY 'HELLOUPD0015E - MASS CHANGE APPROVAL COULD '
                       'NOT BE MARKED RELEASED, STATUS '
                       WS-APPRFILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * MASS-CHANGE-PASS
           MOVE EMPFILE-RECORD   TO WS-AUD-OLD-IMAGE
           MOVE EMP-ID           TO IN-EMP-ID
           MOVE EMP-NAME         TO IN-NAME
           MOVE EMP-BIRTH-DATE   TO IN-BIRTH-DATE
           MOVE EMP-PAY-FREQ     TO IN-PAY-FREQ
           MOVE EMP-CURRENCY-CD  TO IN-CURRENCY-CD
           MOVE EMP-HIRE-DATE    TO IN-HIRE-DATE
           MOVE WS-PEND-COUNT-LINE         TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD AFTER ADVANCING 1 LINE.

      *****************************************************************
      * SET-BALANCE-AMOUNT
      *   The amount the run balancing totals carry for the
      *   transaction in TRAN-RECORD - a type that carries no amount
      *   may have left the field blank, and counts as zero.
      *****************************************************************
       SET-BALANCE-AMOUNT.
           IF TRAN-NEW-SALARY IS NUMERIC
               MOVE TRAN-NEW-SALARY TO WS-BAL-AMOUNT
           ELSE
               MOVE ZEROS           TO WS-BAL-AMOUNT
           END-IF.

      *****************************************************************
      * WRITE-BALANCE-TOTALS
      *   Appends what became of tonight's transactions and the
      *   released pending records to tonight's run balancing
      *   totals, with the mass-change records applied and the
      *   audit records written.  A suppressed run reports what it
      *   did - nothing applied, the pending queue carried - so the
      *   proof shows exactly what was left behind.  A failed open
      *   is a warning here; the missing totals break the proof.
      *****************************************************************
       WRITE-BALANCE-TOTALS.
           OPEN EXTEND BALOUT
           IF NOT WS-BALOUT-OK
               DISPLAY 'HELLOUPD0020W - BALANCE TOTALS OPEN '
                       'FAILED, STATUS ' WS-BALOUT-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'TRAN-READ'             TO BAL-ITEM
               MOVE WS-BAL-TRAN-READ        TO BAL-COUNT
               MOVE WS-BAL-TRAN-READ-AMT    TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'TRAN-APPLIED'          TO BAL-ITEM
               MOVE WS-BAL-TRAN-APPLIED     TO BAL-COUNT
               MOVE WS-BAL-TRAN-APPLIED-AMT TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'TRAN-NOTAPPL'          TO BAL-ITEM
               MOVE WS-BAL-TRAN-NOTAPPL     TO BAL-COUNT
               MOVE WS-BAL-TRAN-NOTAPPL-AMT TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'TRAN-HELD'             TO BAL-ITEM
               MOVE WS-BAL-TRAN-HELD        TO BAL-COUNT
               MOVE WS-BAL-TRAN-HELD-AMT    TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'PEND-READ'             TO BAL-ITEM
               MOVE WS-BAL-PEND-READ        TO BAL-COUNT
               MOVE WS-BAL-PEND-READ-AMT    TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'PEND-APPLIED'          TO BAL-ITEM
               MOVE WS-BAL-PEND-APPLIED     TO BAL-COUNT
               MOVE WS-BAL-PEND-APPLIED-AMT TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'PEND-NOTAPPL'          TO BAL-ITEM
               MOVE WS-BAL-PEND-NOTAPPL     TO BAL-COUNT
               MOVE WS-BAL-PEND-NOTAPPL-AMT TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'PEND-HELD'             TO BAL-ITEM
               MOVE WS-BAL-PEND-HELD        TO BAL-COUNT
               MOVE WS-BAL-PEND-HELD-AMT    TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

      * The mass-change amount is the increase it applied
               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'MASS-APPLIED'          TO BAL-ITEM
               MOVE WS-MASS-APPLIED         TO BAL-COUNT
               MOVE WS-MASS-INCREASE        TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES                  TO BALANCE-RECORD
               MOVE 'AUDIT-WRITTN'          TO BAL-ITEM
               MOVE WS-BAL-AUDIT-WRITTEN    TO BAL-COUNT
               MOVE ZEROS                   TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               CLOSE BALOUT
           END-IF.

       WRITE-BALANCE-RECORD.
           MOVE WS-RUN-DATE TO BAL-PROC-DATE
           MOVE 'HELLOUPD'  TO BAL-PROGRAM
           WRITE BALANCE-RECORD.

      *****************************************************************
      * EDIT-RECORD
      *   Validates the age, IN-SALARY and IN-DEPT-CD before a
      *   transaction is allowed to update EMPFILE.  The age, worked
      *   out from IN-BIRTH-DATE, must fall between 18 and 99 when a
      *   date of birth is on file, salary may not be negative, and the
      *   department code must be live on the DEPTFILE reference
      *   file.
      *****************************************************************
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-ERROR-MSG

           MOVE IN-BIRTH-DATE TO WS-BIRTH
           PERFORM AGE-CALC
           IF WS-AGE-KNOWN AND
              (WS-AGE-YEARS < 18 OR WS-AGE-YEARS > 99)
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'AGE MUST BE 18-99' TO WS-ERROR-MSG
           END-IF
                   MOVE 'SALARY OUTSIDE GRADE BAND' TO WS-ERROR-MSG
               END-IF
           END-IF.


      *****************************************************************
      * AGE-CALC
      *   Whole years from the date of birth in WS-BIRTH to the
      *   processing date.  WS-AGE-KNOWN is set only when the date
      *   of birth is on file, is a valid date and is not after the
      *   processing date.
      *****************************************************************
       AGE-CALC.
           MOVE 'N'         TO WS-AGE-SWITCH
           MOVE ZERO        TO WS-AGE-YEARS
           MOVE WS-RUN-DATE TO WS-AGE-ASOF

           IF WS-BIRTH NUMERIC
               IF WS-BIRTH-YEAR > ZERO AND
                  WS-BIRTH-MM >= 1 AND WS-BIRTH-MM <= 12 AND
                  WS-BIRTH-DD >= 1 AND WS-BIRTH-DD <= 31 AND
                  WS-BIRTH NOT > WS-AGE-ASOF
                   COMPUTE WS-AGE-YEARS =
                       WS-AGE-ASOF-YEAR - WS-BIRTH-YEAR
                   IF WS-AGE-ASOF-MMDD < WS-BIRTH-MMDD
                       SUBTRACT 1 FROM WS-AGE-YEARS
                   END-IF
                   SET WS-AGE-KNOWN TO TRUE
               END-IF
           END-IF.
