      * The corporate feed layout (fixed, one record type byte pair):
      *   'BH' batch header - export date and detail record count
      *   'DT' detail       - action HIR/TRM/PAY plus the fields
      * Each detail carries the corporate system's own reference,
      * which rides the translated record in TRAN-CORP-REF so the
      * confirmation HELLOCFM sends back can be matched to it.
      * The feed is read twice: the first pass proves the header
      * count before anything is written, so a truncated export can
      * never half-load.  Translated records still face the full
      * HELLOEDT edit that night - this step only translates, it
      * does not trust.
      *
      * A pay change moving the employee's salary by more than the
      * dual-control limits in helloapl.cpy is not written to the
      * daily file: it is parked on the APPRFILE approval queue for
      * a second operator to decide on HELLOAPR, exactly as a large
      * change keyed on HELLOENT is, and counted as held on the
      * report.
      *
      * RETURN-CODE 0 all translated, 4 exceptions on the report,
      * 8 the feed did not balance to its header and nothing was
      * written.
      *
      * MODIFICATION HISTORY
      *   Original corporate-feed intake translator.
      *   Added dual control on large pay changes - a PAY detail moving
      *   the salary by more than the helloapl.cpy limits is held on
      *   the APPRFILE approval queue for a second operator instead of
      *   being written to the daily file, and counted on the totals.
      *   A HIR detail carries the position the hire fills, taken
      *   from the corporate record into TRAN-POSITION-NO for the
      *   position-control edit.
      *   The run date is now the processing date HELLODTE sets, and
      *   the translated, held and exception counts go onto the run
      *   balancing totals HELLOPRF proves at the end of the run.
      *   The corporate reference on each detail is carried into
      *   TRAN-CORP-REF, and a pay change held for approval is
      *   confirmed back to the corporate system as held.
      *   A HIR detail now brings the date of birth, in bytes the
      *   feed filler gave up, into TRAN-NH-BIRTH-DATE; the corporate
      *   age field is no longer read.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRMAP-STATUS.

           SELECT EMPFILE       ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.

           SELECT APPRFILE      ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APQ-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.

           SELECT TRANOUT       ASSIGN TO TRANOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.

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
      * The corporate HR system's export, as they define it
               10  HRF-EFF-DATE     PIC 9(8).
               10  HRF-AMOUNT       PIC 9(5)V99.
               10  HRF-NAME         PIC X(30).
               10  FILLER           PIC XX.
               10  HRF-FREQ-CD      PIC X.
               10  HRF-CURR-CD      PIC X(3).
               10  HRF-HIRE-DATE    PIC 9(8).
               10  HRF-DEPT-CD      PIC X(6).
               10  HRF-GRADE-CD     PIC X(2).
               10  HRF-MGR-ID       PIC X(6).
               10  HRF-POSITION-NO  PIC X(6).
               10  HRF-CORP-REF     PIC X(12).
               10  HRF-BIRTH-DATE   PIC 9(8).
               10  FILLER           PIC X(10).
           05  HRF-HEADER-AREA REDEFINES HRF-DETAIL-AREA.
               10  HRF-BATCH-DATE   PIC 9(8).
               10  HRF-BATCH-COUNT  PIC 9(6).
           05  CMP-HR-CURR      PIC X(3).
           05  CMP-CURRENCY-CD  PIC X(3).

      * Employee master - the current salary a pay change is
      * measured against
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

      * Second-operator approval queue - large pay changes wait here
       FD  APPRFILE
           RECORDING MODE IS F.
       COPY HELLOAPQ.

      * Translated transactions, appended to the raw TRANFILE.DAILY
      * the edit reads
       FD  TRANOUT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

      * Tonight's run balancing totals, proved by HELLOPRF
       FD  BALOUT
           RECORDING MODE IS F.
       COPY HELLOBAL.

      * Tonight's feed confirmations - a pay change held for approval
       FD  CNFOUT
           RECORDING MODE IS F.
       COPY HELLOCNF.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           88  WS-DEPTMAP-EOF                      VALUE '10'.
       01  WS-CURRMAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-CURRMAP-EOF                      VALUE '10'.
       01  WS-EMPFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPFILE-OK                       VALUE '00'.
       01  WS-APPRFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-APPRFILE-OK                      VALUE '00'.
       01  WS-TRANOUT-STATUS  PIC XX             VALUE ZEROS.
       01  WS-INTRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-BALOUT-STATUS   PIC XX             VALUE ZEROS.
           88  WS-BALOUT-OK                        VALUE '00'.
       01  WS-CNFOUT-STATUS   PIC XX             VALUE ZEROS.
           88  WS-CNFOUT-OK                        VALUE '00'.
       01  WS-CNFOUT-SWITCH   PIC X               VALUE 'N'.
           88  WS-CNFOUT-OPEN                      VALUE 'Y'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
           88  WS-TRAN-OK                          VALUE 'Y'.
           88  WS-TRAN-BAD                         VALUE 'N'.
       01  WS-EXC-REASON      PIC X(30)           VALUE SPACES.
       01  WS-HELD            PIC 9(6) COMP       VALUE ZEROS.
      * Amounts behind the counts, for the run balancing totals
       01  WS-TRANSLATED-AMT  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-HELD-AMT        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Dual-control test on a pay change - helloapl.cpy limits
       COPY HELLOAPL.
       01  WS-HOLD-SWITCH     PIC X               VALUE 'N'.
           88  WS-HOLD-FOR-APPROVAL                VALUE 'Y'.
       01  WS-APR-DIFF        PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-APR-PCT         PIC S9(5)V99 COMP-3 VALUE ZEROS.
       01  WS-APR-ANNUAL      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-APR-FACTOR      PIC 9(2)            VALUE ZEROS.
       01  WS-APR-TIME        PIC 9(8)            VALUE ZEROS.
       01  WS-APR-SEQ         PIC 9(3)            VALUE ZEROS.
       01  WS-APR-SRC.
           05  FILLER         PIC X               VALUE 'I'.
           05  WS-APR-SRC-SEQ PIC 9(3)            VALUE ZEROS.

      * Department code map loaded from DEPTMAP at start-up
       01  WS-DMP-COUNT       PIC 9(4) COMP       VALUE ZEROS.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

           PERFORM LOAD-DEPTMAP-TABLE
           PERFORM LOAD-CURRMAP-TABLE

           CLOSE INTRPT

           PERFORM WRITE-BALANCE-TOTALS

           DISPLAY 'DETAILS READ    : ' WS-DETAIL-COUNT
           DISPLAY 'TRANSLATED      : ' WS-TRANSLATED
           DISPLAY 'HELD FOR APPR   : ' WS-HELD
           DISPLAY 'EXCEPTIONS      : ' WS-EXCEPTIONS

           IF RETURN-CODE = ZERO AND WS-EXCEPTIONS > 0
      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run.  No record means HELLODTE
      *   refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOINT0003E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOINT0004E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE : ' WS-RUN-DATE.

      *****************************************************************
      * WRITE-BALANCE-TOTALS
      *   Appends what this step translated, held for approval and
      *   could not translate to tonight's run balancing totals.  A
      *   feed that did not balance to its header reports zeros -
      *   nothing reached the daily file.  A failed open is a
      *   warning here; the missing totals break the proof at the
      *   end of the run.
      *****************************************************************
       WRITE-BALANCE-TOTALS.
           OPEN EXTEND BALOUT
           IF NOT WS-BALOUT-OK
               DISPLAY 'HELLOINT0005W - BALANCE TOTALS OPEN '
                       'FAILED, STATUS ' WS-BALOUT-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'TRANSLATED'      TO BAL-ITEM
               MOVE WS-TRANSLATED     TO BAL-COUNT
               MOVE WS-TRANSLATED-AMT TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'HELD-APPROVL'    TO BAL-ITEM
               MOVE WS-HELD           TO BAL-COUNT
               MOVE WS-HELD-AMT       TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'EXCEPTIONS'      TO BAL-ITEM
               MOVE WS-EXCEPTIONS     TO BAL-COUNT
               MOVE ZEROS             TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               CLOSE BALOUT
           END-IF.

       WRITE-BALANCE-RECORD.
           MOVE WS-RUN-DATE TO BAL-PROC-DATE
           MOVE 'HELLOINT'  TO BAL-PROGRAM
           WRITE BALANCE-RECORD.

      *****************************************************************
      * LOAD-DEPTMAP-TABLE / LOAD-CURRMAP-TABLE
      *   The finance-maintained corporate-to-ours code maps, loaded
      *****************************************************************
       TRANSLATE-THE-FEED.
           MOVE ZEROS TO WS-HRFEED-STATUS
           OPEN INPUT  EMPFILE
           OPEN I-O    APPRFILE
           IF NOT WS-EMPFILE-OK OR NOT WS-APPRFILE-OK
               DISPLAY 'HELLOINT0002E - EMPFILE OR APPRFILE OPEN '
                       'FAILED - NOTHING WRITTEN'
               DISPLAY 'EMPFILE STATUS  : ' WS-EMPFILE-STATUS
               DISPLAY 'APPRFILE STATUS : ' WS-APPRFILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT  HRFEED
               OPEN EXTEND TRANOUT
               PERFORM OPEN-FEED-CONFIRMATIONS

               PERFORM READ-FEED-RECORD
               PERFORM TRANSLATE-FEED-RECORD
                   UNTIL WS-HRFEED-EOF

               CLOSE HRFEED
               CLOSE TRANOUT
               IF WS-CNFOUT-OPEN
                   CLOSE CNFOUT
               END-IF
           END-IF

           CLOSE EMPFILE
           CLOSE APPRFILE.

      *****************************************************************
      * OPEN-FEED-CONFIRMATIONS
      *   Tonight's feed confirmations, opened empty by HELLODTE.  A
      *   failed open is a warning: the pay changes are still held,
      *   only the corporate system hears nothing of them tonight.
      *****************************************************************
       OPEN-FEED-CONFIRMATIONS.
           OPEN EXTEND CNFOUT
           IF WS-CNFOUT-OK
               SET WS-CNFOUT-OPEN TO TRUE
           ELSE
               DISPLAY 'HELLOINT0006W - FEED CONFIRMATIONS OPEN '
                       'FAILED, STATUS ' WS-CNFOUT-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       TRANSLATE-FEED-RECORD.
           IF HRF-DETAIL

           MOVE HRF-EMP-ID TO TRAN-EMP-ID
           MOVE 'CORPHR  '  TO TRAN-USER-ID
           MOVE HRF-CORP-REF TO TRAN-CORP-REF

           IF HRF-EFF-DATE IS NUMERIC
               MOVE HRF-EFF-DATE TO TRAN-EFF-DATE
                   MOVE 'ACTION CODE UNKNOWN' TO WS-EXC-REASON
           END-EVALUATE

           MOVE 'N' TO WS-HOLD-SWITCH
           IF WS-TRAN-OK AND TRAN-SALARY-CHANGE
               PERFORM CHECK-APPROVAL-LIMITS
           END-IF

           IF WS-TRAN-OK AND WS-HOLD-FOR-APPROVAL
               PERFORM HOLD-FOR-APPROVAL
           END-IF

           EVALUATE TRUE
               WHEN WS-TRAN-BAD
                   PERFORM PRINT-FEED-EXCEPTION
               WHEN WS-HOLD-FOR-APPROVAL
                   ADD 1 TO WS-HELD
                   ADD TRAN-NEW-SALARY TO WS-HELD-AMT
                   PERFORM CONFIRM-HELD-FOR-APPROVAL
               WHEN OTHER
                   WRITE TRAN-RECORD
                   ADD 1 TO WS-TRANSLATED
                   ADD TRAN-NEW-SALARY TO WS-TRANSLATED-AMT
           END-EVALUATE.

      *****************************************************************
      * CHECK-APPROVAL-LIMITS
      *   Dual control: a pay change moving the salary by more than
      *   the helloapl.cpy percentage, or by more than the amount
      *   limit once annualized by pay frequency, is held for a
      *   second operator - the same test HELLOENT applies at the
      *   screen.  An employee not on file is left for the edit to
      *   reject; a zero current salary is always held.
      *****************************************************************
       CHECK-APPROVAL-LIMITS.
           MOVE TRAN-EMP-ID TO EMP-ID
           READ EMPFILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-EMPFILE-OK
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
                       (TRAN-NEW-SALARY - EMP-SALARY) * 100
                           / EMP-SALARY
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
               END-IF
           END-IF.

      *****************************************************************
      * HOLD-FOR-APPROVAL
      *   Parks the translated transaction on the APPRFILE approval
      *   queue, waiting, keyed by the moment it was queued and an
      *   'Innn' per-run sequence.  A failed write goes on the
      *   exception report rather than letting the change through.
      *****************************************************************
       HOLD-FOR-APPROVAL.
           ADD 1 TO WS-APR-SEQ
           MOVE WS-APR-SEQ      TO WS-APR-SRC-SEQ

           MOVE SPACES          TO APPROVAL-RECORD
           MOVE WS-RUN-DATE     TO APQ-QUEUE-DATE
           ACCEPT WS-APR-TIME   FROM TIME
           DIVIDE WS-APR-TIME BY 100 GIVING APQ-QUEUE-TIME
           MOVE WS-APR-SRC      TO APQ-QUEUE-SRC
           SET  APQ-KIND-SALARY TO TRUE
           SET  APQ-WAITING     TO TRUE
           MOVE TRAN-EMP-ID     TO APQ-EMP-ID
           MOVE EMP-DEPT-CD     TO APQ-DEPT-CD
           MOVE EMP-SALARY      TO APQ-OLD-SALARY
           MOVE TRAN-NEW-SALARY TO APQ-NEW-SALARY
           MOVE WS-APR-PCT      TO APQ-CHANGE-PCT
           MOVE TRAN-USER-ID    TO APQ-KEYED-BY
           MOVE SPACES          TO APQ-DECIDED-BY
           MOVE ZEROS           TO APQ-DECIDED-DATE
           MOVE ZEROS           TO APQ-DECIDED-TIME
           MOVE SPACES          TO APQ-REASON
           MOVE TRAN-RECORD     TO APQ-TRAN-DATA

           WRITE APPROVAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF NOT WS-APPRFILE-OK
               SET WS-TRAN-BAD TO TRUE
               MOVE 'APPROVAL QUEUE WRITE FAILED' TO WS-EXC-REASON
           END-IF.

      *****************************************************************
      * CONFIRM-HELD-FOR-APPROVAL
      *   Tells the corporate system its pay change is waiting on a
      *   second operator rather than applied.  What the operator
      *   decides is confirmed when the released change is applied.
      *****************************************************************
       CONFIRM-HELD-FOR-APPROVAL.
           IF WS-CNFOUT-OPEN
               MOVE SPACES        TO CONFIRM-RECORD
               MOVE WS-RUN-DATE   TO CNF-PROC-DATE
               MOVE 'HELLOINT'    TO CNF-PROGRAM
               MOVE TRAN-CORP-REF TO CNF-CORP-REF
               MOVE TRAN-EMP-ID   TO CNF-EMP-ID
               MOVE TRAN-TYPE-CD  TO CNF-TRAN-TYPE
               SET CNF-HELD-APPROVAL TO TRUE
               MOVE WS-RUN-DATE   TO CNF-DISP-DATE
               MOVE 'HELD FOR SECOND OPERATOR'
                                  TO CNF-REASON
               MOVE ZEROS         TO CNF-NIGHTS-HELD
               WRITE CONFIRM-RECORD
           END-IF.

       TRANSLATE-AMOUNT.

      *****************************************************************
      * TRANSLATE-HIRE-DETAIL
      *   The new-hire fields - name, hire and birth dates and the
      *   position number - carry over, the corporate frequency
      *   digit and department/currency codes translate through the
      *   maps.
      *   Position numbers are common to both systems - POSFILE is
      *   keyed by the number corporate HR assigns - so the edit
      *   tests the carried number against POSFILE as it stands.
      *****************************************************************
       TRANSLATE-HIRE-DETAIL.
           MOVE HRF-NAME      TO TRAN-NH-NAME
           MOVE HRF-GRADE-CD  TO TRAN-NH-GRADE-CD
           MOVE HRF-MGR-ID    TO TRAN-NH-MGR-ID
           MOVE HRF-POSITION-NO TO TRAN-POSITION-NO

           IF HRF-HIRE-DATE IS NUMERIC
               MOVE HRF-HIRE-DATE TO TRAN-NH-HIRE-DATE
           END-IF

      * A missing or garbled date of birth goes over as zeros for
      * the edit to reject - the age is never taken from the feed
           IF HRF-BIRTH-DATE IS NUMERIC
               MOVE HRF-BIRTH-DATE TO TRAN-NH-BIRTH-DATE
           ELSE
               MOVE ZEROS          TO TRAN-NH-BIRTH-DATE
           END-IF

      * Corporate frequency digits to our letters
           EVALUATE HRF-FREQ-CD
               WHEN '1'
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'HELD FOR APPROVAL       :' TO CNT-LABEL
           MOVE WS-HELD                    TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'EXCEPTIONS              :' TO CNT-LABEL
           MOVE WS-EXCEPTIONS              TO CNT-VALUE
