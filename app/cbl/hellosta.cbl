      *
      * The inputs are tonight's OUTPUT generations - the suspense
      * and pending queues as the run left them - plus the audit
      * records stamped with tonight's run date, and the APPRFILE
      * second-operator approval queue - a large salary change held
      * there posts its waiting days, or its approval, decline or
      * expiry with the reason.  TRNSTAT is defined
      * REUSE and is rewritten whole every run; it is a view, never
      * the record of anything.
      *
      *   HELLOSTS where-is-my-change inquiry.
      *   Type-'X' refused-access audit records now post with a
      *   REFUSED state instead of reading as APPLIED.
      *   Large salary changes held on the APPRFILE second-operator
      *   approval queue now post as waiting, approved, declined or
      *   expired with the reason; the matching audit records are left
      *   to the queue side.
      *   Works to the processing date HELLODTE sets instead of the
      *   clock, so the day's audit records are found even when the
      *   run slips past midnight; suspense nights are business days.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT APPRFILE      ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APQ-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT TRNSTAT       ASSIGN TO TRNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       COPY HELLOAUD.

      * The second-operator approval queue as it stands tonight
       FD  APPRFILE
           RECORDING MODE IS F.
       COPY HELLOAPQ.

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

       FD  TRNSTAT
           RECORDING MODE IS F.
       COPY HELLOSTT.
       WORKING-STORAGE SECTION.
      * The suspended transaction unfolded back into its own layout
       COPY HELLOTRN REPLACING LEADING ==TRAN== BY ==SUS-TRAN==.
      * The held salary change unfolded back into its own layout
       COPY HELLOTRN REPLACING LEADING ==TRAN== BY ==APR-TRAN==.

      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           88  WS-PENDIN-EOF                       VALUE '10'.
       01  WS-AUDITLOG-STATUS PIC XX             VALUE ZEROS.
           88  WS-AUDITLOG-EOF                     VALUE '10'.
       01  WS-APPRFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-APPRFILE-OK                      VALUE '00'.
           88  WS-APPRFILE-EOF                     VALUE '10'.
       01  WS-TRNSTAT-STATUS  PIC XX             VALUE ZEROS.
           88  WS-TRNSTAT-OK                       VALUE '00'.
           88  WS-TRNSTAT-DUPKEY                   VALUE '22'.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.

       01  WS-SUSPENSE-OUT    PIC 9(6) COMP       VALUE ZEROS.
       01  WS-PENDING-OUT     PIC 9(6) COMP       VALUE ZEROS.
       01  WS-AUDIT-OUT       PIC 9(6) COMP       VALUE ZEROS.
       01  WS-APPROVAL-OUT    PIC 9(6) COMP       VALUE ZEROS.
       01  WS-WAIT-DAYS       PIC S9(7) COMP      VALUE ZEROS.
       01  WS-WRITE-FAILS     PIC 9(6) COMP       VALUE ZEROS.
       01  WS-WRITE-SWITCH    PIC X               VALUE 'N'.
           88  WS-WRITE-DONE                       VALUE 'Y'.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

      * OUTPUT empties the REUSE-defined cluster - TRNSTAT is a
      * rebuilt view, so last night's picture goes whole
               UNTIL WS-AUDITLOG-EOF
           CLOSE AUDITLOG

      * The approval queue is shared with the online region; it is
      * only read here, and a queue that will not open costs the
      * approval lines, not the rest of the view
           OPEN INPUT APPRFILE
           IF WS-APPRFILE-OK
               PERFORM READ-APPROVAL-RECORD
               PERFORM POST-APPROVAL-RECORD
                   UNTIL WS-APPRFILE-EOF
               CLOSE APPRFILE
           ELSE
               DISPLAY 'HELLOSTA0003W - APPRFILE OPEN FAILED, '
                       'STATUS ' WS-APPRFILE-STATUS
               ADD 1 TO WS-WRITE-FAILS
           END-IF

           CLOSE TRNSTAT

           DISPLAY 'SUSPENSE POSTED : ' WS-SUSPENSE-OUT
           DISPLAY 'PENDING POSTED  : ' WS-PENDING-OUT
           DISPLAY 'AUDIT POSTED    : ' WS-AUDIT-OUT
           DISPLAY 'APPROVAL POSTED : ' WS-APPROVAL-OUT
           DISPLAY 'WRITE FAILURES  : ' WS-WRITE-FAILS

           IF WS-WRITE-FAILS > 0
           END-READ.

       POST-AUDIT-RECORD.
      * Approval decisions and expiries post from the queue itself,
      * where the decline or expiry reason is
           IF AUD-DATE = WS-RUN-DATE AND
              NOT AUD-APPR-APPROVED AND
              NOT AUD-APPR-DECLINED AND
              NOT AUD-APPR-EXPIRED
               MOVE SPACES           TO TRNSTAT-RECORD
               MOVE AUD-EMP-ID       TO STS-EMP-ID
               SET  STS-FROM-AUDIT   TO TRUE

           PERFORM READ-AUDIT-RECORD.

      *****************************************************************
      * Approval side - every held salary change still on the queue
      * posts with its state: waiting (with the days it has waited
      * in the nights column), approved, declined or expired with
      * the reason.  Released and mass-change entries are not one
      * employee's change and stay off the screen.
      *****************************************************************
       READ-APPROVAL-RECORD.
           READ APPRFILE NEXT RECORD
               AT END
                   SET WS-APPRFILE-EOF TO TRUE
           END-READ.

       POST-APPROVAL-RECORD.
           IF APQ-KIND-SALARY AND NOT APQ-RELEASED
               MOVE APQ-TRAN-DATA TO APR-TRAN-RECORD

               MOVE SPACES             TO TRNSTAT-RECORD
               MOVE APQ-EMP-ID         TO STS-EMP-ID
               SET  STS-FROM-APPROVAL  TO TRUE
               MOVE APR-TRAN-TYPE-CD   TO STS-TRAN-TYPE
               MOVE APR-TRAN-EFF-DATE  TO STS-EFF-DATE
               MOVE APQ-NEW-SALARY     TO STS-AMOUNT
               MOVE ZEROS              TO STS-NIGHTS-HELD
               MOVE APQ-REASON         TO STS-REASON
               EVALUATE TRUE
                   WHEN APQ-WAITING
                       MOVE 'AWAITING APR' TO STS-STATE
                       MOVE 'WAITING FOR A SECOND OPERATOR'
                           TO STS-REASON
                       COMPUTE WS-WAIT-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                           FUNCTION INTEGER-OF-DATE (APQ-QUEUE-DATE)
                       IF WS-WAIT-DAYS > 99
                           MOVE 99 TO STS-NIGHTS-HELD
                       ELSE
                           MOVE WS-WAIT-DAYS TO STS-NIGHTS-HELD
                       END-IF
                       MOVE APQ-QUEUE-DATE TO STS-STAMP-DATE
                       MOVE APQ-QUEUE-TIME TO STS-STAMP-TIME
                   WHEN APQ-APPROVED
                       MOVE 'APPROVED    ' TO STS-STATE
                       MOVE APQ-DECIDED-DATE TO STS-STAMP-DATE
                       MOVE APQ-DECIDED-TIME TO STS-STAMP-TIME
                   WHEN APQ-DECLINED
                       MOVE 'DECLINED    ' TO STS-STATE
                       MOVE APQ-DECIDED-DATE TO STS-STAMP-DATE
                       MOVE APQ-DECIDED-TIME TO STS-STAMP-TIME
                   WHEN OTHER
                       MOVE 'EXPIRED     ' TO STS-STATE
                       MOVE APQ-DECIDED-DATE TO STS-STAMP-DATE
                       MOVE APQ-DECIDED-TIME TO STS-STAMP-TIME
               END-EVALUATE

               PERFORM WRITE-STATUS-RECORD
               IF WS-WRITE-DONE
                   ADD 1 TO WS-APPROVAL-OUT
               END-IF
           END-IF

           PERFORM READ-APPROVAL-RECORD.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run - the day's audit records are
      *   the ones the update stamped with it.  No record means
      *   HELLODTE refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOSTA0004E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOSTA0005E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE.

      *****************************************************************
      * WRITE-STATUS-RECORD
      *   One employee can have several in-flight transactions, so
