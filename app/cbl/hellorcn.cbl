      *   'R' retro-pay records join the trailer count and hash but
      *   are not matched against acks - payroll settles them in the
      *   next pay cycle, not change by change.
      *   'P' one-time payment records are matched against payroll's
      *   acks like salary changes, each only against acks of its own
      *   type, join the trailer count and hash, and total separately
      *   at the foot of the report.
      *   The report and the last-reconciled record are dated with
      *   the processing date HELLODTE sets instead of the clock.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCNOUT-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The extract generation we sent - same layout EXTRACT-PARA
           05  RCO-GEN-SEQ   PIC 9(6).
           05  RCO-RUN-DATE  PIC 9(8).

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
       01  WS-PAYACK-STATUS   PIC XX             VALUE ZEROS.
           88  WS-PAYACK-EOF                       VALUE '10'.
       01  WS-RCNRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.
       01  WS-EXTRACT-AMOUNT  PIC S9(9)V99 COMP-3  VALUE ZEROS.
       01  WS-ACK-COUNT       PIC 9(6) COMP        VALUE ZEROS.
       01  WS-ACK-AMOUNT      PIC S9(9)V99 COMP-3  VALUE ZEROS.
       01  WS-ACK-PAY-AMOUNT  PIC S9(9)V99 COMP-3  VALUE ZEROS.
       01  WS-CONFIRMED-COUNT PIC 9(6) COMP        VALUE ZEROS.
       01  WS-EXCEPTION-COUNT PIC 9(6) COMP        VALUE ZEROS.

           88  WS-TRAILER-SEEN                      VALUE 'Y'.
       01  WS-RETRO-COUNT     PIC 9(6) COMP        VALUE ZEROS.
       01  WS-RETRO-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-PAYMENT-COUNT   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-PAYMENT-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * The extract record under match - a salary change ('D') is
      * matched on its new salary, a one-time payment ('P') on its
      * amount, each only against acks of its own type
       01  WS-MATCH-TYPE      PIC X                VALUE SPACE.
           88  WS-MATCH-PAYMENT                     VALUE 'P'.
       01  WS-MATCH-AMOUNT    PIC S9(7)V99         VALUE ZEROS.

      * The acknowledgment file loaded to a table so the extract can
      * be matched in one pass whatever order payroll returned the
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 5000 TIMES.
               10  WS-ACKTBL-EMP-ID  PIC X(6).
               10  WS-ACKTBL-TYPE    PIC X.
               10  WS-ACKTBL-SALARY  PIC S9(5)V99.
               10  WS-ACKTBL-STATUS  PIC X.
               10  WS-ACKTBL-USED    PIC X.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

           OPEN INPUT  PAYEXTR
           OPEN INPUT  PAYACK
      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run - the report and the
      *   last-reconciled record carry it.  No record means HELLODTE
      *   refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLORCN0006E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLORCN0007E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE : ' WS-RUN-DATE.

      *****************************************************************
      * GET-LAST-RECONCILED
      *   Reads the last-reconciled generation sequence carried from

           IF NOT WS-PAYACK-EOF
               ADD 1 TO WS-ACK-COUNT
               ADD 1 TO WS-ACKTBL-COUNT
               IF ACK-FOR-PAYMENT
                   ADD ACK-NEW-SALARY TO WS-ACK-PAY-AMOUNT
                   MOVE 'P'        TO
                       WS-ACKTBL-TYPE (WS-ACKTBL-COUNT)
               ELSE
                   ADD ACK-NEW-SALARY TO WS-ACK-AMOUNT
                   MOVE 'D'        TO
                       WS-ACKTBL-TYPE (WS-ACKTBL-COUNT)
               END-IF
               MOVE ACK-EMP-ID     TO
                   WS-ACKTBL-EMP-ID (WS-ACKTBL-COUNT)
               MOVE ACK-NEW-SALARY TO
           IF NOT WS-PAYEXTR-EOF AND PEX-RETRO
               ADD 1 TO WS-RETRO-COUNT
               ADD PEX-RETRO-AMOUNT TO WS-RETRO-AMOUNT
           END-IF

           IF NOT WS-PAYEXTR-EOF AND PEX-PAYMENT
               ADD 1 TO WS-PAYMENT-COUNT
               ADD PEX-PAY-AMOUNT TO WS-PAYMENT-AMOUNT
           END-IF.

      *****************************************************************
      * RECONCILE-EXTRACT-RECORD
      *   Routes the record just read by type: a detail or a one-
      *   time payment is matched against the acknowledgment table -
      *   an unused ack of the same type for the employee with the
      *   same figure and status A confirms it, anything else goes
      *   on the exception report - and the trailer is balanced
      *   against the records actually read.
      *****************************************************************
       RECONCILE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN PEX-DETAIL
                   PERFORM RECONCILE-ONE-DETAIL
               WHEN PEX-PAYMENT
                   PERFORM RECONCILE-ONE-PAYMENT
      * A retro record carries a catch-up amount, not a new salary -
      * payroll pays it in the next cycle and does not ack it record
      * by record, so it only joins the trailer arithmetic
           PERFORM READ-EXTRACT-RECORD.

       RECONCILE-ONE-DETAIL.
           MOVE 'D'            TO WS-MATCH-TYPE
           MOVE PEX-NEW-SALARY TO WS-MATCH-AMOUNT
           PERFORM MATCH-EXTRACT-RECORD.

      * A one-time payment is paid once, in the next cycle, and
      * payroll acks it on its own like a salary change
       RECONCILE-ONE-PAYMENT.
           MOVE 'P'            TO WS-MATCH-TYPE
           MOVE PEX-PAY-AMOUNT TO WS-MATCH-AMOUNT
           PERFORM MATCH-EXTRACT-RECORD.

       MATCH-EXTRACT-RECORD.
           PERFORM FIND-MATCHING-ACK

           IF WS-ACK-HIT-SUB = ZEROS
                   WHEN WS-ACKTBL-STATUS (WS-ACK-HIT-SUB) = 'R'
                       PERFORM PRINT-EXCEPTION-REJECTED
                   WHEN WS-ACKTBL-SALARY (WS-ACK-HIT-SUB)
                           NOT = WS-MATCH-AMOUNT
                       PERFORM PRINT-EXCEPTION-MISMATCH
                   WHEN OTHER
                       ADD 1 TO WS-CONFIRMED-COUNT
           END-IF

           IF PET-REC-COUNT NOT =
              WS-EXTRACT-COUNT + WS-RETRO-COUNT + WS-PAYMENT-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE ZEROS  TO EXC-EXTRACTED EXC-ACKED
               MOVE 'TRAILER COUNT MISMATCH' TO EXC-REASON
           END-IF

           IF PET-HASH-TOTAL NOT =
              WS-EXTRACT-AMOUNT + WS-RETRO-AMOUNT + WS-PAYMENT-AMOUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE ZEROS  TO EXC-EXTRACTED EXC-ACKED
               MOVE 'TRAILER HASH MISMATCH' TO EXC-REASON

      *****************************************************************
      * FIND-MATCHING-ACK
      *   Scans the table for an unused ack of the type under match
      *   for this employee, preferring one that echoes the extracted
      *   figure exactly so two changes for one employee pair with
      *   the right acks.
      *****************************************************************
       FIND-MATCHING-ACK.
           MOVE ZEROS TO WS-ACK-HIT-SUB
           ADD 1 TO WS-ACK-SUB

           IF WS-ACKTBL-USED (WS-ACK-SUB) = 'N' AND
              WS-ACKTBL-TYPE (WS-ACK-SUB) = WS-MATCH-TYPE AND
              WS-ACKTBL-EMP-ID (WS-ACK-SUB) = PEX-EMP-ID AND
              WS-ACKTBL-SALARY (WS-ACK-SUB) = WS-MATCH-AMOUNT
               MOVE WS-ACK-SUB TO WS-ACK-HIT-SUB
           END-IF.

           ADD 1 TO WS-ACK-SUB

           IF WS-ACKTBL-USED (WS-ACK-SUB) = 'N' AND
              WS-ACKTBL-TYPE (WS-ACK-SUB) = WS-MATCH-TYPE AND
              WS-ACKTBL-EMP-ID (WS-ACK-SUB) = PEX-EMP-ID
               MOVE WS-ACK-SUB TO WS-ACK-HIT-SUB
           END-IF.
           MOVE SPACES          TO WS-EXCEPTION-LINE
           MOVE PEX-EMP-ID      TO EXC-EMP-ID
           MOVE PEX-EMP-NAME    TO EXC-NAME
           MOVE WS-MATCH-AMOUNT TO EXC-EXTRACTED
           MOVE ZEROS           TO EXC-ACKED
           IF WS-MATCH-PAYMENT
               MOVE 'PAYMENT NOT ACKNOWLEDGED' TO EXC-REASON
           ELSE
               MOVE 'NOT ACKNOWLEDGED BY PAYROLL' TO EXC-REASON
           END-IF
           PERFORM PRINT-EXCEPTION-LINE.

       PRINT-EXCEPTION-REJECTED.
           MOVE SPACES          TO WS-EXCEPTION-LINE
           MOVE PEX-EMP-ID      TO EXC-EMP-ID
           MOVE PEX-EMP-NAME    TO EXC-NAME
           MOVE WS-MATCH-AMOUNT TO EXC-EXTRACTED
           MOVE WS-ACKTBL-SALARY (WS-ACK-HIT-SUB) TO EXC-ACKED
           IF WS-MATCH-PAYMENT
               MOVE 'PAYMENT REJECTED BY PAYROLL' TO EXC-REASON
           ELSE
               MOVE 'REJECTED BY PAYROLL' TO EXC-REASON
           END-IF
           PERFORM PRINT-EXCEPTION-LINE.

       PRINT-EXCEPTION-MISMATCH.
           MOVE SPACES          TO WS-EXCEPTION-LINE
           MOVE PEX-EMP-ID      TO EXC-EMP-ID
           MOVE PEX-EMP-NAME    TO EXC-NAME
           MOVE WS-MATCH-AMOUNT TO EXC-EXTRACTED
           MOVE WS-ACKTBL-SALARY (WS-ACK-HIT-SUB) TO EXC-ACKED
           IF WS-MATCH-PAYMENT
               MOVE 'PAYMENT DIFFERS FROM EXTRACT' TO EXC-REASON
           ELSE
               MOVE 'AMOUNT DIFFERS FROM EXTRACT' TO EXC-REASON
           END-IF
           PERFORM PRINT-EXCEPTION-LINE.

       PRINT-EXCEPTION-LINE.
               MOVE WS-ACKTBL-EMP-ID (WS-ACK-SUB) TO EXC-EMP-ID
               MOVE ZEROS  TO EXC-EXTRACTED
               MOVE WS-ACKTBL-SALARY (WS-ACK-SUB) TO EXC-ACKED
               IF WS-ACKTBL-TYPE (WS-ACK-SUB) = 'P'
                   MOVE 'PAYMENT ACK WITHOUT EXTRACT' TO EXC-REASON
               ELSE
                   MOVE 'ACK WITHOUT MATCHING EXTRACT' TO EXC-REASON
               END-IF
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

           MOVE 'ACK AMOUNT RETURNED     :' TO AMT-LABEL
           MOVE WS-ACK-AMOUNT              TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'PAYMENT RECORDS SENT    :' TO CNT-LABEL
           MOVE WS-PAYMENT-COUNT           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'PAYMENT AMOUNT SENT     :' TO AMT-LABEL
           MOVE WS-PAYMENT-AMOUNT          TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-AMOUNT-LINE
           MOVE 'PAYMENT ACK AMOUNT      :' TO AMT-LABEL
           MOVE WS-ACK-PAY-AMOUNT          TO AMT-VALUE
           MOVE WS-AMOUNT-LINE             TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
