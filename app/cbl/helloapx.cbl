      *****************************************************************
      * PROGRAM: helloapx.cbl
      *
      * Nightly housekeeping for the APPRFILE second-operator
      * approval queue (helloapq.cpy).  A large salary change or a
      * mass-change request waits there until a different operator
      * decides it on HELLOAPR - but a request nobody decides must
      * not wait for ever, and a decided one must not clutter the
      * queue once its decision is history.  This step walks the
      * queue once a night:
      *
      *   - a request still waiting more than APL-EXPIRY-DAYS after
      *     it was queued expires - it is marked expired with the
      *     reason, audited as an 'E' record on AUDITLOG, and will
      *     never apply; the keyer sees why on HELLOSTS and keys it
      *     again if it is still wanted;
      *   - a decided entry (approved, declined, expired or
      *     released) more than APL-KEEP-DAYS past its decision is
      *     deleted - the audit trail keeps the decision itself.
      *
      * APXRPT lists every request still waiting with its age, so
      * the approvers see the backlog, followed by tonight's
      * expiries and the counts.
      *
      * RETURN-CODE 0 normal, 4 requests expired tonight, 8 a queue
      * update or audit write failed.
      *
      * MODIFICATION HISTORY
      *   Original approval-queue expiry and clean-up step.
      *   Ages the queue to the processing date HELLODTE sets instead
      *   of the clock, so expiries and decision dates agree with the
      *   rest of the run when it slips past midnight.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOAPX.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRFILE      ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT APXRPT        ASSIGN TO APXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APXRPT-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The second-operator approval queue
       FD  APPRFILE
           RECORDING MODE IS F.
       COPY HELLOAPQ.

      * Audit trail - an expiry is logged as an 'E' record
       FD  AUDITLOG
           RECORDING MODE IS F.
       COPY HELLOAUD.

       FD  APXRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

       WORKING-STORAGE SECTION.
      * Include the dual-control limits shared with HELLOENT and
      * HELLOINT - the expiry and keep periods
       COPY HELLOAPL.

      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOAPX - APPROVAL QUEUE HOUSEKEEPING'.
       01  WS-APPRFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-APPRFILE-OK                     VALUE '00'.
       01  WS-AUDITLOG-STATUS PIC XX             VALUE ZEROS.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01  WS-APXRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                     VALUE '00'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-RUN-TIME        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.
       01  WS-BROWSE-SWITCH   PIC X                VALUE 'N'.
           88  WS-BROWSE-EOF                        VALUE 'Y'.
       01  WS-AGE-DAYS        PIC S9(7) COMP       VALUE ZEROS.

       01  WS-RECORDS-READ    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-WAITING-COUNT   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-EXPIRED-COUNT   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-DELETED-COUNT   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-KEPT-COUNT      PIC 9(6) COMP        VALUE ZEROS.
       01  WS-FAILED-COUNT    PIC 9(6) COMP        VALUE ZEROS.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'APPROVAL QUEUE HOUSEKEEPING'.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(20) VALUE 'QUEUED'.
           05  FILLER        PIC X(6)  VALUE 'SRC'.
           05  FILLER        PIC X(6)  VALUE 'KIND'.
           05  FILLER        PIC X(8)  VALUE 'EMP ID'.
           05  FILLER        PIC X(6)  VALUE 'DEPT'.
           05  FILLER        PIC X(10) VALUE 'KEYED BY'.
           05  FILLER        PIC X(12) VALUE '    PROPOSED'.
           05  FILLER        PIC X(6)  VALUE '  DAYS'.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-QUEUE-DATE PIC 9999/99/99.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-QUEUE-TIME PIC 99B99B99.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  DET-SRC       PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-KIND      PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-DEPT-CD   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-KEYED-BY  PIC X(8).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-PROPOSED  PIC ZZ,ZZ9.99.
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  DET-DAYS      PIC ZZZ9.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-DISPOSAL  PIC X(14).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN I-O    APPRFILE
           IF NOT WS-APPRFILE-OK
               DISPLAY 'HELLOAPX0001E - APPRFILE OPEN FAILED, '
                       'STATUS ' WS-APPRFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND AUDITLOG
           OPEN OUTPUT APXRPT

           PERFORM PRINT-PAGE-HEADINGS

           MOVE LOW-VALUES TO APQ-KEY
           START APPRFILE KEY IS NOT LESS THAN APQ-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START

           PERFORM READ-APPRFILE-RECORD
           PERFORM TIDY-ONE-REQUEST
               UNTIL WS-BROWSE-EOF

           PERFORM PRINT-QUEUE-TOTALS

           CLOSE APPRFILE
           CLOSE AUDITLOG
           CLOSE APXRPT

           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'STILL WAITING   : ' WS-WAITING-COUNT
           DISPLAY 'EXPIRED         : ' WS-EXPIRED-COUNT
           DISPLAY 'DELETED         : ' WS-DELETED-COUNT

           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXPIRED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run - requests age, expire and
      *   are cleared to it.  No record means HELLODTE refused the
      *   run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOAPX0002E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOAPX0003E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE : ' WS-RUN-DATE.

      *****************************************************************
      * READ-APPRFILE-RECORD
      *   Reads the next queue entry in key - queued-date - order.
      *****************************************************************
       READ-APPRFILE-RECORD.
           READ APPRFILE NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ

           IF NOT WS-BROWSE-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *****************************************************************
      * TIDY-ONE-REQUEST
      *   A waiting request is aged from the day it was queued and
      *   expires past the limit; a decided one is aged from its
      *   decision and deleted past the keep limit.
      *****************************************************************
       TIDY-ONE-REQUEST.
           IF APQ-WAITING
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE (APQ-QUEUE-DATE)
               IF WS-AGE-DAYS > APL-EXPIRY-DAYS
                   PERFORM EXPIRE-REQUEST
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE 'WAITING       ' TO DET-DISPOSAL
                   PERFORM PRINT-REQUEST-LINE
               END-IF
           ELSE
               IF APQ-DECIDED-DATE IS NUMERIC AND
                  APQ-DECIDED-DATE NOT = ZEROS
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE (APQ-DECIDED-DATE)
               ELSE
                   MOVE ZEROS TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > APL-KEEP-DAYS
                   PERFORM DELETE-DECIDED-REQUEST
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-IF

           PERFORM READ-APPRFILE-RECORD.

      *****************************************************************
      * EXPIRE-REQUEST
      *   Audit first, then mark the request expired with the reason
      *   HELLOSTS shows the keyer.  A failed audit write leaves the
      *   request waiting for tomorrow's run to try again.
      *****************************************************************
       EXPIRE-REQUEST.
           PERFORM LOG-EXPIRY

           IF NOT WS-AUDITLOG-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE '** AUD FAIL **' TO DET-DISPOSAL
           ELSE
               SET  APQ-EXPIRED       TO TRUE
               MOVE 'HELLOAPX'        TO APQ-DECIDED-BY
               MOVE WS-RUN-DATE       TO APQ-DECIDED-DATE
               DIVIDE WS-RUN-TIME BY 100 GIVING APQ-DECIDED-TIME
               MOVE 'NOT DECIDED WITHIN EXPIRY DAYS' TO APQ-REASON

               REWRITE APPROVAL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               IF WS-APPRFILE-OK
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED       ' TO DET-DISPOSAL
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE '** UPD FAIL **' TO DET-DISPOSAL
               END-IF
           END-IF

           PERFORM PRINT-REQUEST-LINE.

      *****************************************************************
      * LOG-EXPIRY
      *   The expiry goes on the audit trail as an 'E' record -
      *   current and proposed salary for a salary change, the
      *   population in the department columns for a mass change,
      *   no images because nothing on EMPFILE moved.
      *****************************************************************
       LOG-EXPIRY.
           MOVE APQ-EMP-ID       TO AUD-EMP-ID
           SET  AUD-APPR-EXPIRED TO TRUE
           IF APQ-KIND-MASS
               MOVE ZEROS        TO AUD-OLD-SALARY
               MOVE ZEROS        TO AUD-NEW-SALARY
               MOVE APQ-MASS-POP TO AUD-OLD-DEPT-CD
               MOVE APQ-MASS-POP TO AUD-NEW-DEPT-CD
           ELSE
               MOVE APQ-OLD-SALARY TO AUD-OLD-SALARY
               MOVE APQ-NEW-SALARY TO AUD-NEW-SALARY
               MOVE APQ-DEPT-CD  TO AUD-OLD-DEPT-CD
               MOVE APQ-DEPT-CD  TO AUD-NEW-DEPT-CD
           END-IF
           MOVE 'HELLOAPX'       TO AUD-USER-ID
           MOVE WS-RUN-DATE      TO AUD-DATE
           DIVIDE WS-RUN-TIME BY 100 GIVING AUD-TIME
           MOVE SPACES           TO AUD-OLD-IMAGE
           MOVE SPACES           TO AUD-NEW-IMAGE

           WRITE AUDITLOG-RECORD.

      *****************************************************************
      * DELETE-DECIDED-REQUEST
      *   The decision is history - the audit trail holds it - so
      *   the queue entry goes.  A failed delete is counted and
      *   simply retried tomorrow.
      *****************************************************************
       DELETE-DECIDED-REQUEST.
           DELETE APPRFILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           IF WS-APPRFILE-OK
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       PRINT-REQUEST-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE APQ-QUEUE-DATE TO DET-QUEUE-DATE
           MOVE APQ-QUEUE-TIME TO DET-QUEUE-TIME
           MOVE APQ-QUEUE-SRC  TO DET-SRC
           IF APQ-KIND-MASS
               MOVE 'MASS'         TO DET-KIND
               MOVE APQ-MASS-POP   TO DET-DEPT-CD
               MOVE APQ-MASS-AMOUNT TO DET-PROPOSED
           ELSE
               MOVE 'SAL '         TO DET-KIND
               MOVE APQ-DEPT-CD    TO DET-DEPT-CD
               MOVE APQ-NEW-SALARY TO DET-PROPOSED
           END-IF
           MOVE APQ-EMP-ID     TO DET-EMP-ID
           MOVE APQ-KEYED-BY   TO DET-KEYED-BY
           MOVE WS-AGE-DAYS    TO DET-DAYS

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page and resets the line counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-QUEUE-TOTALS
      *   Read/waiting/expired/deleted counts at the foot, so the
      *   queue balances against what stayed behind.
      *****************************************************************
       PRINT-QUEUE-TOTALS.
           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'QUEUE ENTRIES READ      :' TO CNT-LABEL
           MOVE WS-RECORDS-READ            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'STILL WAITING           :' TO CNT-LABEL
           MOVE WS-WAITING-COUNT           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'EXPIRED TONIGHT         :' TO CNT-LABEL
           MOVE WS-EXPIRED-COUNT           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'DECIDED, KEPT           :' TO CNT-LABEL
           MOVE WS-KEPT-COUNT              TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'DECIDED, DELETED        :' TO CNT-LABEL
           MOVE WS-DELETED-COUNT           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'UPDATE FAILURES         :' TO CNT-LABEL
           MOVE WS-FAILED-COUNT            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
