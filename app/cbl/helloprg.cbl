      * Active and on-leave records are never touched, whatever the
      * dates say.
      *
      * Every employee purged is listed by id on PRGLIST (a
      * PROD.APP.PURGED generation, hellopgl.cpy) for HELLOANO, which
      * masks their personal fields in the audit trail and archive.
      * RETURN-CODE 8 means a delete or a list write failed.
      *
      * MODIFICATION HISTORY
      *   Original retention purge, the removal half of the
      *   flag-not-delete termination protocol in HELLOUPD.
      *   Added the leave reason and expected return date to the
      *   employee record area to stay in step with the record.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Replaced the stored age with the date of birth in the
      *   employee record area to stay in step with the record.
      *   Each employee purged is listed on PRGLIST for the audit-trail
      *   anonymizer, HELLOANO.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRGRPT-STATUS.

           SELECT PRGLIST       ASSIGN TO PRGLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRGLIST-STATUS.

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

       FD  PRGRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

      * One record per employee purged, for the audit-trail
      * anonymizer
       FD  PRGLIST
           RECORDING MODE IS F.
       COPY HELLOPGL.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           88  WS-EMPFILE-OK                      VALUE '00'.
           88  WS-EMPFILE-EOF                      VALUE '10'.
       01  WS-PRGRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-PRGLIST-STATUS  PIC XX             VALUE ZEROS.
           88  WS-PRGLIST-OK                       VALUE '00'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PURGE-BEFORE    PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-PURGED-COUNT    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-HELD-COUNT      PIC 9(6) COMP        VALUE ZEROS.
       01  WS-FAILED-COUNT    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-LISTED-COUNT    PIC 9(6) COMP        VALUE ZEROS.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.

           OPEN I-O    EMPFILE
           OPEN OUTPUT PRGRPT
           OPEN OUTPUT PRGLIST

           PERFORM PRINT-PAGE-HEADINGS


           CLOSE EMPFILE
           CLOSE PRGRPT
           CLOSE PRGLIST

           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'TERMINATED SEEN : ' WS-TERMINATED-SEEN
           DISPLAY 'PURGED          : ' WS-PURGED-COUNT
           DISPLAY 'STILL HELD      : ' WS-HELD-COUNT
           DISPLAY 'LISTED          : ' WS-LISTED-COUNT

           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           IF WS-EMPFILE-OK
               ADD 1 TO WS-PURGED-COUNT
               MOVE 'PURGED        ' TO DET-DISPOSAL
               PERFORM WRITE-PURGED-LIST
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE '** DEL FAIL **' TO DET-DISPOSAL

           PERFORM PRINT-PURGE-LINE.

      *****************************************************************
      * WRITE-PURGED-LIST
      *   Lists the employee just deleted for the anonymizer.  A
      *   record that cannot be listed would leave the person's name
      *   in the audit trail, so it fails the step like a failed
      *   delete.
      *****************************************************************
       WRITE-PURGED-LIST.
           MOVE SPACES        TO PURGED-RECORD
           MOVE EMP-ID        TO PGL-EMP-ID
           MOVE EMP-TERM-DATE TO PGL-TERM-DATE
           MOVE WS-RUN-DATE   TO PGL-PURGE-DATE

           WRITE PURGED-RECORD

           IF WS-PRGLIST-OK
               ADD 1 TO WS-LISTED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'HELLOPRG0003E - PRGLIST WRITE FAILED, '
                       'STATUS ' WS-PRGLIST-STATUS ' AT ' EMP-ID
           END-IF.

       PRINT-PURGE-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'LISTED FOR ANONYMIZING  :' TO CNT-LABEL
           MOVE WS-LISTED-COUNT            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'DELETE OR LIST FAILURES :' TO CNT-LABEL
           MOVE WS-FAILED-COUNT            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
