      *   A rehire 'A' record (before-image present) now replays as
      *   a rewrite over the terminated record instead of bouncing
      *   off the duplicate key onto the exception report.
      *   Added replay of the 'L' leave-start and 'B' back-from-leave
      *   records from their after-images.
      *   Approval-queue decision and expiry records ('V', 'N', 'E')
      *   are recognized and skipped - nothing on EMPFILE moved.
      *   Added the position number to the employee record area - it
      *   replays with the rest of the record from the images.
      *   'P' one-time payment records are recognized and skipped like
      *   retro pay - nothing on EMPFILE moved.
      *   Replaced the stored age with the date of birth in the
      *   employee record area to stay in step with the record.
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

       FD  AUDITLOG
           RECORDING MODE IS F.
      * EMPFILE moved, so there is nothing to replay
               WHEN AUD-RETRO-PAY
                   CONTINUE
      * A one-time payment went to payroll only - nothing on EMPFILE
      * moved either
               WHEN AUD-ONE-TIME-PAYMENT
                   CONTINUE
      * A manager change replays from its after-image - the type
      * postdates the images, so there is always one to rewrite
               WHEN AUD-MGR-CHANGE
      * nothing - there is nothing to replay
               WHEN AUD-REFUSED
                   CONTINUE
      * Approval decisions and expiries document the queue, not the
      * employee - an approved change replays from its own record
               WHEN AUD-APPR-APPROVED
               WHEN AUD-APPR-DECLINED
               WHEN AUD-APPR-EXPIRED
                   CONTINUE
      * Leave start and return postdate the images as well - the
      * after-image carries the status and the leave detail
               WHEN AUD-LEAVE-START
                   MOVE 'LEAVE START' TO DET-TYPE
                   PERFORM REPLAY-IMAGE
               WHEN AUD-LEAVE-RETURN
                   MOVE 'LEAVE RETRN' TO DET-TYPE
                   PERFORM REPLAY-IMAGE
               WHEN AUD-NEW-HIRE
                   MOVE 'NEW HIRE'    TO DET-TYPE
                   IF AUD-NEW-IMAGE NOT = SPACES
