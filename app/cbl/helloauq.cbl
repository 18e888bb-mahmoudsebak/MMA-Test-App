      *   concatenated ahead of the live trail and reports the
      *   periods it actually covered, so last quarter's dispute no
      *   longer needs a hand-built scratch dataset.
      *   Spelled out the 'L' leave-start and 'B' back-from-leave
      *   change types, and the changed-fields line names the leave
      *   reason and expected return date.
      *   Labels the approval-queue 'V', 'N' and 'E' records as
      *   approved, declined and expired.
      *   The changed-fields line names the position number.
      *   Labels the 'P' one-time payment records.
      *   The changed-fields line names the date of birth, which
      *   replaced the stored age on the employee record.
      *****************************************************************

       IDENTIFICATION DIVISION.
       01  WS-OLD-REC.
           05  ORC-EMP-ID      PIC X(6).
           05  ORC-NAME        PIC X(30).
           05  FILLER          PIC XX.
           05  ORC-SALARY      PIC X(7).
           05  ORC-PAY-FREQ    PIC X.
           05  ORC-CURRENCY-CD PIC X(3).
           05  ORC-TERM-DATE   PIC X(8).
           05  ORC-GRADE-CD    PIC X(2).
           05  ORC-MGR-ID      PIC X(6).
           05  ORC-LEAVE-REASON PIC X(2).
           05  ORC-RETURN-DATE PIC X(8).
           05  ORC-POSITION-NO PIC X(6).
           05  ORC-BIRTH-DATE PIC X(8).
       01  WS-NEW-REC.
           05  NRC-EMP-ID      PIC X(6).
           05  NRC-NAME        PIC X(30).
           05  FILLER          PIC XX.
           05  NRC-SALARY      PIC X(7).
           05  NRC-PAY-FREQ    PIC X.
           05  NRC-CURRENCY-CD PIC X(3).
           05  NRC-TERM-DATE   PIC X(8).
           05  NRC-GRADE-CD    PIC X(2).
           05  NRC-MGR-ID      PIC X(6).
           05  NRC-LEAVE-REASON PIC X(2).
           05  NRC-RETURN-DATE PIC X(8).
           05  NRC-POSITION-NO PIC X(6).
           05  NRC-BIRTH-DATE PIC X(8).

      * Changed-fields line under construction
       01  WS-CHG-LIST        PIC X(80)           VALUE SPACES.
                   MOVE 'DEPT XFER'   TO DET-TYPE
               WHEN AUD-RETRO-PAY
                   MOVE 'RETRO PAY'   TO DET-TYPE
               WHEN AUD-ONE-TIME-PAYMENT
                   MOVE 'ONE-TIME PY' TO DET-TYPE
               WHEN AUD-MGR-CHANGE
                   MOVE 'MGR CHANGE'  TO DET-TYPE
               WHEN AUD-REFUSED
                   MOVE 'REFUSED'     TO DET-TYPE
               WHEN AUD-LEAVE-START
                   MOVE 'LEAVE START' TO DET-TYPE
               WHEN AUD-LEAVE-RETURN
                   MOVE 'LEAVE RETRN' TO DET-TYPE
               WHEN AUD-APPR-APPROVED
                   MOVE 'APPROVED'    TO DET-TYPE
               WHEN AUD-APPR-DECLINED
                   MOVE 'DECLINED'    TO DET-TYPE
               WHEN AUD-APPR-EXPIRED
                   MOVE 'EXPIRED'     TO DET-TYPE
               WHEN OTHER
                   MOVE AUD-CHANGE-TYPE TO DET-TYPE
           END-EVALUATE
               MOVE 'NAME'       TO WS-CHG-NAME
               PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ORC-SALARY NOT = NRC-SALARY
               MOVE 'SALARY'     TO WS-CHG-NAME
               PERFORM ADD-CHANGED-FIELD
           IF ORC-MGR-ID NOT = NRC-MGR-ID
               MOVE 'MANAGER'    TO WS-CHG-NAME
               PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ORC-LEAVE-REASON NOT = NRC-LEAVE-REASON
               MOVE 'LEAVE-RSN'  TO WS-CHG-NAME
               PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ORC-RETURN-DATE NOT = NRC-RETURN-DATE
               MOVE 'RETURN-DT'  TO WS-CHG-NAME
               PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ORC-POSITION-NO NOT = NRC-POSITION-NO
               MOVE 'POSITION'   TO WS-CHG-NAME
               PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ORC-BIRTH-DATE NOT = NRC-BIRTH-DATE
               MOVE 'BIRTH-DATE' TO WS-CHG-NAME
               PERFORM ADD-CHANGED-FIELD
           END-IF.

       ADD-CHANGED-FIELD.
