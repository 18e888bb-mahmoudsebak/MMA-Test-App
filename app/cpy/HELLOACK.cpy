      * an acknowledgment file against the wrong generation, so two
      * changes for one employee on consecutive nights can never
      * cross-match.
      * ACK-REC-TYPE echoes the PAYEXTR record type the ack answers -
      * 'D' for a salary change, 'P' for a one-time payment, whose
      * amount payroll echoes in ACK-NEW-SALARY - so a payment and a
      * salary change for the same employee in one generation each
      * find their own answer.  Payroll's older acks carry a space
      * here and are read as salary changes.
      *******************************************************************

        01  ACK-RECORD.
                88  ACK-REJECTED           VALUE 'R'.
            05  ACK-DATE         PIC 9(8).
            05  ACK-GEN-SEQ      PIC 9(6).
            05  ACK-REC-TYPE     PIC X.
                88  ACK-FOR-SALARY         VALUE 'D' ' '.
                88  ACK-FOR-PAYMENT        VALUE 'P'.
