      * amount rides AUD-NEW-SALARY with zero as the old figure, and
      * the record changes nothing on replay because the employee
      * record itself did not move.
      * A 'P' one-time payment record is written the same way as an
      * 'R': the payment amount (in the payment's own currency) in
      * AUD-NEW-SALARY with zero as the old figure, the unchanged
      * record as both images, and nothing to replay.  The reason
      * code and pay date travel on the matching PAYEXTR record.
      * An 'L' leave-start and a 'B' back-from-leave record carry the
      * unchanged salary and department in both columns like a
      * maintenance change; the images show the status, leave reason
      * and expected return date moving, and both replay from the
      * after-image.
      * A 'V' approved, 'N' declined and 'E' expired record document
      * a decision on the HELLOAPR second-operator approval queue -
      * the salary columns carry the current and proposed figures
      * of the change decided (zeros for a mass change, whose
      * population rides the department columns), the user is the
      * deciding operator (HELLOAPX for an expiry) and the images
      * are spaces, because nothing on EMPFILE moved.  The approved
      * change itself audits again as an ordinary 'S' record on the
      * night it applies.
      * Records written before the images existed carry spaces in
      * both; readers fall back to the salary/department columns for
      * those.
                88  AUD-TERMINATION        VALUE 'T'.
                88  AUD-DEPT-TRANSFER      VALUE 'D'.
                88  AUD-RETRO-PAY          VALUE 'R'.
                88  AUD-ONE-TIME-PAYMENT   VALUE 'P'.
                88  AUD-MGR-CHANGE         VALUE 'C'.
                88  AUD-REFUSED            VALUE 'X'.
                88  AUD-LEAVE-START        VALUE 'L'.
                88  AUD-LEAVE-RETURN       VALUE 'B'.
                88  AUD-APPR-APPROVED      VALUE 'V'.
                88  AUD-APPR-DECLINED      VALUE 'N'.
                88  AUD-APPR-EXPIRED       VALUE 'E'.
            05  AUD-OLD-SALARY   PIC S9(5)V99.
            05  AUD-NEW-SALARY   PIC S9(5)V99.
            05  AUD-OLD-DEPT-CD  PIC X(4).
            05  AUD-DATE         PIC 9(8).
            05  AUD-TIME         PIC 9(6).
            05  AUD-USER-ID      PIC X(8).
            05  AUD-OLD-IMAGE    PIC X(102).
            05  AUD-NEW-IMAGE    PIC X(102).
