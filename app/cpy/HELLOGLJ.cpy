      *******************************************************************
      * COPYBOOK: helloglj.cpy
      *
      * General-ledger interface journal record, written by the
      * HELLOACR month-end salary accrual and loaded by finance into
      * the GL.  A journal generation is one balanced entry for the
      * closed period: an 'H' header carrying the run date and the
      * period, the 'D' lines, and a 'T' trailer carrying the line
      * count and the debit and credit totals - the same header and
      * trailer discipline as the payroll extract, so a short or
      * doubled transmission is caught before it posts, and a
      * journal whose totals do not agree is never loaded.
      * Each line debits or credits one account for one cost center
      * in USD; amounts are always positive and GLJ-DR-CR says which
      * side.  GLJ-ENTRY-TYPE separates the month's salary accrual
      * ('A') from the retro-pay accrual ('R') so finance can reverse
      * and reconcile them independently.  The accrued-payroll
      * credit is a balance-sheet line and carries spaces as its
      * cost center.
      *******************************************************************

        01  GL-JOURNAL-RECORD.
            05  GLJ-REC-TYPE          PIC X.
                88  GLJ-HEADER             VALUE 'H'.
                88  GLJ-DETAIL             VALUE 'D'.
                88  GLJ-TRAILER            VALUE 'T'.
            05  GLJ-PERIOD            PIC 9(6).
            05  GLJ-COST-CENTER       PIC X(4).
            05  GLJ-ACCOUNT           PIC X(8).
            05  GLJ-DR-CR             PIC X.
                88  GLJ-DEBIT              VALUE 'D'.
                88  GLJ-CREDIT             VALUE 'C'.
            05  GLJ-AMOUNT            PIC 9(11)V99.
            05  GLJ-CURRENCY-CD       PIC X(3).
            05  GLJ-ENTRY-TYPE        PIC X.
                88  GLJ-SALARY-ACCRUAL     VALUE 'A'.
                88  GLJ-RETRO-ACCRUAL      VALUE 'R'.
            05  GLJ-DESCRIPTION       PIC X(30).

        01  GLJ-HEADER-RECORD.
            05  GJH-REC-TYPE          PIC X.
            05  GJH-PERIOD            PIC 9(6).
            05  GJH-RUN-DATE          PIC 9(8).
            05  GJH-SOURCE            PIC X(8).
            05  FILLER                PIC X(44).

        01  GLJ-TRAILER-RECORD.
            05  GJT-REC-TYPE          PIC X.
            05  GJT-PERIOD            PIC 9(6).
            05  GJT-REC-COUNT         PIC 9(6).
            05  GJT-DEBIT-TOTAL       PIC 9(11)V99.
            05  GJT-CREDIT-TOTAL      PIC 9(11)V99.
            05  FILLER                PIC X(28).
