      * an edit report with one line and a reason per reject, and
      * carries the rejects on a suspense file that re-presents them
      * automatically every following night until they pass or age
      * off.  A new hire is also held when it looks like someone
      * already on EMPFILE, terminated records included, until HR
      * confirms it on the duplicate-hire decision file as a rehire,
      * a genuinely new person or a duplicate to drop.
      *
      * RETURN-CODE is 0 when everything passed and 4 when anything
      * was rejected or aged off, so operations can see at a glance
      *   before the output files open, so a refused run cannot
      *   catalog an empty suspense generation over the carried
      *   rejects.
      *   Added the 'L' leave-start and 'B' back-from-leave edits -
      *   a leave needs a live employee not already on leave, a
      *   valid reason code and an expected return date after the
      *   start; a return needs an employee who is on leave.
      *   Added position control - an 'A' new hire or 'D' transfer
      *   must name a position that is on POSFILE, open, in the
      *   department the employee is going to and not already claimed
      *   by another transaction accepted the same night.
      *   Added the 'P' one-time payment edits - a live employee, a
      *   positive amount, a known reason code, a real pay date and a
      *   currency on the rate table, with the amount in USD held
      *   against the payment ceiling GRADFILE sets for the grade.
      *   The run date is now the processing date HELLODTE sets, not
      *   the clock.  Suspense ages by the business days since the
      *   last run, the rate gate holds to the business-day cut-off,
      *   and a future effective date on a weekend or holiday is
      *   rolled to the next business day on BUSCAL and reported.
      *   Every count on the edit totals, with the amount behind it,
      *   now goes onto the run balancing totals HELLOPRF proves at the
      *   end of the run, along with the daily records that came in on
      *   the corporate feed.
      *   A corporate feed record suspended or aged off is confirmed
      *   back to the corporate system with its reason; one failing
      *   again for the same reason is not confirmed twice.
      *   A new hire carries a date of birth instead of an age; the
      *   age is worked out from it against the processing date and
      *   edited 18-99 as the keyed age was.
      *   Added the likely-match check on new hires - a hire whose
      *   name (letters only, in any order), date of birth and prior
      *   department agree on any two counts with a record already
      *   on EMPFILE, terminated records included, or with a hire
      *   accepted earlier the same night, is held on suspense as a
      *   possible duplicate with the matches listed under it.  HR
      *   confirms each one on the new DUPDECN decision file as a
      *   new person, a rehire over the matched terminated record or
      *   a duplicate, which is dropped and counted on the balancing
      *   totals.  EMPFILE is browsed once at start-up for the check.
      *****************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT EMPFILE       ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT POSFILE       ASSIGN TO POSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-NO
               FILE STATUS IS WS-POSFILE-STATUS.

           SELECT GRADFILE      ASSIGN TO GRADFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADFILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATES-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT BUSCAL        ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT DUPDECN       ASSIGN TO DUPDECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPDECN-STATUS.

           SELECT EDTRPT        ASSIGN TO EDTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDTRPT-STATUS.

           SELECT BALOUT        ASSIGN TO BALOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALOUT-STATUS.

           SELECT CNFOUT        ASSIGN TO CNFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNFOUT-STATUS.

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

      * Raw daily transactions as keyed by HR
       FD  TRANFILE
           RECORDING MODE IS F.
       COPY HELLODPT.

      * Position master - an 'A' or 'D' must name an open position
       FD  POSFILE
           RECORDING MODE IS F.
       COPY HELLOPOS.

       FD  GRADFILE
           RECORDING MODE IS F.
       COPY HELLOGRD.
           RECORDING MODE IS F.
       COPY HELLOCUR.

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

      * Finance-maintained business calendar
       FD  BUSCAL
           RECORDING MODE IS F.
       COPY HELLOCAL.

      * HR's decisions on new hires held as possible duplicates
       FD  DUPDECN
           RECORDING MODE IS F.
       COPY HELLODUP.

       FD  EDTRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

      * Tonight's run balancing totals, proved by HELLOPRF
       FD  BALOUT
           RECORDING MODE IS F.
       COPY HELLOBAL.

      * Tonight's feed confirmations - feed records suspended or aged
      * off here
       FD  CNFOUT
           RECORDING MODE IS F.
       COPY HELLOCNF.

       WORKING-STORAGE SECTION.
      * The transaction currently under edit, whatever file it came
      * from - same layout as hellotrn.cpy with an EDT prefix
       01  WS-EMPFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPFILE-OK                      VALUE '00'.
           88  WS-EMPFILE-NOTFND                  VALUE '23'.
           88  WS-EMPFILE-EOF                     VALUE '10'.
       01  WS-TRANFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-TRANFILE-EOF                     VALUE '10'.
       01  WS-SUSPIN-STATUS   PIC XX             VALUE ZEROS.
       01  WS-DEPTFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-DEPTFILE-EOF                     VALUE '10'.
       01  WS-EDTRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-POSFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-POSFILE-OK                      VALUE '00'.
       01  WS-BALOUT-STATUS   PIC XX             VALUE ZEROS.
           88  WS-BALOUT-OK                       VALUE '00'.
       01  WS-CNFOUT-STATUS   PIC XX             VALUE ZEROS.
           88  WS-CNFOUT-OK                       VALUE '00'.
       01  WS-CNFOUT-SWITCH   PIC X              VALUE 'N'.
           88  WS-CNFOUT-OPEN                     VALUE 'Y'.
       01  WS-DUPDECN-STATUS  PIC XX             VALUE ZEROS.
           88  WS-DUPDECN-OPEN-OK                 VALUE '00'.
           88  WS-DUPDECN-NOTFND                  VALUE '35'.
           88  WS-DUPDECN-EOF                     VALUE '10'.

       01  WS-TRAN-VALID-SWITCH PIC X            VALUE 'Y'.
           88  WS-TRAN-VALID                      VALUE 'Y'.
           88  WS-SOURCE-SUSPENSE                 VALUE 'SUSP'.
       01  WS-NIGHTS-HELD     PIC 99             VALUE ZEROS.
       01  WS-MAX-NIGHTS-HELD PIC 99             VALUE 05.
       01  WS-LEAVE-START-DATE PIC 9(8)          VALUE ZEROS.

      * Reporting-chain walk for the 'C' manager-change edit - the
      * proposed manager's chain is followed upward; meeting the
       01  WS-CLEAN-COUNT     PIC 9(6) COMP      VALUE ZEROS.
       01  WS-REJECT-COUNT    PIC 9(6) COMP      VALUE ZEROS.
       01  WS-AGED-OFF-COUNT  PIC 9(6) COMP      VALUE ZEROS.
       01  WS-ROLLED-COUNT    PIC 9(6) COMP      VALUE ZEROS.
       01  WS-DUP-HELD-COUNT  PIC 9(6) COMP      VALUE ZEROS.
       01  WS-DUP-DROP-COUNT  PIC 9(6) COMP      VALUE ZEROS.
       01  WS-DECISION-USED   PIC 9(6) COMP      VALUE ZEROS.

      * Run balancing totals - the amount (TRAN-NEW-SALARY, zero when
      * not numeric) behind every count above, and the daily records
      * that came in on the corporate feed
       01  WS-BAL-AMOUNT      PIC S9(5)V99 COMP-3 VALUE ZEROS.
       01  WS-READ-DAILY-AMT  PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-READ-SUSP-AMT   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-CLEAN-AMT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-REJECT-AMT      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-AGED-OFF-AMT    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-DUP-DROP-AMT    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-READ-FEED       PIC 9(6) COMP      VALUE ZEROS.
       01  WS-READ-FEED-AMT   PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-FEED-USER-ID    PIC X(8)           VALUE 'CORPHR'.

      * Employee ids already accepted this night, so a second
      * transaction for the same employee is held rather than letting
           05  WS-SEEN-EMP-ID PIC X(6) OCCURS 2000 TIMES
                   INDEXED BY SEEN-IDX.

      * Positions already claimed by an accepted 'A' or 'D' this
      * night - POSFILE is not updated until HELLOUPD runs, so a
      * second claim on the same open position must be caught here
       01  WS-CLAIM-COUNT     PIC 9(4) COMP      VALUE ZEROS.
       01  WS-CLAIM-FOUND-SWITCH PIC X           VALUE 'N'.
           88  WS-CLAIM-FOUND                     VALUE 'Y'.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-POS-NO PIC X(6) OCCURS 2000 TIMES
                   INDEXED BY CLAIM-IDX.
       01  WS-POS-TARGET-DEPT PIC X(4)           VALUE SPACES.

      * Everyone on EMPFILE, terminated records included, browsed
      * once at start-up, plus every brand-new hire accepted during
      * the run - a new hire that looks like one of them is held as
      * a possible duplicate.  The name key is the name's letters in
      * alphabetical order, so case, spacing, punctuation and the
      * order the names were keyed in do not hide a match.
       01  WS-PER-COUNT       PIC 9(4) COMP      VALUE ZEROS.
       01  WS-PER-SUB         PIC 9(4) COMP      VALUE ZEROS.
       01  WS-PER-FULL-SWITCH PIC X              VALUE 'N'.
           88  WS-PER-TABLE-FULL                  VALUE 'Y'.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 5000 TIMES.
               10  WS-PER-TBL-ID     PIC X(6).
               10  WS-PER-TBL-NAME   PIC X(30).
               10  WS-PER-TBL-KEY    PIC X(30).
               10  WS-PER-TBL-BIRTH  PIC 9(8).
               10  WS-PER-TBL-DEPT   PIC X(4).
               10  WS-PER-TBL-STATUS PIC X.
               10  WS-PER-TBL-TONIGHT PIC X.
                   88  WS-PER-HIRED-TONIGHT    VALUE 'Y'.

      * Name-key working fields
       01  WS-KEY-NAME        PIC X(30)          VALUE SPACES.
       01  WS-NAME-KEY        PIC X(30)          VALUE SPACES.
       01  WS-HIRE-NAME-KEY   PIC X(30)          VALUE SPACES.
       01  WS-KEY-LEN         PIC 9(4) COMP      VALUE ZEROS.
       01  WS-LETTER-SUB      PIC 9(4) COMP      VALUE ZEROS.
       01  WS-LETTER-TALLY    PIC 9(4) COMP      VALUE ZEROS.
       01  WS-LETTERS         PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  FILLER REDEFINES WS-LETTERS.
           05  WS-LETTER      PIC X OCCURS 26 TIMES.

      * Likely matches found for the hire under edit - a match needs
      * two of name, date of birth and prior department to agree.
      * The first few are kept to list under the reject line.
       01  WS-AGREE-COUNT     PIC 9 COMP         VALUE ZEROS.
       01  WS-MATCH-COUNT     PIC 9(4) COMP      VALUE ZEROS.
       01  WS-MATCH-SUB       PIC 9(4) COMP      VALUE ZEROS.
       01  WS-MAX-MATCHES     PIC 9(4) COMP      VALUE 5.
       01  WS-MATCH-BASIS.
           05  WS-BASIS-NAME  PIC X(5).
           05  WS-BASIS-BIRTH PIC X(4).
           05  WS-BASIS-DEPT  PIC X(4).
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 5 TIMES.
               10  WS-MATCH-TBL-SUB   PIC 9(4) COMP.
               10  WS-MATCH-TBL-BASIS PIC X(13).
       01  WS-DUP-REASON.
           05  FILLER         PIC X(22)
               VALUE 'POSSIBLE DUPLICATE OF '.
           05  WS-DUP-REASON-ID PIC X(6).
       01  WS-REHIRE-SWITCH   PIC X              VALUE 'N'.
           88  WS-HIRE-IS-REHIRE                  VALUE 'Y'.

      * HR's decisions on held possible duplicates, loaded from
      * DUPDECN at start-up and looked up by the id the hire was
      * keyed under
       01  WS-DEC-COUNT       PIC 9(4) COMP      VALUE ZEROS.
       01  WS-DEC-FOUND-SWITCH PIC X             VALUE 'N'.
           88  WS-DEC-FOUND                       VALUE 'Y'.
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 500 TIMES
                   INDEXED BY DEC-IDX.
               10  WS-DEC-TBL-EMP-ID   PIC X(6).
               10  WS-DEC-TBL-DECISION PIC X.
               10  WS-DEC-TBL-MATCH-ID PIC X(6).
               10  WS-DEC-TBL-USER-ID  PIC X(8).
       01  WS-DECISION-CD     PIC X              VALUE SPACE.
           88  WS-NO-DECISION                     VALUE SPACE.
           88  WS-DECISION-NEW-PERSON             VALUE 'N'.
           88  WS-DECISION-REHIRE                 VALUE 'R'.
           88  WS-DECISION-DROP                   VALUE 'D'.
       01  WS-DECISION-USER   PIC X(8)           VALUE SPACES.
       01  WS-KEYED-EMP-ID    PIC X(6)           VALUE SPACES.

      * Department reference table loaded from DEPTFILE at start-up
       01  WS-DEPT-COUNT      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-DEPT-FOUND-SWITCH PIC X             VALUE 'N'.
               10  WS-GRD-TBL-CD     PIC X(2).
               10  WS-GRD-TBL-MIN    PIC 9(7)V99.
               10  WS-GRD-TBL-MAX    PIC 9(7)V99.
               10  WS-GRD-TBL-PAYMENT PIC 9(7)V99.
       01  WS-GRD-MIN         PIC 9(7)V99         VALUE ZEROS.
       01  WS-GRD-MAX         PIC 9(7)V99         VALUE ZEROS.
       01  WS-GRD-MAX-PAYMENT PIC 9(7)V99         VALUE ZEROS.

      * Currency rate table loaded from CURRATES at start-up so the
      * salary-band edit can normalize the keyed figure the same
       01  WS-CUR-SCAN-SWITCH PIC X               VALUE 'N'.
           88  WS-CUR-SCAN-FOUND                   VALUE 'Y'.
       01  WS-NEWEST-RATE-DATE PIC 9(8)           VALUE ZEROS.
       01  WS-RATE-CUTOFF     PIC 9(8)            VALUE ZEROS.

      * Processing date and business calendar.  The run works to
      * the processing date HELLODTE set, never the clock; suspense
      * ages by the business days since the last run, and the
      * calendar from the processing date on is loaded so a future
      * effective date on a weekend or holiday can be rolled
      * forward to the next business day.  HELLODTE has already
      * refused a calendar with a gap, so a date's entry is found
      * by its day number less the processing date's.
       01  WS-PROCDATE-STATUS PIC XX              VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-BUSCAL-STATUS   PIC XX              VALUE ZEROS.
           88  WS-BUSCAL-EOF                       VALUE '10'.
       01  WS-BUS-DAYS-ELAPSED PIC 9(3)           VALUE ZEROS.
       01  WS-NIGHTS-WORK     PIC 9(5)            VALUE ZEROS.
       01  WS-CAL-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-CAL-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-CAL-BASE-INT    PIC S9(9) COMP      VALUE ZEROS.
       01  WS-CAL-POS         PIC S9(9) COMP      VALUE ZEROS.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CAL-IDX.
               10  WS-CAL-TBL-DATE   PIC 9(8).
               10  WS-CAL-TBL-TYPE   PIC X.
                   88  WS-CAL-TBL-BUSINESS      VALUE 'B'.
       01  WS-EFF-KEYED-DATE  PIC 9(8)            VALUE ZEROS.
       01  WS-ROLL-SWITCH     PIC X               VALUE 'N'.
           88  WS-EFF-ROLLED                       VALUE 'Y'.
       01  WS-ROLL-FOUND-SWITCH PIC X             VALUE 'N'.
           88  WS-ROLL-FOUND                       VALUE 'Y'.

      * Salary-band working fields - the figure under edit, the
      * frequency and currency that qualify it, and its normalized

      * Report formatting
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
      * Age working fields - the age is worked out from the date of
      * birth against the processing date, backed off a year when
      * the birthday has not come round yet that year
       01  WS-AGE-ASOF.
           05  WS-AGE-ASOF-YEAR PIC 9(4).
           05  WS-AGE-ASOF-MMDD PIC 9(4).
       01  WS-BIRTH.
           05  WS-BIRTH-YEAR  PIC 9(4).
           05  WS-BIRTH-MMDD  PIC 9(4).
           05  FILLER REDEFINES WS-BIRTH-MMDD.
               10  WS-BIRTH-MM    PIC 99.
               10  WS-BIRTH-DD    PIC 99.
       01  WS-AGE-YEARS       PIC S9(4) COMP      VALUE ZERO.
       01  WS-AGE-SWITCH      PIC X               VALUE 'N'.
           88  WS-AGE-KNOWN                        VALUE 'Y'.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  REJ-DISPOSAL  PIC X(9).

       01  WS-ROLLED-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  ROL-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  ROL-TYPE      PIC X(1).
           05  FILLER        PIC X(5)  VALUE SPACES.
           05  ROL-SOURCE    PIC X(4).
           05  FILLER        PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(4)  VALUE 'EFF '.
           05  ROL-KEYED-DATE PIC 9999/99/99.
           05  FILLER        PIC X(4)  VALUE ' TO '.
           05  ROL-NEW-DATE  PIC 9999/99/99.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(9)  VALUE 'ROLLED'.

       01  WS-MATCH-LINE.
           05  FILLER        PIC X(8)  VALUE SPACES.
           05  FILLER        PIC X(12) VALUE 'MATCHES ID'.
           05  MAT-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  MAT-NAME      PIC X(30).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'BORN '.
           05  MAT-BIRTH-DATE PIC 9999/99/99.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'DEPT '.
           05  MAT-DEPT-CD   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  MAT-STATUS    PIC X(13).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(3)  VALUE 'ON '.
           05  MAT-BASIS     PIC X(13).

       01  WS-MORE-MATCHES-LINE.
           05  FILLER        PIC X(8)  VALUE SPACES.
           05  FILLER        PIC X(4)  VALUE 'AND '.
           05  MOR-COUNT     PIC ZZZ9.
           05  FILLER        PIC X(14) VALUE ' MORE MATCHES'.

       01  WS-DECISION-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DEC-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DEC-TYPE      PIC X(1).
           05  FILLER        PIC X(5)  VALUE SPACES.
           05  DEC-SOURCE    PIC X(4).
           05  FILLER        PIC X(12) VALUE SPACES.
           05  DEC-TEXT      PIC X(30).
           05  DEC-MATCH-ID  PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(3)  VALUE 'BY '.
           05  DEC-USER-ID   PIC X(8).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

      * Every reference table loads - and the rate staleness gate
      * runs - before the output files open, so a refused run ends
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-GRADE-TABLE
           PERFORM LOAD-CUR-TABLE
           PERFORM LOAD-CALENDAR-TABLE
           PERFORM LOAD-DECISION-TABLE

           OPEN INPUT  EMPFILE
           PERFORM LOAD-PERSON-TABLE

           OPEN INPUT  POSFILE
           OPEN INPUT  TRANFILE
           OPEN OUTPUT TRANOUT
           OPEN OUTPUT SUSPOUT
           OPEN OUTPUT EDTRPT
           PERFORM OPEN-FEED-CONFIRMATIONS

           MOVE SPACES TO WS-SEEN-TABLE
           MOVE SPACES TO WS-CLAIM-TABLE

           PERFORM PRINT-PAGE-HEADINGS

           PERFORM PROCESS-DAILY-FILE

           PERFORM PRINT-EDIT-TOTALS
           PERFORM WRITE-BALANCE-TOTALS

           CLOSE EMPFILE
           CLOSE POSFILE
           CLOSE TRANFILE
           CLOSE TRANOUT
           CLOSE SUSPOUT
           CLOSE EDTRPT
           IF WS-CNFOUT-OPEN
               CLOSE CNFOUT
           END-IF

           DISPLAY 'DAILY READ      : ' WS-READ-DAILY
           DISPLAY 'SUSPENSE READ   : ' WS-READ-SUSPENSE
           DISPLAY 'CLEAN WRITTEN   : ' WS-CLEAN-COUNT
           DISPLAY 'REJECTED        : ' WS-REJECT-COUNT
           DISPLAY 'AGED OFF        : ' WS-AGED-OFF-COUNT
           DISPLAY 'EFF DATES ROLLED: ' WS-ROLLED-COUNT
           DISPLAY 'POSSIBLE DUPS   : ' WS-DUP-HELD-COUNT
           DISPLAY 'DUPS DROPPED    : ' WS-DUP-DROP-COUNT

           IF WS-REJECT-COUNT > 0 OR WS-AGED-OFF-COUNT > 0 OR
              WS-DUP-DROP-COUNT > 0 OR NOT WS-CNFOUT-OPEN
               MOVE 4 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run, with the business days
      *   since the last run and the rate cut-off.  No record means
      *   HELLODTE refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOEDT0007E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOEDT0008E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE        TO WS-RUN-DATE
           MOVE PDT-BUS-DAYS-ELAPSED TO WS-BUS-DAYS-ELAPSED
           MOVE PDT-RATE-CUTOFF-DATE TO WS-RATE-CUTOFF

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE : ' WS-RUN-DATE.

      *****************************************************************
      * LOAD-DEPT-TABLE
      *   Reads the finance-maintained DEPTFILE reference file into
               MOVE GRD-GRADE-CD   TO WS-GRD-TBL-CD (WS-GRD-COUNT)
               MOVE GRD-MIN-SALARY TO WS-GRD-TBL-MIN (WS-GRD-COUNT)
               MOVE GRD-MAX-SALARY TO WS-GRD-TBL-MAX (WS-GRD-COUNT)
               MOVE GRD-MAX-PAYMENT
                   TO WS-GRD-TBL-PAYMENT (WS-GRD-COUNT)
           END-IF.

      *****************************************************************
      *****************************************************************
      * CHECK-RATE-STALENESS
      *   Fails the step when the newest rate in force is older than
      *   the agreed number of business days - a forgotten CURRATES
      *   refresh must stop the run, not silently band-check against
      *   a stale rate.  The cut-off date comes with the processing
      *   date, so weekends and holidays do not count against it.
      *****************************************************************
       CHECK-RATE-STALENESS.
           IF WS-NEWEST-RATE-DATE = ZEROS
               GOBACK
           END-IF

           IF WS-NEWEST-RATE-DATE < WS-RATE-CUTOFF
               DISPLAY 'HELLOEDT0005E - NEWEST CURRENCY RATE '
                       WS-NEWEST-RATE-DATE ' IS OLDER THAN THE '
                       'CUT-OFF ' WS-RATE-CUTOFF ' - REFRESH CURRATES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * LOAD-CALENDAR-TABLE
      *   Reads the business calendar from the processing date on
      *   into the working-storage calendar table.  Earlier dates
      *   are history the edit has no use for.
      *****************************************************************
       LOAD-CALENDAR-TABLE.
           OPEN INPUT BUSCAL
           MOVE ZEROS  TO WS-CAL-COUNT
           MOVE SPACES TO WS-CAL-TABLE

           PERFORM LOAD-CALENDAR-RECORD
               UNTIL WS-BUSCAL-EOF OR WS-CAL-COUNT = 1000

           CLOSE BUSCAL

           IF WS-CAL-COUNT = ZEROS
               DISPLAY 'HELLOEDT0009E - BUSCAL DOES NOT COVER THE '
                       'PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-CAL-BASE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CAL-TBL-DATE (1)).

       LOAD-CALENDAR-RECORD.
           READ BUSCAL
               AT END
                   SET WS-BUSCAL-EOF TO TRUE
           END-READ

           IF NOT WS-BUSCAL-EOF
               IF CAL-DATE NOT < WS-RUN-DATE
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE     TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE (WS-CAL-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * LOAD-DECISION-TABLE
      *   Reads HR's duplicate-hire decisions into working storage.
      *   A missing file (status 35) is simply no decisions, the
      *   same as a missing suspense queue; any other failing open
      *   refuses the run before the output files open.  A decision
      *   HR keyed wrongly is listed and ignored, so the hire stays
      *   held rather than being let through on a guess.
      *****************************************************************
       LOAD-DECISION-TABLE.
           MOVE ZEROS  TO WS-DEC-COUNT
           MOVE SPACES TO WS-DEC-TABLE

           OPEN INPUT DUPDECN

           EVALUATE TRUE
               WHEN WS-DUPDECN-OPEN-OK
                   PERFORM LOAD-DECISION-RECORD
                       UNTIL WS-DUPDECN-EOF
                   CLOSE DUPDECN
               WHEN WS-DUPDECN-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'HELLOEDT0012E - DUPLICATE-HIRE DECISIONS '
                           'OPEN FAILED, STATUS ' WS-DUPDECN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       LOAD-DECISION-RECORD.
           READ DUPDECN
               AT END
                   SET WS-DUPDECN-EOF TO TRUE
           END-READ

           IF NOT WS-DUPDECN-EOF
               EVALUATE TRUE
                   WHEN DUP-EMP-ID = SPACES OR
                        NOT (DUP-NEW-PERSON OR DUP-REHIRE OR
                             DUP-DROP)
                       DISPLAY 'HELLOEDT0013W - DUPLICATE-HIRE '
                               'DECISION IGNORED: ' DUP-EMP-ID
                               ' ' DUP-DECISION
                   WHEN DUP-REHIRE AND
                        (DUP-MATCH-ID = SPACES OR
                         DUP-MATCH-ID = DUP-EMP-ID)
                       DISPLAY 'HELLOEDT0013W - DUPLICATE-HIRE '
                               'DECISION IGNORED: ' DUP-EMP-ID
                               ' ' DUP-DECISION
                   WHEN WS-DEC-COUNT NOT < 500
                       DISPLAY 'HELLOEDT0014W - DECISION TABLE FULL, '
                               'DECISION IGNORED: ' DUP-EMP-ID
                   WHEN OTHER
                       ADD 1 TO WS-DEC-COUNT
                       MOVE DUP-EMP-ID
                           TO WS-DEC-TBL-EMP-ID (WS-DEC-COUNT)
                       MOVE DUP-DECISION
                           TO WS-DEC-TBL-DECISION (WS-DEC-COUNT)
                       MOVE DUP-MATCH-ID
                           TO WS-DEC-TBL-MATCH-ID (WS-DEC-COUNT)
                       MOVE DUP-USER-ID
                           TO WS-DEC-TBL-USER-ID (WS-DEC-COUNT)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * LOAD-PERSON-TABLE
      *   Browses EMPFILE once, in key sequence, into the person
      *   table the likely-match check scans - terminated records
      *   included, since a leaver coming back is exactly the person
      *   who gets hired twice.  A record with no valid date of
      *   birth on file carries zeros and can only match on name and
      *   department.
      *****************************************************************
       LOAD-PERSON-TABLE.
           MOVE ZEROS TO WS-PER-COUNT

           MOVE LOW-VALUES TO EMP-ID
           START EMPFILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-EMPFILE-EOF TO TRUE
           END-START

           IF NOT WS-EMPFILE-EOF
               PERFORM READ-PERSON-RECORD
               PERFORM LOAD-PERSON-RECORD
                   UNTIL WS-EMPFILE-EOF
           END-IF

           DISPLAY 'PERSONS LOADED  : ' WS-PER-COUNT.

       READ-PERSON-RECORD.
           READ EMPFILE NEXT RECORD
               AT END
                   SET WS-EMPFILE-EOF TO TRUE
           END-READ.

       LOAD-PERSON-RECORD.
           IF WS-PER-COUNT < 5000
               ADD 1 TO WS-PER-COUNT
               MOVE EMP-ID        TO WS-PER-TBL-ID (WS-PER-COUNT)
               MOVE EMP-NAME      TO WS-PER-TBL-NAME (WS-PER-COUNT)
               MOVE EMP-NAME      TO WS-KEY-NAME
               PERFORM BUILD-NAME-KEY
               MOVE WS-NAME-KEY   TO WS-PER-TBL-KEY (WS-PER-COUNT)
               IF EMP-BIRTH-DATE NUMERIC
                   MOVE EMP-BIRTH-DATE
                       TO WS-PER-TBL-BIRTH (WS-PER-COUNT)
               ELSE
                   MOVE ZEROS TO WS-PER-TBL-BIRTH (WS-PER-COUNT)
               END-IF
               MOVE EMP-DEPT-CD   TO WS-PER-TBL-DEPT (WS-PER-COUNT)
               MOVE EMP-STATUS-CD TO WS-PER-TBL-STATUS (WS-PER-COUNT)
               MOVE 'N'           TO WS-PER-TBL-TONIGHT (WS-PER-COUNT)
           ELSE
               PERFORM NOTE-PERSON-TABLE-FULL
           END-IF

           PERFORM READ-PERSON-RECORD.

       NOTE-PERSON-TABLE-FULL.
           IF NOT WS-PER-TABLE-FULL
               SET WS-PER-TABLE-FULL TO TRUE
               DISPLAY 'HELLOEDT0015W - PERSON TABLE FULL, '
                       'LIKELY-MATCH CHECK DEGRADED'
           END-IF.

      *****************************************************************
      * BUILD-NAME-KEY
      *   Reduces the name in WS-KEY-NAME to its letters in
      *   alphabetical order in WS-NAME-KEY - 'Smith, John' and
      *   'JOHN SMITH' give the same key.  Anything that is not a
      *   letter drops out.
      *****************************************************************
       BUILD-NAME-KEY.
           INSPECT WS-KEY-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE SPACES TO WS-NAME-KEY
           MOVE ZEROS  TO WS-KEY-LEN
           MOVE ZEROS  TO WS-LETTER-SUB

           PERFORM ADD-LETTER-RUN
               UNTIL WS-LETTER-SUB NOT < 26.

       ADD-LETTER-RUN.
           ADD 1 TO WS-LETTER-SUB
           MOVE ZEROS TO WS-LETTER-TALLY
           INSPECT WS-KEY-NAME TALLYING WS-LETTER-TALLY
               FOR ALL WS-LETTER (WS-LETTER-SUB)

           PERFORM ADD-ONE-LETTER
               UNTIL WS-LETTER-TALLY = ZERO.

       ADD-ONE-LETTER.
           ADD 1 TO WS-KEY-LEN
           MOVE WS-LETTER (WS-LETTER-SUB)
               TO WS-NAME-KEY (WS-KEY-LEN:1)
           SUBTRACT 1 FROM WS-LETTER-TALLY.

      *****************************************************************
      * PROCESS-SUSPENSE-FILE
      *   Re-presents every record held on the suspense file to the
           MOVE SUS-TRAN-DATA   TO EDT-RECORD
           MOVE SUS-NIGHTS-HELD TO WS-NIGHTS-HELD
           SET WS-SOURCE-SUSPENSE TO TRUE
           PERFORM SET-BALANCE-AMOUNT
           ADD WS-BAL-AMOUNT TO WS-READ-SUSP-AMT

           PERFORM EDIT-TRANSACTION

           PERFORM READ-SUSPENSE-RECORD.

      *****************************************************************
      * OPEN-FEED-CONFIRMATIONS
      *   Tonight's feed confirmations, opened empty by HELLODTE.  A
      *   failed open is a warning: the edit still runs, only the
      *   corporate system hears nothing tonight of what it rejected.
      *****************************************************************
       OPEN-FEED-CONFIRMATIONS.
           OPEN EXTEND CNFOUT
           IF WS-CNFOUT-OK
               SET WS-CNFOUT-OPEN TO TRUE
           ELSE
               DISPLAY 'HELLOEDT0011W - FEED CONFIRMATIONS OPEN '
                       'FAILED, STATUS ' WS-CNFOUT-STATUS
           END-IF.

      *****************************************************************
      * PROCESS-DAILY-FILE
      *   Presents every record keyed to the raw daily transaction
           MOVE TRIN-RECORD TO EDT-RECORD
           MOVE ZEROS       TO WS-NIGHTS-HELD
           SET WS-SOURCE-DAILY TO TRUE
           PERFORM SET-BALANCE-AMOUNT
           ADD WS-BAL-AMOUNT TO WS-READ-DAILY-AMT
           IF EDT-USER-ID = WS-FEED-USER-ID
               ADD 1 TO WS-READ-FEED
               ADD WS-BAL-AMOUNT TO WS-READ-FEED-AMT
           END-IF

           PERFORM EDIT-TRANSACTION

      *   transaction file and their employee id joins the
      *   seen-this-night table; rejects go to the edit report and,
      *   unless they have aged off, to the suspense file for the
      *   next night.  A new hire HR has confirmed a duplicate is
      *   dropped without being edited; one HR has confirmed a new
      *   person or a rehire is edited as such without the
      *   likely-match check.
      *****************************************************************
       EDIT-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-EDIT-REASON
           MOVE 'N'    TO WS-ROLL-SWITCH
           MOVE 'N'    TO WS-REHIRE-SWITCH
           MOVE SPACE  TO WS-DECISION-CD
           MOVE ZEROS  TO WS-MATCH-COUNT

           IF EDT-NEW-HIRE
               PERFORM APPLY-HIRE-DECISION
           END-IF

           IF WS-DECISION-DROP
               PERFORM DROP-DUPLICATE-HIRE
           ELSE
               IF WS-TRAN-VALID
                   PERFORM VALIDATE-TRANSACTION
               END-IF

               IF WS-TRAN-VALID
                   PERFORM CHECK-DUPLICATE
               END-IF

               IF WS-TRAN-VALID AND EDT-NEW-HIRE AND WS-NO-DECISION
                   PERFORM CHECK-LIKELY-MATCH
               END-IF

               IF WS-TRAN-VALID
                   PERFORM WRITE-CLEAN-TRANSACTION
               ELSE
                   PERFORM DISPOSE-OF-REJECT
               END-IF
           END-IF.

      *****************************************************************
      * APPLY-HIRE-DECISION
      *   Looks the new hire's keyed id up in HR's duplicate-hire
      *   decisions.  A rehire decision moves the hire onto the
      *   matched record - which must still be a terminated record
      *   on EMPFILE, or the hire is held with the keyed id intact
      *   for HR to look at again.  Every decision acted on is
      *   listed on the edit report.
      *****************************************************************
       APPLY-HIRE-DECISION.
           MOVE 'N' TO WS-DEC-FOUND-SWITCH
           MOVE EDT-EMP-ID TO WS-KEYED-EMP-ID

           IF WS-DEC-COUNT > 0
               SET DEC-IDX TO 1
               SEARCH WS-DEC-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEC-FOUND-SWITCH
                   WHEN DEC-IDX > WS-DEC-COUNT
                       MOVE 'N' TO WS-DEC-FOUND-SWITCH
                   WHEN WS-DEC-TBL-EMP-ID (DEC-IDX) = EDT-EMP-ID
                       MOVE 'Y' TO WS-DEC-FOUND-SWITCH
               END-SEARCH
           END-IF

           IF WS-DEC-FOUND
               ADD 1 TO WS-DECISION-USED
               MOVE WS-DEC-TBL-DECISION (DEC-IDX) TO WS-DECISION-CD
               MOVE WS-DEC-TBL-USER-ID (DEC-IDX)  TO WS-DECISION-USER
               MOVE SPACES TO DEC-MATCH-ID
               EVALUATE TRUE
                   WHEN WS-DECISION-NEW-PERSON
                       MOVE 'HR CONFIRMED NEW PERSON' TO DEC-TEXT
                   WHEN WS-DECISION-DROP
                       MOVE 'HR CONFIRMED DUPLICATE' TO DEC-TEXT
                   WHEN WS-DECISION-REHIRE
                       MOVE 'HR CONFIRMED REHIRE AS ID' TO DEC-TEXT
                       MOVE WS-DEC-TBL-MATCH-ID (DEC-IDX)
                           TO DEC-MATCH-ID
                       PERFORM MOVE-HIRE-TO-REHIRE
               END-EVALUATE
               PERFORM PRINT-DECISION-LINE
           END-IF.

       MOVE-HIRE-TO-REHIRE.
           MOVE WS-DEC-TBL-MATCH-ID (DEC-IDX) TO EMP-ID

           READ EMPFILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-EMPFILE-OK AND EMP-TERMINATED
               MOVE WS-DEC-TBL-MATCH-ID (DEC-IDX) TO EDT-EMP-ID
           ELSE
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'REHIRE TARGET NOT TERMINATED' TO WS-EDIT-REASON
           END-IF.

      *****************************************************************
      * DROP-DUPLICATE-HIRE
      *   A hire HR has confirmed is a person already on the payroll
      *   goes no further: it is listed as dropped, told to the
      *   corporate system when it came from the feed, and counted
      *   on the balancing totals so the run still proves.
      *****************************************************************
       DROP-DUPLICATE-HIRE.
           ADD 1 TO WS-DUP-DROP-COUNT
           ADD WS-BAL-AMOUNT TO WS-DUP-DROP-AMT
           MOVE 'HR CONFIRMED DUPLICATE' TO WS-EDIT-REASON
           MOVE 'DROPPED  '              TO REJ-DISPOSAL

           IF EDT-USER-ID = WS-FEED-USER-ID AND WS-CNFOUT-OPEN
               MOVE SPACES         TO CONFIRM-RECORD
               MOVE WS-RUN-DATE    TO CNF-PROC-DATE
               MOVE 'HELLOEDT'     TO CNF-PROGRAM
               MOVE EDT-CORP-REF   TO CNF-CORP-REF
               MOVE EDT-EMP-ID     TO CNF-EMP-ID
               MOVE EDT-TYPE-CD    TO CNF-TRAN-TYPE
               SET CNF-NOT-APPLIED TO TRUE
               MOVE WS-RUN-DATE    TO CNF-DISP-DATE
               MOVE WS-EDIT-REASON TO CNF-REASON
               MOVE WS-NIGHTS-HELD TO CNF-NIGHTS-HELD
               WRITE CONFIRM-RECORD
           END-IF

           PERFORM PRINT-REJECT-LINE.

      *****************************************************************
      * CHECK-LIKELY-MATCH
      *   Holds a brand-new hire that looks like someone already on
      *   file, terminated or not, or like a hire accepted earlier
      *   tonight - two of name key, date of birth and prior
      *   department agreeing is a likely match.  A rehire over its
      *   own terminated record is not a match against itself.  The
      *   first match names the reason; the matches are listed under
      *   the reject line for HR to decide on.
      *****************************************************************
       CHECK-LIKELY-MATCH.
           MOVE EDT-NH-NAME TO WS-KEY-NAME
           PERFORM BUILD-NAME-KEY
           MOVE WS-NAME-KEY TO WS-HIRE-NAME-KEY

           MOVE ZEROS TO WS-PER-SUB
           PERFORM SCAN-PERSON-ENTRY
               UNTIL WS-PER-SUB NOT < WS-PER-COUNT

           IF WS-MATCH-COUNT > 0
               SET WS-TRAN-INVALID TO TRUE
               ADD 1 TO WS-DUP-HELD-COUNT
               MOVE WS-PER-TBL-ID (WS-MATCH-TBL-SUB (1))
                   TO WS-DUP-REASON-ID
               MOVE WS-DUP-REASON TO WS-EDIT-REASON
           END-IF.

       SCAN-PERSON-ENTRY.
           ADD 1 TO WS-PER-SUB

           IF WS-PER-TBL-ID (WS-PER-SUB) NOT = EDT-EMP-ID
               MOVE ZEROS  TO WS-AGREE-COUNT
               MOVE SPACES TO WS-MATCH-BASIS

               IF WS-HIRE-NAME-KEY NOT = SPACES AND
                  WS-PER-TBL-KEY (WS-PER-SUB) = WS-HIRE-NAME-KEY
                   ADD 1 TO WS-AGREE-COUNT
                   MOVE 'NAME' TO WS-BASIS-NAME
               END-IF

               IF WS-PER-TBL-BIRTH (WS-PER-SUB) > ZEROS AND
                  WS-PER-TBL-BIRTH (WS-PER-SUB) = EDT-NH-BIRTH-DATE
                   ADD 1 TO WS-AGREE-COUNT
                   MOVE 'DOB'  TO WS-BASIS-BIRTH
               END-IF

               IF WS-PER-TBL-DEPT (WS-PER-SUB) NOT = SPACES AND
                  WS-PER-TBL-DEPT (WS-PER-SUB) = EDT-NH-DEPT-CD
                   ADD 1 TO WS-AGREE-COUNT
                   MOVE 'DEPT' TO WS-BASIS-DEPT
               END-IF

               IF WS-AGREE-COUNT > 1
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT NOT > WS-MAX-MATCHES
                       MOVE WS-PER-SUB
                           TO WS-MATCH-TBL-SUB (WS-MATCH-COUNT)
                       MOVE WS-MATCH-BASIS
                           TO WS-MATCH-TBL-BASIS (WS-MATCH-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
                       PERFORM VALIDATE-DEPT-TRANSFER
                   WHEN EDT-MGR-CHANGE
                       PERFORM VALIDATE-MGR-CHANGE
                   WHEN EDT-LEAVE-START
                       PERFORM VALIDATE-LEAVE-START
                   WHEN EDT-LEAVE-RETURN
                       PERFORM VALIDATE-LEAVE-RETURN
                   WHEN EDT-ONE-TIME-PAYMENT
                       PERFORM VALIDATE-ONE-TIME-PAYMENT
                   WHEN EDT-SALARY-CHANGE OR EDT-TYPE-LEGACY
                       PERFORM VALIDATE-SALARY-CHANGE
                   WHEN OTHER
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE 'EFFECTIVE DATE NOT A REAL DATE'
                           TO WS-EDIT-REASON
                   ELSE
                       IF EDT-EFF-DATE > WS-RUN-DATE
                           PERFORM ROLL-EFF-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * ROLL-EFF-DATE
      *   A future effective date that falls on a weekend or holiday
      *   is rolled forward to the next business day on the
      *   calendar, so the change releases on a night the run
      *   actually processes.  A date beyond the published calendar
      *   is left as keyed.  The roll is reported when the record is
      *   accepted.
      *****************************************************************
       ROLL-EFF-DATE.
           COMPUTE WS-CAL-POS =
               FUNCTION INTEGER-OF-DATE (EDT-EFF-DATE) -
               WS-CAL-BASE-INT + 1

           IF WS-CAL-POS > 0 AND WS-CAL-POS NOT > WS-CAL-COUNT
               MOVE WS-CAL-POS TO WS-CAL-SUB
               IF NOT WS-CAL-TBL-BUSINESS (WS-CAL-SUB)
                   MOVE 'N' TO WS-ROLL-FOUND-SWITCH
                   PERFORM FIND-NEXT-BUSINESS-DAY
                       UNTIL WS-ROLL-FOUND OR
                             WS-CAL-SUB NOT < WS-CAL-COUNT
                   IF WS-ROLL-FOUND
                       MOVE EDT-EFF-DATE TO WS-EFF-KEYED-DATE
                       MOVE WS-CAL-TBL-DATE (WS-CAL-SUB)
                           TO EDT-EFF-DATE
                       SET WS-EFF-ROLLED TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-CAL-SUB

           IF WS-CAL-TBL-BUSINESS (WS-CAL-SUB)
               SET WS-ROLL-FOUND TO TRUE
           END-IF.

       VALIDATE-SALARY-CHANGE.
           PERFORM LOOKUP-EMPLOYEE

                   MOVE 'TARGET DEPT NOT ON FILE'
                       TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-TRAN-VALID
               MOVE EDT-NEW-DEPT-CD TO WS-POS-TARGET-DEPT
               PERFORM CHECK-POSITION-OPEN
           END-IF.

       VALIDATE-NEW-HIRE.
               MOVE 'EMPLOYEE ALREADY ON FILE' TO WS-EDIT-REASON
           END-IF

           IF WS-EMPFILE-OK AND EMP-TERMINATED
               SET WS-HIRE-IS-REHIRE TO TRUE
           END-IF

           IF WS-TRAN-VALID AND EDT-NH-NAME = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'NEW-HIRE NAME MISSING' TO WS-EDIT-REASON
           END-IF

      * The age the hire used to be keyed with is worked out from
      * the date of birth against the processing date, and held to
      * the same 18-99 the keyed age always was
           MOVE EDT-NH-BIRTH-DATE TO WS-BIRTH
           PERFORM AGE-CALC
           IF WS-TRAN-VALID AND NOT WS-AGE-KNOWN
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'BIRTH DATE MISSING OR INVALID' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND
              (WS-AGE-YEARS < 18 OR WS-AGE-YEARS > 99)
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'NEW-HIRE AGE MUST BE 18-99' TO WS-EDIT-REASON
           END-IF
               END-IF
           END-IF

      * The hire must fill an open position in that department
           IF WS-TRAN-VALID
               MOVE EDT-NH-DEPT-CD TO WS-POS-TARGET-DEPT
               PERFORM CHECK-POSITION-OPEN
           END-IF

      * Every new hire carries a live grade, and the starting
      * salary must sit inside its band
           IF WS-TRAN-VALID
               PERFORM VALIDATE-MANAGER-ID
           END-IF.

      *****************************************************************
      * VALIDATE-LEAVE-START
      *   The 'L' leave start: the employee must exist, be active
      *   (not terminated and not already on leave), and the record
      *   must carry a known reason code and a real expected return
      *   date later than the day the leave starts - the effective
      *   date when one is keyed, otherwise tonight.
      *****************************************************************
       VALIDATE-LEAVE-START.
           PERFORM LOOKUP-EMPLOYEE

           IF NOT WS-EMPFILE-OK
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EMPLOYEE ID NOT ON FILE' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND EMP-TERMINATED
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND EMP-ON-LEAVE
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EMPLOYEE ALREADY ON LEAVE' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND NOT EDT-LEAVE-REASON-VALID
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'LEAVE REASON NOT A VALID CODE' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND EDT-RETURN-DATE NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'RETURN DATE NOT NUMERIC' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID
               IF EDT-RETURN-DATE(5:2) < '01' OR
                  EDT-RETURN-DATE(5:2) > '12' OR
                  EDT-RETURN-DATE(7:2) < '01' OR
                  EDT-RETURN-DATE(7:2) > '31'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'RETURN DATE NOT A REAL DATE'
                       TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-TRAN-VALID
               IF EDT-EFF-DATE IS NUMERIC AND EDT-EFF-DATE NOT = ZEROS
                   MOVE EDT-EFF-DATE TO WS-LEAVE-START-DATE
               ELSE
                   MOVE WS-RUN-DATE  TO WS-LEAVE-START-DATE
               END-IF
               IF EDT-RETURN-DATE NOT > WS-LEAVE-START-DATE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'RETURN DATE NOT AFTER START'
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * VALIDATE-LEAVE-RETURN
      *   The 'B' back-from-leave: the employee must exist and be on
      *   leave now.  The effective date is the day they came back.
      *****************************************************************
       VALIDATE-LEAVE-RETURN.
           PERFORM LOOKUP-EMPLOYEE

           IF NOT WS-EMPFILE-OK
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EMPLOYEE ID NOT ON FILE' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND NOT EMP-ON-LEAVE
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EMPLOYEE IS NOT ON LEAVE' TO WS-EDIT-REASON
           END-IF.

      *****************************************************************
      * VALIDATE-ONE-TIME-PAYMENT
      *   The 'P' one-time payment: the employee must exist and not
      *   be terminated, the amount must be positive, the currency
      *   must be on the rate table, the reason a known code and the
      *   pay date a real date; then the amount, converted to USD,
      *   is held against the ceiling for the employee's grade.
      *****************************************************************
       VALIDATE-ONE-TIME-PAYMENT.
           PERFORM LOOKUP-EMPLOYEE

           IF NOT WS-EMPFILE-OK
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EMPLOYEE ID NOT ON FILE' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND EMP-TERMINATED
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND EDT-NEW-SALARY NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PAYMENT AMOUNT NOT NUMERIC' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND EDT-NEW-SALARY NOT > ZEROS
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PAYMENT AMOUNT MISSING' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND NOT EDT-PAY-REASON-VALID
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PAY REASON NOT A VALID CODE' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND EDT-PAY-DATE NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PAY DATE NOT NUMERIC' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID
               IF EDT-PAY-DATE(5:2) < '01' OR
                  EDT-PAY-DATE(5:2) > '12' OR
                  EDT-PAY-DATE(7:2) < '01' OR
                  EDT-PAY-DATE(7:2) > '31'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'PAY DATE NOT A REAL DATE' TO WS-EDIT-REASON
               END-IF
           END-IF

      * Without a grade there is no ceiling to hold the payment to -
      * unlike the band edit, a legacy record does not pass
           IF WS-TRAN-VALID
               MOVE EMP-GRADE-CD TO WS-GRD-WORK-CD
               PERFORM FIND-GRADE
               IF NOT WS-GRD-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'EMPLOYEE GRADE NOT ON FILE'
                       TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-TRAN-VALID
               PERFORM CHECK-PAYMENT-CEILING
           END-IF.

      *****************************************************************
      * CHECK-PAYMENT-CEILING
      *   Converts the payment to USD with the rate in force and
      *   holds it against the ceiling FIND-GRADE just resolved.  A
      *   one-time payment is not annualized - it is paid once.  A
      *   currency the rate table cannot convert is rejected rather
      *   than passed: payroll has to pay in it.
      *****************************************************************
       CHECK-PAYMENT-CEILING.
           MOVE ZEROS TO WS-NORM-SALARY
           MOVE 'N'   TO WS-RATE-FOUND-SWITCH

           IF EDT-PAY-CURRENCY-CD NOT = SPACES
               SET CUR-IDX TO 1
               SEARCH WS-CUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-RATE-FOUND-SWITCH
                   WHEN WS-CUR-TBL-CD (CUR-IDX) = EDT-PAY-CURRENCY-CD
                       MOVE 'Y' TO WS-RATE-FOUND-SWITCH
                       MOVE WS-CUR-TBL-RATE (CUR-IDX) TO WS-WORK-RATE
               END-SEARCH
           END-IF

           IF NOT WS-RATE-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PAYMENT CURRENCY HAS NO RATE'
                   TO WS-EDIT-REASON
           ELSE
               COMPUTE WS-NORM-SALARY ROUNDED =
                   EDT-NEW-SALARY * WS-WORK-RATE
               IF WS-NORM-SALARY > WS-GRD-MAX-PAYMENT
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'PAYMENT OVER GRADE CEILING'
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * VALIDATE-MANAGER-ID
      *   The manager half of the edit, shared by the 'C' change and
               END-SEARCH
           END-IF.

      *****************************************************************
      * CHECK-POSITION-OPEN
      *   Position control for the 'A' new hire and the 'D'
      *   transfer: the position keyed on the transaction must be on
      *   POSFILE, open, belong to the department in
      *   WS-POS-TARGET-DEPT, and not already be claimed by another
      *   transaction accepted this night.  Hiring over plan is
      *   stopped here rather than found at the month-end budget run.
      *****************************************************************
       CHECK-POSITION-OPEN.
           IF EDT-POSITION-NO = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'POSITION NUMBER MISSING' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID
               MOVE EDT-POSITION-NO TO POS-NO
               READ POSFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-POSFILE-OK
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'POSITION NOT ON FILE' TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-TRAN-VALID AND NOT POS-OPEN
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'POSITION IS NOT OPEN' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID AND POS-DEPT-CD NOT = WS-POS-TARGET-DEPT
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'POSITION NOT IN TARGET DEPT' TO WS-EDIT-REASON
           END-IF

           IF WS-TRAN-VALID
               PERFORM CHECK-POSITION-CLAIMED
           END-IF.

      *****************************************************************
      * CHECK-POSITION-CLAIMED
      *   One claim per open position per night - POSFILE still
      *   shows the position open until the update fills it, so the
      *   second hire or transfer into it is held on suspense.
      *****************************************************************
       CHECK-POSITION-CLAIMED.
           MOVE 'N' TO WS-CLAIM-FOUND-SWITCH

           IF WS-CLAIM-COUNT > 0
               SET CLAIM-IDX TO 1
               SEARCH WS-CLAIM-POS-NO
                   AT END
                       MOVE 'N' TO WS-CLAIM-FOUND-SWITCH
                   WHEN CLAIM-IDX > WS-CLAIM-COUNT
                       MOVE 'N' TO WS-CLAIM-FOUND-SWITCH
                   WHEN WS-CLAIM-POS-NO (CLAIM-IDX) = EDT-POSITION-NO
                       MOVE 'Y' TO WS-CLAIM-FOUND-SWITCH
               END-SEARCH
           END-IF

           IF WS-CLAIM-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'POSITION CLAIMED TONIGHT' TO WS-EDIT-REASON
           END-IF.

      *****************************************************************
      * FIND-GRADE
      *   Looks the grade in WS-GRD-WORK-CD up in the grade table,
      *   leaving its band in WS-GRD-MIN/WS-GRD-MAX and its one-time
      *   payment ceiling in WS-GRD-MAX-PAYMENT.  A blank code never
      *   matches.
      *****************************************************************
       FIND-GRADE.
           MOVE 'N' TO WS-GRD-FOUND-SWITCH
                       MOVE 'Y' TO WS-GRD-FOUND-SWITCH
                       MOVE WS-GRD-TBL-MIN (GRD-IDX) TO WS-GRD-MIN
                       MOVE WS-GRD-TBL-MAX (GRD-IDX) TO WS-GRD-MAX
                       MOVE WS-GRD-TBL-PAYMENT (GRD-IDX)
                           TO WS-GRD-MAX-PAYMENT
               END-SEARCH
           END-IF.

      * WRITE-CLEAN-TRANSACTION
      *   Writes the validated transaction to the edited file the
      *   update reads and remembers the employee id for the
      *   duplicate check, the position an 'A' or 'D' claims for
      *   the position check, and a brand-new hire for the
      *   likely-match check on the hires still to come tonight.
      *****************************************************************
       WRITE-CLEAN-TRANSACTION.
           MOVE EDT-RECORD TO TRAN-RECORD
           WRITE TRAN-RECORD

           ADD 1 TO WS-CLEAN-COUNT
           ADD WS-BAL-AMOUNT TO WS-CLEAN-AMT

           IF WS-EFF-ROLLED
               ADD 1 TO WS-ROLLED-COUNT
               PERFORM PRINT-ROLLED-LINE
           END-IF

           IF WS-SEEN-COUNT < 2000
               ADD 1 TO WS-SEEN-COUNT
           ELSE
               DISPLAY 'HELLOEDT0001W - SEEN TABLE FULL, '
                       'DUPLICATE CHECK DEGRADED'
           END-IF

           IF EDT-NEW-HIRE OR EDT-DEPT-TRANSFER
               IF WS-CLAIM-COUNT < 2000
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE EDT-POSITION-NO
                       TO WS-CLAIM-POS-NO (WS-CLAIM-COUNT)
               ELSE
                   DISPLAY 'HELLOEDT0006W - CLAIM TABLE FULL, '
                           'POSITION CHECK DEGRADED'
               END-IF
           END-IF

           IF EDT-NEW-HIRE AND NOT WS-HIRE-IS-REHIRE
               PERFORM ADD-TONIGHTS-HIRE
           END-IF.

       ADD-TONIGHTS-HIRE.
           IF WS-PER-COUNT < 5000
               ADD 1 TO WS-PER-COUNT
               MOVE EDT-EMP-ID     TO WS-PER-TBL-ID (WS-PER-COUNT)
               MOVE EDT-NH-NAME    TO WS-PER-TBL-NAME (WS-PER-COUNT)
               MOVE EDT-NH-NAME    TO WS-KEY-NAME
               PERFORM BUILD-NAME-KEY
               MOVE WS-NAME-KEY    TO WS-PER-TBL-KEY (WS-PER-COUNT)
               MOVE EDT-NH-BIRTH-DATE
                                   TO WS-PER-TBL-BIRTH (WS-PER-COUNT)
               MOVE EDT-NH-DEPT-CD TO WS-PER-TBL-DEPT (WS-PER-COUNT)
               MOVE 'A'            TO WS-PER-TBL-STATUS (WS-PER-COUNT)
               MOVE 'Y'            TO WS-PER-TBL-TONIGHT (WS-PER-COUNT)
           ELSE
               PERFORM NOTE-PERSON-TABLE-FULL
           END-IF.

      *****************************************************************
      *   Prints the reject on the edit report and either carries it
      *   on the suspense file for the next night or, once it has
      *   been held the maximum number of nights, ages it off so the
      *   queue cannot grow forever.  Nights held are business days:
      *   a re-presented record ages by the business days since the
      *   last run - none on a weekend or repeat run, several on a
      *   catch-up - and a new reject starts at one.
      *****************************************************************
       DISPOSE-OF-REJECT.
           IF WS-SOURCE-SUSPENSE
               COMPUTE WS-NIGHTS-WORK =
                   WS-NIGHTS-HELD + WS-BUS-DAYS-ELAPSED
               IF WS-NIGHTS-WORK > 99
                   MOVE 99 TO WS-NIGHTS-HELD
               ELSE
                   MOVE WS-NIGHTS-WORK TO WS-NIGHTS-HELD
               END-IF
           ELSE
               ADD 1 TO WS-NIGHTS-HELD
           END-IF

           IF WS-NIGHTS-HELD NOT LESS THAN WS-MAX-NIGHTS-HELD
               ADD 1 TO WS-AGED-OFF-COUNT
               ADD WS-BAL-AMOUNT TO WS-AGED-OFF-AMT
               MOVE 'AGED OFF ' TO REJ-DISPOSAL
               IF EDT-USER-ID = WS-FEED-USER-ID
                   PERFORM CONFIRM-FEED-REJECT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD WS-BAL-AMOUNT TO WS-REJECT-AMT
               MOVE 'SUSPENSED' TO REJ-DISPOSAL
               MOVE EDT-RECORD      TO SUSO-TRAN-DATA
               MOVE WS-NIGHTS-HELD  TO SUSO-NIGHTS-HELD
               MOVE WS-EDIT-REASON  TO SUSO-REASON
               WRITE SUSO-SUSPENSE-RECORD
               IF EDT-USER-ID = WS-FEED-USER-ID AND
                  (WS-SOURCE-DAILY OR WS-EDIT-REASON NOT = SUS-REASON)
                   PERFORM CONFIRM-FEED-REJECT
               END-IF
           END-IF

           PERFORM PRINT-REJECT-LINE

           IF WS-MATCH-COUNT > 0
               MOVE ZEROS TO WS-MATCH-SUB
               PERFORM PRINT-MATCH-LINE
                   UNTIL WS-MATCH-SUB NOT < WS-MATCH-COUNT OR
                         WS-MATCH-SUB NOT < WS-MAX-MATCHES
               IF WS-MATCH-COUNT > WS-MAX-MATCHES
                   PERFORM PRINT-MORE-MATCHES-LINE
               END-IF
           END-IF.

      *****************************************************************
      * CONFIRM-FEED-REJECT
      *   Tells the corporate system a record it sent has been
      *   suspended, with the reason, or has aged off suspense for
      *   good.  A re-presented record failing again for the reason
      *   it was suspended with has already been confirmed and is
      *   not confirmed again every night.
      *****************************************************************
       CONFIRM-FEED-REJECT.
           IF WS-CNFOUT-OPEN
               MOVE SPACES         TO CONFIRM-RECORD
               MOVE WS-RUN-DATE    TO CNF-PROC-DATE
               MOVE 'HELLOEDT'     TO CNF-PROGRAM
               MOVE EDT-CORP-REF   TO CNF-CORP-REF
               MOVE EDT-EMP-ID     TO CNF-EMP-ID
               MOVE EDT-TYPE-CD    TO CNF-TRAN-TYPE
               IF WS-NIGHTS-HELD NOT LESS THAN WS-MAX-NIGHTS-HELD
                   SET CNF-AGED-OFF  TO TRUE
               ELSE
                   SET CNF-SUSPENDED TO TRUE
               END-IF
               MOVE WS-RUN-DATE    TO CNF-DISP-DATE
               MOVE WS-EDIT-REASON TO CNF-REASON
               MOVE WS-NIGHTS-HELD TO CNF-NIGHTS-HELD
               WRITE CONFIRM-RECORD
           END-IF.

      *****************************************************************
      * PRINT-REJECT-LINE
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-MATCH-LINE
      *   Under a possible-duplicate reject, one line per likely
      *   match - the record it looks like, and what agreed - so HR
      *   can decide from the report which person it is.
      *****************************************************************
       PRINT-MATCH-LINE.
           ADD 1 TO WS-MATCH-SUB
           MOVE WS-MATCH-TBL-SUB (WS-MATCH-SUB) TO WS-PER-SUB

           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-PER-TBL-ID (WS-PER-SUB)    TO MAT-EMP-ID
           MOVE WS-PER-TBL-NAME (WS-PER-SUB)  TO MAT-NAME
           MOVE WS-PER-TBL-BIRTH (WS-PER-SUB) TO MAT-BIRTH-DATE
           MOVE WS-PER-TBL-DEPT (WS-PER-SUB)  TO MAT-DEPT-CD
           MOVE WS-MATCH-TBL-BASIS (WS-MATCH-SUB) TO MAT-BASIS

           EVALUATE TRUE
               WHEN WS-PER-HIRED-TONIGHT (WS-PER-SUB)
                   MOVE 'HIRED TONIGHT' TO MAT-STATUS
               WHEN WS-PER-TBL-STATUS (WS-PER-SUB) = 'T'
                   MOVE 'TERMINATED'    TO MAT-STATUS
               WHEN WS-PER-TBL-STATUS (WS-PER-SUB) = 'L'
                   MOVE 'ON LEAVE'      TO MAT-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE'        TO MAT-STATUS
           END-EVALUATE

           MOVE WS-MATCH-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-MORE-MATCHES-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           COMPUTE MOR-COUNT = WS-MATCH-COUNT - WS-MAX-MATCHES

           MOVE WS-MORE-MATCHES-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-DECISION-LINE
      *   One line per HR duplicate-hire decision acted on, with the
      *   id the hire was keyed under and who confirmed it.
      *****************************************************************
       PRINT-DECISION-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-KEYED-EMP-ID  TO DEC-EMP-ID
           MOVE EDT-TYPE-CD      TO DEC-TYPE
           MOVE WS-TRAN-SOURCE   TO DEC-SOURCE
           MOVE WS-DECISION-USER TO DEC-USER-ID

           MOVE WS-DECISION-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-ROLLED-LINE
      *   One line per accepted transaction whose effective date was
      *   rolled off a weekend or holiday - the keyed date and the
      *   business day it will now take effect.
      *****************************************************************
       PRINT-ROLLED-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE EDT-EMP-ID        TO ROL-EMP-ID
           MOVE EDT-TYPE-CD       TO ROL-TYPE
           MOVE WS-TRAN-SOURCE    TO ROL-SOURCE
           MOVE WS-EFF-KEYED-DATE TO ROL-KEYED-DATE
           MOVE EDT-EFF-DATE      TO ROL-NEW-DATE

           MOVE WS-ROLLED-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page and resets the line counter.
           MOVE 'AGED OFF SUSPENSE       :' TO CNT-LABEL
           MOVE WS-AGED-OFF-COUNT          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'ROLLED TO BUSINESS DAY  :' TO CNT-LABEL
           MOVE WS-ROLLED-COUNT            TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'HELD POSSIBLE DUPLICATE :' TO CNT-LABEL
           MOVE WS-DUP-HELD-COUNT          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'HR DUP DECISIONS ON FILE:' TO CNT-LABEL
           MOVE WS-DEC-COUNT               TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'HR DUP DECISIONS USED   :' TO CNT-LABEL
           MOVE WS-DECISION-USED           TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                     TO WS-COUNT-LINE
           MOVE 'DROPPED AS DUPLICATE    :' TO CNT-LABEL
           MOVE WS-DUP-DROP-COUNT          TO CNT-VALUE
           MOVE WS-COUNT-LINE              TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

      *****************************************************************
      * SET-BALANCE-AMOUNT
      *   The amount the run balancing totals carry for the
      *   transaction in EDT-RECORD - a type that carries no amount
      *   may have left the field blank, and counts as zero.
      *****************************************************************
       SET-BALANCE-AMOUNT.
           IF EDT-NEW-SALARY IS NUMERIC
               MOVE EDT-NEW-SALARY TO WS-BAL-AMOUNT
           ELSE
               MOVE ZEROS          TO WS-BAL-AMOUNT
           END-IF.

      *****************************************************************
      * WRITE-BALANCE-TOTALS
      *   Appends what this step read and where every record went
      *   to tonight's run balancing totals - daily input (and the
      *   part of it that came in on the corporate feed) plus
      *   re-presented suspense in, clean, suspensed, aged-off and
      *   dropped-as-duplicate out.  A failed open is a warning
      *   here; the missing totals break the proof at the end of the
      *   run.
      *****************************************************************
       WRITE-BALANCE-TOTALS.
           OPEN EXTEND BALOUT
           IF NOT WS-BALOUT-OK
               DISPLAY 'HELLOEDT0010W - BALANCE TOTALS OPEN '
                       'FAILED, STATUS ' WS-BALOUT-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'DAILY-READ'      TO BAL-ITEM
               MOVE WS-READ-DAILY     TO BAL-COUNT
               MOVE WS-READ-DAILY-AMT TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'DAILY-FEED'      TO BAL-ITEM
               MOVE WS-READ-FEED      TO BAL-COUNT
               MOVE WS-READ-FEED-AMT  TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'SUSP-READ'       TO BAL-ITEM
               MOVE WS-READ-SUSPENSE  TO BAL-COUNT
               MOVE WS-READ-SUSP-AMT  TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'CLEAN'           TO BAL-ITEM
               MOVE WS-CLEAN-COUNT    TO BAL-COUNT
               MOVE WS-CLEAN-AMT      TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'SUSPENDED'       TO BAL-ITEM
               MOVE WS-REJECT-COUNT   TO BAL-COUNT
               MOVE WS-REJECT-AMT     TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'AGED-OFF'        TO BAL-ITEM
               MOVE WS-AGED-OFF-COUNT TO BAL-COUNT
               MOVE WS-AGED-OFF-AMT   TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'DUP-DROPPED'     TO BAL-ITEM
               MOVE WS-DUP-DROP-COUNT TO BAL-COUNT
               MOVE WS-DUP-DROP-AMT   TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               CLOSE BALOUT
           END-IF.

       WRITE-BALANCE-RECORD.
           MOVE WS-RUN-DATE TO BAL-PROC-DATE
           MOVE 'HELLOEDT'  TO BAL-PROGRAM
           WRITE BALANCE-RECORD.

      *****************************************************************
      * AGE-CALC
      *   Whole years from the date of birth in WS-BIRTH to the
      *   processing date.  WS-AGE-KNOWN is set only when the date
      *   of birth is on file, is a valid date and is not after the
      *   processing date.
      *****************************************************************
       AGE-CALC.
           MOVE 'N'         TO WS-AGE-SWITCH
           MOVE ZERO        TO WS-AGE-YEARS
           MOVE WS-RUN-DATE TO WS-AGE-ASOF

           IF WS-BIRTH NUMERIC
               IF WS-BIRTH-YEAR > ZERO AND
                  WS-BIRTH-MM >= 1 AND WS-BIRTH-MM <= 12 AND
                  WS-BIRTH-DD >= 1 AND WS-BIRTH-DD <= 31 AND
                  WS-BIRTH NOT > WS-AGE-ASOF
                   COMPUTE WS-AGE-YEARS =
                       WS-AGE-ASOF-YEAR - WS-BIRTH-YEAR
                   IF WS-AGE-ASOF-MMDD < WS-BIRTH-MMDD
                       SUBTRACT 1 FROM WS-AGE-YEARS
                   END-IF
                   SET WS-AGE-KNOWN TO TRUE
               END-IF
           END-IF.
