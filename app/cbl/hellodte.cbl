      *****************************************************************
      * PROGRAM: hellodte.cbl
      *
      * Nightly processing date.  Every step of the overnight run
      * used to take its date from the system clock, so a run that
      * slipped past midnight stamped the wrong day, a weekend or
      * holiday with no run aged the suspense queue and the rate
      * gate on calendar nights, and the pending queue released on
      * whatever night the clock said.  This step runs first in
      * HELLBAT and settles one processing date for the whole run
      * from the finance-maintained business calendar BUSCAL
      * (hellocal.cpy); every later step reads it from the
      * PROD.APP.PROCDATE GDG (hellopdt.cpy) instead of the clock.
      *
      *   - the processing date is the latest business day on or
      *     before the day the run started; a run started before
      *     the morning cut-off (06:00) belongs to the night before,
      *     so a late start cannot move the date;
      *   - PARM='CCYYMMDD' sets it outright - the first run, or a
      *     recovery rerun of a given night - and must name a
      *     business day on the calendar;
      *   - the business days since the last run's processing date
      *     are counted: a catch-up after a missed night and a run
      *     that repeats a business day (a weekend run, a rerun)
      *     are both reported, and the count is what the suspense
      *     queue ages by;
      *   - the rate cut-off date is set the agreed number of
      *     business days back, for every step's CURRATES gate.
      *
      * RETURN-CODE 0 normal, 4 a warning (first run, catch-up,
      * repeated business day, calendar running out), 16 refused -
      * no processing date is written and no later step may run.
      *
      * MODIFICATION HISTORY
      *   Original processing-date step, ahead of every HELLBAT step
      *   that used to read the clock.
      *   Added the run balancing totals - this step opens the
      *   night's PROD.APP.BALANCE generation for the later steps to
      *   append to and HELLOPRF to prove at the end of the run.
      *   Also opens the night's PROD.APP.CONFIRM generation empty
      *   for the corporate feed confirmations HELLOCFM sends back.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLODTE.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSCAL        ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT PROCIN        ASSIGN TO PROCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCIN-STATUS.

           SELECT PROCOUT       ASSIGN TO PROCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCOUT-STATUS.

           SELECT BALOUT        ASSIGN TO BALOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALOUT-STATUS.

           SELECT CNFOUT        ASSIGN TO CNFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNFOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Finance-maintained business calendar, one record per date
       FD  BUSCAL
           RECORDING MODE IS F.
       COPY HELLOCAL.

      * The processing dates earlier runs wrote - the last one counts
       FD  PROCIN
           RECORDING MODE IS F.
       COPY HELLOPDT.

      * Tonight's processing date for every later step
       FD  PROCOUT
           RECORDING MODE IS F.
       COPY HELLOPDT REPLACING LEADING ==PDT-== BY ==PDO-==
                               ==PROCDATE-RECORD==
                               BY ==PROCOUT-RECORD==.

      * Tonight's run balancing totals - opened here, appended to by
      * every later step and proved by HELLOPRF
       FD  BALOUT
           RECORDING MODE IS F.
       COPY HELLOBAL.

      * Tonight's feed confirmations - opened empty here, appended to
      * by the steps that dispose of feed records, sent by HELLOCFM
       FD  CNFOUT
           RECORDING MODE IS F.
       COPY HELLOCNF.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLODTE - NIGHTLY PROCESSING DATE'.
       01  WS-BUSCAL-STATUS   PIC XX               VALUE ZEROS.
           88  WS-BUSCAL-OK                         VALUE '00'.
           88  WS-BUSCAL-EOF                        VALUE '10'.
       01  WS-PROCIN-STATUS   PIC XX               VALUE ZEROS.
           88  WS-PROCIN-OPEN-OK                    VALUE '00'.
           88  WS-PROCIN-NOTFND                     VALUE '35'.
           88  WS-PROCIN-EOF                        VALUE '10'.
       01  WS-PROCOUT-STATUS  PIC XX               VALUE ZEROS.
           88  WS-PROCOUT-OK                        VALUE '00'.
       01  WS-BALOUT-STATUS   PIC XX               VALUE ZEROS.
           88  WS-BALOUT-OK                         VALUE '00'.
       01  WS-CNFOUT-STATUS   PIC XX               VALUE ZEROS.
           88  WS-CNFOUT-OK                         VALUE '00'.

      * The clock - read once, and only to find the night
       01  WS-CLOCK-DATE      PIC 9(8)             VALUE ZEROS.
       01  WS-CLOCK-TIME      PIC 9(8)             VALUE ZEROS.
       01  WS-DAY-CUTOFF-TIME PIC 9(8)             VALUE 06000000.
       01  WS-BASE-DATE       PIC 9(8)             VALUE ZEROS.

      * The date the run settles on and where it came from
       01  WS-PROC-DATE       PIC 9(8)             VALUE ZEROS.
       01  WS-PROC-SUB        PIC 9(4) COMP        VALUE ZEROS.
       01  WS-DATE-SOURCE     PIC X                VALUE 'C'.
           88  WS-SOURCE-CALENDAR                   VALUE 'C'.
           88  WS-SOURCE-PARM                       VALUE 'P'.
       01  WS-PARM-DATE       PIC 9(8)             VALUE ZEROS.
       01  WS-PREV-DATE       PIC 9(8)             VALUE ZEROS.
       01  WS-PREV-FOUND-SWITCH PIC X              VALUE 'N'.
           88  WS-PREV-FOUND                        VALUE 'Y'.
       01  WS-NEXT-DATE       PIC 9(8)             VALUE ZEROS.
       01  WS-NEXT-FOUND-SWITCH PIC X              VALUE 'N'.
           88  WS-NEXT-FOUND                        VALUE 'Y'.
       01  WS-ELAPSED-DAYS    PIC 9(3) COMP        VALUE ZEROS.

      * CURRATES staleness - the newest rate in force may be this
      * many business days older than the processing date
       01  WS-MAX-RATE-AGE    PIC 9(3) COMP        VALUE 21.
       01  WS-RATE-DAYS       PIC 9(3) COMP        VALUE ZEROS.
       01  WS-RATE-CUTOFF     PIC 9(8)             VALUE ZEROS.

      * Calendar table loaded from BUSCAL at start-up.  The file
      * has every date with no gaps, so a date's entry is found by
      * its day number less the first loaded day's; dates more than
      * WS-CAL-HISTORY-DAYS before the run are history and are
      * checked for sequence but not loaded.
       01  WS-CAL-HISTORY-DAYS PIC 9(3) COMP       VALUE 400.
       01  WS-CAL-WARN-DAYS   PIC 9(3) COMP        VALUE 60.
       01  WS-CAL-READ        PIC 9(6) COMP        VALUE ZEROS.
       01  WS-CAL-COUNT       PIC 9(4) COMP        VALUE ZEROS.
       01  WS-CAL-SUB         PIC 9(4) COMP        VALUE ZEROS.
       01  WS-CAL-INT         PIC S9(9) COMP       VALUE ZEROS.
       01  WS-CAL-PREV-INT    PIC S9(9) COMP       VALUE ZEROS.
       01  WS-CAL-BASE-INT    PIC S9(9) COMP       VALUE ZEROS.
       01  WS-CAL-FLOOR-INT   PIC S9(9) COMP       VALUE ZEROS.
       01  WS-CAL-POS         PIC S9(9) COMP       VALUE ZEROS.
       01  WS-CAL-DAYS-LEFT   PIC S9(5) COMP       VALUE ZEROS.
       01  WS-FIND-DATE       PIC 9(8)             VALUE ZEROS.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 4000 TIMES
                   INDEXED BY CAL-IDX.
               10  WS-CAL-TBL-DATE   PIC 9(8).
               10  WS-CAL-TBL-TYPE   PIC X.
                   88  WS-CAL-TBL-BUSINESS      VALUE 'B'.

       01  WS-WARNING-COUNT   PIC 9(4) COMP        VALUE ZEROS.
       01  WS-DISPLAY-COUNT   PIC ZZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(4) COMP.
           05  PARM-PROC-DATE       PIC 9(8).

       PROCEDURE DIVISION USING PARM-AREA.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME

           PERFORM UNPACK-PARM
           PERFORM LOAD-CALENDAR-TABLE
           PERFORM GET-PREVIOUS-DATE
           PERFORM SET-PROCESSING-DATE
           PERFORM COUNT-ELAPSED-DAYS
           PERFORM SET-NEXT-BUSINESS-DAY
           PERFORM SET-RATE-CUTOFF
           PERFORM CHECK-CALENDAR-HORIZON

           PERFORM WRITE-PROCESSING-DATE
           PERFORM OPEN-BALANCE-TOTALS
           PERFORM OPEN-FEED-CONFIRMATIONS

           DISPLAY 'CALENDAR DATES READ   : ' WS-CAL-READ
           DISPLAY 'PREVIOUS PROC DATE    : ' WS-PREV-DATE
           DISPLAY 'PROCESSING DATE       : ' WS-PROC-DATE
           DISPLAY 'DATE SOURCE           : ' WS-DATE-SOURCE
           DISPLAY 'BUSINESS DAYS ELAPSED : ' WS-ELAPSED-DAYS
           DISPLAY 'NEXT BUSINESS DAY     : ' WS-NEXT-DATE
           DISPLAY 'RATE CUT-OFF DATE     : ' WS-RATE-CUTOFF

           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * UNPACK-PARM
      *   No PARM is the everyday run - the date comes from the
      *   calendar.  A keyed PARM must be the whole CCYYMMDD date;
      *   a short or garbled one is refused rather than guessed at.
      *****************************************************************
       UNPACK-PARM.
           IF PARM-LENGTH > 0
               IF PARM-LENGTH < 8 OR PARM-PROC-DATE NOT NUMERIC OR
                  PARM-PROC-DATE = ZEROS
                   DISPLAY 'HELLODTE0001E - PARM MUST BE THE '
                           'PROCESSING DATE CCYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE PARM-PROC-DATE TO WS-PARM-DATE
               IF WS-PARM-DATE(5:2) < '01' OR
                  WS-PARM-DATE(5:2) > '12' OR
                  WS-PARM-DATE(7:2) < '01' OR
                  WS-PARM-DATE(7:2) > '31'
                   DISPLAY 'HELLODTE0001E - PARM MUST BE THE '
                           'PROCESSING DATE CCYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF

               SET WS-SOURCE-PARM TO TRUE
               DISPLAY 'PROCESSING DATE SET FROM PARM: ' WS-PARM-DATE
           END-IF.

      *****************************************************************
      * LOAD-CALENDAR-TABLE
      *   Reads the whole of BUSCAL, checking every record - a bad
      *   date, an unknown day type, a date out of sequence or a
      *   gap refuses the run, because a date missing from the
      *   calendar must never quietly count as a business day.  Only
      *   the recent history and the future are kept in the table.
      *****************************************************************
       LOAD-CALENDAR-TABLE.
           IF WS-SOURCE-PARM AND WS-PARM-DATE < WS-CLOCK-DATE
               COMPUTE WS-CAL-FLOOR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PARM-DATE) -
                   WS-CAL-HISTORY-DAYS
           ELSE
               COMPUTE WS-CAL-FLOOR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE) -
                   WS-CAL-HISTORY-DAYS
           END-IF

           OPEN INPUT BUSCAL
           IF NOT WS-BUSCAL-OK
               DISPLAY 'HELLODTE0002E - BUSCAL OPEN FAILED, '
                       'STATUS ' WS-BUSCAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS  TO WS-CAL-COUNT WS-CAL-READ
           MOVE SPACES TO WS-CAL-TABLE

           PERFORM LOAD-CALENDAR-RECORD
               UNTIL WS-BUSCAL-EOF

           CLOSE BUSCAL

           IF WS-CAL-COUNT = ZEROS
               DISPLAY 'HELLODTE0003E - BUSCAL HOLDS NO DATES FOR '
                       'THIS RUN - FINANCE TO EXTEND THE CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-CALENDAR-RECORD.
           READ BUSCAL
               AT END
                   SET WS-BUSCAL-EOF TO TRUE
           END-READ

           IF NOT WS-BUSCAL-EOF
               ADD 1 TO WS-CAL-READ
               PERFORM CHECK-CALENDAR-RECORD

               IF WS-CAL-INT NOT < WS-CAL-FLOOR-INT
                   IF WS-CAL-COUNT = 4000
                       DISPLAY 'HELLODTE0006E - CALENDAR TABLE FULL '
                               'AT ' CAL-DATE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   IF WS-CAL-COUNT = 1
                       MOVE WS-CAL-INT TO WS-CAL-BASE-INT
                   END-IF
                   MOVE CAL-DATE     TO WS-CAL-TBL-DATE (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-TBL-TYPE (WS-CAL-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * CHECK-CALENDAR-RECORD
      *   One calendar record: a real date, a known day type, and
      *   exactly the day after the record before it.
      *****************************************************************
       CHECK-CALENDAR-RECORD.
           IF CAL-DATE NOT NUMERIC OR
              CAL-DATE(5:2) < '01' OR CAL-DATE(5:2) > '12' OR
              CAL-DATE(7:2) < '01' OR CAL-DATE(7:2) > '31'
               DISPLAY 'HELLODTE0004E - BUSCAL RECORD ' WS-CAL-READ
                       ' IS NOT A REAL DATE: ' CAL-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT CAL-DAY-TYPE-VALID
               DISPLAY 'HELLODTE0004E - BUSCAL DATE ' CAL-DATE
                       ' HAS AN UNKNOWN DAY TYPE: ' CAL-DAY-TYPE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE (CAL-DATE)

           IF WS-CAL-READ > 1 AND
              WS-CAL-INT NOT = WS-CAL-PREV-INT + 1
               DISPLAY 'HELLODTE0005E - BUSCAL OUT OF SEQUENCE OR '
                       'GAP AT ' CAL-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CAL-INT TO WS-CAL-PREV-INT.

      *****************************************************************
      * FIND-CAL-DATE
      *   Sets WS-CAL-SUB to the table entry for WS-FIND-DATE, or to
      *   zero when the date is outside the loaded calendar.
      *****************************************************************
       FIND-CAL-DATE.
           COMPUTE WS-CAL-POS =
               FUNCTION INTEGER-OF-DATE (WS-FIND-DATE) -
               WS-CAL-BASE-INT + 1

           IF WS-CAL-POS < 1 OR WS-CAL-POS > WS-CAL-COUNT
               MOVE ZEROS TO WS-CAL-SUB
           ELSE
               MOVE WS-CAL-POS TO WS-CAL-SUB
           END-IF.

      *****************************************************************
      * GET-PREVIOUS-DATE
      *   Reads the processing dates earlier runs wrote; like the
      *   balancing control file, the last record on the file is
      *   the one that counts.  No record at all is the very first
      *   run.
      *****************************************************************
       GET-PREVIOUS-DATE.
           OPEN INPUT PROCIN

           EVALUATE TRUE
               WHEN WS-PROCIN-OPEN-OK
                   PERFORM READ-PREVIOUS-RECORD
                       UNTIL WS-PROCIN-EOF
                   CLOSE PROCIN
               WHEN WS-PROCIN-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'HELLODTE0007E - PROCDATE FILE OPEN '
                           'FAILED, STATUS ' WS-PROCIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       READ-PREVIOUS-RECORD.
           READ PROCIN
               AT END
                   SET WS-PROCIN-EOF TO TRUE
           END-READ

           IF NOT WS-PROCIN-EOF
               SET WS-PREV-FOUND TO TRUE
               MOVE PDT-PROC-DATE TO WS-PREV-DATE
           END-IF.

      *****************************************************************
      * SET-PROCESSING-DATE
      *   A PARM date must be a business day on the calendar.
      *   Otherwise the night the run belongs to is the clock date,
      *   or the day before when the run started ahead of the
      *   morning cut-off, and the processing date is the latest
      *   business day on or before it.  A derived date behind the
      *   last run's is refused - only a PARM may set the date back.
      *****************************************************************
       SET-PROCESSING-DATE.
           IF WS-SOURCE-PARM
               MOVE WS-PARM-DATE TO WS-FIND-DATE
               PERFORM FIND-CAL-DATE
               IF WS-CAL-SUB = ZEROS
                   DISPLAY 'HELLODTE0008E - PARM DATE ' WS-PARM-DATE
                           ' IS NOT ON BUSCAL'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT WS-CAL-TBL-BUSINESS (WS-CAL-SUB)
                   DISPLAY 'HELLODTE0009E - PARM DATE ' WS-PARM-DATE
                           ' IS NOT A BUSINESS DAY'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF WS-CLOCK-TIME < WS-DAY-CUTOFF-TIME
                   COMPUTE WS-BASE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE) - 1)
                   DISPLAY 'RUN STARTED BEFORE THE CUT-OFF - '
                           'PROCESSING FOR ' WS-BASE-DATE
               ELSE
                   MOVE WS-CLOCK-DATE TO WS-BASE-DATE
               END-IF

               MOVE WS-BASE-DATE TO WS-FIND-DATE
               PERFORM FIND-CAL-DATE
               IF WS-CAL-SUB = ZEROS
                   DISPLAY 'HELLODTE0010E - BUSCAL DOES NOT COVER '
                           WS-BASE-DATE ' - FINANCE TO EXTEND '
                           'THE CALENDAR'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM STEP-BACK-ONE-DAY
                   UNTIL WS-CAL-TBL-BUSINESS (WS-CAL-SUB) OR
                         WS-CAL-SUB NOT > 1

               IF NOT WS-CAL-TBL-BUSINESS (WS-CAL-SUB)
                   DISPLAY 'HELLODTE0011E - NO BUSINESS DAY ON '
                           'BUSCAL ON OR BEFORE ' WS-BASE-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE WS-CAL-SUB TO WS-PROC-SUB
           MOVE WS-CAL-TBL-DATE (WS-PROC-SUB) TO WS-PROC-DATE

           IF WS-PREV-FOUND AND WS-PROC-DATE < WS-PREV-DATE
               IF WS-SOURCE-PARM
                   DISPLAY 'HELLODTE0013W - PARM SETS THE PROCESSING '
                           'DATE BACK FROM ' WS-PREV-DATE
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   DISPLAY 'HELLODTE0012E - PROCESSING DATE '
                           WS-PROC-DATE ' IS BEHIND THE LAST RUN '
                           WS-PREV-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-SUB.

      *****************************************************************
      * COUNT-ELAPSED-DAYS
      *   Business days from the last run's processing date (not
      *   counted) to tonight's (counted): 1 on an ordinary night.
      *   A first run counts as one night.  A run on the same or an
      *   earlier business day is a repeat and ages nothing; more
      *   than one is a catch-up after a missed night.
      *****************************************************************
       COUNT-ELAPSED-DAYS.
           MOVE ZEROS TO WS-ELAPSED-DAYS

           EVALUATE TRUE
               WHEN NOT WS-PREV-FOUND
                   MOVE 1 TO WS-ELAPSED-DAYS
                   DISPLAY 'HELLODTE0014W - NO PREVIOUS PROCESSING '
                           'DATE - TREATED AS THE FIRST RUN'
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-PROC-DATE NOT > WS-PREV-DATE
                   DISPLAY 'HELLODTE0015W - NO NEW BUSINESS DAY SINCE '
                           'THE LAST RUN - ' WS-PROC-DATE
                           ' PROCESSED AGAIN'
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE WS-PREV-DATE TO WS-FIND-DATE
                   PERFORM FIND-CAL-DATE
                   PERFORM COUNT-ONE-DAY
                       UNTIL WS-CAL-SUB NOT < WS-PROC-SUB
                   IF WS-ELAPSED-DAYS > 1
                       MOVE WS-ELAPSED-DAYS TO WS-DISPLAY-COUNT
                       DISPLAY 'HELLODTE0016W - ' WS-DISPLAY-COUNT
                               ' BUSINESS DAYS SINCE THE LAST RUN ON '
                               WS-PREV-DATE ' - CATCH-UP RUN'
                       ADD 1 TO WS-WARNING-COUNT
                   END-IF
           END-EVALUATE.

       COUNT-ONE-DAY.
           ADD 1 TO WS-CAL-SUB

           IF WS-CAL-TBL-BUSINESS (WS-CAL-SUB)
               ADD 1 TO WS-ELAPSED-DAYS
           END-IF.

      *****************************************************************
      * SET-NEXT-BUSINESS-DAY
      *   The business day after tonight's.  The calendar must
      *   reach it - the edit rolls weekend and holiday effective
      *   dates forward onto business days.
      *****************************************************************
       SET-NEXT-BUSINESS-DAY.
           MOVE 'N'         TO WS-NEXT-FOUND-SWITCH
           MOVE WS-PROC-SUB TO WS-CAL-SUB

           PERFORM FIND-NEXT-BUSINESS-DAY
               UNTIL WS-NEXT-FOUND OR WS-CAL-SUB NOT < WS-CAL-COUNT

           IF NOT WS-NEXT-FOUND
               DISPLAY 'HELLODTE0017E - BUSCAL ENDS BEFORE THE NEXT '
                       'BUSINESS DAY - FINANCE TO EXTEND THE CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-NEXT-DATE.

       FIND-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-CAL-SUB

           IF WS-CAL-TBL-BUSINESS (WS-CAL-SUB)
               SET WS-NEXT-FOUND TO TRUE
           END-IF.

      *****************************************************************
      * SET-RATE-CUTOFF
      *   Walks back the agreed number of business days from the
      *   processing date.  A newest rate in force dated before the
      *   cut-off is stale; weekends and holidays do not count.
      *****************************************************************
       SET-RATE-CUTOFF.
           MOVE ZEROS       TO WS-RATE-DAYS
           MOVE WS-PROC-SUB TO WS-CAL-SUB

           PERFORM COUNT-BACK-ONE-DAY
               UNTIL WS-RATE-DAYS NOT < WS-MAX-RATE-AGE OR
                     WS-CAL-SUB NOT > 1

           MOVE WS-CAL-TBL-DATE (WS-CAL-SUB) TO WS-RATE-CUTOFF.

       COUNT-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-SUB

           IF WS-CAL-TBL-BUSINESS (WS-CAL-SUB)
               ADD 1 TO WS-RATE-DAYS
           END-IF.

      *****************************************************************
      * CHECK-CALENDAR-HORIZON
      *   Warns while there is still time to act when the calendar
      *   is close to running out.
      *****************************************************************
       CHECK-CALENDAR-HORIZON.
           COMPUTE WS-CAL-DAYS-LEFT = WS-CAL-COUNT - WS-PROC-SUB

           IF WS-CAL-DAYS-LEFT < WS-CAL-WARN-DAYS
               MOVE WS-CAL-DAYS-LEFT TO WS-DISPLAY-COUNT
               DISPLAY 'HELLODTE0018W - BUSCAL ENDS '
                       WS-CAL-TBL-DATE (WS-CAL-COUNT) ', '
                       WS-DISPLAY-COUNT ' DAYS AHEAD - FINANCE TO '
                       'EXTEND THE CALENDAR'
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *****************************************************************
      * WRITE-PROCESSING-DATE
      *   Writes tonight's processing date for every later step and
      *   for the next run to count from.
      *****************************************************************
       WRITE-PROCESSING-DATE.
           OPEN OUTPUT PROCOUT
           IF NOT WS-PROCOUT-OK
               DISPLAY 'HELLODTE0019E - PROCDATE OUTPUT OPEN '
                       'FAILED, STATUS ' WS-PROCOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES          TO PROCOUT-RECORD
           MOVE WS-PROC-DATE    TO PDO-PROC-DATE
           MOVE WS-PREV-DATE    TO PDO-PREV-PROC-DATE
           MOVE WS-NEXT-DATE    TO PDO-NEXT-PROC-DATE
           MOVE WS-ELAPSED-DAYS TO PDO-BUS-DAYS-ELAPSED
           MOVE WS-RATE-CUTOFF  TO PDO-RATE-CUTOFF-DATE
           MOVE WS-DATE-SOURCE  TO PDO-DATE-SOURCE
           MOVE WS-CLOCK-DATE   TO PDO-SET-DATE
           MOVE WS-CLOCK-TIME(1:6) TO PDO-SET-TIME

           WRITE PROCOUT-RECORD

           CLOSE PROCOUT.

      *****************************************************************
      * OPEN-BALANCE-TOTALS
      *   Starts tonight's generation of run balancing totals with
      *   the processing date, so every later step can append its
      *   own counts and the proof at the end of the run knows the
      *   totals it reads are tonight's.
      *****************************************************************
       OPEN-BALANCE-TOTALS.
           OPEN OUTPUT BALOUT
           IF NOT WS-BALOUT-OK
               DISPLAY 'HELLODTE0020E - BALANCE TOTALS OPEN '
                       'FAILED, STATUS ' WS-BALOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES          TO BALANCE-RECORD
           MOVE WS-PROC-DATE    TO BAL-PROC-DATE
           MOVE 'HELLODTE'      TO BAL-PROGRAM
           MOVE 'RUN-OPENED'    TO BAL-ITEM
           MOVE WS-ELAPSED-DAYS TO BAL-COUNT
           MOVE ZEROS           TO BAL-AMOUNT

           WRITE BALANCE-RECORD

           CLOSE BALOUT.

      *****************************************************************
      * OPEN-FEED-CONFIRMATIONS
      *   Starts tonight's generation of corporate feed confirmations
      *   empty, so the steps that dispose of feed records can append
      *   to it and HELLOCFM finds a file even on a night the feed
      *   brought nothing.
      *****************************************************************
       OPEN-FEED-CONFIRMATIONS.
           OPEN OUTPUT CNFOUT
           IF NOT WS-CNFOUT-OK
               DISPLAY 'HELLODTE0021E - FEED CONFIRMATIONS OPEN '
                       'FAILED, STATUS ' WS-CNFOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE CNFOUT.
