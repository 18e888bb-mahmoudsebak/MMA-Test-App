      *****************************************************************
      * PROGRAM: hellosnp.cbl
      *
      * Nightly normalized employee snapshot.  The listing, the data-
      * quality sweep, the budget variance, the reporting-chain and
      * the transfer re-charge reports each used to browse the whole
      * of the live EMPFILE KSDS for themselves while the online
      * region was up, each loading its own DEPTFILE, GRADFILE and
      * CURRATES tables and each carrying its own copy of the salary
      * normalization - five passes over the master, and five copies
      * of the arithmetic free to drift apart.  This step takes one
      * point-in-time copy of EMPFILE right after the update has
      * been applied and writes it to the PROD.APP.EMPSNAP GDG
      * (helloesn.cpy), every record enriched once with its
      * department name, grade band, pay-frequency factor and USD
      * rate, annual USD salary, compa-ratio and age on the day.
      * The reports read that sequential generation instead of the
      * master, so every report of the night works from the same
      * figures.
      *
      * Every record goes on the snapshot, terminated records
      * included - each reader applies its own status selection as
      * it always has.  The rate table is held to the processing
      * date and the business-day cut-off HELLODTE sets, and a stale
      * table refuses the snapshot, so no report of the night can
      * normalize on a stale rate either.
      *
      * RETURN-CODE is 0 normally, 4 when live records carry a
      * department or grade that is not on file or a salary that
      * could not be normalized (the reports flag them as they
      * always have), and 16 when no snapshot was written.
      *
      * MODIFICATION HISTORY
      *   Original nightly employee snapshot.
      *   Each record now carries its age on the snapshot date, worked
      *   out from the date of birth, for the readers to use.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSNP.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE       ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPFILE-STATUS.

           SELECT DEPTFILE      ASSIGN TO DEPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTFILE-STATUS.

           SELECT CURRATES      ASSIGN TO CURRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATES-STATUS.

           SELECT GRADFILE      ASSIGN TO GRADFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRADFILE-STATUS.

           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT EMPSNAP       ASSIGN TO EMPSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE
           RECORDING MODE IS F.
       01  EMPFILE-RECORD.
           05  EMP-ID        PIC X(6).
           05  EMP-NAME      PIC X(30).
           05  FILLER        PIC XX.
           05  EMP-SALARY    PIC S9(5)V99.
           05  EMP-PAY-FREQ  PIC X.
           05  EMP-CURRENCY-CD PIC X(3).
           05  EMP-HIRE-DATE PIC 9(8).
           05  EMP-DEPT-CD   PIC X(4).
           05  EMP-STATUS-CD PIC X.
               88  EMP-ACTIVE             VALUE 'A'.
               88  EMP-ON-LEAVE           VALUE 'L'.
               88  EMP-TERMINATED         VALUE 'T'.
           05  EMP-TERM-DATE PIC 9(8).
           05  EMP-GRADE-CD  PIC X(2).
           05  EMP-MGR-ID    PIC X(6).
           05  EMP-LEAVE-REASON PIC X(2).
           05  EMP-RETURN-DATE  PIC 9(8).
           05  EMP-POSITION-NO  PIC X(6).
           05  EMP-BIRTH-DATE   PIC 9(8).

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY HELLODPT.

       FD  CURRATES
           RECORDING MODE IS F.
       COPY HELLOCUR.

       FD  GRADFILE
           RECORDING MODE IS F.
       COPY HELLOGRD.

      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

       FD  EMPSNAP
           RECORDING MODE IS F.
       COPY HELLOESN.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOSNP - NIGHTLY NORMALIZED EMPLOYEE SNAPSHOT'.
       01  WS-EMPFILE-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPFILE-OK                      VALUE '00'.
           88  WS-EMPFILE-EOF                      VALUE '10'.
       01  WS-DEPTFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-DEPTFILE-EOF                     VALUE '10'.
       01  WS-CURRATES-STATUS PIC XX             VALUE ZEROS.
           88  WS-CURRATES-EOF                     VALUE '10'.
       01  WS-EMPSNAP-STATUS  PIC XX             VALUE ZEROS.
           88  WS-EMPSNAP-OK                       VALUE '00'.
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

       01  WS-RECORDS-READ    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-RECORDS-WRITTEN PIC 9(6) COMP        VALUE ZEROS.
       01  WS-ACTIVE-COUNT    PIC 9(6) COMP        VALUE ZEROS.
       01  WS-LEAVE-COUNT     PIC 9(6) COMP        VALUE ZEROS.
       01  WS-TERM-COUNT      PIC 9(6) COMP        VALUE ZEROS.
       01  WS-NO-DEPT-COUNT   PIC 9(6) COMP        VALUE ZEROS.
       01  WS-NO-GRADE-COUNT  PIC 9(6) COMP        VALUE ZEROS.
       01  WS-UNCONVERTED     PIC 9(6) COMP        VALUE ZEROS.
      * Annual USD of every live (active and on-leave) record - the
      * figure the listing's grand total ties back to
       01  WS-LIVE-NORM-TOTAL PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-LIVE-NORM-EDIT  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * Department reference table loaded from DEPTFILE at start-up
       01  WS-DEPT-COUNT      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-TBL-CD    PIC X(4).
               10  WS-DEPT-TBL-NAME  PIC X(30).

      * Currency rate table loaded from CURRATES at start-up
       01  WS-CUR-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 20 TIMES
                   INDEXED BY CUR-IDX.
               10  WS-CUR-TBL-CD     PIC X(3).
               10  WS-CUR-TBL-RATE   PIC 9(3)V9(6).
               10  WS-CUR-TBL-DATE   PIC 9(8).
       01  WS-CUR-SUB         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-CUR-HIT         PIC 9(4) COMP       VALUE ZEROS.
       01  WS-CUR-SCAN-SWITCH PIC X               VALUE 'N'.
           88  WS-CUR-SCAN-FOUND                   VALUE 'Y'.
      * Staleness gate - the step refuses to normalize anything on
      * a rate table finance has not refreshed within the limit,
      * held as the business-day cut-off date HELLODTE sets
       01  WS-NEWEST-RATE-DATE PIC 9(8)           VALUE ZEROS.
       01  WS-RATE-CUTOFF     PIC 9(8)            VALUE ZEROS.
       01  WS-PROCDATE-STATUS PIC XX              VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.

      * Job-grade reference table loaded from GRADFILE at start-up
       01  WS-GRADFILE-STATUS PIC XX              VALUE ZEROS.
           88  WS-GRADFILE-EOF                     VALUE '10'.
       01  WS-GRD-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-GRD-TABLE.
           05  WS-GRD-ENTRY OCCURS 50 TIMES
                   INDEXED BY GRD-IDX.
               10  WS-GRD-TBL-CD     PIC X(2).
               10  WS-GRD-TBL-DESC   PIC X(20).
               10  WS-GRD-TBL-MIN    PIC 9(7)V99.
               10  WS-GRD-TBL-MAX    PIC 9(7)V99.
       01  WS-GRD-MIDPOINT    PIC 9(7)V99 COMP-3  VALUE ZEROS.

      * Working fields for the one copy of the salary normalization
       01  WS-ANNUAL-SALARY   PIC S9(7)V99 COMP-3 VALUE ZEROS.
       01  WS-NORM-SALARY     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01  WS-COMPA-RATIO     PIC 9(3)V9 COMP-3   VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-CUR-TABLE
           PERFORM LOAD-GRADE-TABLE

           PERFORM OPEN-SNAPSHOT-FILES

           PERFORM READ-EMPFILE-RECORD
           PERFORM WRITE-SNAPSHOT-RECORD
               UNTIL WS-EMPFILE-EOF

           CLOSE EMPFILE
           CLOSE EMPSNAP

           MOVE WS-LIVE-NORM-TOTAL TO WS-LIVE-NORM-EDIT

           DISPLAY 'SNAPSHOT DATE      : ' WS-RUN-DATE
           DISPLAY 'RECORDS READ       : ' WS-RECORDS-READ
           DISPLAY 'RECORDS WRITTEN    : ' WS-RECORDS-WRITTEN
           DISPLAY '  ACTIVE           : ' WS-ACTIVE-COUNT
           DISPLAY '  ON LEAVE         : ' WS-LEAVE-COUNT
           DISPLAY '  TERMINATED       : ' WS-TERM-COUNT
           DISPLAY 'LIVE DEPT NOT FOUND: ' WS-NO-DEPT-COUNT
           DISPLAY 'LIVE GRADE NOT FND : ' WS-NO-GRADE-COUNT
           DISPLAY 'LIVE UNCONVERTED   : ' WS-UNCONVERTED
           DISPLAY 'LIVE ANNUAL USD    : ' WS-LIVE-NORM-EDIT

           IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
               DISPLAY 'HELLOSNP0006E - SNAPSHOT DOES NOT HOLD EVERY '
                       'EMPFILE RECORD READ'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NO-DEPT-COUNT > 0 OR WS-NO-GRADE-COUNT > 0 OR
                  WS-UNCONVERTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the snapshot date from the processing date HELLODTE
      *   wrote at the head of the run, with the rate cut-off.  No
      *   record means HELLODTE refused the run, and this step
      *   refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOSNP0001E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOSNP0002E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE        TO WS-RUN-DATE
           MOVE PDT-RATE-CUTOFF-DATE TO WS-RATE-CUTOFF

           CLOSE PROCDATE.

      *****************************************************************
      * LOAD-DEPT-TABLE
      *   Reads the finance-maintained DEPTFILE reference file into
      *   the working-storage department table at start-up.
      *****************************************************************
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPTFILE
           MOVE ZEROS  TO WS-DEPT-COUNT
           MOVE SPACES TO WS-DEPT-TABLE

           PERFORM LOAD-DEPT-RECORD
               UNTIL WS-DEPTFILE-EOF OR WS-DEPT-COUNT = 100

           CLOSE DEPTFILE.

       LOAD-DEPT-RECORD.
           READ DEPTFILE
               AT END
                   SET WS-DEPTFILE-EOF TO TRUE
           END-READ

           IF NOT WS-DEPTFILE-EOF
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPT-CD   TO WS-DEPT-TBL-CD (WS-DEPT-COUNT)
               MOVE DEPT-NAME TO WS-DEPT-TBL-NAME (WS-DEPT-COUNT)
           END-IF.

      *****************************************************************
      * LOAD-CUR-TABLE
      *   Reads the finance-maintained CURRATES conversion-rate file
      *   into the working-storage currency table at start-up.
      *   Rates are effective-dated - the entry keeps the rate in
      *   force for the snapshot date, and the staleness gate
      *   refuses the snapshot when finance has not refreshed the
      *   file.
      *****************************************************************
       LOAD-CUR-TABLE.
           OPEN INPUT CURRATES
           MOVE ZEROS  TO WS-CUR-COUNT WS-NEWEST-RATE-DATE
           MOVE SPACES TO WS-CUR-TABLE

           PERFORM LOAD-CUR-RECORD
               UNTIL WS-CURRATES-EOF

           CLOSE CURRATES

           PERFORM CHECK-RATE-STALENESS.

       LOAD-CUR-RECORD.
           READ CURRATES
               AT END
                   SET WS-CURRATES-EOF TO TRUE
           END-READ

      * Rates are effective-dated - keep, per currency, the newest
      * rate on or before the run date; future rates wait their turn
           IF NOT WS-CURRATES-EOF
               IF CUR-EFF-DATE NOT NUMERIC
                   DISPLAY 'HELLOSNP0003W - RATE WITHOUT AN '
                           'EFFECTIVE DATE IGNORED: ' CUR-CURRENCY-CD
               ELSE
                   IF CUR-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM APPLY-RATE-RECORD
                   END-IF
               END-IF
           END-IF.

       APPLY-RATE-RECORD.
           IF CUR-EFF-DATE > WS-NEWEST-RATE-DATE
               MOVE CUR-EFF-DATE TO WS-NEWEST-RATE-DATE
           END-IF

           PERFORM FIND-CUR-ENTRY

           IF WS-CUR-HIT > ZEROS
               IF CUR-EFF-DATE > WS-CUR-TBL-DATE (WS-CUR-HIT)
                   MOVE CUR-RATE     TO WS-CUR-TBL-RATE (WS-CUR-HIT)
                   MOVE CUR-EFF-DATE TO WS-CUR-TBL-DATE (WS-CUR-HIT)
               END-IF
           END-IF.

       FIND-CUR-ENTRY.
           MOVE 'N'   TO WS-CUR-SCAN-SWITCH
           MOVE ZEROS TO WS-CUR-SUB

           PERFORM SCAN-CUR-ENTRY
               UNTIL WS-CUR-SCAN-FOUND OR
                     WS-CUR-SUB NOT < WS-CUR-COUNT

           IF WS-CUR-SCAN-FOUND
               MOVE WS-CUR-SUB TO WS-CUR-HIT
           ELSE
               IF WS-CUR-COUNT < 20
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-HIT
                   MOVE CUR-CURRENCY-CD
                       TO WS-CUR-TBL-CD (WS-CUR-HIT)
                   MOVE ZEROS TO WS-CUR-TBL-RATE (WS-CUR-HIT)
                                 WS-CUR-TBL-DATE (WS-CUR-HIT)
               ELSE
                   MOVE ZEROS TO WS-CUR-HIT
               END-IF
           END-IF.

       SCAN-CUR-ENTRY.
           ADD 1 TO WS-CUR-SUB

           IF WS-CUR-TBL-CD (WS-CUR-SUB) = CUR-CURRENCY-CD
               MOVE 'Y' TO WS-CUR-SCAN-SWITCH
           END-IF.

      *****************************************************************
      * CHECK-RATE-STALENESS
      *   Fails the step when the newest rate in force is older than
      *   the agreed number of business days - a forgotten CURRATES
      *   refresh must stop the snapshot, and with it every report
      *   that reads it, not silently normalize every total on a
      *   stale rate.
      *****************************************************************
       CHECK-RATE-STALENESS.
           IF WS-NEWEST-RATE-DATE = ZEROS
               DISPLAY 'HELLOSNP0004E - NO CURRENCY RATE IN FORCE '
                       'FOR THE RUN DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NEWEST-RATE-DATE < WS-RATE-CUTOFF
               DISPLAY 'HELLOSNP0005E - NEWEST CURRENCY RATE '
                       WS-NEWEST-RATE-DATE ' IS OLDER THAN THE '
                       'CUT-OFF ' WS-RATE-CUTOFF ' - REFRESH CURRATES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * LOAD-GRADE-TABLE
      *   Reads the finance-maintained GRADFILE reference file into
      *   the working-storage grade table at start-up.
      *****************************************************************
       LOAD-GRADE-TABLE.
           OPEN INPUT GRADFILE
           MOVE ZEROS  TO WS-GRD-COUNT
           MOVE SPACES TO WS-GRD-TABLE

           PERFORM LOAD-GRADE-RECORD
               UNTIL WS-GRADFILE-EOF OR WS-GRD-COUNT = 50

           CLOSE GRADFILE.

       LOAD-GRADE-RECORD.
           READ GRADFILE
               AT END
                   SET WS-GRADFILE-EOF TO TRUE
           END-READ

           IF NOT WS-GRADFILE-EOF
               ADD 1 TO WS-GRD-COUNT
               MOVE GRD-GRADE-CD   TO WS-GRD-TBL-CD (WS-GRD-COUNT)
               MOVE GRD-DESC       TO WS-GRD-TBL-DESC (WS-GRD-COUNT)
               MOVE GRD-MIN-SALARY TO WS-GRD-TBL-MIN (WS-GRD-COUNT)
               MOVE GRD-MAX-SALARY TO WS-GRD-TBL-MAX (WS-GRD-COUNT)
           END-IF.

      *****************************************************************
      * OPEN-SNAPSHOT-FILES
      *   Opens the master for the browse and the new snapshot
      *   generation.  A snapshot that cannot be written refuses the
      *   step - the reports would otherwise run against last
      *   night's generation without anyone noticing.
      *****************************************************************
       OPEN-SNAPSHOT-FILES.
           OPEN INPUT EMPFILE
           IF NOT WS-EMPFILE-OK
               DISPLAY 'HELLOSNP0007E - EMPFILE OPEN FAILED, '
                       'STATUS ' WS-EMPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EMPSNAP
           IF NOT WS-EMPSNAP-OK
               DISPLAY 'HELLOSNP0008E - EMPSNAP OPEN FAILED, '
                       'STATUS ' WS-EMPSNAP-STATUS
               CLOSE EMPFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * READ-EMPFILE-RECORD
      *   Reads the next employee record in key sequence.
      *****************************************************************
       READ-EMPFILE-RECORD.
           READ EMPFILE NEXT RECORD
               AT END
                   SET WS-EMPFILE-EOF TO TRUE
           END-READ

           IF NOT WS-EMPFILE-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *****************************************************************
      * WRITE-SNAPSHOT-RECORD
      *   Copies the record just read to the snapshot, enriches it
      *   with the reference data, the normalized figures and the
      *   age, writes it and advances to the next record.
      *****************************************************************
       WRITE-SNAPSHOT-RECORD.
           MOVE SPACES          TO SNAPSHOT-RECORD
           MOVE EMPFILE-RECORD  TO SNP-EMPLOYEE-DATA
           MOVE WS-RUN-DATE     TO SNP-AS-OF-DATE

           PERFORM FIND-DEPT
           PERFORM FIND-GRADE
           PERFORM NORMALIZE-SALARY
           PERFORM COMPUTE-COMPA-RATIO
           PERFORM DERIVE-AGE

           WRITE SNAPSHOT-RECORD

           IF WS-EMPSNAP-OK
               ADD 1 TO WS-RECORDS-WRITTEN
               PERFORM COUNT-SNAPSHOT-RECORD
           ELSE
               DISPLAY 'HELLOSNP0009E - EMPSNAP WRITE FAILED, '
                       'STATUS ' WS-EMPSNAP-STATUS ' AT ' EMP-ID
           END-IF

           PERFORM READ-EMPFILE-RECORD.

      *****************************************************************
      * FIND-DEPT
      *   Resolves the department name; a blank or dead code leaves
      *   the name blank and the switch off for the reader to flag.
      *****************************************************************
       FIND-DEPT.
           MOVE 'N'    TO SNP-DEPT-SWITCH
           MOVE SPACES TO SNP-DEPT-NAME

           IF EMP-DEPT-CD NOT = SPACES AND
              EMP-DEPT-CD NOT = LOW-VALUES
               SET DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       MOVE 'N' TO SNP-DEPT-SWITCH
                   WHEN WS-DEPT-TBL-CD (DEPT-IDX) = EMP-DEPT-CD
                       MOVE 'Y' TO SNP-DEPT-SWITCH
                       MOVE WS-DEPT-TBL-NAME (DEPT-IDX)
                           TO SNP-DEPT-NAME
               END-SEARCH
           END-IF.

      *****************************************************************
      * FIND-GRADE
      *   Resolves the grade description and band; a blank or dead
      *   grade leaves them empty and the switch off.
      *****************************************************************
       FIND-GRADE.
           MOVE 'N'    TO SNP-GRADE-SWITCH
           MOVE SPACES TO SNP-GRADE-DESC
           MOVE ZEROS  TO SNP-GRADE-MIN SNP-GRADE-MAX

           IF EMP-GRADE-CD NOT = SPACES AND
              EMP-GRADE-CD NOT = LOW-VALUES
               SET GRD-IDX TO 1
               SEARCH WS-GRD-ENTRY
                   AT END
                       MOVE 'N' TO SNP-GRADE-SWITCH
                   WHEN WS-GRD-TBL-CD (GRD-IDX) = EMP-GRADE-CD
                       MOVE 'Y' TO SNP-GRADE-SWITCH
                       MOVE WS-GRD-TBL-DESC (GRD-IDX)
                           TO SNP-GRADE-DESC
                       MOVE WS-GRD-TBL-MIN (GRD-IDX) TO SNP-GRADE-MIN
                       MOVE WS-GRD-TBL-MAX (GRD-IDX) TO SNP-GRADE-MAX
               END-SEARCH
           END-IF.

      *****************************************************************
      * NORMALIZE-SALARY
      *   Annualizes EMP-SALARY by EMP-PAY-FREQ and converts it to
      *   USD with the EMP-CURRENCY-CD rate in force.  The factor and
      *   rate go on the snapshot beside the result, and a frequency
      *   or currency the tables do not know leaves zero with the
      *   switch off rather than a half-converted figure.
      *****************************************************************
       NORMALIZE-SALARY.
           MOVE ZEROS TO WS-NORM-SALARY
           MOVE ZEROS TO SNP-USD-RATE
           MOVE 'N'   TO SNP-RATE-SWITCH
           MOVE 'N'   TO SNP-NORM-SWITCH

           EVALUATE EMP-PAY-FREQ
               WHEN 'A'
                   MOVE 1  TO SNP-ANNUAL-FACTOR
               WHEN 'M'
                   MOVE 12 TO SNP-ANNUAL-FACTOR
               WHEN 'B'
                   MOVE 26 TO SNP-ANNUAL-FACTOR
               WHEN OTHER
                   MOVE ZEROS TO SNP-ANNUAL-FACTOR
           END-EVALUATE

      * A blank currency code never matches - a blank table slot
      * holds no usable rate
           IF EMP-CURRENCY-CD NOT = SPACES AND
              EMP-CURRENCY-CD NOT = LOW-VALUES
               SET CUR-IDX TO 1
               SEARCH WS-CUR-ENTRY
                   AT END
                       MOVE 'N' TO SNP-RATE-SWITCH
                   WHEN WS-CUR-TBL-CD (CUR-IDX) = EMP-CURRENCY-CD
                       MOVE 'Y' TO SNP-RATE-SWITCH
                       MOVE WS-CUR-TBL-RATE (CUR-IDX) TO SNP-USD-RATE
               END-SEARCH
           END-IF

           IF SNP-RATE-ON-FILE AND SNP-ANNUAL-FACTOR > ZEROS AND
              EMP-SALARY NUMERIC
               COMPUTE WS-ANNUAL-SALARY =
                   EMP-SALARY * SNP-ANNUAL-FACTOR
               COMPUTE WS-NORM-SALARY ROUNDED =
                   WS-ANNUAL-SALARY * SNP-USD-RATE
               MOVE 'Y' TO SNP-NORM-SWITCH
           END-IF

           MOVE WS-NORM-SALARY TO SNP-NORM-SALARY.

      *****************************************************************
      * COMPUTE-COMPA-RATIO
      *   Normalized annual USD salary against the midpoint of the
      *   grade's band, as a percentage.  A record with no grade, a
      *   grade not on file or an unconvertible salary carries zero
      *   rather than somebody else's ratio.
      *****************************************************************
       COMPUTE-COMPA-RATIO.
           MOVE ZEROS TO WS-COMPA-RATIO
           MOVE ZEROS TO WS-GRD-MIDPOINT

           IF SNP-GRADE-ON-FILE
               COMPUTE WS-GRD-MIDPOINT =
                   (SNP-GRADE-MIN + SNP-GRADE-MAX) / 2
           END-IF

           IF WS-GRD-MIDPOINT > ZEROS AND WS-NORM-SALARY > ZEROS
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   WS-NORM-SALARY / WS-GRD-MIDPOINT * 100
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-COMPA-RATIO
               END-COMPUTE
           END-IF

           MOVE WS-COMPA-RATIO TO SNP-COMPA-RATIO.

      *****************************************************************
      * DERIVE-AGE
      *   Age in whole years on the snapshot date from the date of
      *   birth on the record.  A record with no date of birth, or
      *   one that is not a valid date, carries zero and the switch
      *   'N' rather than a guess.
      *****************************************************************
       DERIVE-AGE.
           MOVE EMP-BIRTH-DATE TO WS-BIRTH
           PERFORM AGE-CALC

           IF WS-AGE-KNOWN
               MOVE WS-AGE-YEARS TO SNP-AGE-YEARS
               MOVE 'Y'          TO SNP-AGE-SWITCH
           ELSE
               MOVE ZEROS        TO SNP-AGE-YEARS
               MOVE 'N'          TO SNP-AGE-SWITCH
           END-IF.

      *****************************************************************
      * COUNT-SNAPSHOT-RECORD
      *   Control counts for the record just written - by status,
      *   and for live records the reference data not on file, the
      *   salaries not converted and the live annual USD total.
      *****************************************************************
       COUNT-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SNP-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN SNP-ON-LEAVE
                   ADD 1 TO WS-LEAVE-COUNT
               WHEN SNP-TERMINATED
                   ADD 1 TO WS-TERM-COUNT
           END-EVALUATE

      * Terminated records are history - a dead code on one is no
      * warning for tonight
           IF NOT SNP-TERMINATED
               ADD SNP-NORM-SALARY TO WS-LIVE-NORM-TOTAL
               IF NOT SNP-DEPT-ON-FILE
                   ADD 1 TO WS-NO-DEPT-COUNT
               END-IF
               IF NOT SNP-GRADE-ON-FILE
                   ADD 1 TO WS-NO-GRADE-COUNT
               END-IF
               IF NOT SNP-NORMALIZED
                   ADD 1 TO WS-UNCONVERTED
               END-IF
           END-IF.


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
