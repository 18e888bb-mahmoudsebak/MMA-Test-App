      *****************************************************************
      * PROGRAM: hellocol.cbl
      *
      * Counts the transactions the nightly run is about to present
      * to the edit, at their source, before anything is appended to
      * the raw TRANFILE.DAILY.  It runs once the TRNE queue has been
      * closed and ahead of the steps that fill the daily file, and
      * puts two figures on tonight's run balancing totals:
      *
      *   OFFLINE-KEYD what the daily file already holds - the
      *                transactions keyed offline for tonight;
      *   ONLINE-COLL  the day's TRNE collection - entries accepted
      *                on HELLOENT and requests released on
      *                HELLOAPR.
      *
      * With what HELLOINT reports it translated, these are counted
      * independently of the edit, so HELLOPRF can prove that the
      * edit read exactly what was put on the daily file - nothing
      * lost in the append, nothing read twice.  Amounts are the sum
      * of TRAN-NEW-SALARY, a non-numeric amount counting as zero,
      * the same as the edit counts them.
      *
      * RETURN-CODE 0 counted and reported, 4 the totals could not
      * be appended (the proof breaks on the missing figures), 16
      * no processing date or an input would not open.
      *
      * MODIFICATION HISTORY
      *   Original count of the daily file and the online collection
      *   ahead of the appends.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOCOL.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT TRANFILE      ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT TRNENT        ASSIGN TO TRNENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNENT-STATUS.

           SELECT BALOUT        ASSIGN TO BALOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Tonight's processing date, set by HELLODTE
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

      * The raw daily file as keyed offline, before the appends
       FD  TRANFILE
           RECORDING MODE IS F.
       COPY HELLOTRN REPLACING LEADING ==TRAN== BY ==TRIN==.

      * The day's online collection from the TRNE queue
       FD  TRNENT
           RECORDING MODE IS F.
       COPY HELLOTRN.

      * Tonight's run balancing totals, proved by HELLOPRF
       FD  BALOUT
           RECORDING MODE IS F.
       COPY HELLOBAL.

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOCOL - DAILY FILE AND ONLINE COLLECTION COUNT'.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-TRANFILE-STATUS PIC XX             VALUE ZEROS.
           88  WS-TRANFILE-OK                      VALUE '00'.
           88  WS-TRANFILE-EOF                     VALUE '10'.
       01  WS-TRNENT-STATUS   PIC XX             VALUE ZEROS.
           88  WS-TRNENT-OK                        VALUE '00'.
           88  WS-TRNENT-EOF                       VALUE '10'.
       01  WS-BALOUT-STATUS   PIC XX             VALUE ZEROS.
           88  WS-BALOUT-OK                        VALUE '00'.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.

      * Counts and amounts for the run balancing totals
       01  WS-OFFLINE         PIC 9(7) COMP        VALUE ZEROS.
       01  WS-OFFLINE-AMT     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-ONLINE          PIC 9(7) COMP        VALUE ZEROS.
       01  WS-ONLINE-AMT      PIC S9(11)V99 COMP-3 VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

           PERFORM COUNT-DAILY-FILE
           PERFORM COUNT-ONLINE-COLLECTION

           PERFORM WRITE-BALANCE-TOTALS

           DISPLAY 'KEYED OFFLINE   : ' WS-OFFLINE
           DISPLAY 'ONLINE COLLECTED: ' WS-ONLINE

      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   Takes the run date from the processing date HELLODTE
      *   wrote at the head of the run.  No record means HELLODTE
      *   refused the run, and this step refuses it too.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOCOL0001E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOCOL0002E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE : ' WS-RUN-DATE.

      *****************************************************************
      * COUNT-DAILY-FILE
      *   Counts what is on the daily file before the online
      *   collection and the translated feed are appended to it.
      *****************************************************************
       COUNT-DAILY-FILE.
           OPEN INPUT TRANFILE
           IF NOT WS-TRANFILE-OK
               DISPLAY 'HELLOCOL0003E - TRANFILE OPEN FAILED, '
                       'STATUS ' WS-TRANFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-DAILY-RECORD
               UNTIL WS-TRANFILE-EOF

           CLOSE TRANFILE.

       READ-DAILY-RECORD.
           READ TRANFILE
               AT END
                   SET WS-TRANFILE-EOF TO TRUE
           END-READ

           IF NOT WS-TRANFILE-EOF
               ADD 1 TO WS-OFFLINE
               IF TRIN-NEW-SALARY IS NUMERIC
                   ADD TRIN-NEW-SALARY TO WS-OFFLINE-AMT
               END-IF
           END-IF.

      *****************************************************************
      * COUNT-ONLINE-COLLECTION
      *   Counts the day's TRNE collection - every record HELLOENT
      *   accepted and HELLOAPR released since last night's run.
      *****************************************************************
       COUNT-ONLINE-COLLECTION.
           OPEN INPUT TRNENT
           IF NOT WS-TRNENT-OK
               DISPLAY 'HELLOCOL0004E - TRNENT OPEN FAILED, '
                       'STATUS ' WS-TRNENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-ONLINE-RECORD
               UNTIL WS-TRNENT-EOF

           CLOSE TRNENT.

       READ-ONLINE-RECORD.
           READ TRNENT
               AT END
                   SET WS-TRNENT-EOF TO TRUE
           END-READ

           IF NOT WS-TRNENT-EOF
               ADD 1 TO WS-ONLINE
               IF TRAN-NEW-SALARY IS NUMERIC
                   ADD TRAN-NEW-SALARY TO WS-ONLINE-AMT
               END-IF
           END-IF.

      *****************************************************************
      * WRITE-BALANCE-TOTALS
      *   Appends both counts to tonight's run balancing totals.  A
      *   failed open is a warning here; the missing totals break
      *   the proof at the end of the run.
      *****************************************************************
       WRITE-BALANCE-TOTALS.
           OPEN EXTEND BALOUT
           IF NOT WS-BALOUT-OK
               DISPLAY 'HELLOCOL0005W - BALANCE TOTALS OPEN '
                       'FAILED, STATUS ' WS-BALOUT-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'OFFLINE-KEYD'    TO BAL-ITEM
               MOVE WS-OFFLINE        TO BAL-COUNT
               MOVE WS-OFFLINE-AMT    TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               MOVE SPACES            TO BALANCE-RECORD
               MOVE 'ONLINE-COLL'     TO BAL-ITEM
               MOVE WS-ONLINE         TO BAL-COUNT
               MOVE WS-ONLINE-AMT     TO BAL-AMOUNT
               PERFORM WRITE-BALANCE-RECORD

               CLOSE BALOUT
           END-IF.

       WRITE-BALANCE-RECORD.
           MOVE WS-RUN-DATE TO BAL-PROC-DATE
           MOVE 'HELLOCOL'  TO BAL-PROGRAM
           WRITE BALANCE-RECORD.
