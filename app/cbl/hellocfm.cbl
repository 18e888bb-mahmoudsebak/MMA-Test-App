      *****************************************************************
      * PROGRAM: hellocfm.cbl
      *
      * Outbound confirmation feed to the corporate HR system.  The
      * corporate system sends us hires, terminations and pay
      * changes through HELLOINT and until now heard nothing back -
      * HR reconciled by phone which records had landed.  Every step
      * that decides the fate of a feed record appends it to the
      * night's PROD.APP.CONFIRM generation (hellocnf.cpy); this
      * step reads that generation at the end of the run and writes
      * it out in the corporate system's own interface format, one
      * detail per disposition, under a batch header carrying the
      * detail count so their intake can prove it whole the way
      * HELLOINT proves ours:
      *
      *   'BH' batch header - processing date and detail count
      *   'CF' confirmation - their reference, the action as they
      *        sent it, our employee id, the disposition (APL
      *        applied, PND pending until the date given, SUS
      *        suspended with the reason, AGE aged off suspense, REJ
      *        not applied with the reason, HLD held for a second
      *        operator's approval), and on an applied hire the
      *        employee id the hire went on file under.
      *
      * A record may be confirmed more than once over its life -
      * held, then applied; suspended, then aged off - and the
      * corporate system keeps the latest status for each reference.
      * A control listing prints every confirmation sent, with totals
      * by disposition.
      *
      * RETURN-CODE 0 sent, 4 records not dated tonight were left
      * out, 16 the confirmations could not be read or the outbound
      * file could not be written and nothing was sent.
      *
      * MODIFICATION HISTORY
      *   Original outbound confirmation feed.
      *   A failed write of the outbound header or a detail now ends
      *   the step RC 16, as a failed open always did.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOCFM.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT CNFIN         ASSIGN TO CNFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNFIN-STATUS.

           SELECT HRCONF        ASSIGN TO HRCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRCONF-STATUS.

           SELECT CFMRPT        ASSIGN TO CFMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

      * Tonight's feed confirmations, appended step by step
       FD  CNFIN
           RECORDING MODE IS F.
       COPY HELLOCNF.

      * The confirmation file back to the corporate HR system, as
      * they define it
       FD  HRCONF
           RECORDING MODE IS F.
       01  HRCONF-RECORD.
           05  HRC-REC-TYPE     PIC X(2).
               88  HRC-HEADER             VALUE 'BH'.
               88  HRC-DETAIL             VALUE 'CF'.
           05  HRC-DETAIL-AREA.
               10  HRC-CORP-REF     PIC X(12).
               10  HRC-ACTION       PIC X(3).
               10  HRC-EMP-ID       PIC X(6).
               10  HRC-STATUS       PIC X(3).
               10  HRC-STATUS-DATE  PIC 9(8).
               10  HRC-REASON       PIC X(30).
               10  HRC-NIGHTS-HELD  PIC 99.
               10  HRC-ASSIGNED-ID  PIC X(6).
               10  FILLER           PIC X(48).
           05  HRC-HEADER-AREA REDEFINES HRC-DETAIL-AREA.
               10  HRC-BATCH-DATE   PIC 9(8).
               10  HRC-BATCH-COUNT  PIC 9(6).
               10  FILLER           PIC X(104).

       FD  CFMRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOCFM - CORPORATE HR CONFIRMATION FEED'.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-CNFIN-STATUS    PIC XX             VALUE ZEROS.
           88  WS-CNFIN-OK                         VALUE '00'.
           88  WS-CNFIN-EOF                        VALUE '10'.
       01  WS-HRCONF-STATUS   PIC XX             VALUE ZEROS.
           88  WS-HRCONF-OK                        VALUE '00'.
       01  WS-CFMRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.

      * Counting pass - the header carries the count of details
       01  WS-CNF-READ        PIC 9(6) COMP       VALUE ZEROS.
       01  WS-CNF-TONIGHT     PIC 9(6) COMP       VALUE ZEROS.
       01  WS-CNF-OTHER-DATE  PIC 9(6) COMP       VALUE ZEROS.

      * Sending pass - details written, by disposition
       01  WS-SENT            PIC 9(6) COMP       VALUE ZEROS.
       01  WS-SENT-APPLIED    PIC 9(6) COMP       VALUE ZEROS.
       01  WS-SENT-PENDING    PIC 9(6) COMP       VALUE ZEROS.
       01  WS-SENT-SUSPENDED  PIC 9(6) COMP       VALUE ZEROS.
       01  WS-SENT-AGED-OFF   PIC 9(6) COMP       VALUE ZEROS.
       01  WS-SENT-NOT-APPL   PIC 9(6) COMP       VALUE ZEROS.
       01  WS-SENT-HELD       PIC 9(6) COMP       VALUE ZEROS.
       01  WS-SENT-HIRES      PIC 9(6) COMP       VALUE ZEROS.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'CORPORATE HR CONFIRMATIONS SENT'.
           05  FILLER        PIC X(5)  VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'CORP REF'.
           05  FILLER        PIC X(8)  VALUE 'ACTION'.
           05  FILLER        PIC X(8)  VALUE 'EMP ID'.
           05  FILLER        PIC X(8)  VALUE 'STATUS'.
           05  FILLER        PIC X(12) VALUE 'AS OF'.
           05  FILLER        PIC X(8)  VALUE 'NIGHTS'.
           05  FILLER        PIC X(32) VALUE 'REASON'.
           05  FILLER        PIC X(10) VALUE 'NEW ID'.

       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DTL-CORP-REF  PIC X(12).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DTL-ACTION    PIC X(3).
           05  FILLER        PIC X(5)  VALUE SPACES.
           05  DTL-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DTL-STATUS    PIC X(3).
           05  FILLER        PIC X(5)  VALUE SPACES.
           05  DTL-DATE      PIC 9999/99/99.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DTL-NIGHTS    PIC Z9.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DTL-REASON    PIC X(30).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DTL-NEW-ID    PIC X(6).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(28).
           05  CNT-VALUE     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

      * First pass - count tonight's confirmations for the header
           PERFORM COUNT-CONFIRMATIONS

           OPEN OUTPUT CFMRPT
           PERFORM PRINT-PAGE-HEADINGS

      * Second pass - the header, then one detail per confirmation
           PERFORM SEND-CONFIRMATIONS

           PERFORM PRINT-CONFIRM-TOTALS

           CLOSE CFMRPT

           DISPLAY 'CONFIRMATIONS READ : ' WS-CNF-READ
           DISPLAY 'SENT               : ' WS-SENT
           DISPLAY 'NOT DATED TONIGHT  : ' WS-CNF-OTHER-DATE

           IF WS-CNF-OTHER-DATE > 0
               DISPLAY 'HELLOCFM0006W - CONFIRMATIONS NOT DATED '
                       'TONIGHT WERE LEFT OUT'
               MOVE 4 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   The confirmations are sent under the date HELLODTE set for
      *   the run - every record on tonight's generation carries it.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOCFM0001E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOCFM0002E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE    : ' WS-RUN-DATE.

      *****************************************************************
      * COUNT-CONFIRMATIONS
      *   First pass over tonight's confirmations, so the header can
      *   carry the detail count before any detail is written.  A
      *   record dated other than tonight does not belong to this
      *   run and is left out of both passes.
      *****************************************************************
       COUNT-CONFIRMATIONS.
           OPEN INPUT CNFIN
           IF NOT WS-CNFIN-OK
               DISPLAY 'HELLOCFM0003E - CONFIRMATIONS OPEN FAILED, '
                       'STATUS ' WS-CNFIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-CONFIRMATION
           PERFORM COUNT-ONE-CONFIRMATION
               UNTIL WS-CNFIN-EOF

           CLOSE CNFIN.

       COUNT-ONE-CONFIRMATION.
           ADD 1 TO WS-CNF-READ
           IF CNF-PROC-DATE = WS-RUN-DATE
               ADD 1 TO WS-CNF-TONIGHT
           ELSE
               ADD 1 TO WS-CNF-OTHER-DATE
           END-IF

           PERFORM READ-CONFIRMATION.

       READ-CONFIRMATION.
           READ CNFIN
               AT END
                   SET WS-CNFIN-EOF TO TRUE
           END-READ.

      *****************************************************************
      * SEND-CONFIRMATIONS
      *   Second pass - writes the batch header with the count the
      *   first pass proved, then one corporate-format detail per
      *   confirmation dated tonight.  A night with nothing to
      *   confirm still sends a header with a zero count, so the
      *   corporate intake can tell a quiet night from a lost file.
      *****************************************************************
       SEND-CONFIRMATIONS.
           OPEN OUTPUT HRCONF
           IF NOT WS-HRCONF-OK
               DISPLAY 'HELLOCFM0004E - CONFIRMATION FEED OPEN '
                       'FAILED, STATUS ' WS-HRCONF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES          TO HRCONF-RECORD
           SET HRC-HEADER       TO TRUE
           MOVE WS-RUN-DATE     TO HRC-BATCH-DATE
           MOVE WS-CNF-TONIGHT  TO HRC-BATCH-COUNT
           WRITE HRCONF-RECORD
           IF NOT WS-HRCONF-OK
               DISPLAY 'HELLOCFM0007E - CONFIRMATION FEED WRITE '
                       'FAILED, STATUS ' WS-HRCONF-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HRCONF
               GOBACK
           END-IF

           MOVE ZEROS TO WS-CNFIN-STATUS
           OPEN INPUT CNFIN
           IF NOT WS-CNFIN-OK
               DISPLAY 'HELLOCFM0005E - CONFIRMATIONS REOPEN '
                       'FAILED, STATUS ' WS-CNFIN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HRCONF
               GOBACK
           END-IF

           PERFORM READ-CONFIRMATION
           PERFORM SEND-ONE-CONFIRMATION
               UNTIL WS-CNFIN-EOF

           CLOSE CNFIN
           CLOSE HRCONF.

       SEND-ONE-CONFIRMATION.
           IF CNF-PROC-DATE = WS-RUN-DATE
               PERFORM BUILD-CONFIRM-DETAIL
               WRITE HRCONF-RECORD
               IF NOT WS-HRCONF-OK
                   DISPLAY 'HELLOCFM0007E - CONFIRMATION FEED WRITE '
                           'FAILED, STATUS ' WS-HRCONF-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE CNFIN
                   CLOSE HRCONF
                   GOBACK
               END-IF
               ADD 1 TO WS-SENT
               PERFORM PRINT-CONFIRM-LINE
           END-IF

           PERFORM READ-CONFIRMATION.

      *****************************************************************
      * BUILD-CONFIRM-DETAIL
      *   Translates one confirmation back into the corporate
      *   system's codes - our transaction type to their action, our
      *   disposition to their status - and counts it by
      *   disposition.  Only an applied hire carries an assigned id.
      *****************************************************************
       BUILD-CONFIRM-DETAIL.
           MOVE SPACES          TO HRCONF-RECORD
           SET HRC-DETAIL       TO TRUE
           MOVE CNF-CORP-REF    TO HRC-CORP-REF
           MOVE CNF-EMP-ID      TO HRC-EMP-ID
           MOVE CNF-DISP-DATE   TO HRC-STATUS-DATE
           MOVE CNF-REASON      TO HRC-REASON
           MOVE CNF-NIGHTS-HELD TO HRC-NIGHTS-HELD

           EVALUATE CNF-TRAN-TYPE
               WHEN 'A'
                   MOVE 'HIR' TO HRC-ACTION
               WHEN 'T'
                   MOVE 'TRM' TO HRC-ACTION
               WHEN 'S'
                   MOVE 'PAY' TO HRC-ACTION
               WHEN OTHER
                   MOVE SPACES TO HRC-ACTION
           END-EVALUATE

           EVALUATE TRUE
               WHEN CNF-APPLIED
                   MOVE 'APL' TO HRC-STATUS
                   ADD 1 TO WS-SENT-APPLIED
                   IF CNF-TRAN-TYPE = 'A'
                       MOVE CNF-EMP-ID TO HRC-ASSIGNED-ID
                       ADD 1 TO WS-SENT-HIRES
                   END-IF
               WHEN CNF-PENDING
                   MOVE 'PND' TO HRC-STATUS
                   ADD 1 TO WS-SENT-PENDING
               WHEN CNF-SUSPENDED
                   MOVE 'SUS' TO HRC-STATUS
                   ADD 1 TO WS-SENT-SUSPENDED
               WHEN CNF-AGED-OFF
                   MOVE 'AGE' TO HRC-STATUS
                   ADD 1 TO WS-SENT-AGED-OFF
               WHEN CNF-NOT-APPLIED
                   MOVE 'REJ' TO HRC-STATUS
                   ADD 1 TO WS-SENT-NOT-APPL
               WHEN CNF-HELD-APPROVAL
                   MOVE 'HLD' TO HRC-STATUS
                   ADD 1 TO WS-SENT-HELD
               WHEN OTHER
                   MOVE 'REJ' TO HRC-STATUS
                   ADD 1 TO WS-SENT-NOT-APPL
           END-EVALUATE.

      *****************************************************************
      * PRINT-CONFIRM-LINE
      *   One listing line per confirmation sent.
      *****************************************************************
       PRINT-CONFIRM-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE HRC-CORP-REF    TO DTL-CORP-REF
           MOVE HRC-ACTION      TO DTL-ACTION
           MOVE HRC-EMP-ID      TO DTL-EMP-ID
           MOVE HRC-STATUS      TO DTL-STATUS
           MOVE HRC-STATUS-DATE TO DTL-DATE
           MOVE HRC-NIGHTS-HELD TO DTL-NIGHTS
           MOVE HRC-REASON      TO DTL-REASON
           MOVE HRC-ASSIGNED-ID TO DTL-NEW-ID

           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-CONFIRM-TOTALS
      *   Totals by disposition at the foot of the listing.
      *****************************************************************
       PRINT-CONFIRM-TOTALS.
           IF WS-LINE-COUNT + 11 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE 'CONFIRMATIONS SENT'  TO CNT-LABEL
           MOVE WS-SENT               TO CNT-VALUE
           MOVE WS-COUNT-LINE         TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE '  APPLIED'           TO CNT-LABEL
           MOVE WS-SENT-APPLIED       TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE '    NEW HIRES ON FILE'
                                      TO CNT-LABEL
           MOVE WS-SENT-HIRES         TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE '  PENDING'           TO CNT-LABEL
           MOVE WS-SENT-PENDING       TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE '  HELD FOR APPROVAL'  TO CNT-LABEL
           MOVE WS-SENT-HELD          TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE '  SUSPENDED'         TO CNT-LABEL
           MOVE WS-SENT-SUSPENDED     TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE '  AGED OFF'          TO CNT-LABEL
           MOVE WS-SENT-AGED-OFF      TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE '  NOT APPLIED'       TO CNT-LABEL
           MOVE WS-SENT-NOT-APPL      TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE 'NOT DATED TONIGHT'   TO CNT-LABEL
           MOVE WS-CNF-OTHER-DATE     TO CNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new report page and resets the line counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           ADD 3 TO WS-LINE-COUNT.
