      *****************************************************************
      * PROGRAM: helloprf.cbl
      *
      * End-of-run balancing proof for the nightly HELLBAT run.  Each
      * step that moves transactions appends its counts and amounts
      * to the night's PROD.APP.BALANCE generation (hellobal.cpy);
      * this step reads them back at the end of the run and proves
      * the steps against each other and against what actually
      * landed on the audit trail and the payroll extract:
      *
      *   1. feed records translated plus offline-keyed and online
      *      entries plus suspense re-presented equals accepted plus
      *      rejected plus pending;
      *   2. accepted plus released from the pending queue (plus
      *      the mass-change apply) equals the changes applied on
      *      AUDITLOG tonight;
      *   3. the salary changes, retro pay and one-time payments on
      *      AUDITLOG tonight equal the PAYEXTR details, and the
      *      extract trailer agrees with the records in it.
      *
      * Every proof prints both sides, counts and amounts, and the
      * exact difference at any break, with sub-checks that narrow a
      * break down to the step that lost or invented the records.
      * Every figure presented is counted at its source, not taken
      * from the edit: HELLOCOL counts the offline-keyed daily file
      * and the online TRNE collection before either is appended
      * to, and HELLOINT what it translated.  The edit's daily-file
      * count is proved against the three of them.
      *
      * Tonight's audit records are the last ones on the trail:
      * HELLOUPD reports how many it wrote and nothing appends to
      * AUDITLOG after it within the run, so the proof counts the
      * trail and reads that many back off its end.
      *
      * RETURN-CODE is 0 when every proof balances and 8 at any
      * break - operations holds the payroll transmission until the
      * break is explained.  16 means the proof could not be run at
      * all (no processing date, or an input would not open), which
      * holds the transmission the same way.
      *
      * MODIFICATION HISTORY
      *   Original end-of-run balancing proof.
      *   The new hires the edit drops once HR has confirmed them as
      *   duplicates of someone already on file count as rejected.
      *   Offline-keyed and online entries are proved from HELLOCOL's
      *   counts at source instead of being derived from the edit's
      *   daily-file count, and the daily file is proved against
      *   them and the translated feed.
      *   The feed records HELLOINT held for approval or could not
      *   translate are printed as memo lines under proof 1.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOPRF.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE      ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT BALIN         ASSIGN TO BALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALIN-STATUS.

           SELECT AUDITLOG      ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT PAYEXTR       ASSIGN TO PAYEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-STATUS.

           SELECT PRFRPT        ASSIGN TO PRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE
           RECORDING MODE IS F.
       COPY HELLOPDT.

      * Tonight's balancing totals, appended step by step
       FD  BALIN
           RECORDING MODE IS F.
       COPY HELLOBAL.

       FD  AUDITLOG
           RECORDING MODE IS F.
       COPY HELLOAUD.

      * Tonight's payroll extract generation, header and trailer
      * included
       FD  PAYEXTR
           RECORDING MODE IS F.
       COPY HELLOPEX.

       FD  PRFRPT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOPRF - END-OF-RUN BALANCING PROOF'.
       01  WS-PROCDATE-STATUS PIC XX             VALUE ZEROS.
           88  WS-PROCDATE-OK                      VALUE '00'.
       01  WS-BALIN-STATUS    PIC XX             VALUE ZEROS.
           88  WS-BALIN-OK                         VALUE '00'.
           88  WS-BALIN-EOF                        VALUE '10'.
       01  WS-AUDITLOG-STATUS PIC XX             VALUE ZEROS.
           88  WS-AUDITLOG-OK                      VALUE '00'.
           88  WS-AUDITLOG-EOF                     VALUE '10'.
       01  WS-PAYEXTR-STATUS  PIC XX             VALUE ZEROS.
           88  WS-PAYEXTR-OK                       VALUE '00'.
           88  WS-PAYEXTR-EOF                      VALUE '10'.
       01  WS-PRFRPT-STATUS   PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-BREAK-COUNT     PIC 9(4) COMP        VALUE ZEROS.

      * Balancing totals as the steps reported them - the last record
      * for each program/item wins, so a rerun step supersedes its
      * first attempt.  A step with no records at all is a break.
       01  WS-BAL-READ        PIC 9(6) COMP        VALUE ZEROS.
       01  WS-BAL-OTHER-DATE  PIC 9(6) COMP        VALUE ZEROS.
       01  WS-DTE-SWITCH      PIC X                VALUE 'N'.
           88  WS-DTE-REPORTED                      VALUE 'Y'.
       01  WS-COL-SWITCH      PIC X                VALUE 'N'.
           88  WS-COL-REPORTED                      VALUE 'Y'.
       01  WS-INT-SWITCH      PIC X                VALUE 'N'.
           88  WS-INT-REPORTED                      VALUE 'Y'.
       01  WS-EDT-SWITCH      PIC X                VALUE 'N'.
           88  WS-EDT-REPORTED                      VALUE 'Y'.
       01  WS-UPD-SWITCH      PIC X                VALUE 'N'.
           88  WS-UPD-REPORTED                      VALUE 'Y'.
       01  WS-STEP-SWITCH     PIC X                VALUE 'N'.
           88  WS-STEP-REPORTED                     VALUE 'Y'.

       01  WS-COL-TOTALS.
           05  WS-COL-OFFLINE         PIC 9(7) COMP        VALUE 0.
           05  WS-COL-OFFLINE-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-COL-ONLINE          PIC 9(7) COMP        VALUE 0.
           05  WS-COL-ONLINE-AMT      PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-INT-TOTALS.
           05  WS-INT-TRANSLATED      PIC 9(7) COMP        VALUE 0.
           05  WS-INT-TRANSLATED-AMT  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-INT-HELD            PIC 9(7) COMP        VALUE 0.
           05  WS-INT-HELD-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-INT-EXCEPTIONS      PIC 9(7) COMP        VALUE 0.

       01  WS-EDT-TOTALS.
           05  WS-EDT-DAILY-READ      PIC 9(7) COMP        VALUE 0.
           05  WS-EDT-DAILY-READ-AMT  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EDT-DAILY-FEED      PIC 9(7) COMP        VALUE 0.
           05  WS-EDT-DAILY-FEED-AMT  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EDT-SUSP-READ       PIC 9(7) COMP        VALUE 0.
           05  WS-EDT-SUSP-READ-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EDT-CLEAN           PIC 9(7) COMP        VALUE 0.
           05  WS-EDT-CLEAN-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EDT-SUSPENDED       PIC 9(7) COMP        VALUE 0.
           05  WS-EDT-SUSPENDED-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EDT-AGED-OFF        PIC 9(7) COMP        VALUE 0.
           05  WS-EDT-AGED-OFF-AMT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EDT-DUP-DROPPED     PIC 9(7) COMP        VALUE 0.
           05  WS-EDT-DUP-DROP-AMT    PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-UPD-TOTALS.
           05  WS-UPD-TRAN-READ       PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-TRAN-READ-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-UPD-TRAN-APPLIED    PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-TRAN-APPL-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-UPD-TRAN-NOTAPPL    PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-TRAN-NOTAP-AMT  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-UPD-TRAN-HELD       PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-TRAN-HELD-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-UPD-PEND-READ       PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-PEND-APPLIED    PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-PEND-NOTAPPL    PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-PEND-HELD       PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-MASS-APPLIED    PIC 9(7) COMP        VALUE 0.
           05  WS-UPD-AUDIT-WRITTEN   PIC 9(7) COMP        VALUE 0.

      * Tonight's block off the end of the audit trail, by type
       01  WS-AUD-TOTAL       PIC 9(9) COMP        VALUE ZEROS.
       01  WS-AUD-SKIP        PIC 9(9) COMP        VALUE ZEROS.
       01  WS-AUD-SEQ         PIC 9(9) COMP        VALUE ZEROS.
       01  WS-AUD-SHORT-SWITCH PIC X               VALUE 'N'.
           88  WS-AUD-TRAIL-SHORT                   VALUE 'Y'.
       01  WS-AUD-TONIGHT-TOTALS.
           05  WS-AUD-CHANGES         PIC 9(7) COMP        VALUE 0.
           05  WS-AUD-SALARY          PIC 9(7) COMP        VALUE 0.
           05  WS-AUD-SALARY-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AUD-RETRO           PIC 9(7) COMP        VALUE 0.
           05  WS-AUD-RETRO-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AUD-PAYMENT         PIC 9(7) COMP        VALUE 0.
           05  WS-AUD-PAYMENT-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AUD-FOREIGN         PIC 9(7) COMP        VALUE 0.
           05  WS-AUD-OTHER-DATE      PIC 9(7) COMP        VALUE 0.

      * Tonight's payroll extract generation, by record type
       01  WS-PEX-TOTALS.
           05  WS-PEX-DETAIL          PIC 9(7) COMP        VALUE 0.
           05  WS-PEX-DETAIL-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PEX-RETRO           PIC 9(7) COMP        VALUE 0.
           05  WS-PEX-RETRO-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PEX-PAYMENT         PIC 9(7) COMP        VALUE 0.
           05  WS-PEX-PAYMENT-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PEX-TRL-COUNT       PIC 9(7) COMP        VALUE 0.
           05  WS-PEX-TRL-HASH        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PEX-HDR-DATE        PIC 9(8)             VALUE 0.
       01  WS-PEX-HEADER-SWITCH PIC X              VALUE 'N'.
           88  WS-PEX-HEADER-SEEN                   VALUE 'Y'.
       01  WS-PEX-TRAILER-SWITCH PIC X             VALUE 'N'.
           88  WS-PEX-TRAILER-SEEN                  VALUE 'Y'.

      * One proof line at a time - each side is built up from its
      * figures and the difference is left side less right side
       01  WS-FIG-LABEL       PIC X(44)            VALUE SPACES.
       01  WS-FIG-COUNT       PIC S9(9) COMP       VALUE ZEROS.
       01  WS-FIG-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-LEFT-COUNT      PIC S9(9) COMP       VALUE ZEROS.
       01  WS-LEFT-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-RIGHT-COUNT     PIC S9(9) COMP       VALUE ZEROS.
       01  WS-RIGHT-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-DIFF-COUNT      PIC S9(9) COMP       VALUE ZEROS.
       01  WS-DIFF-AMOUNT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-AMOUNT-SWITCH   PIC X                VALUE 'Y'.
           88  WS-PROVE-AMOUNTS                     VALUE 'Y'.
           88  WS-PROVE-COUNTS-ONLY                 VALUE 'N'.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(36) VALUE
               'NIGHTLY RUN BALANCING PROOF'.
           05  FILLER        PIC X(17) VALUE 'PROCESSING DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(52) VALUE SPACES.
           05  FILLER        PIC X(14) VALUE '       RECORDS'.
           05  FILLER        PIC X(24) VALUE
               '                  AMOUNT'.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(6)  VALUE 'RESULT'.

       01  WS-SECTION-LINE.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  SEC-TITLE     PIC X(80).

       01  WS-PROOF-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  PRF-LABEL     PIC X(44).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  PRF-COUNT     PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  PRF-AMOUNT    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  PRF-RESULT    PIC X(24).

       PROCEDURE DIVISION.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           PERFORM GET-PROCESSING-DATE

           OPEN OUTPUT PRFRPT
           PERFORM PRINT-PAGE-HEADINGS

           PERFORM LOAD-BALANCE-TOTALS
           PERFORM SCAN-AUDIT-TRAIL
           PERFORM SCAN-PAYROLL-EXTRACT

           PERFORM CHECK-STEPS-REPORTED
           PERFORM PROVE-TRANSACTION-FLOW
           PERFORM PROVE-AUDIT-TRAIL
           PERFORM PROVE-PAYROLL-EXTRACT
           PERFORM PRINT-PROOF-RESULT

           CLOSE PRFRPT

           DISPLAY 'BALANCE RECORDS : ' WS-BAL-READ
           DISPLAY 'AUDIT TONIGHT   : ' WS-UPD-AUDIT-WRITTEN
           DISPLAY 'BREAKS          : ' WS-BREAK-COUNT

           IF WS-BREAK-COUNT > 0
               DISPLAY 'HELLOPRF0010E - RUN IS OUT OF BALANCE - '
                       'HOLD THE PAYROLL TRANSMISSION'
               MOVE 8 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * GET-PROCESSING-DATE
      *   The proof works to the date HELLODTE set for the run - the
      *   balancing totals and tonight's audit records must carry it.
      *****************************************************************
       GET-PROCESSING-DATE.
           OPEN INPUT PROCDATE
           IF NOT WS-PROCDATE-OK
               DISPLAY 'HELLOPRF0001E - PROCDATE OPEN FAILED, '
                       'STATUS ' WS-PROCDATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROCDATE
               AT END
                   DISPLAY 'HELLOPRF0002E - NO PROCESSING DATE '
                           'FOR THIS RUN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE PDT-PROC-DATE TO WS-RUN-DATE

           CLOSE PROCDATE

           DISPLAY 'PROCESSING DATE : ' WS-RUN-DATE.

      *****************************************************************
      * LOAD-BALANCE-TOTALS
      *   Reads the night's balancing generation and keeps the last
      *   figure each step reported under each name.  A record dated
      *   other than tonight does not belong to this run and is left
      *   out of the proof - and counted as a break of its own.
      *****************************************************************
       LOAD-BALANCE-TOTALS.
           OPEN INPUT BALIN
           IF NOT WS-BALIN-OK
               DISPLAY 'HELLOPRF0003E - BALANCE TOTALS OPEN FAILED, '
                       'STATUS ' WS-BALIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-BALANCE-RECORD
               UNTIL WS-BALIN-EOF

           CLOSE BALIN.

       READ-BALANCE-RECORD.
           READ BALIN
               AT END
                   SET WS-BALIN-EOF TO TRUE
           END-READ

           IF NOT WS-BALIN-EOF
               ADD 1 TO WS-BAL-READ
               IF BAL-PROC-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-BAL-OTHER-DATE
                   DISPLAY 'HELLOPRF0004W - ' BAL-PROGRAM ' '
                           BAL-ITEM ' DATED ' BAL-PROC-DATE
                           ' - NOT THIS RUN'
               ELSE
                   PERFORM KEEP-BALANCE-FIGURE
               END-IF
           END-IF.

       KEEP-BALANCE-FIGURE.
           EVALUATE BAL-PROGRAM ALSO BAL-ITEM
               WHEN 'HELLODTE' ALSO ANY
                   SET WS-DTE-REPORTED TO TRUE
               WHEN 'HELLOCOL' ALSO 'OFFLINE-KEYD'
                   SET WS-COL-REPORTED TO TRUE
                   MOVE BAL-COUNT  TO WS-COL-OFFLINE
                   MOVE BAL-AMOUNT TO WS-COL-OFFLINE-AMT
               WHEN 'HELLOCOL' ALSO 'ONLINE-COLL'
                   MOVE BAL-COUNT  TO WS-COL-ONLINE
                   MOVE BAL-AMOUNT TO WS-COL-ONLINE-AMT
               WHEN 'HELLOINT' ALSO 'TRANSLATED'
                   SET WS-INT-REPORTED TO TRUE
                   MOVE BAL-COUNT  TO WS-INT-TRANSLATED
                   MOVE BAL-AMOUNT TO WS-INT-TRANSLATED-AMT
               WHEN 'HELLOINT' ALSO 'HELD-APPROVL'
                   MOVE BAL-COUNT  TO WS-INT-HELD
                   MOVE BAL-AMOUNT TO WS-INT-HELD-AMT
               WHEN 'HELLOINT' ALSO 'EXCEPTIONS'
                   MOVE BAL-COUNT  TO WS-INT-EXCEPTIONS
               WHEN 'HELLOEDT' ALSO 'DAILY-READ'
                   SET WS-EDT-REPORTED TO TRUE
                   MOVE BAL-COUNT  TO WS-EDT-DAILY-READ
                   MOVE BAL-AMOUNT TO WS-EDT-DAILY-READ-AMT
               WHEN 'HELLOEDT' ALSO 'DAILY-FEED'
                   MOVE BAL-COUNT  TO WS-EDT-DAILY-FEED
                   MOVE BAL-AMOUNT TO WS-EDT-DAILY-FEED-AMT
               WHEN 'HELLOEDT' ALSO 'SUSP-READ'
                   MOVE BAL-COUNT  TO WS-EDT-SUSP-READ
                   MOVE BAL-AMOUNT TO WS-EDT-SUSP-READ-AMT
               WHEN 'HELLOEDT' ALSO 'CLEAN'
                   MOVE BAL-COUNT  TO WS-EDT-CLEAN
                   MOVE BAL-AMOUNT TO WS-EDT-CLEAN-AMT
               WHEN 'HELLOEDT' ALSO 'SUSPENDED'
                   MOVE BAL-COUNT  TO WS-EDT-SUSPENDED
                   MOVE BAL-AMOUNT TO WS-EDT-SUSPENDED-AMT
               WHEN 'HELLOEDT' ALSO 'AGED-OFF'
                   MOVE BAL-COUNT  TO WS-EDT-AGED-OFF
                   MOVE BAL-AMOUNT TO WS-EDT-AGED-OFF-AMT
               WHEN 'HELLOEDT' ALSO 'DUP-DROPPED'
                   MOVE BAL-COUNT  TO WS-EDT-DUP-DROPPED
                   MOVE BAL-AMOUNT TO WS-EDT-DUP-DROP-AMT
               WHEN 'HELLOUPD' ALSO 'TRAN-READ'
                   SET WS-UPD-REPORTED TO TRUE
                   MOVE BAL-COUNT  TO WS-UPD-TRAN-READ
                   MOVE BAL-AMOUNT TO WS-UPD-TRAN-READ-AMT
               WHEN 'HELLOUPD' ALSO 'TRAN-APPLIED'
                   MOVE BAL-COUNT  TO WS-UPD-TRAN-APPLIED
                   MOVE BAL-AMOUNT TO WS-UPD-TRAN-APPL-AMT
               WHEN 'HELLOUPD' ALSO 'TRAN-NOTAPPL'
                   MOVE BAL-COUNT  TO WS-UPD-TRAN-NOTAPPL
                   MOVE BAL-AMOUNT TO WS-UPD-TRAN-NOTAP-AMT
               WHEN 'HELLOUPD' ALSO 'TRAN-HELD'
                   MOVE BAL-COUNT  TO WS-UPD-TRAN-HELD
                   MOVE BAL-AMOUNT TO WS-UPD-TRAN-HELD-AMT
               WHEN 'HELLOUPD' ALSO 'PEND-READ'
                   MOVE BAL-COUNT  TO WS-UPD-PEND-READ
               WHEN 'HELLOUPD' ALSO 'PEND-APPLIED'
                   MOVE BAL-COUNT  TO WS-UPD-PEND-APPLIED
               WHEN 'HELLOUPD' ALSO 'PEND-NOTAPPL'
                   MOVE BAL-COUNT  TO WS-UPD-PEND-NOTAPPL
               WHEN 'HELLOUPD' ALSO 'PEND-HELD'
                   MOVE BAL-COUNT  TO WS-UPD-PEND-HELD
               WHEN 'HELLOUPD' ALSO 'MASS-APPLIED'
                   MOVE BAL-COUNT  TO WS-UPD-MASS-APPLIED
               WHEN 'HELLOUPD' ALSO 'AUDIT-WRITTN'
                   MOVE BAL-COUNT  TO WS-UPD-AUDIT-WRITTEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * SCAN-AUDIT-TRAIL
      *   Counts the trail, then reads it again and tallies the block
      *   HELLOUPD reported writing off its end.  A trail shorter
      *   than that block is itself a break - the whole trail is then
      *   taken as tonight's and the proof shows by how much.
      *****************************************************************
       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDITLOG
           IF NOT WS-AUDITLOG-OK
               DISPLAY 'HELLOPRF0005E - AUDITLOG OPEN FAILED, '
                       'STATUS ' WS-AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COUNT-AUDIT-RECORD
               UNTIL WS-AUDITLOG-EOF

           CLOSE AUDITLOG

           IF WS-UPD-AUDIT-WRITTEN > WS-AUD-TOTAL
               SET WS-AUD-TRAIL-SHORT TO TRUE
               MOVE ZEROS TO WS-AUD-SKIP
           ELSE
               COMPUTE WS-AUD-SKIP = WS-AUD-TOTAL
                                   - WS-UPD-AUDIT-WRITTEN
           END-IF

           MOVE ZEROS TO WS-AUDITLOG-STATUS
           OPEN INPUT AUDITLOG

           PERFORM READ-AUDIT-RECORD
               UNTIL WS-AUDITLOG-EOF

           CLOSE AUDITLOG.

       COUNT-AUDIT-RECORD.
           READ AUDITLOG
               AT END
                   SET WS-AUDITLOG-EOF TO TRUE
           END-READ

           IF NOT WS-AUDITLOG-EOF
               ADD 1 TO WS-AUD-TOTAL
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDITLOG
               AT END
                   SET WS-AUDITLOG-EOF TO TRUE
           END-READ

           IF NOT WS-AUDITLOG-EOF
               ADD 1 TO WS-AUD-SEQ
               IF WS-AUD-SEQ > WS-AUD-SKIP
                   PERFORM TALLY-TONIGHT-AUDIT
               END-IF
           END-IF.

      *****************************************************************
      * TALLY-TONIGHT-AUDIT
      *   Every audit record the update writes is either a change it
      *   applied (one per transaction, pending release or mass-
      *   change employee) or the retro-pay line that rides with a
      *   backdated salary change.  Anything else in the block -
      *   online maintenance, refusals, approval decisions - was
      *   written by some other step and means the block is not
      *   tonight's update.
      *****************************************************************
       TALLY-TONIGHT-AUDIT.
           IF AUD-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-AUD-OTHER-DATE
           END-IF

           EVALUATE TRUE
               WHEN AUD-SALARY-CHANGE
               WHEN AUD-NEW-HIRE
                   ADD 1 TO WS-AUD-CHANGES
                   ADD 1 TO WS-AUD-SALARY
                   ADD AUD-NEW-SALARY TO WS-AUD-SALARY-AMT
               WHEN AUD-ONE-TIME-PAYMENT
                   ADD 1 TO WS-AUD-CHANGES
                   ADD 1 TO WS-AUD-PAYMENT
                   ADD AUD-NEW-SALARY TO WS-AUD-PAYMENT-AMT
               WHEN AUD-TERMINATION
               WHEN AUD-DEPT-TRANSFER
               WHEN AUD-MGR-CHANGE
               WHEN AUD-LEAVE-START
               WHEN AUD-LEAVE-RETURN
                   ADD 1 TO WS-AUD-CHANGES
               WHEN AUD-RETRO-PAY
                   ADD 1 TO WS-AUD-RETRO
                   ADD AUD-NEW-SALARY TO WS-AUD-RETRO-AMT
               WHEN OTHER
                   ADD 1 TO WS-AUD-FOREIGN
           END-EVALUATE.

      *****************************************************************
      * SCAN-PAYROLL-EXTRACT
      *   Totals tonight's extract generation by record type and
      *   picks up the header date and the trailer's own count and
      *   hash total.
      *****************************************************************
       SCAN-PAYROLL-EXTRACT.
           OPEN INPUT PAYEXTR
           IF NOT WS-PAYEXTR-OK
               DISPLAY 'HELLOPRF0006E - PAYEXTR OPEN FAILED, '
                       'STATUS ' WS-PAYEXTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-EXTRACT-RECORD
               UNTIL WS-PAYEXTR-EOF

           CLOSE PAYEXTR.

       READ-EXTRACT-RECORD.
           READ PAYEXTR
               AT END
                   SET WS-PAYEXTR-EOF TO TRUE
           END-READ

           IF NOT WS-PAYEXTR-EOF
               EVALUATE TRUE
                   WHEN PEX-HEADER
                       SET WS-PEX-HEADER-SEEN TO TRUE
                       MOVE PEH-RUN-DATE TO WS-PEX-HDR-DATE
                   WHEN PEX-DETAIL
                       ADD 1 TO WS-PEX-DETAIL
                       ADD PEX-NEW-SALARY TO WS-PEX-DETAIL-AMT
                   WHEN PEX-RETRO
                       ADD 1 TO WS-PEX-RETRO
                       ADD PEX-RETRO-AMOUNT TO WS-PEX-RETRO-AMT
                   WHEN PEX-PAYMENT
                       ADD 1 TO WS-PEX-PAYMENT
                       ADD PEX-PAY-AMOUNT TO WS-PEX-PAYMENT-AMT
                   WHEN PEX-TRAILER
                       SET WS-PEX-TRAILER-SEEN TO TRUE
                       MOVE PET-REC-COUNT  TO WS-PEX-TRL-COUNT
                       MOVE PET-HASH-TOTAL TO WS-PEX-TRL-HASH
               END-EVALUATE
           END-IF.

      *****************************************************************
      * CHECK-STEPS-REPORTED
      *   Every step the proof leans on must have reported tonight -
      *   a step that was bypassed, abended or could not append its
      *   totals leaves its side of the proof at zero, so it is
      *   called out by name before the arithmetic.
      *****************************************************************
       CHECK-STEPS-REPORTED.
           MOVE 'STEPS REPORTING TONIGHT' TO SEC-TITLE
           PERFORM PRINT-SECTION-TITLE

           MOVE 'HELLODTE - PROCESSING DATE' TO WS-FIG-LABEL
           MOVE WS-DTE-SWITCH                TO WS-STEP-SWITCH
           PERFORM PRINT-STEP-REPORTED

           MOVE 'HELLOCOL - DAILY FILE AND ONLINE COUNT'
                                             TO WS-FIG-LABEL
           MOVE WS-COL-SWITCH                TO WS-STEP-SWITCH
           PERFORM PRINT-STEP-REPORTED

           MOVE 'HELLOINT - CORPORATE FEED TRANSLATION'
                                             TO WS-FIG-LABEL
           MOVE WS-INT-SWITCH                TO WS-STEP-SWITCH
           PERFORM PRINT-STEP-REPORTED

           MOVE 'HELLOEDT - FRONT-END EDIT'  TO WS-FIG-LABEL
           MOVE WS-EDT-SWITCH                TO WS-STEP-SWITCH
           PERFORM PRINT-STEP-REPORTED

           MOVE 'HELLOUPD - EMPLOYEE FILE UPDATE'
                                             TO WS-FIG-LABEL
           MOVE WS-UPD-SWITCH                TO WS-STEP-SWITCH
           PERFORM PRINT-STEP-REPORTED

           MOVE SPACES                       TO WS-PROOF-LINE
           MOVE 'TOTALS DATED FOR ANOTHER RUN' TO PRF-LABEL
           MOVE WS-BAL-OTHER-DATE            TO PRF-COUNT
           IF WS-BAL-OTHER-DATE > 0
               MOVE '*** OUT OF BALANCE ***' TO PRF-RESULT
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               MOVE 'BALANCED'               TO PRF-RESULT
           END-IF
           PERFORM WRITE-PROOF-LINE.

       PRINT-STEP-REPORTED.
           MOVE SPACES       TO WS-PROOF-LINE
           MOVE WS-FIG-LABEL TO PRF-LABEL
           IF WS-STEP-REPORTED
               MOVE 'REPORTED'               TO PRF-RESULT
           ELSE
               MOVE '*** NO TOTALS ***'      TO PRF-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE.

      *****************************************************************
      * PROVE-TRANSACTION-FLOW
      *   Proof 1 - everything presented to the run is accounted for:
      *   accepted (applied by the update), rejected (suspended,
      *   aged off or dropped as a duplicate hire by the edit, or
      *   refused by the update) or pending (held by the update to a
      *   future effective date).
      *****************************************************************
       PROVE-TRANSACTION-FLOW.
           MOVE 'PROOF 1 - PRESENTED = ACCEPTED + REJECTED + PENDING'
                                             TO SEC-TITLE
           PERFORM PRINT-SECTION-TITLE
           SET WS-PROVE-AMOUNTS TO TRUE
           MOVE ZEROS TO WS-LEFT-COUNT WS-LEFT-AMOUNT
                         WS-RIGHT-COUNT WS-RIGHT-AMOUNT

           MOVE 'FEED RECORDS TRANSLATED (HELLOINT)' TO WS-FIG-LABEL
           MOVE WS-INT-TRANSLATED            TO WS-FIG-COUNT
           MOVE WS-INT-TRANSLATED-AMT        TO WS-FIG-AMOUNT
           PERFORM ADD-LEFT-FIGURE

           MOVE 'KEYED OFFLINE (HELLOCOL)'   TO WS-FIG-LABEL
           MOVE WS-COL-OFFLINE               TO WS-FIG-COUNT
           MOVE WS-COL-OFFLINE-AMT           TO WS-FIG-AMOUNT
           PERFORM ADD-LEFT-FIGURE

           MOVE 'ONLINE AND RELEASED ENTRIES (HELLOCOL)'
                                             TO WS-FIG-LABEL
           MOVE WS-COL-ONLINE                TO WS-FIG-COUNT
           MOVE WS-COL-ONLINE-AMT            TO WS-FIG-AMOUNT
           PERFORM ADD-LEFT-FIGURE

           MOVE 'SUSPENSE RE-PRESENTED (HELLOEDT)' TO WS-FIG-LABEL
           MOVE WS-EDT-SUSP-READ             TO WS-FIG-COUNT
           MOVE WS-EDT-SUSP-READ-AMT         TO WS-FIG-AMOUNT
           PERFORM ADD-LEFT-FIGURE

           MOVE 'TOTAL PRESENTED'            TO WS-FIG-LABEL
           MOVE WS-LEFT-COUNT                TO WS-FIG-COUNT
           MOVE WS-LEFT-AMOUNT               TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL

           MOVE 'ACCEPTED - APPLIED (HELLOUPD)' TO WS-FIG-LABEL
           MOVE WS-UPD-TRAN-APPLIED          TO WS-FIG-COUNT
           MOVE WS-UPD-TRAN-APPL-AMT         TO WS-FIG-AMOUNT
           PERFORM ADD-RIGHT-FIGURE

           MOVE 'REJECTED - SUSPENDED (HELLOEDT)' TO WS-FIG-LABEL
           MOVE WS-EDT-SUSPENDED             TO WS-FIG-COUNT
           MOVE WS-EDT-SUSPENDED-AMT         TO WS-FIG-AMOUNT
           PERFORM ADD-RIGHT-FIGURE

           MOVE 'REJECTED - AGED OFF (HELLOEDT)' TO WS-FIG-LABEL
           MOVE WS-EDT-AGED-OFF              TO WS-FIG-COUNT
           MOVE WS-EDT-AGED-OFF-AMT          TO WS-FIG-AMOUNT
           PERFORM ADD-RIGHT-FIGURE

           MOVE 'REJECTED - DROPPED AS DUPLICATE (HELLOEDT)'
                                             TO WS-FIG-LABEL
           MOVE WS-EDT-DUP-DROPPED           TO WS-FIG-COUNT
           MOVE WS-EDT-DUP-DROP-AMT          TO WS-FIG-AMOUNT
           PERFORM ADD-RIGHT-FIGURE

           MOVE 'REJECTED - NOT APPLIED (HELLOUPD)' TO WS-FIG-LABEL
           MOVE WS-UPD-TRAN-NOTAPPL          TO WS-FIG-COUNT
           MOVE WS-UPD-TRAN-NOTAP-AMT        TO WS-FIG-AMOUNT
           PERFORM ADD-RIGHT-FIGURE

           MOVE 'PENDING - HELD TO EFFECTIVE DATE (HELLOUPD)'
                                             TO WS-FIG-LABEL
           MOVE WS-UPD-TRAN-HELD             TO WS-FIG-COUNT
           MOVE WS-UPD-TRAN-HELD-AMT         TO WS-FIG-AMOUNT
           PERFORM ADD-RIGHT-FIGURE

           MOVE 'TOTAL ACCOUNTED FOR'        TO WS-FIG-LABEL
           MOVE WS-RIGHT-COUNT               TO WS-FIG-COUNT
           MOVE WS-RIGHT-AMOUNT              TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL

           MOVE 'DIFFERENCE'                 TO WS-FIG-LABEL
           PERFORM PRINT-DIFFERENCE

      * Sub-checks - where the flow broke, step by step
           MOVE 'DAILY FILE = OFFLINE + ONLINE + TRANSLATED'
                                             TO WS-FIG-LABEL
           MOVE WS-EDT-DAILY-READ            TO WS-LEFT-COUNT
           MOVE WS-EDT-DAILY-READ-AMT        TO WS-LEFT-AMOUNT
           COMPUTE WS-RIGHT-COUNT  = WS-COL-OFFLINE
                                   + WS-COL-ONLINE
                                   + WS-INT-TRANSLATED
           COMPUTE WS-RIGHT-AMOUNT = WS-COL-OFFLINE-AMT
                                   + WS-COL-ONLINE-AMT
                                   + WS-INT-TRANSLATED-AMT
           PERFORM PRINT-DIFFERENCE

           MOVE 'EDIT: DAILY+SUSP = CLEAN+SUSP+AGED+DROPPED'
                                             TO WS-FIG-LABEL
           COMPUTE WS-LEFT-COUNT   = WS-EDT-DAILY-READ
                                   + WS-EDT-SUSP-READ
           COMPUTE WS-LEFT-AMOUNT  = WS-EDT-DAILY-READ-AMT
                                   + WS-EDT-SUSP-READ-AMT
           COMPUTE WS-RIGHT-COUNT  = WS-EDT-CLEAN
                                   + WS-EDT-SUSPENDED
                                   + WS-EDT-AGED-OFF
                                   + WS-EDT-DUP-DROPPED
           COMPUTE WS-RIGHT-AMOUNT = WS-EDT-CLEAN-AMT
                                   + WS-EDT-SUSPENDED-AMT
                                   + WS-EDT-AGED-OFF-AMT
                                   + WS-EDT-DUP-DROP-AMT
           PERFORM PRINT-DIFFERENCE

           MOVE 'EDIT CLEAN OUTPUT = UPDATE INPUT' TO WS-FIG-LABEL
           MOVE WS-EDT-CLEAN                 TO WS-LEFT-COUNT
           MOVE WS-EDT-CLEAN-AMT             TO WS-LEFT-AMOUNT
           MOVE WS-UPD-TRAN-READ             TO WS-RIGHT-COUNT
           MOVE WS-UPD-TRAN-READ-AMT         TO WS-RIGHT-AMOUNT
           PERFORM PRINT-DIFFERENCE

           MOVE 'UPDATE: READ = APPLIED + NOT APPLIED + HELD'
                                             TO WS-FIG-LABEL
           MOVE WS-UPD-TRAN-READ             TO WS-LEFT-COUNT
           MOVE WS-UPD-TRAN-READ-AMT         TO WS-LEFT-AMOUNT
           COMPUTE WS-RIGHT-COUNT  = WS-UPD-TRAN-APPLIED
                                   + WS-UPD-TRAN-NOTAPPL
                                   + WS-UPD-TRAN-HELD
           COMPUTE WS-RIGHT-AMOUNT = WS-UPD-TRAN-APPL-AMT
                                   + WS-UPD-TRAN-NOTAP-AMT
                                   + WS-UPD-TRAN-HELD-AMT
           PERFORM PRINT-DIFFERENCE

      * Released approvals carry the feed's user id too, so the
      * edit may see more feed records than were translated tonight
      * but never fewer - fewer means translated records never
      * reached the daily file
           SET WS-PROVE-COUNTS-ONLY TO TRUE
           MOVE 'FEED TRANSLATED NOT REACHING THE EDIT'
                                             TO WS-FIG-LABEL
           MOVE WS-INT-TRANSLATED            TO WS-LEFT-COUNT
           IF WS-EDT-DAILY-FEED < WS-INT-TRANSLATED
               MOVE WS-EDT-DAILY-FEED        TO WS-RIGHT-COUNT
           ELSE
               MOVE WS-INT-TRANSLATED        TO WS-RIGHT-COUNT
           END-IF
           PERFORM PRINT-DIFFERENCE

      * Memo lines - feed records that never reached the daily file
      * and so sit outside the proof: pay changes held on APPRFILE
      * for a second operator, and records HELLOINT could not
      * translate.  With the translated figure they account for the
      * feed's header count.
           SET WS-PROVE-AMOUNTS TO TRUE
           MOVE 'FEED HELD FOR APPROVAL - OUTSIDE PROOF'
                                             TO WS-FIG-LABEL
           MOVE WS-INT-HELD                  TO WS-FIG-COUNT
           MOVE WS-INT-HELD-AMT              TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL

           SET WS-PROVE-COUNTS-ONLY TO TRUE
           MOVE 'FEED NOT TRANSLATED - OUTSIDE PROOF'
                                             TO WS-FIG-LABEL
           MOVE WS-INT-EXCEPTIONS            TO WS-FIG-COUNT
           PERFORM PRINT-SIDE-TOTAL.

      *****************************************************************
      * PROVE-AUDIT-TRAIL
      *   Proof 2 - every change the update says it applied is on the
      *   audit trail, and nothing else is: transactions accepted
      *   tonight, pending changes released tonight and employees
      *   moved by the mass-change apply, against the change records
      *   in tonight's block.  Retro-pay lines ride with a salary
      *   change and are proved against the extract instead.
      *****************************************************************
       PROVE-AUDIT-TRAIL.
           MOVE 'PROOF 2 - ACCEPTED + RELEASED = APPLIED ON AUDITLOG'
                                             TO SEC-TITLE
           PERFORM PRINT-SECTION-TITLE
           SET WS-PROVE-COUNTS-ONLY TO TRUE
           MOVE ZEROS TO WS-LEFT-COUNT WS-LEFT-AMOUNT
                         WS-RIGHT-COUNT WS-RIGHT-AMOUNT

           MOVE 'ACCEPTED - APPLIED (HELLOUPD)' TO WS-FIG-LABEL
           MOVE WS-UPD-TRAN-APPLIED          TO WS-FIG-COUNT
           PERFORM ADD-LEFT-FIGURE

           MOVE 'RELEASED FROM PENDING - APPLIED (HELLOUPD)'
                                             TO WS-FIG-LABEL
           MOVE WS-UPD-PEND-APPLIED          TO WS-FIG-COUNT
           PERFORM ADD-LEFT-FIGURE

           MOVE 'MASS CHANGE - APPLIED (HELLOUPD)' TO WS-FIG-LABEL
           MOVE WS-UPD-MASS-APPLIED          TO WS-FIG-COUNT
           PERFORM ADD-LEFT-FIGURE

           MOVE 'TOTAL APPLIED'              TO WS-FIG-LABEL
           MOVE WS-LEFT-COUNT                TO WS-FIG-COUNT
           PERFORM PRINT-SIDE-TOTAL

           MOVE 'CHANGES ON AUDITLOG TONIGHT' TO WS-FIG-LABEL
           MOVE WS-AUD-CHANGES               TO WS-FIG-COUNT
           PERFORM ADD-RIGHT-FIGURE

           MOVE 'DIFFERENCE'                 TO WS-FIG-LABEL
           PERFORM PRINT-DIFFERENCE

      * Sub-checks - the block read back is really tonight's update
           MOVE 'AUDIT RECORDS WRITTEN = FOUND ON TRAIL'
                                             TO WS-FIG-LABEL
           MOVE WS-UPD-AUDIT-WRITTEN         TO WS-LEFT-COUNT
           IF WS-AUD-TRAIL-SHORT
               MOVE WS-AUD-TOTAL             TO WS-RIGHT-COUNT
           ELSE
               MOVE WS-UPD-AUDIT-WRITTEN     TO WS-RIGHT-COUNT
           END-IF
           PERFORM PRINT-DIFFERENCE

           MOVE 'TONIGHT''S BLOCK DATED FOR ANOTHER DAY'
                                             TO WS-FIG-LABEL
           MOVE WS-AUD-OTHER-DATE            TO WS-LEFT-COUNT
           MOVE ZEROS                        TO WS-RIGHT-COUNT
           PERFORM PRINT-DIFFERENCE

           MOVE 'TONIGHT''S BLOCK NOT WRITTEN BY THE UPDATE'
                                             TO WS-FIG-LABEL
           MOVE WS-AUD-FOREIGN               TO WS-LEFT-COUNT
           MOVE ZEROS                        TO WS-RIGHT-COUNT
           PERFORM PRINT-DIFFERENCE

           MOVE 'PENDING: READ = RELEASED + NOT APPL + HELD'
                                             TO WS-FIG-LABEL
           MOVE WS-UPD-PEND-READ             TO WS-LEFT-COUNT
           COMPUTE WS-RIGHT-COUNT  = WS-UPD-PEND-APPLIED
                                   + WS-UPD-PEND-NOTAPPL
                                   + WS-UPD-PEND-HELD
           PERFORM PRINT-DIFFERENCE.

      *****************************************************************
      * PROVE-PAYROLL-EXTRACT
      *   Proof 3 - what went on the audit trail as pay went to
      *   payroll: salary changes and new hires against the 'D'
      *   details, retro pay against the 'R' records and one-time
      *   payments against the 'P' records, counts and amounts; then
      *   the extract against its own header and trailer.
      *****************************************************************
       PROVE-PAYROLL-EXTRACT.
           MOVE 'PROOF 3 - APPLIED SALARY CHANGES = PAYEXTR DETAILS'
                                             TO SEC-TITLE
           PERFORM PRINT-SECTION-TITLE
           SET WS-PROVE-AMOUNTS TO TRUE

           MOVE 'SALARY CHANGES AND HIRES ON AUDITLOG'
                                             TO WS-FIG-LABEL
           MOVE WS-AUD-SALARY                TO WS-FIG-COUNT
           MOVE WS-AUD-SALARY-AMT            TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'SALARY DETAILS ON PAYEXTR'  TO WS-FIG-LABEL
           MOVE WS-PEX-DETAIL                TO WS-FIG-COUNT
           MOVE WS-PEX-DETAIL-AMT            TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'DIFFERENCE'                 TO WS-FIG-LABEL
           MOVE WS-AUD-SALARY                TO WS-LEFT-COUNT
           MOVE WS-AUD-SALARY-AMT            TO WS-LEFT-AMOUNT
           MOVE WS-PEX-DETAIL                TO WS-RIGHT-COUNT
           MOVE WS-PEX-DETAIL-AMT            TO WS-RIGHT-AMOUNT
           PERFORM PRINT-DIFFERENCE

           MOVE 'RETRO PAY ON AUDITLOG'      TO WS-FIG-LABEL
           MOVE WS-AUD-RETRO                 TO WS-FIG-COUNT
           MOVE WS-AUD-RETRO-AMT             TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'RETRO PAY ON PAYEXTR'       TO WS-FIG-LABEL
           MOVE WS-PEX-RETRO                 TO WS-FIG-COUNT
           MOVE WS-PEX-RETRO-AMT             TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'DIFFERENCE'                 TO WS-FIG-LABEL
           MOVE WS-AUD-RETRO                 TO WS-LEFT-COUNT
           MOVE WS-AUD-RETRO-AMT             TO WS-LEFT-AMOUNT
           MOVE WS-PEX-RETRO                 TO WS-RIGHT-COUNT
           MOVE WS-PEX-RETRO-AMT             TO WS-RIGHT-AMOUNT
           PERFORM PRINT-DIFFERENCE

           MOVE 'ONE-TIME PAYMENTS ON AUDITLOG' TO WS-FIG-LABEL
           MOVE WS-AUD-PAYMENT               TO WS-FIG-COUNT
           MOVE WS-AUD-PAYMENT-AMT           TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'ONE-TIME PAYMENTS ON PAYEXTR' TO WS-FIG-LABEL
           MOVE WS-PEX-PAYMENT               TO WS-FIG-COUNT
           MOVE WS-PEX-PAYMENT-AMT           TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'DIFFERENCE'                 TO WS-FIG-LABEL
           MOVE WS-AUD-PAYMENT               TO WS-LEFT-COUNT
           MOVE WS-AUD-PAYMENT-AMT           TO WS-LEFT-AMOUNT
           MOVE WS-PEX-PAYMENT               TO WS-RIGHT-COUNT
           MOVE WS-PEX-PAYMENT-AMT           TO WS-RIGHT-AMOUNT
           PERFORM PRINT-DIFFERENCE

      * The extract against its own trailer - a record lost or
      * doubled after the update wrote it
           COMPUTE WS-LEFT-COUNT   = WS-PEX-DETAIL
                                   + WS-PEX-RETRO
                                   + WS-PEX-PAYMENT
           COMPUTE WS-LEFT-AMOUNT  = WS-PEX-DETAIL-AMT
                                   + WS-PEX-RETRO-AMT
                                   + WS-PEX-PAYMENT-AMT
           MOVE 'PAYEXTR RECORDS READ'       TO WS-FIG-LABEL
           MOVE WS-LEFT-COUNT                TO WS-FIG-COUNT
           MOVE WS-LEFT-AMOUNT               TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'PAYEXTR TRAILER COUNT AND HASH' TO WS-FIG-LABEL
           MOVE WS-PEX-TRL-COUNT             TO WS-FIG-COUNT
           MOVE WS-PEX-TRL-HASH              TO WS-FIG-AMOUNT
           PERFORM PRINT-SIDE-TOTAL
           MOVE 'DIFFERENCE'                 TO WS-FIG-LABEL
           MOVE WS-PEX-TRL-COUNT             TO WS-RIGHT-COUNT
           MOVE WS-PEX-TRL-HASH              TO WS-RIGHT-AMOUNT
           PERFORM PRINT-DIFFERENCE

           MOVE SPACES                       TO WS-PROOF-LINE
           MOVE 'PAYEXTR HEADER AND TRAILER PRESENT' TO PRF-LABEL
           IF WS-PEX-HEADER-SEEN AND WS-PEX-TRAILER-SEEN
               MOVE 'BALANCED'               TO PRF-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO PRF-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE

           MOVE SPACES                       TO WS-PROOF-LINE
           MOVE 'PAYEXTR HEADER DATED TONIGHT' TO PRF-LABEL
           IF WS-PEX-HDR-DATE = WS-RUN-DATE
               MOVE 'BALANCED'               TO PRF-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO PRF-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE.

      *****************************************************************
      * ADD-LEFT-FIGURE / ADD-RIGHT-FIGURE / PRINT-SIDE-TOTAL
      *   Print one figure of a proof and add it to its side.
      *****************************************************************
       ADD-LEFT-FIGURE.
           ADD WS-FIG-COUNT  TO WS-LEFT-COUNT
           ADD WS-FIG-AMOUNT TO WS-LEFT-AMOUNT
           PERFORM PRINT-SIDE-TOTAL.

       ADD-RIGHT-FIGURE.
           ADD WS-FIG-COUNT  TO WS-RIGHT-COUNT
           ADD WS-FIG-AMOUNT TO WS-RIGHT-AMOUNT
           PERFORM PRINT-SIDE-TOTAL.

       PRINT-SIDE-TOTAL.
           MOVE SPACES        TO WS-PROOF-LINE
           MOVE WS-FIG-LABEL  TO PRF-LABEL
           MOVE WS-FIG-COUNT  TO PRF-COUNT
           IF WS-PROVE-AMOUNTS
               MOVE WS-FIG-AMOUNT TO PRF-AMOUNT
           END-IF
           PERFORM WRITE-PROOF-LINE

           MOVE ZEROS TO WS-FIG-COUNT WS-FIG-AMOUNT.

      *****************************************************************
      * PRINT-DIFFERENCE
      *   Left side less right side - the exact amount of any break
      *   is on the line that found it.  Counts always prove; amounts
      *   prove where the figures are amounts.
      *****************************************************************
       PRINT-DIFFERENCE.
           COMPUTE WS-DIFF-COUNT  = WS-LEFT-COUNT  - WS-RIGHT-COUNT
           COMPUTE WS-DIFF-AMOUNT = WS-LEFT-AMOUNT - WS-RIGHT-AMOUNT

           MOVE SPACES          TO WS-PROOF-LINE
           MOVE WS-FIG-LABEL    TO PRF-LABEL
           MOVE WS-DIFF-COUNT   TO PRF-COUNT
           IF WS-PROVE-AMOUNTS
               MOVE WS-DIFF-AMOUNT TO PRF-AMOUNT
           ELSE
               MOVE ZEROS          TO WS-DIFF-AMOUNT
           END-IF

           IF WS-DIFF-COUNT = 0 AND WS-DIFF-AMOUNT = 0
               MOVE 'BALANCED'               TO PRF-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO PRF-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE.

      *****************************************************************
      * PRINT-PROOF-RESULT
      *   The last line says in one word whether the payroll
      *   transmission may go.
      *****************************************************************
       PRINT-PROOF-RESULT.
           IF WS-BREAK-COUNT > 0
               MOVE
                   'RUN OUT OF BALANCE - HOLD THE PAYROLL TRANSMISSION'
                                             TO SEC-TITLE
           ELSE
               MOVE 'RUN IN BALANCE - PAYROLL TRANSMISSION MAY PROCEED'
                                             TO SEC-TITLE
           END-IF
           PERFORM PRINT-SECTION-TITLE

           MOVE SPACES                       TO WS-PROOF-LINE
           MOVE 'BREAKS FOUND'               TO PRF-LABEL
           MOVE WS-BREAK-COUNT               TO PRF-COUNT
           PERFORM WRITE-PROOF-LINE.

      *****************************************************************
      * PRINT-SECTION-TITLE / WRITE-PROOF-LINE
      *   A section title leaves a blank line above it; a proof
      *   section never starts at the foot of a page.
      *****************************************************************
       PRINT-SECTION-TITLE.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-SECTION-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT

           MOVE SPACES TO SEC-TITLE.

       WRITE-PROOF-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADINGS
           END-IF

           MOVE WS-PROOF-LINE TO RPT-RECORD
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
