      *****************************************************************
      * PROGRAM: helloano.cbl
      *
      * Month-end anonymization of purged employees in the audit
      * trail.  HELLOPRG deletes a terminated record once its
      * retention hold has expired, but the person's name and age
      * lived on in AUD-OLD-IMAGE and AUD-NEW-IMAGE on every audit
      * record written about them, in the live trail and in seven
      * years of HELLOARC archive generations.  This step runs after
      * the purge and rewrites one audit data set in place - the live
      * trail or one archive generation, named on the DD AUDITIN -
      * masking the personal fields in both images of every record
      * that belongs to a purged employee: the name is overwritten
      * with asterisks and the age and date of birth with zeros.
      * The employee id, the dates, the salary and department
      * columns, the change type and the rest of the images are left
      * exactly as they were, so audit inquiry, forward recovery and
      * the transfer re-charge still read the trail as before.
      *
      * The purged employees come from every generation of the
      * PROD.APP.PURGED list HELLOPRG writes (hellopgl.cpy), so a
      * month the step did not run is caught up the next.  Masking
      * is repeatable - a record already masked is counted as such
      * and not rewritten.  An audit record dated after the purge
      * of its id is left alone: it can only belong to somebody
      * later given the same id.
      *
      * Archive generations written before the employee record grew
      * hold shorter images.  The name and age sit at the same place
      * in every layout, so the image length is worked out from the
      * first record whose after-image starts with its own employee
      * id, and the date of birth is masked only where the image is
      * long enough to carry one.
      *
      * Each run prints a certificate page on ANOCERT: the data set
      * (PARM), each purged employee masked in it with the records
      * masked, and the counts that tie the run to the records read.
      *
      * RETURN-CODE 0 normally, 8 when a record of a purged employee
      * could not be masked (image layout not recognized or the
      * rewrite failed), 16 when the run could not be made at all.
      *
      * MODIFICATION HISTORY
      *   Original audit-trail anonymization step.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOANO.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRGLIST       ASSIGN TO PRGLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRGLIST-STATUS.

           SELECT AUDITIN       ASSIGN TO AUDITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITIN-STATUS.

           SELECT ANOCERT       ASSIGN TO ANOCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOCERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRGLIST
           RECORDING MODE IS F.
       COPY HELLOPGL.

      * The record length is taken from the data set, so archive
      * generations written under the shorter layouts are rewritten
      * at their own length
       FD  AUDITIN
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       COPY HELLOAUD.
       01  AUDIT-AREA        PIC X(255).

       FD  ANOCERT
           RECORDING MODE IS F.
       01  RPT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.
      * Local working storage
       01  WS-MESSAGE         PIC X(80)
           VALUE 'HELLOANO - AUDIT TRAIL ANONYMIZATION'.
       01  WS-PRGLIST-STATUS  PIC XX             VALUE ZEROS.
           88  WS-PRGLIST-OK                       VALUE '00'.
           88  WS-PRGLIST-EOF                      VALUE '10'.
       01  WS-AUDITIN-STATUS  PIC XX             VALUE ZEROS.
           88  WS-AUDITIN-OK                       VALUE '00'.
           88  WS-AUDITIN-EOF                      VALUE '10'.
       01  WS-ANOCERT-STATUS  PIC XX             VALUE ZEROS.
       01  WS-RUN-DATE        PIC 9(8)            VALUE ZEROS.
       01  WS-SET-NAME        PIC X(30)           VALUE SPACES.
       01  WS-PAGE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINE-COUNT      PIC 9(4) COMP        VALUE ZEROS.
       01  WS-LINES-PER-PAGE  PIC 9(4) COMP        VALUE 55.

      * Image layouts the trail has been written in, longest first -
      * the before-image always starts in byte 52 and the after-image
      * follows it
       01  WS-LAYOUT-VALUES   PIC X(12)           VALUE '102094088078'.
       01  FILLER REDEFINES WS-LAYOUT-VALUES.
           05  WS-LAYOUT-LEN  PIC 9(3) OCCURS 4 TIMES.
       01  WS-LAYOUT-SUB      PIC 9(4) COMP       VALUE ZEROS.
       01  WS-IMAGE-LEN       PIC 9(3) COMP       VALUE ZEROS.
       01  WS-OLD-IMAGE-POS   PIC 9(3) COMP       VALUE 52.
       01  WS-NEW-IMAGE-POS   PIC 9(3) COMP       VALUE ZEROS.
       01  WS-IMAGE-POS       PIC 9(3) COMP       VALUE ZEROS.
       01  WS-MASK-POS        PIC 9(3) COMP       VALUE ZEROS.
       01  WS-DOB-IMAGE-LEN   PIC 9(3) COMP       VALUE 102.
       01  WS-BEFORE-MASK     PIC X(255)          VALUE SPACES.

      * Purged employees from every generation of the purge list.
      * An id purged more than once keeps its latest purge date.
       01  WS-PGL-COUNT       PIC 9(4) COMP       VALUE ZEROS.
       01  WS-PGL-MAX         PIC 9(4) COMP       VALUE 5000.
       01  WS-PGL-FOUND-SWITCH PIC X              VALUE 'N'.
           88  WS-PGL-FOUND                        VALUE 'Y'.
       01  WS-PGL-TABLE.
           05  WS-PGL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PGL-IDX.
               10  WS-PGL-TBL-ID      PIC X(6).
               10  WS-PGL-TBL-TERM    PIC 9(8).
               10  WS-PGL-TBL-PURGE   PIC 9(8).
               10  WS-PGL-TBL-MASKED  PIC 9(6) COMP.
       01  WS-PGL-SUB         PIC 9(4) COMP       VALUE ZEROS.

       01  WS-LIST-READ       PIC 9(6) COMP        VALUE ZEROS.
       01  WS-RECORDS-READ    PIC 9(9) COMP        VALUE ZEROS.
       01  WS-PURGED-RECORDS  PIC 9(9) COMP        VALUE ZEROS.
       01  WS-MASKED-COUNT    PIC 9(9) COMP        VALUE ZEROS.
       01  WS-ALREADY-COUNT   PIC 9(9) COMP        VALUE ZEROS.
       01  WS-NO-IMAGE-COUNT  PIC 9(9) COMP        VALUE ZEROS.
       01  WS-AFTER-PURGE     PIC 9(9) COMP        VALUE ZEROS.
       01  WS-UNKNOWN-LAYOUT  PIC 9(9) COMP        VALUE ZEROS.
       01  WS-REWRITE-FAILED  PIC 9(9) COMP        VALUE ZEROS.
       01  WS-EMPS-MASKED     PIC 9(6) COMP        VALUE ZEROS.

      * Print-image record layouts
       01  WS-HEADING-LINE-1.
           05  FILLER        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(40) VALUE
               'AUDIT TRAIL ANONYMIZATION CERTIFICATE'.
           05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
           05  HDR1-RUN-DATE PIC 9999/99/99.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(5)  VALUE 'PAGE '.
           05  HDR1-PAGE-NO  PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'DATA SET: '.
           05  HDR2-SET-NAME PIC X(30).
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'IMAGE LENGTH: '.
           05  HDR2-IMAGE-LEN PIC ZZ9.
           05  HDR2-IMAGE-NONE REDEFINES HDR2-IMAGE-LEN
                             PIC X(3).

       01  WS-HEADING-LINE-3.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'EMP ID'.
           05  FILLER        PIC X(14) VALUE 'TERMINATED'.
           05  FILLER        PIC X(14) VALUE 'PURGED'.
           05  FILLER        PIC X(16) VALUE 'RECORDS MASKED'.

       01  WS-DETAIL-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-EMP-ID    PIC X(6).
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-TERM-DATE PIC 9999/99/99.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  DET-PURGE-DATE PIC 9999/99/99.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  DET-MASKED    PIC ZZZ,ZZ9.

       01  WS-STATEMENT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  STM-TEXT      PIC X(100).

       01  WS-COUNT-LINE.
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  CNT-LABEL     PIC X(32).
           05  CNT-VALUE     PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(4) COMP.
           05  PARM-SET-NAME        PIC X(30).

       PROCEDURE DIVISION USING PARM-AREA.

       MAIN-PARA.
      * Display a heading message
           DISPLAY WS-MESSAGE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UNPACK-PARM

           PERFORM LOAD-PURGE-TABLE

           OPEN I-O    AUDITIN
           IF NOT WS-AUDITIN-OK
               DISPLAY 'HELLOANO0002E - AUDITIN OPEN FAILED, STATUS '
                       WS-AUDITIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ANOCERT

           PERFORM READ-AUDIT-RECORD
           PERFORM ANONYMIZE-ONE-RECORD
               UNTIL WS-AUDITIN-EOF

           PERFORM PRINT-CERTIFICATE

           CLOSE AUDITIN
           CLOSE ANOCERT

           DISPLAY 'DATA SET        : ' WS-SET-NAME
           DISPLAY 'PURGED ON LIST  : ' WS-PGL-COUNT
           DISPLAY 'RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'RECORDS MASKED  : ' WS-MASKED-COUNT
           DISPLAY 'ALREADY MASKED  : ' WS-ALREADY-COUNT

           IF WS-UNKNOWN-LAYOUT > 0 OR WS-REWRITE-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

      * End the program
           GOBACK.

      *****************************************************************
      * UNPACK-PARM
      *   The PARM names the data set on AUDITIN for the certificate
      *   - 'LIVE TRAIL' or the archive generation.  Without one the
      *   certificate says only AUDITIN.
      *****************************************************************
       UNPACK-PARM.
           MOVE 'AUDITIN' TO WS-SET-NAME

           IF PARM-LENGTH > 0
               IF PARM-LENGTH < 30
                   MOVE PARM-SET-NAME (1:PARM-LENGTH) TO WS-SET-NAME
               ELSE
                   MOVE PARM-SET-NAME TO WS-SET-NAME
               END-IF
           END-IF.

      *****************************************************************
      * LOAD-PURGE-TABLE
      *   Reads every purge-list generation into the table.  A list
      *   too big for the table cannot be applied in part - a person
      *   left off would keep their name in the trail with a
      *   certificate saying otherwise - so the run is refused.
      *****************************************************************
       LOAD-PURGE-TABLE.
           OPEN INPUT PRGLIST
           IF NOT WS-PRGLIST-OK
               DISPLAY 'HELLOANO0001E - PRGLIST OPEN FAILED, STATUS '
                       WS-PRGLIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS  TO WS-PGL-COUNT
           MOVE SPACES TO WS-PGL-TABLE

           PERFORM READ-PURGE-RECORD
           PERFORM LOAD-PURGE-RECORD
               UNTIL WS-PRGLIST-EOF

           CLOSE PRGLIST.

       READ-PURGE-RECORD.
           READ PRGLIST
               AT END
                   SET WS-PRGLIST-EOF TO TRUE
           END-READ

           IF NOT WS-PRGLIST-EOF
               ADD 1 TO WS-LIST-READ
           END-IF.

       LOAD-PURGE-RECORD.
           IF PGL-EMP-ID NOT = SPACES
               MOVE PGL-EMP-ID TO AUD-EMP-ID
               PERFORM FIND-PURGED-EMPLOYEE
               IF WS-PGL-FOUND
                   IF PGL-PURGE-DATE > WS-PGL-TBL-PURGE (PGL-IDX)
                       MOVE PGL-TERM-DATE
                           TO WS-PGL-TBL-TERM (PGL-IDX)
                       MOVE PGL-PURGE-DATE
                           TO WS-PGL-TBL-PURGE (PGL-IDX)
                   END-IF
               ELSE
                   IF WS-PGL-COUNT NOT < WS-PGL-MAX
                       DISPLAY 'HELLOANO0003E - PURGE LIST EXCEEDS '
                               'TABLE, NOTHING ANONYMIZED'
                       CLOSE PRGLIST
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-PGL-COUNT
                   MOVE PGL-EMP-ID     TO WS-PGL-TBL-ID (WS-PGL-COUNT)
                   MOVE PGL-TERM-DATE  TO WS-PGL-TBL-TERM (WS-PGL-COUNT)
                   MOVE PGL-PURGE-DATE
                       TO WS-PGL-TBL-PURGE (WS-PGL-COUNT)
                   MOVE ZEROS TO WS-PGL-TBL-MASKED (WS-PGL-COUNT)
               END-IF
           END-IF

           PERFORM READ-PURGE-RECORD.

      *****************************************************************
      * FIND-PURGED-EMPLOYEE
      *   Looks AUD-EMP-ID up in the purge table, leaving PGL-IDX on
      *   the entry when it is there.
      *****************************************************************
       FIND-PURGED-EMPLOYEE.
           MOVE 'N' TO WS-PGL-FOUND-SWITCH

           IF WS-PGL-COUNT > ZEROS
               SET PGL-IDX TO 1
               SEARCH WS-PGL-ENTRY
                   AT END
                       MOVE 'N' TO WS-PGL-FOUND-SWITCH
                   WHEN PGL-IDX > WS-PGL-COUNT
                       MOVE 'N' TO WS-PGL-FOUND-SWITCH
                   WHEN WS-PGL-TBL-ID (PGL-IDX) = AUD-EMP-ID
                       MOVE 'Y' TO WS-PGL-FOUND-SWITCH
               END-SEARCH
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDITIN
               AT END
                   SET WS-AUDITIN-EOF TO TRUE
           END-READ

           IF NOT WS-AUDITIN-EOF
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *****************************************************************
      * ANONYMIZE-ONE-RECORD
      *   Learns the image layout from the first record that shows
      *   it, then masks the record just read when it belongs to a
      *   purged employee and is dated on or before the purge.  The
      *   record is rewritten only when the masking changed it.
      *****************************************************************
       ANONYMIZE-ONE-RECORD.
           IF WS-IMAGE-LEN = ZEROS
               PERFORM DETECT-IMAGE-LAYOUT
           END-IF

           PERFORM FIND-PURGED-EMPLOYEE

           IF WS-PGL-FOUND
               ADD 1 TO WS-PURGED-RECORDS
               EVALUATE TRUE
                   WHEN AUD-DATE > WS-PGL-TBL-PURGE (PGL-IDX)
                       ADD 1 TO WS-AFTER-PURGE
                   WHEN WS-IMAGE-LEN = ZEROS
                       ADD 1 TO WS-UNKNOWN-LAYOUT
                       DISPLAY 'HELLOANO0004W - IMAGE LAYOUT NOT '
                               'RECOGNIZED, RECORD ' WS-RECORDS-READ
                               ' EMP ' AUD-EMP-ID ' NOT MASKED'
                   WHEN AUDIT-AREA (WS-OLD-IMAGE-POS:WS-IMAGE-LEN)
                            = SPACES AND
                        AUDIT-AREA (WS-OLD-IMAGE-POS + WS-IMAGE-LEN:
                            WS-IMAGE-LEN) = SPACES
                       ADD 1 TO WS-NO-IMAGE-COUNT
                   WHEN OTHER
                       PERFORM MASK-AUDIT-RECORD
               END-EVALUATE
           END-IF

           PERFORM READ-AUDIT-RECORD.

      *****************************************************************
      * DETECT-IMAGE-LAYOUT
      *   Both images are copies of the employee record and start
      *   with its id.  The image length is the layout whose
      *   after-image position holds this record's own id; a record
      *   with no after-image cannot show it and the test waits for
      *   the next.
      *****************************************************************
       DETECT-IMAGE-LAYOUT.
           IF AUD-EMP-ID NOT = SPACES
               MOVE ZEROS TO WS-LAYOUT-SUB
               PERFORM TEST-ONE-LAYOUT
                   UNTIL WS-IMAGE-LEN > ZEROS OR
                         WS-LAYOUT-SUB NOT < 4
           END-IF.

       TEST-ONE-LAYOUT.
           ADD 1 TO WS-LAYOUT-SUB

           COMPUTE WS-NEW-IMAGE-POS =
               WS-OLD-IMAGE-POS + WS-LAYOUT-LEN (WS-LAYOUT-SUB)

           IF AUDIT-AREA (WS-NEW-IMAGE-POS:6) = AUD-EMP-ID
               MOVE WS-LAYOUT-LEN (WS-LAYOUT-SUB) TO WS-IMAGE-LEN
           END-IF.

      *****************************************************************
      * MASK-AUDIT-RECORD
      *   Masks both images and rewrites the record in place when
      *   anything changed; a record masked on an earlier run is
      *   counted and left as it is.
      *****************************************************************
       MASK-AUDIT-RECORD.
           MOVE AUDIT-AREA TO WS-BEFORE-MASK

           COMPUTE WS-NEW-IMAGE-POS = WS-OLD-IMAGE-POS + WS-IMAGE-LEN

           MOVE WS-OLD-IMAGE-POS TO WS-IMAGE-POS
           PERFORM MASK-ONE-IMAGE
           MOVE WS-NEW-IMAGE-POS TO WS-IMAGE-POS
           PERFORM MASK-ONE-IMAGE

           IF AUDIT-AREA = WS-BEFORE-MASK
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               REWRITE AUDIT-AREA
               IF WS-AUDITIN-OK
                   ADD 1 TO WS-MASKED-COUNT
                   IF WS-PGL-TBL-MASKED (PGL-IDX) = ZEROS
                       ADD 1 TO WS-EMPS-MASKED
                   END-IF
                   ADD 1 TO WS-PGL-TBL-MASKED (PGL-IDX)
               ELSE
                   ADD 1 TO WS-REWRITE-FAILED
                   DISPLAY 'HELLOANO0005E - REWRITE FAILED, STATUS '
                           WS-AUDITIN-STATUS ' RECORD '
                           WS-RECORDS-READ ' EMP ' AUD-EMP-ID
               END-IF
           END-IF.

      *****************************************************************
      * MASK-ONE-IMAGE
      *   The image at WS-IMAGE-POS, unless it is spaces: the name
      *   (bytes 7-36) to asterisks, the age slot (bytes 37-38) and,
      *   in an image long enough to hold it, the date of birth
      *   (bytes 95-102) to zeros.  Nothing else in the image moves.
      *****************************************************************
       MASK-ONE-IMAGE.
           IF AUDIT-AREA (WS-IMAGE-POS:WS-IMAGE-LEN) NOT = SPACES
               COMPUTE WS-MASK-POS = WS-IMAGE-POS + 6
               MOVE ALL '*' TO AUDIT-AREA (WS-MASK-POS:30)

               COMPUTE WS-MASK-POS = WS-IMAGE-POS + 36
               MOVE ZEROS   TO AUDIT-AREA (WS-MASK-POS:2)

               IF WS-IMAGE-LEN NOT < WS-DOB-IMAGE-LEN
                   COMPUTE WS-MASK-POS = WS-IMAGE-POS + 94
                   MOVE ZEROS TO AUDIT-AREA (WS-MASK-POS:8)
               END-IF
           END-IF.

      *****************************************************************
      * PRINT-CERTIFICATE
      *   One line per purged employee masked in this data set, the
      *   statement of what was and was not touched, and the counts:
      *   the purged employees' records are masked now, were masked
      *   before, carry no images, are dated after the purge or could
      *   not be masked.
      *****************************************************************
       PRINT-CERTIFICATE.
           PERFORM PRINT-PAGE-HEADINGS

           MOVE ZEROS TO WS-PGL-SUB
           PERFORM PRINT-ONE-EMPLOYEE
               UNTIL WS-PGL-SUB NOT < WS-PGL-COUNT

           MOVE SPACES TO STM-TEXT
           MOVE 'MASKED IN BOTH IMAGES: NAME, AGE, DATE OF BIRTH.'
               TO STM-TEXT
           MOVE WS-STATEMENT-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 3 LINES

           MOVE SPACES TO STM-TEXT
           MOVE 'UNCHANGED: EMPLOYEE ID, DATES, AMOUNTS, DEPARTMENTS,'
               TO STM-TEXT
           MOVE WS-STATEMENT-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES TO STM-TEXT
           MOVE '           CHANGE TYPES AND ALL OTHER IMAGE FIELDS.'
               TO STM-TEXT
           MOVE WS-STATEMENT-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE 'PURGED EMPLOYEES ON LIST      :' TO CNT-LABEL
           MOVE WS-PGL-COUNT                    TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE 'EMPLOYEES MASKED IN DATA SET  :' TO CNT-LABEL
           MOVE WS-EMPS-MASKED                  TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE 'AUDIT RECORDS READ            :' TO CNT-LABEL
           MOVE WS-RECORDS-READ                 TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE 'RECORDS OF PURGED EMPLOYEES   :' TO CNT-LABEL
           MOVE WS-PURGED-RECORDS               TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE '  MASKED THIS RUN             :' TO CNT-LABEL
           MOVE WS-MASKED-COUNT                 TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE '  ALREADY MASKED              :' TO CNT-LABEL
           MOVE WS-ALREADY-COUNT                TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE '  NO IMAGES TO MASK           :' TO CNT-LABEL
           MOVE WS-NO-IMAGE-COUNT               TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE '  DATED AFTER PURGE, LEFT     :' TO CNT-LABEL
           MOVE WS-AFTER-PURGE                  TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE '  LAYOUT NOT RECOGNIZED       :' TO CNT-LABEL
           MOVE WS-UNKNOWN-LAYOUT               TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO WS-COUNT-LINE
           MOVE '  REWRITE FAILED              :' TO CNT-LABEL
           MOVE WS-REWRITE-FAILED               TO CNT-VALUE
           MOVE WS-COUNT-LINE                   TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

       PRINT-ONE-EMPLOYEE.
           ADD 1 TO WS-PGL-SUB

           IF WS-PGL-TBL-MASKED (WS-PGL-SUB) > ZEROS
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADINGS
               END-IF

               MOVE WS-PGL-TBL-ID (WS-PGL-SUB)     TO DET-EMP-ID
               MOVE WS-PGL-TBL-TERM (WS-PGL-SUB)   TO DET-TERM-DATE
               MOVE WS-PGL-TBL-PURGE (WS-PGL-SUB)  TO DET-PURGE-DATE
               MOVE WS-PGL-TBL-MASKED (WS-PGL-SUB) TO DET-MASKED

               MOVE WS-DETAIL-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *****************************************************************
      * PRINT-PAGE-HEADINGS
      *   Starts a new certificate page - title, run date, the data
      *   set and its image length, the column headings - and resets
      *   the line counter.
      *****************************************************************
       PRINT-PAGE-HEADINGS.
           ADD 1            TO WS-PAGE-COUNT
           MOVE ZEROS       TO WS-LINE-COUNT

           MOVE WS-RUN-DATE     TO HDR1-RUN-DATE
           MOVE WS-PAGE-COUNT   TO HDR1-PAGE-NO

           MOVE WS-HEADING-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE

           MOVE WS-SET-NAME     TO HDR2-SET-NAME
           IF WS-IMAGE-LEN > ZEROS
               MOVE WS-IMAGE-LEN TO HDR2-IMAGE-LEN
           ELSE
               MOVE 'N/A'        TO HDR2-IMAGE-NONE
           END-IF
           MOVE WS-HEADING-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE

           MOVE WS-HEADING-LINE-3 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES

           ADD 4 TO WS-LINE-COUNT.
