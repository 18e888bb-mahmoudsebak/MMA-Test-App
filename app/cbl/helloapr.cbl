      *****************************************************************
      * PROGRAM: helloapr.cbl
      *
      * Online second-operator approval screen.  Auditors asked for
      * dual control over large pay movements: a salary change over
      * the helloapl.cpy limits - keyed on HELLOENT or fed in by
      * HELLOINT - and every mass-change request a HELLOUPD propose
      * run puts up for sign-off waits on the APPRFILE approval
      * queue (helloapq.cpy) instead of reaching TRANFILE.DAILY.
      * This screen shows the waiting requests one at a time,
      * oldest first, and lets a DIFFERENT operator with approval
      * authority approve or decline each one.
      *
      * An approved salary change is released from here to the TRNE
      * entry queue in its original hellotrn.cpy image, so it rides
      * the nightly edit/suspense/update path exactly like a change
      * that never needed approval.  An approved mass change stays
      * on the queue until the HELLOUPD apply run whose PARM matches
      * it uses it.  A decline needs a reason, which HELLOSTA posts
      * to TRNSTAT so the keyer sees it on HELLOSTS.  Every decision
      * is audited through the AUDL queue ('V' approved, 'N'
      * declined) ahead of the queue update, the same audit-first
      * order HELLOMNT uses; a refused attempt is audited as 'X'.
      *
      * Deciding needs SECFILE authority level 'A'.  A department
      * scope on the profile confines the approver to that
      * department's changes, so a company-wide or grade-wide mass
      * change needs a company-wide approver.  Nobody may decide a
      * change they keyed themselves.
      *
      * MODIFICATION HISTORY
      *   Original second-operator approval screen.
      *   Added the position number to the employee record area to
      *   stay in step with the record.
      *   Replaced the stored age with the date of birth in the
      *   employee record area to stay in step with the record.
      *   The decision's refusal checks read as one EVALUATE, with
      *   the authority check and the decision itself split out.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOAPR.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Include the approval queue record layout shared with
      * HELLOENT, HELLOINT, HELLOUPD, HELLOAPX and HELLOSTA
       COPY HELLOAPQ.
      * The held transaction unfolded back into its own layout - an
      * approved salary change goes to the TRNE queue in this shape
       COPY HELLOTRN.
      * Include the BMS map copybook for the approval screen
       COPY HELLOAPR-MAP.
      * Include the operator authority profile read from the SECFILE
      * KSDS keyed by the signed-on userid
       COPY HELLOSEC.
      * Include the audit record layout - decisions and refusals are
      * logged through the AUDL queue
       COPY HELLOAUD.
      * Include the symbolic AID values (DFHENTER, DFHPF3, DFHPF8,
      * DFHCLEAR) so EIBAID can be tested by name
       COPY DFHAID.

      * EMPFILE record area - read for the employee's name only
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

      * Pseudo-conversational state - the request on the screen
       01  APR-COMMAREA.
           05  APR-CA-KEY        PIC X(18).
           05  APR-CA-SHOWN      PIC X.
               88  APR-CA-SHOWING                 VALUE 'Y'.

      * Local working storage
       01  WS-MESSAGE        PIC X(80)
           VALUE 'HELLOAPR - SECOND-OPERATOR APPROVAL'.
       01  WS-RESP-CODE      PIC S9(8) COMP     VALUE ZERO.
       01  WS-ERROR-MSG      PIC X(79)           VALUE SPACES.
       01  WS-OPERATOR-ID    PIC X(8)            VALUE SPACES.
       01  WS-DECISION       PIC X               VALUE SPACE.
           88  WS-DECIDE-APPROVE                  VALUE 'A'.
           88  WS-DECIDE-DECLINE                  VALUE 'D'.
       01  WS-DECLINE-REASON PIC X(30)           VALUE SPACES.
       01  WS-AUTH-SWITCH    PIC X               VALUE 'N'.
           88  WS-AUTH-OK                         VALUE 'Y'.
       01  WS-AUDIT-SWITCH   PIC X               VALUE 'N'.
           88  WS-AUDIT-OK                        VALUE 'Y'.
       01  WS-RELEASE-SWITCH PIC X               VALUE 'N'.
           88  WS-RELEASE-OK                      VALUE 'Y'.
       01  WS-DONE-SWITCH    PIC X               VALUE 'N'.
           88  WS-DECISION-DONE                   VALUE 'Y'.
      * Browse for the next waiting request after a given key
       01  WS-BRW-KEY        PIC X(18)           VALUE LOW-VALUES.
       01  WS-AFTER-KEY      PIC X(18)           VALUE LOW-VALUES.
       01  WS-BRW-EOF-SWITCH PIC X               VALUE 'N'.
           88  WS-BRW-EOF                         VALUE 'Y'.
       01  WS-FOUND-SWITCH   PIC X               VALUE 'N'.
           88  WS-REQUEST-FOUND                   VALUE 'Y'.
       01  WS-ROW-SUB        PIC S9(4) COMP      VALUE ZERO.

      * Display rows under construction
       01  WS-ROW-KEYED.
           05  FILLER        PIC X(10) VALUE 'KEYED BY: '.
           05  RW1-KEYED-BY  PIC X(8).
           05  FILLER        PIC X(11) VALUE '   QUEUED: '.
           05  RW1-DATE      PIC 9999/99/99.
           05  FILLER        PIC X(1)  VALUE SPACES.
           05  RW1-TIME      PIC 99B99B99.
           05  FILLER        PIC X(11) VALUE '   SOURCE: '.
           05  RW1-SRC       PIC X(4).
           05  FILLER        PIC X(12) VALUE SPACES.

       01  WS-ROW-EMPLOYEE.
           05  FILLER        PIC X(10) VALUE 'EMPLOYEE: '.
           05  RW2-EMP-ID    PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  RW2-NAME      PIC X(30).
           05  FILLER        PIC X(8)  VALUE '  DEPT: '.
           05  RW2-DEPT      PIC X(4).
           05  FILLER        PIC X(15) VALUE SPACES.

       01  WS-ROW-SALARY.
           05  FILLER        PIC X(10) VALUE 'CURRENT:  '.
           05  RW3-OLD       PIC ZZ,ZZ9.99.
           05  FILLER        PIC X(13) VALUE '   PROPOSED: '.
           05  RW3-NEW       PIC ZZ,ZZ9.99.
           05  FILLER        PIC X(11) VALUE '   CHANGE: '.
           05  RW3-PCT       PIC ---,--9.99.
           05  FILLER        PIC X(2)  VALUE ' %'.
           05  FILLER        PIC X(11) VALUE SPACES.

       01  WS-ROW-TERMS.
           05  FILLER        PIC X(10) VALUE 'PAY FREQ: '.
           05  RW4-FREQ      PIC X(1).
           05  FILLER        PIC X(13) VALUE '   CURRENCY: '.
           05  RW4-CURR      PIC X(3).
           05  FILLER        PIC X(14) VALUE '   EFFECTIVE: '.
           05  RW4-EFF       PIC X(10).
           05  FILLER        PIC X(24) VALUE SPACES.

       01  WS-ROW-MASS.
           05  FILLER        PIC X(26) VALUE
               'MASS CHANGE - POPULATION: '.
           05  RW5-POP       PIC X(4).
           05  FILLER        PIC X(8)  VALUE '  KIND: '.
           05  RW5-KIND      PIC X(11).
           05  FILLER        PIC X(10) VALUE '  AMOUNT: '.
           05  RW5-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER        PIC X(7)  VALUE SPACES.

       01  WS-ROW-MASS-NOTE  PIC X(75) VALUE
           'CHECK THE SIGNED-OFF HELLOUPD PROPOSED MASS CHANGE REPORT BE
      -    'FORE APPROVING'.

       01  WS-EFF-DATE-ED    PIC 9999/99/99.

       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(19).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      *****************************************************************
      * MAIN-PARA
      *   Entry point for every invocation - the oldest waiting
      *   request on first attach, one decision per ENTER after
      *   that.
      *****************************************************************
       MAIN-PARA.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO APR-COMMAREA
               PERFORM RECEIVE-AND-PROCESS
           END-IF.

      *****************************************************************
      * SEND-INITIAL-MAP
      *   Fresh screen showing the oldest request still waiting.
      *****************************************************************
       SEND-INITIAL-MAP.
           MOVE SPACES     TO HELLOAPR-MAP
           MOVE LOW-VALUES TO WS-AFTER-KEY
           PERFORM SHOW-NEXT-REQUEST

           IF APR-CA-SHOWING
               MOVE 'KEY A TO APPROVE, OR D AND A REASON TO DECLINE'
                   TO WS-ERROR-MSG
           ELSE
               MOVE 'NO CHANGES WAITING FOR APPROVAL' TO WS-ERROR-MSG
           END-IF
           PERFORM SET-MESSAGE-LINE
           MOVE -1 TO HELLOAPR-DECL

           EXEC CICS SEND MAP('HELLOAPR')
                          MAPSET('HELLOAPR')
                          ERASE
                          CURSOR
           END-EXEC

           EXEC CICS RETURN
                          TRANSID(EIBTRNID)
                          COMMAREA(APR-COMMAREA)
           END-EXEC.

      *****************************************************************
      * RECEIVE-AND-PROCESS
      *   ENTER decides the request on the screen, PF8 skips to the
      *   next waiting one, CLEAR starts again from the oldest and
      *   PF3 ends the session.
      *****************************************************************
       RECEIVE-AND-PROCESS.
      * CLEAR (and the PA keys) send no data, which raises MAPFAIL
      * on the RECEIVE; RESP keeps that from abending the task
           MOVE LOW-VALUES TO HELLOAPR-MAP
           EXEC CICS RECEIVE MAP('HELLOAPR')
                              MAPSET('HELLOAPR')
                              INTO(HELLOAPR-MAP)
                              RESP(WS-RESP-CODE)
           END-EXEC

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM PROCESS-DECISION
                   PERFORM SEND-RESPONSE-MAP
                   EXEC CICS RETURN
                                  TRANSID(EIBTRNID)
                                  COMMAREA(APR-COMMAREA)
                   END-EXEC
               WHEN DFHPF8
                   PERFORM SKIP-TO-NEXT
                   PERFORM SEND-RESPONSE-MAP
                   EXEC CICS RETURN
                                  TRANSID(EIBTRNID)
                                  COMMAREA(APR-COMMAREA)
                   END-EXEC
               WHEN DFHCLEAR
                   PERFORM SEND-INITIAL-MAP
               WHEN DFHPF3
                   PERFORM SEND-GOODBYE-MAP
                   EXEC CICS RETURN
                   END-EXEC
               WHEN OTHER
                   MOVE 'PLEASE PRESS ENTER, PF8 OR PF3'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-DECL
                   PERFORM SET-MESSAGE-LINE
                   PERFORM SEND-RESPONSE-MAP
                   EXEC CICS RETURN
                                  TRANSID(EIBTRNID)
                                  COMMAREA(APR-COMMAREA)
                   END-EXEC
           END-EVALUATE.

       SEND-RESPONSE-MAP.
           EXEC CICS SEND MAP('HELLOAPR')
                          MAPSET('HELLOAPR')
                          DATAONLY
                          CURSOR
           END-EXEC.

       SEND-GOODBYE-MAP.
           MOVE SPACES TO HELLOAPR-MAP
           MOVE 'HELLOAPR SESSION ENDED' TO WS-ERROR-MSG
           PERFORM SET-MESSAGE-LINE

           EXEC CICS SEND MAP('HELLOAPR')
                          MAPSET('HELLOAPR')
                          ERASE
           END-EXEC.

       SET-MESSAGE-LINE.
           MOVE 79           TO HELLOAPR-MSGL
           MOVE SPACE        TO HELLOAPR-MSGA HELLOAPR-MSGT
           MOVE WS-ERROR-MSG TO HELLOAPR-MSGI.

      *****************************************************************
      * SKIP-TO-NEXT
      *   PF8 - leave the request on the screen undecided for
      *   another approver and show the next one waiting after it.
      *****************************************************************
       SKIP-TO-NEXT.
           IF APR-CA-SHOWING
               MOVE APR-CA-KEY TO WS-AFTER-KEY
           ELSE
               MOVE LOW-VALUES TO WS-AFTER-KEY
           END-IF

           PERFORM SHOW-NEXT-REQUEST

           IF APR-CA-SHOWING
               MOVE 'NEXT REQUEST SHOWN' TO WS-ERROR-MSG
           ELSE
               MOVE 'NO MORE CHANGES WAITING - CLEAR TO START AGAIN'
                   TO WS-ERROR-MSG
           END-IF
           PERFORM SET-MESSAGE-LINE
           MOVE -1 TO HELLOAPR-DECL.

      *****************************************************************
      * PROCESS-DECISION
      *   Edits the keyed decision and, when it is complete, applies
      *   it to the request on the screen.  After a decision the
      *   next waiting request takes its place.
      *****************************************************************
       PROCESS-DECISION.
           MOVE SPACES TO WS-ERROR-MSG
           MOVE 'N'    TO WS-DONE-SWITCH
           MOVE SPACE  TO WS-DECISION
           MOVE SPACES TO WS-DECLINE-REASON

           IF HELLOAPR-DECL > 0
               MOVE HELLOAPR-DECI TO WS-DECISION
           END-IF
           IF HELLOAPR-RSNL > 0
               MOVE HELLOAPR-RSNI TO WS-DECLINE-REASON
           END-IF

           EVALUATE TRUE
               WHEN NOT APR-CA-SHOWING
                   MOVE 'NO REQUEST ON THE SCREEN - PRESS CLEAR'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-DECL
               WHEN NOT (WS-DECIDE-APPROVE OR WS-DECIDE-DECLINE)
                   MOVE 'KEY A TO APPROVE OR D TO DECLINE'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-DECL
               WHEN WS-DECIDE-DECLINE AND
                    (WS-DECLINE-REASON = SPACES OR
                     WS-DECLINE-REASON = LOW-VALUES)
                   MOVE 'A DECLINE NEEDS A REASON' TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-RSNL
               WHEN OTHER
                   PERFORM APPLY-DECISION
           END-EVALUATE

           IF WS-DECISION-DONE
               MOVE APR-CA-KEY TO WS-AFTER-KEY
               PERFORM SHOW-NEXT-REQUEST
               EVALUATE TRUE
                   WHEN WS-DECIDE-APPROVE AND APR-CA-SHOWING
                       MOVE 'APPROVED - NEXT REQUEST SHOWN'
                           TO WS-ERROR-MSG
                   WHEN WS-DECIDE-APPROVE
                       MOVE 'APPROVED - NO MORE CHANGES WAITING'
                           TO WS-ERROR-MSG
                   WHEN APR-CA-SHOWING
                       MOVE 'DECLINED - NEXT REQUEST SHOWN'
                           TO WS-ERROR-MSG
                   WHEN OTHER
                       MOVE 'DECLINED - NO MORE CHANGES WAITING'
                           TO WS-ERROR-MSG
               END-EVALUATE
               MOVE SPACES TO HELLOAPR-DECI HELLOAPR-RSNI
               MOVE -1 TO HELLOAPR-DECL
           END-IF

           PERFORM SET-MESSAGE-LINE.

      *****************************************************************
      * APPLY-DECISION
      *   Re-reads the request for update - another approver may
      *   have decided it, or the nightly housekeeping expired it,
      *   since it was shown - then checks the operator is neither
      *   the keyer nor short of authority before deciding it.
      *****************************************************************
       APPLY-DECISION.
           MOVE APR-CA-KEY TO APQ-KEY

           EXEC CICS READ FILE('APPRFILE')
                          INTO(APPROVAL-RECORD)
                          RIDFLD(APQ-KEY)
                          KEYLENGTH(18)
                          UPDATE
                          RESP(WS-RESP-CODE)
           END-EXEC

           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'REQUEST NO LONGER ON THE QUEUE - PRESS PF8'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-DECL
               WHEN NOT APQ-WAITING
                   EXEC CICS UNLOCK FILE('APPRFILE')
                   END-EXEC
                   MOVE 'REQUEST ALREADY DECIDED OR EXPIRED - PRESS PF8'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-DECL
      * Dual control - the keyer can never be the second operator
               WHEN APQ-KEYED-BY = WS-OPERATOR-ID
                   EXEC CICS UNLOCK FILE('APPRFILE')
                   END-EXEC
                   MOVE 'YOU KEYED THIS CHANGE - ANOTHER OPERATOR MUST D
      -                'ECIDE IT' TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-DECL
               WHEN OTHER
                   PERFORM DECIDE-REQUEST
           END-EVALUATE.

      *****************************************************************
      * DECIDE-REQUEST
      *   The request is still waiting and the operator did not key
      *   it - decide it if the operator holds approve authority over
      *   the department, otherwise refuse and log the attempt.
      *****************************************************************
       DECIDE-REQUEST.
           PERFORM CHECK-APPROVE-AUTHORITY
           IF NOT WS-AUTH-OK
               EXEC CICS UNLOCK FILE('APPRFILE')
               END-EXEC
               PERFORM LOG-REFUSAL
               MOVE 'NOT AUTHORIZED TO DECIDE THIS REQUEST'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOAPR-DECL
           ELSE
               IF WS-DECIDE-APPROVE
                   PERFORM APPROVE-REQUEST
               ELSE
                   PERFORM DECLINE-REQUEST
               END-IF
           END-IF.

      *****************************************************************
      * APPROVE-REQUEST
      *   Audit first, then release, then mark the request decided.
      *   An approved salary change goes to the TRNE queue for
      *   tonight's run in its original image; an approved mass
      *   change waits on the queue for the HELLOUPD apply run.  If
      *   the release fails the request stays waiting and the
      *   approver simply tries again.
      *****************************************************************
       APPROVE-REQUEST.
           SET  AUD-APPR-APPROVED TO TRUE
           PERFORM LOG-DECISION

           IF NOT WS-AUDIT-OK
               EXEC CICS UNLOCK FILE('APPRFILE')
               END-EXEC
               MOVE 'AUDIT LOG UNAVAILABLE - TRY AGAIN SHORTLY'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOAPR-DECL
           ELSE
               SET WS-RELEASE-OK TO TRUE
               IF APQ-KIND-SALARY
                   PERFORM RELEASE-TRANSACTION
               END-IF
               IF WS-RELEASE-OK
                   SET  APQ-APPROVED TO TRUE
                   MOVE SPACES       TO APQ-REASON
                   PERFORM REWRITE-REQUEST
               ELSE
                   EXEC CICS UNLOCK FILE('APPRFILE')
                   END-EXEC
                   MOVE 'ENTRY QUEUE UNAVAILABLE - TRY AGAIN SHORTLY'
                       TO WS-ERROR-MSG
                   MOVE -1 TO HELLOAPR-DECL
               END-IF
           END-IF.

      *****************************************************************
      * DECLINE-REQUEST
      *   Audit first, then mark the request declined with the
      *   approver's reason for HELLOSTS to show the keyer.
      *****************************************************************
       DECLINE-REQUEST.
           SET  AUD-APPR-DECLINED TO TRUE
           PERFORM LOG-DECISION

           IF NOT WS-AUDIT-OK
               EXEC CICS UNLOCK FILE('APPRFILE')
               END-EXEC
               MOVE 'AUDIT LOG UNAVAILABLE - TRY AGAIN SHORTLY'
                   TO WS-ERROR-MSG
               MOVE -1 TO HELLOAPR-DECL
           ELSE
               SET  APQ-DECLINED     TO TRUE
               MOVE WS-DECLINE-REASON TO APQ-REASON
               PERFORM REWRITE-REQUEST
           END-IF.

      *****************************************************************
      * RELEASE-TRANSACTION
      *   Writes the held transaction to the TRNE queue unchanged -
      *   the keyer's user id stays on it, so the applied change
      *   audits under the person who asked for it.
      *****************************************************************
       RELEASE-TRANSACTION.
           MOVE 'N'           TO WS-RELEASE-SWITCH
           MOVE APQ-TRAN-DATA TO TRAN-RECORD

           EXEC CICS WRITEQ TD QUEUE('TRNE')
                          FROM(TRAN-RECORD)
                          LENGTH(LENGTH OF TRAN-RECORD)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-RELEASE-OK TO TRUE
           END-IF.

       REWRITE-REQUEST.
           MOVE WS-OPERATOR-ID TO APQ-DECIDED-BY
           ACCEPT APQ-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT APQ-DECIDED-TIME FROM TIME

           EXEC CICS REWRITE FILE('APPRFILE')
                          FROM(APPROVAL-RECORD)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-DECISION-DONE TO TRUE
           ELSE
               MOVE 'REWRITE OF APPRFILE FAILED' TO WS-ERROR-MSG
               MOVE -1 TO HELLOAPR-DECL
           END-IF.

      *****************************************************************
      * CHECK-APPROVE-AUTHORITY
      *   Deciding needs authority level 'A'; a department scope on
      *   the profile must match the department the change lands in
      *   - a mass change over all departments or over a grade
      *   carries spaces and so needs a company-wide approver.
      *****************************************************************
       CHECK-APPROVE-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SWITCH

           MOVE WS-OPERATOR-ID TO SEC-OPER-ID
           EXEC CICS READ FILE('SECFILE')
                          INTO(SECURITY-RECORD)
                          RIDFLD(SEC-OPER-ID)
                          KEYLENGTH(8)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF SEC-LEVEL-APPROVE AND
                  (SEC-DEPT-SCOPE = SPACES OR
                   SEC-DEPT-SCOPE = APQ-DEPT-CD)
                   SET WS-AUTH-OK TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * LOG-DECISION
      *   The decision goes on the audit trail - the caller sets
      *   the change type.  Current and proposed salary ride the
      *   salary columns (zeros for a mass change, whose population
      *   rides the department columns); no images, because nothing
      *   on EMPFILE moved.
      *****************************************************************
       LOG-DECISION.
           MOVE 'N'              TO WS-AUDIT-SWITCH
           MOVE APQ-EMP-ID       TO AUD-EMP-ID
           IF APQ-KIND-MASS
               MOVE ZEROS        TO AUD-OLD-SALARY
               MOVE ZEROS        TO AUD-NEW-SALARY
               MOVE APQ-MASS-POP TO AUD-OLD-DEPT-CD
               MOVE APQ-MASS-POP TO AUD-NEW-DEPT-CD
           ELSE
               MOVE APQ-OLD-SALARY TO AUD-OLD-SALARY
               MOVE APQ-NEW-SALARY TO AUD-NEW-SALARY
               MOVE APQ-DEPT-CD  TO AUD-OLD-DEPT-CD
               MOVE APQ-DEPT-CD  TO AUD-NEW-DEPT-CD
           END-IF
           MOVE WS-OPERATOR-ID   TO AUD-USER-ID
           ACCEPT AUD-DATE       FROM DATE YYYYMMDD
           ACCEPT AUD-TIME       FROM TIME
           MOVE SPACES           TO AUD-OLD-IMAGE
           MOVE SPACES           TO AUD-NEW-IMAGE

           EXEC CICS WRITEQ TD QUEUE('AUDL')
                          FROM(AUDITLOG-RECORD)
                          LENGTH(LENGTH OF AUDITLOG-RECORD)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-AUDIT-OK TO TRUE
           END-IF.

      *****************************************************************
      * LOG-REFUSAL
      *   A refused decision goes on the audit trail as a type-'X'
      *   record - who tried to decide what, zero salary movement,
      *   no images, because nothing happened.  Best effort.
      *****************************************************************
       LOG-REFUSAL.
           MOVE APQ-EMP-ID       TO AUD-EMP-ID
           SET  AUD-REFUSED      TO TRUE
           MOVE ZEROS            TO AUD-OLD-SALARY
           MOVE ZEROS            TO AUD-NEW-SALARY
           MOVE APQ-DEPT-CD      TO AUD-OLD-DEPT-CD
           MOVE APQ-DEPT-CD      TO AUD-NEW-DEPT-CD
           MOVE WS-OPERATOR-ID   TO AUD-USER-ID
           ACCEPT AUD-DATE       FROM DATE YYYYMMDD
           ACCEPT AUD-TIME       FROM TIME
           MOVE SPACES           TO AUD-OLD-IMAGE
           MOVE SPACES           TO AUD-NEW-IMAGE

           EXEC CICS WRITEQ TD QUEUE('AUDL')
                          FROM(AUDITLOG-RECORD)
                          LENGTH(LENGTH OF AUDITLOG-RECORD)
                          RESP(WS-RESP-CODE)
           END-EXEC.

      *****************************************************************
      * SHOW-NEXT-REQUEST
      *   Browses APPRFILE from WS-AFTER-KEY for the next request
      *   still waiting and formats it onto the map; the commarea
      *   remembers which request is on the screen.
      *****************************************************************
       SHOW-NEXT-REQUEST.
           MOVE 'N'          TO WS-FOUND-SWITCH
           MOVE 'N'          TO WS-BRW-EOF-SWITCH
           MOVE 'N'          TO APR-CA-SHOWN
           MOVE WS-AFTER-KEY TO WS-BRW-KEY

           EXEC CICS STARTBR FILE('APPRFILE')
                          RIDFLD(WS-BRW-KEY)
                          KEYLENGTH(18)
                          GTEQ
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM READ-NEXT-REQUEST
                   UNTIL WS-REQUEST-FOUND OR WS-BRW-EOF
               EXEC CICS ENDBR FILE('APPRFILE')
               END-EXEC
           END-IF

           MOVE ZERO TO WS-ROW-SUB
           PERFORM CLEAR-ONE-ROW
               UNTIL WS-ROW-SUB NOT < 6

           MOVE 18 TO HELLOAPR-REQL
           MOVE SPACE TO HELLOAPR-REQA HELLOAPR-REQT

           IF WS-REQUEST-FOUND
               MOVE APQ-KEY TO APR-CA-KEY
               MOVE 'Y'     TO APR-CA-SHOWN
               MOVE APQ-KEY TO HELLOAPR-REQI
               PERFORM FORMAT-REQUEST
           ELSE
               MOVE SPACES  TO APR-CA-KEY
               MOVE SPACES  TO HELLOAPR-REQI
           END-IF.

       READ-NEXT-REQUEST.
           EXEC CICS READNEXT FILE('APPRFILE')
                          INTO(APPROVAL-RECORD)
                          RIDFLD(WS-BRW-KEY)
                          KEYLENGTH(18)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET WS-BRW-EOF TO TRUE
           ELSE
               IF APQ-WAITING AND APQ-KEY NOT = WS-AFTER-KEY
                   SET WS-REQUEST-FOUND TO TRUE
               END-IF
           END-IF.

       CLEAR-ONE-ROW.
           ADD 1 TO WS-ROW-SUB

           MOVE 75     TO HELLOAPR-LINEL (WS-ROW-SUB)
           MOVE SPACE  TO HELLOAPR-LINEA (WS-ROW-SUB)
           MOVE SPACE  TO HELLOAPR-LINET (WS-ROW-SUB)
           MOVE SPACES TO HELLOAPR-LINEI (WS-ROW-SUB).

      *****************************************************************
      * FORMAT-REQUEST
      *   The request on display: who keyed it and when, then the
      *   employee and figures of a salary change or the terms of a
      *   mass change.
      *****************************************************************
       FORMAT-REQUEST.
           MOVE APQ-KEYED-BY   TO RW1-KEYED-BY
           MOVE APQ-QUEUE-DATE TO RW1-DATE
           MOVE APQ-QUEUE-TIME TO RW1-TIME
           MOVE APQ-QUEUE-SRC  TO RW1-SRC
           MOVE WS-ROW-KEYED   TO HELLOAPR-LINEI (1)

           IF APQ-KIND-MASS
               IF APQ-MASS-KIND = 'P'
                   MOVE 'PERCENT    ' TO RW5-KIND
               ELSE
                   MOVE 'FLAT AMOUNT' TO RW5-KIND
               END-IF
               MOVE APQ-MASS-POP    TO RW5-POP
               MOVE APQ-MASS-AMOUNT TO RW5-AMOUNT
               MOVE WS-ROW-MASS      TO HELLOAPR-LINEI (2)
               MOVE WS-ROW-MASS-NOTE TO HELLOAPR-LINEI (4)
           ELSE
               MOVE APQ-TRAN-DATA TO TRAN-RECORD
               MOVE APQ-EMP-ID    TO EMP-ID
               EXEC CICS READ FILE('EMPFILE')
                              INTO(EMPFILE-RECORD)
                              RIDFLD(EMP-ID)
                              KEYLENGTH(6)
                              RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE EMP-NAME        TO RW2-NAME
                   MOVE EMP-PAY-FREQ    TO RW4-FREQ
                   MOVE EMP-CURRENCY-CD TO RW4-CURR
               ELSE
                   MOVE '** NOT ON FILE **' TO RW2-NAME
                   MOVE SPACES          TO RW4-FREQ RW4-CURR
               END-IF
               MOVE APQ-EMP-ID      TO RW2-EMP-ID
               MOVE APQ-DEPT-CD     TO RW2-DEPT
               MOVE WS-ROW-EMPLOYEE TO HELLOAPR-LINEI (2)

               MOVE APQ-OLD-SALARY  TO RW3-OLD
               MOVE APQ-NEW-SALARY  TO RW3-NEW
               MOVE APQ-CHANGE-PCT  TO RW3-PCT
               MOVE WS-ROW-SALARY   TO HELLOAPR-LINEI (3)

               IF TRAN-EFF-DATE IS NUMERIC AND
                  TRAN-EFF-DATE NOT = ZEROS
                   MOVE TRAN-EFF-DATE  TO WS-EFF-DATE-ED
                   MOVE WS-EFF-DATE-ED TO RW4-EFF
               ELSE
                   MOVE 'NEXT RUN  '   TO RW4-EFF
               END-IF
               MOVE WS-ROW-TERMS    TO HELLOAPR-LINEI (4)
           END-IF.
