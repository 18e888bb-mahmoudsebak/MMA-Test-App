      *****************************************************************
      * PROGRAM: hellotmv.cbl
      *
      * Online manager team view.  IN-MGR-ID is on every employee
      * record, but until now the only way to see who reports to
      * whom was the monthly HELLOORG chart - HELLOCOB looks up one
      * id at a time and its name browse knows nothing of the
      * reporting chain.  The operator keys a manager id and gets
      * that manager's direct reports, eight to a page, with status,
      * department, grade and whole years of service; PF7/PF8 page
      * through a large team.  S against a row drills down to that
      * person's own reports, and PF3 climbs back up the chain to
      * the displayed manager's own manager.
      *
      * The direct reports are browsed along the EMPMGRP alternate-
      * index path (EMP-MGR-ID over EMPFILE, non-unique).  Terminated
      * records still carry their last manager but are history, not
      * the team, and are not listed.
      *
      * What shows is governed by the operator's SECFILE profile,
      * read on every request: no profile means no team view at all
      * and the refusal is logged as a type-'X' audit record through
      * the AUDL queue; a department scope on the profile lists only
      * the reports in that department; and the salary, frequency
      * and currency columns show only to salary-authorized
      * operators ('S' and above).  The manager's own name line
      * carries no pay and is shown as the HELLOCOB name list is.
      *
      * MODIFICATION HISTORY
      *   Original manager team-view transaction.
      *   Replaced the stored age with the date of birth in the
      *   employee record area to stay in step with the record.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOTMV.
       AUTHOR.      GENERATED-BY-CHATGPT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Include the BMS map copybook for the team-view screen
       COPY HELLOTMV-MAP.
      * Include the operator authority profile read from the SECFILE
      * KSDS keyed by the signed-on userid
       COPY HELLOSEC.
      * Include the audit record layout - refused requests are
      * logged as type-'X' records through the AUDL queue
       COPY HELLOAUD.
      * Include the symbolic AID values (DFHENTER, DFHPF3, DFHPF7,
      * DFHPF8, DFHCLEAR) so EIBAID can be tested by name
       COPY DFHAID.

      * EMPFILE record area - EMPFILE is a VSAM KSDS owned by the CICS
      * FCT, so this is a plain WORKING-STORAGE INTO area for
      * EXEC CICS READ FILE.  The EMPMGRP alternate-index path
      * returns the same record, keyed by EMP-MGR-ID.
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

      * Pseudo-conversational state carried between invocations -
      * whether a team is on the screen, whose, how many listed
      * reports come before the page shown (PF7/PF8 page by count
      * along the path), whether another page follows, and the ids
      * on the rows so an S can be turned back into an employee.
       01  TMV-COMMAREA.
           05  TMV-CA-MODE        PIC X.
               88  TMV-MODE-ENTRY              VALUE ' '.
               88  TMV-MODE-LIST               VALUE 'L'.
           05  TMV-CA-MGR-ID      PIC X(6).
           05  TMV-CA-SKIP        PIC S9(4) COMP.
           05  TMV-CA-MORE        PIC X.
               88  TMV-CA-MORE-ROWS            VALUE 'Y'.
           05  TMV-CA-ROW-TABLE.
               10  TMV-CA-ROW-ID  PIC X(6) OCCURS 8 TIMES.

      * Local working storage
       01  WS-MESSAGE        PIC X(80)
           VALUE 'HELLOTMV - MANAGER TEAM VIEW'.
       01  WS-RESP-CODE      PIC S9(8) COMP     VALUE ZERO.
       01  WS-ERROR-MSG      PIC X(79)           VALUE SPACES.
      * Authority of the signed-on operator, read per request - no
      * profile record means no authority at all
       01  WS-OPERATOR-ID    PIC X(8)            VALUE SPACES.
       01  WS-AUTH-SWITCH    PIC X               VALUE 'N'.
           88  WS-AUTH-OK                         VALUE 'Y'.
       01  WS-SALARY-AUTH-SWITCH PIC X           VALUE 'N'.
           88  WS-SALARY-AUTH                     VALUE 'Y'.
       01  WS-SCOPE-DEPT     PIC X(4)            VALUE SPACES.

      * The team being looked up - the manager, how many listed
      * reports to pass over before the page starts, and what the
      * lookup found
       01  WS-LOOK-MGR-ID    PIC X(6)            VALUE SPACES.
       01  WS-LOOK-SKIP      PIC S9(4) COMP      VALUE ZERO.
       01  WS-MGR-FOUND-SWITCH PIC X             VALUE 'N'.
           88  WS-MGR-FOUND                       VALUE 'Y'.
       01  WS-PREV-MGR-ID    PIC X(6)            VALUE SPACES.
       01  WS-PREV-SKIP      PIC S9(4) COMP      VALUE ZERO.
       01  WS-SELECTED-ID    PIC X(6)            VALUE SPACES.
       01  WS-SELECTED-NAME  PIC X(30)           VALUE SPACES.
       01  WS-UP-MGR-ID      PIC X(6)            VALUE SPACES.

      * Browse of the EMPMGRP path
       01  WS-BRW-MGR-ID     PIC X(6)            VALUE SPACES.
       01  WS-BRW-EOF-SWITCH PIC X               VALUE 'N'.
           88  WS-BRW-EOF                         VALUE 'Y'.
       01  WS-MORE-SWITCH    PIC X               VALUE 'N'.
           88  WS-MORE-ROWS                       VALUE 'Y'.
       01  WS-QUALIFIED      PIC S9(4) COMP      VALUE ZERO.
       01  WS-ROWS-FILLED    PIC S9(4) COMP      VALUE ZERO.
       01  WS-ROW-SUB        PIC S9(4) COMP      VALUE ZERO.

      * Length-of-service working fields - whole years from the
      * hire date to today, backed off a year when the anniversary
      * has not come round yet this year
       01  WS-TODAY.
           05  WS-TODAY-YEAR PIC 9(4).
           05  WS-TODAY-MMDD PIC 9(4).
       01  WS-HIRE.
           05  WS-HIRE-YEAR  PIC 9(4).
           05  WS-HIRE-MMDD  PIC 9(4).
       01  WS-YEARS-SERVICE  PIC S9(4) COMP      VALUE ZERO.

      * Manager detail line under construction
       01  WS-INFO-BUILD.
           05  FILLER        PIC X(6)            VALUE 'DEPT: '.
           05  IB-DEPT       PIC X(4).
           05  FILLER        PIC X(9)            VALUE '  GRADE: '.
           05  IB-GRADE      PIC X(2).
           05  FILLER        PIC X(2)            VALUE SPACES.
           05  IB-STATUS     PIC X(10).
           05  FILLER        PIC X(14)           VALUE
               '  REPORTS TO: '.
           05  IB-MGR-ID     PIC X(6).
           05  FILLER        PIC X(2)            VALUE SPACES.
           05  IB-SCOPE.
               10  IB-SCOPE-LIT  PIC X(16).
               10  IB-SCOPE-DEPT PIC X(4).

      * Column heading - the pay heading blanks out with the pay
      * columns for an operator without salary authority
       01  WS-COLS-BUILD.
           05  FILLER        PIC X(7)            VALUE 'EMP ID'.
           05  FILLER        PIC X(23)           VALUE 'NAME'.
           05  FILLER        PIC X(7)            VALUE 'STATUS'.
           05  FILLER        PIC X(5)            VALUE 'DEPT'.
           05  FILLER        PIC X(4)            VALUE 'GR'.
           05  FILLER        PIC X(5)            VALUE 'YRS'.
           05  CB-PAY-HEAD   PIC X(16).
           05  FILLER        PIC X(8)            VALUE SPACES.

      * One team-list display line under construction
       01  WS-ROW-BUILD.
           05  RB-EMP-ID     PIC X(6).
           05  FILLER        PIC X(1)            VALUE SPACES.
           05  RB-NAME       PIC X(22).
           05  FILLER        PIC X(1)            VALUE SPACES.
           05  RB-STATUS     PIC X(6).
           05  FILLER        PIC X(1)            VALUE SPACES.
           05  RB-DEPT       PIC X(4).
           05  FILLER        PIC X(1)            VALUE SPACES.
           05  RB-GRADE      PIC X(2).
           05  FILLER        PIC X(2)            VALUE SPACES.
           05  RB-TENURE     PIC X(3).
           05  RB-TENURE-ED  REDEFINES RB-TENURE PIC ZZ9.
           05  FILLER        PIC X(2)            VALUE SPACES.
           05  RB-PAY.
               10  RB-SALARY PIC ZZ,ZZ9.99-.
               10  FILLER    PIC X(1)            VALUE SPACES.
               10  RB-FREQ   PIC X(1).
               10  FILLER    PIC X(1)            VALUE SPACES.
               10  RB-CURR   PIC X(3).
           05  FILLER        PIC X(8)            VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(58).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      *****************************************************************
      * MAIN-PARA
      *   Entry point for every invocation of the transaction.  A
      *   terminal that has never attached before comes in with
      *   EIBCALEN = 0 and gets a blank screen; on every later
      *   invocation the saved commarea says which team, if any, is
      *   on the screen.
      *****************************************************************
       MAIN-PARA.
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO TMV-COMMAREA
               PERFORM RECEIVE-AND-PROCESS
           END-IF.

      *****************************************************************
      * SEND-INITIAL-MAP
      *   Clears the screen and the saved state and sends the map
      *   with the cursor on the manager id, ready for a lookup.
      *****************************************************************
       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO HELLOTMV-MAP
           MOVE SPACES     TO TMV-COMMAREA
           MOVE ZERO       TO TMV-CA-SKIP
           SET TMV-MODE-ENTRY TO TRUE
           MOVE -1         TO HELLOTMV-MGRIDL
           MOVE 79         TO HELLOTMV-MSGL
           MOVE SPACE      TO HELLOTMV-MSGA HELLOTMV-MSGT
           MOVE 'KEY A MANAGER ID AND PRESS ENTER'
                           TO HELLOTMV-MSGI

           EXEC CICS SEND MAP('HELLOTMV')
                          MAPSET('HELLOTMV')
                          ERASE
                          CURSOR
           END-EXEC

           EXEC CICS RETURN
                          TRANSID(EIBTRNID)
                          COMMAREA(TMV-COMMAREA)
           END-EXEC.

      *****************************************************************
      * RECEIVE-AND-PROCESS
      *   Receives whatever the operator keyed and branches on the
      *   AID key.  CLEAR starts over with a blank screen and PF3
      *   with no team on the screen ends the session; everything
      *   else shows a team, so it needs the operator's authority
      *   first.
      *****************************************************************
       RECEIVE-AND-PROCESS.
      * CLEAR (and PA1/PA2/PA3) sends no data at all, which raises
      * MAPFAIL on the RECEIVE MAP; RESP keeps that from abending
      * the task so the EVALUATE on EIBAID still runs
           MOVE LOW-VALUES TO HELLOTMV-MAP
           EXEC CICS RECEIVE MAP('HELLOTMV')
                              MAPSET('HELLOTMV')
                              INTO(HELLOTMV-MAP)
                              RESP(WS-RESP-CODE)
           END-EXEC

           EVALUATE EIBAID
               WHEN DFHCLEAR
                   PERFORM SEND-INITIAL-MAP
               WHEN DFHPF3
                   IF TMV-MODE-LIST
                       PERFORM PROCESS-TEAM-REQUEST
                   ELSE
                       PERFORM SEND-GOODBYE-MAP
                       EXEC CICS RETURN
                       END-EXEC
                   END-IF
               WHEN OTHER
                   PERFORM PROCESS-TEAM-REQUEST
           END-EVALUATE.

      *****************************************************************
      * PROCESS-TEAM-REQUEST
      *   Reads the operator's profile and, when they have one,
      *   acts on the key: ENTER looks up or drills down, PF8 and
      *   PF7 page, PF3 climbs the chain.  The screen goes back out
      *   with whatever the request left on it.
      *****************************************************************
       PROCESS-TEAM-REQUEST.
           MOVE SPACES TO WS-ERROR-MSG
           PERFORM CHECK-OPERATOR-AUTHORITY

           IF WS-AUTH-OK
               EVALUATE EIBAID
                   WHEN DFHENTER
                       PERFORM PROCESS-ENTER
                   WHEN DFHPF8
                       PERFORM PAGE-FORWARD
                   WHEN DFHPF7
                       PERFORM PAGE-BACKWARD
                   WHEN DFHPF3
                       PERFORM CLIMB-CHAIN
                   WHEN OTHER
                       PERFORM REDISPLAY-CURRENT-TEAM
                       MOVE 'USE ENTER, S, PF7, PF8, PF3 OR CLEAR'
                           TO WS-ERROR-MSG
               END-EVALUATE
           ELSE
               PERFORM REFUSE-TEAM-VIEW
           END-IF

           PERFORM SEND-TEAM-MAP.

      *****************************************************************
      * CHECK-OPERATOR-AUTHORITY
      *   Reads the signed-on operator's SECFILE profile.  Any
      *   profile level may see a team; a department scope on the
      *   profile is kept to filter the list with, and salary
      *   authority ('S' or an updater) decides whether the pay
      *   columns show.  No profile record means no authority.
      *****************************************************************
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N'    TO WS-AUTH-SWITCH
           MOVE 'N'    TO WS-SALARY-AUTH-SWITCH
           MOVE SPACES TO WS-SCOPE-DEPT

           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC

           MOVE WS-OPERATOR-ID TO SEC-OPER-ID
           EXEC CICS READ FILE('SECFILE')
                          INTO(SECURITY-RECORD)
                          RIDFLD(SEC-OPER-ID)
                          KEYLENGTH(8)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-AUTH-OK TO TRUE
               MOVE SEC-DEPT-SCOPE TO WS-SCOPE-DEPT
               IF SEC-LEVEL-SALARY OR SEC-LEVEL-UPDATE
                   SET WS-SALARY-AUTH TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * REFUSE-TEAM-VIEW
      *   An operator with no profile sees nothing: the screen is
      *   cleared back to the lookup and the attempt goes on the
      *   audit trail against the manager asked for.
      *****************************************************************
       REFUSE-TEAM-VIEW.
           IF HELLOTMV-MGRIDI NOT = SPACES AND
              HELLOTMV-MGRIDI NOT = LOW-VALUES
               MOVE HELLOTMV-MGRIDI TO AUD-EMP-ID
           ELSE
               MOVE TMV-CA-MGR-ID   TO AUD-EMP-ID
           END-IF

           PERFORM LOG-REFUSAL

           MOVE LOW-VALUES TO HELLOTMV-MAP
           MOVE SPACES     TO TMV-COMMAREA
           MOVE ZERO       TO TMV-CA-SKIP
           SET TMV-MODE-ENTRY TO TRUE
           MOVE 'NOT AUTHORIZED FOR THE TEAM VIEW' TO WS-ERROR-MSG.

      *****************************************************************
      * LOG-REFUSAL
      *   Every refused request goes on the audit trail as a
      *   type-'X' record - who tried to see whose team, zero salary
      *   movement, no images, because nothing was shown.  Best
      *   effort through the AUDL queue: a closed queue must not
      *   turn a refusal into an abend.
      *****************************************************************
       LOG-REFUSAL.
           SET  AUD-REFUSED      TO TRUE
           MOVE ZEROS            TO AUD-OLD-SALARY
           MOVE ZEROS            TO AUD-NEW-SALARY
           MOVE SPACES           TO AUD-OLD-DEPT-CD
           MOVE SPACES           TO AUD-NEW-DEPT-CD
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
      * PROCESS-ENTER
      *   A manager id keyed over the one on the screen (or on a
      *   blank screen) starts a new lookup at the top of that
      *   manager's team.  ENTER on a team with a row marked drills
      *   down to that person's reports; with nothing marked it
      *   refreshes the page.
      *****************************************************************
       PROCESS-ENTER.
           IF HELLOTMV-MGRIDI NOT = SPACES AND
              HELLOTMV-MGRIDI NOT = LOW-VALUES AND
              (HELLOTMV-MGRIDI NOT = TMV-CA-MGR-ID OR
               NOT TMV-MODE-LIST)
               PERFORM START-NEW-LOOKUP
           ELSE
               IF TMV-MODE-LIST
                   PERFORM FIND-SELECTED-ROW
                   IF WS-SELECTED-ID = SPACES
                       PERFORM REDISPLAY-CURRENT-TEAM
                   ELSE
                       PERFORM DRILL-DOWN
                   END-IF
               ELSE
                   MOVE LOW-VALUES TO HELLOTMV-MAP
                   MOVE 'KEY A MANAGER ID AND PRESS ENTER'
                       TO WS-ERROR-MSG
               END-IF
           END-IF.

      *****************************************************************
      * START-NEW-LOOKUP
      *   Shows the first page of the team of the manager keyed.  An
      *   id not on file clears the screen back to the lookup.
      *****************************************************************
       START-NEW-LOOKUP.
           MOVE HELLOTMV-MGRIDI TO WS-LOOK-MGR-ID
           MOVE ZERO            TO WS-LOOK-SKIP

           PERFORM LOAD-TEAM-PAGE

           IF WS-MGR-FOUND
               IF WS-ROWS-FILLED = ZERO
                   MOVE 'NO DIRECT REPORTS TO SHOW FOR THIS MANAGER'
                       TO WS-ERROR-MSG
               END-IF
           ELSE
               MOVE LOW-VALUES TO HELLOTMV-MAP
               MOVE SPACES     TO TMV-COMMAREA
               MOVE ZERO       TO TMV-CA-SKIP
               SET TMV-MODE-ENTRY TO TRUE
               MOVE 'MANAGER ID NOT ON FILE' TO WS-ERROR-MSG
           END-IF.

      *****************************************************************
      * FIND-SELECTED-ROW
      *   Finds the first row the operator marked, leaving its
      *   employee id in WS-SELECTED-ID - spaces when none was.
      *****************************************************************
       FIND-SELECTED-ROW.
           MOVE SPACES TO WS-SELECTED-ID
           MOVE ZERO   TO WS-ROW-SUB

           PERFORM SCAN-SELECTION-ROW
               UNTIL WS-SELECTED-ID NOT = SPACES OR WS-ROW-SUB = 8.

       SCAN-SELECTION-ROW.
           ADD 1 TO WS-ROW-SUB

           IF HELLOTMV-SELI (WS-ROW-SUB) NOT = SPACE AND
              HELLOTMV-SELI (WS-ROW-SUB) NOT = LOW-VALUE AND
              TMV-CA-ROW-ID (WS-ROW-SUB) NOT = SPACES
               MOVE TMV-CA-ROW-ID (WS-ROW-SUB) TO WS-SELECTED-ID
           END-IF.

      *****************************************************************
      * DRILL-DOWN
      *   Shows the first page of the selected person's own team.
      *   Someone with no reports the operator may see leaves the
      *   current page where it was, with a message saying so.
      *****************************************************************
       DRILL-DOWN.
           MOVE TMV-CA-MGR-ID  TO WS-PREV-MGR-ID
           MOVE TMV-CA-SKIP    TO WS-PREV-SKIP
           MOVE WS-SELECTED-ID TO WS-LOOK-MGR-ID
           MOVE ZERO           TO WS-LOOK-SKIP

           PERFORM LOAD-TEAM-PAGE

           IF WS-MGR-FOUND AND WS-ROWS-FILLED > ZERO
               CONTINUE
           ELSE
               MOVE WS-PREV-MGR-ID TO WS-LOOK-MGR-ID
               MOVE WS-PREV-SKIP   TO WS-LOOK-SKIP
               PERFORM LOAD-TEAM-PAGE
               MOVE SPACES TO WS-ERROR-MSG
               STRING WS-SELECTED-ID DELIMITED BY SIZE
                      ' HAS NO DIRECT REPORTS TO SHOW'
                                     DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               END-STRING
           END-IF.

      *****************************************************************
      * PAGE-FORWARD
      *   PF8 - the page after the one shown.  Already on the last
      *   page just redisplays it with a message.
      *****************************************************************
       PAGE-FORWARD.
           IF NOT TMV-MODE-LIST
               MOVE LOW-VALUES TO HELLOTMV-MAP
               MOVE 'KEY A MANAGER ID AND PRESS ENTER' TO WS-ERROR-MSG
           ELSE
               IF TMV-CA-MORE-ROWS
                   MOVE TMV-CA-MGR-ID TO WS-LOOK-MGR-ID
                   COMPUTE WS-LOOK-SKIP = TMV-CA-SKIP + 8
                   PERFORM LOAD-TEAM-PAGE
               ELSE
                   PERFORM REDISPLAY-CURRENT-TEAM
                   MOVE 'END OF LIST' TO WS-ERROR-MSG
               END-IF
           END-IF.

      *****************************************************************
      * PAGE-BACKWARD
      *   PF7 - the page before the one shown.  Already on the first
      *   page just redisplays it with a message.
      *****************************************************************
       PAGE-BACKWARD.
           IF NOT TMV-MODE-LIST
               MOVE LOW-VALUES TO HELLOTMV-MAP
               MOVE 'KEY A MANAGER ID AND PRESS ENTER' TO WS-ERROR-MSG
           ELSE
               IF TMV-CA-SKIP > ZERO
                   MOVE TMV-CA-MGR-ID TO WS-LOOK-MGR-ID
                   COMPUTE WS-LOOK-SKIP = TMV-CA-SKIP - 8
                   IF WS-LOOK-SKIP < ZERO
                       MOVE ZERO TO WS-LOOK-SKIP
                   END-IF
                   PERFORM LOAD-TEAM-PAGE
               ELSE
                   PERFORM REDISPLAY-CURRENT-TEAM
                   MOVE 'TOP OF LIST' TO WS-ERROR-MSG
               END-IF
           END-IF.

      *****************************************************************
      * CLIMB-CHAIN
      *   PF3 on a team - up one level to the displayed manager's
      *   own manager, at the top of that team.  A manager with no
      *   manager of their own (or one pointing at themselves) is
      *   the top of the chain; one whose manager has left the file
      *   is a broken chain for the nightly sweep, and says so.
      *****************************************************************
       CLIMB-CHAIN.
           MOVE TMV-CA-MGR-ID TO EMP-ID
           EXEC CICS READ FILE('EMPFILE')
                          INTO(EMPFILE-RECORD)
                          RIDFLD(EMP-ID)
                          KEYLENGTH(6)
                          RESP(WS-RESP-CODE)
           END-EXEC

           MOVE SPACES TO WS-UP-MGR-ID
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF EMP-MGR-ID NOT = SPACES AND
                  EMP-MGR-ID NOT = TMV-CA-MGR-ID
                   MOVE EMP-MGR-ID TO WS-UP-MGR-ID
               END-IF
           END-IF

           IF WS-UP-MGR-ID = SPACES
               PERFORM REDISPLAY-CURRENT-TEAM
               MOVE 'TOP OF THE REPORTING CHAIN' TO WS-ERROR-MSG
           ELSE
               MOVE TMV-CA-MGR-ID TO WS-PREV-MGR-ID
               MOVE TMV-CA-SKIP   TO WS-PREV-SKIP
               MOVE WS-UP-MGR-ID  TO WS-LOOK-MGR-ID
               MOVE ZERO          TO WS-LOOK-SKIP
               PERFORM LOAD-TEAM-PAGE
               IF NOT WS-MGR-FOUND
                   MOVE WS-PREV-MGR-ID TO WS-LOOK-MGR-ID
                   MOVE WS-PREV-SKIP   TO WS-LOOK-SKIP
                   PERFORM LOAD-TEAM-PAGE
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'MANAGER ' DELIMITED BY SIZE
                          WS-UP-MGR-ID DELIMITED BY SIZE
                          ' IS NOT ON FILE' DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   END-STRING
               END-IF
           END-IF.

      *****************************************************************
      * REDISPLAY-CURRENT-TEAM
      *   Rebuilds the page already on the screen, for the paths
      *   that only change the message line.
      *****************************************************************
       REDISPLAY-CURRENT-TEAM.
           MOVE TMV-CA-MGR-ID TO WS-LOOK-MGR-ID
           MOVE TMV-CA-SKIP   TO WS-LOOK-SKIP

           PERFORM LOAD-TEAM-PAGE

           IF NOT WS-MGR-FOUND
               MOVE LOW-VALUES TO HELLOTMV-MAP
               MOVE SPACES     TO TMV-COMMAREA
               MOVE ZERO       TO TMV-CA-SKIP
               SET TMV-MODE-ENTRY TO TRUE
           END-IF.

      *****************************************************************
      * LOAD-TEAM-PAGE
      *   Reads the manager in WS-LOOK-MGR-ID and, when they are on
      *   file, formats the manager lines and the page of their team
      *   that starts WS-LOOK-SKIP listed reports in, and makes that
      *   team the one the screen is on.  A manager not on file
      *   leaves the screen and the saved state alone for the caller
      *   to deal with.
      *****************************************************************
       LOAD-TEAM-PAGE.
           MOVE 'N'            TO WS-MGR-FOUND-SWITCH
           MOVE WS-LOOK-MGR-ID TO EMP-ID

           EXEC CICS READ FILE('EMPFILE')
                          INTO(EMPFILE-RECORD)
                          RIDFLD(EMP-ID)
                          KEYLENGTH(6)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-MGR-FOUND TO TRUE
               MOVE LOW-VALUES TO HELLOTMV-MAP
               PERFORM FORMAT-MANAGER-LINES
               PERFORM BUILD-TEAM-PAGE

               SET TMV-MODE-LIST   TO TRUE
               MOVE WS-LOOK-MGR-ID TO TMV-CA-MGR-ID
               MOVE WS-LOOK-SKIP   TO TMV-CA-SKIP
               MOVE WS-MORE-SWITCH TO TMV-CA-MORE
           END-IF.

      *****************************************************************
      * FORMAT-MANAGER-LINES
      *   The manager's id and name, the detail line beneath them -
      *   department, grade, status, their own manager and the
      *   operator's department scope when the list is narrowed by
      *   one - and the column heading, with or without the pay
      *   columns.
      *****************************************************************
       FORMAT-MANAGER-LINES.
           MOVE 6        TO HELLOTMV-MGRIDL
           MOVE SPACE    TO HELLOTMV-MGRIDA HELLOTMV-MGRIDT
           MOVE EMP-ID   TO HELLOTMV-MGRIDI
           MOVE 30       TO HELLOTMV-MGRNML
           MOVE SPACE    TO HELLOTMV-MGRNMA HELLOTMV-MGRNMT
           MOVE EMP-NAME TO HELLOTMV-MGRNMI

           MOVE EMP-DEPT-CD  TO IB-DEPT
           MOVE EMP-GRADE-CD TO IB-GRADE
           MOVE EMP-MGR-ID   TO IB-MGR-ID
           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   MOVE 'TERMINATED' TO IB-STATUS
               WHEN EMP-ON-LEAVE
                   MOVE 'ON LEAVE'   TO IB-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE'     TO IB-STATUS
           END-EVALUATE
           IF WS-SCOPE-DEPT = SPACES
               MOVE SPACES TO IB-SCOPE
           ELSE
               MOVE 'VIEW LIMITED TO ' TO IB-SCOPE-LIT
               MOVE WS-SCOPE-DEPT      TO IB-SCOPE-DEPT
           END-IF

           MOVE 75            TO HELLOTMV-INFOL
           MOVE SPACE         TO HELLOTMV-INFOA HELLOTMV-INFOT
           MOVE WS-INFO-BUILD TO HELLOTMV-INFOI

           IF WS-SALARY-AUTH
               MOVE '    SALARY F CUR' TO CB-PAY-HEAD
           ELSE
               MOVE SPACES             TO CB-PAY-HEAD
           END-IF
           MOVE 75            TO HELLOTMV-COLSL
           MOVE SPACE         TO HELLOTMV-COLSA HELLOTMV-COLST
           MOVE WS-COLS-BUILD TO HELLOTMV-COLSI.

      *****************************************************************
      * BUILD-TEAM-PAGE
      *   Browses the EMPMGRP path for WS-LOOK-MGR-ID, passes over
      *   the listed reports that belong to earlier pages, fills up
      *   to eight rows and reads one more to learn whether another
      *   page follows.  A manager with no reports at all has no
      *   entry on the path, which leaves the list empty.
      *****************************************************************
       BUILD-TEAM-PAGE.
           MOVE ZERO   TO WS-ROWS-FILLED
           MOVE ZERO   TO WS-QUALIFIED
           MOVE 'N'    TO WS-BRW-EOF-SWITCH
           MOVE 'N'    TO WS-MORE-SWITCH
           MOVE SPACES TO TMV-CA-ROW-TABLE

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE WS-LOOK-MGR-ID TO WS-BRW-MGR-ID
           EXEC CICS STARTBR FILE('EMPMGRP')
                          RIDFLD(WS-BRW-MGR-ID)
                          KEYLENGTH(6)
                          EQUAL
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM READ-TEAM-MEMBER
                   UNTIL WS-BRW-EOF OR WS-MORE-ROWS
               EXEC CICS ENDBR FILE('EMPMGRP')
               END-EXEC
           END-IF.

      *****************************************************************
      * READ-TEAM-MEMBER
      *   Reads the next record along the path.  Every report but
      *   the last under one manager comes back DUPKEY, which is as
      *   good as NORMAL here; the browse ends when the path moves
      *   on to the next manager.  Terminated records, reports
      *   outside the operator's department scope and a manager
      *   carried as their own report are not listed.
      *****************************************************************
       READ-TEAM-MEMBER.
           EXEC CICS READNEXT FILE('EMPMGRP')
                          INTO(EMPFILE-RECORD)
                          RIDFLD(WS-BRW-MGR-ID)
                          KEYLENGTH(6)
                          RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL) AND
              WS-RESP-CODE NOT = DFHRESP(DUPKEY)
               SET WS-BRW-EOF TO TRUE
           ELSE
               IF EMP-MGR-ID NOT = WS-LOOK-MGR-ID
                   SET WS-BRW-EOF TO TRUE
               ELSE
                   IF NOT EMP-TERMINATED AND
                      EMP-ID NOT = WS-LOOK-MGR-ID AND
                      (WS-SCOPE-DEPT = SPACES OR
                       EMP-DEPT-CD = WS-SCOPE-DEPT)
                       ADD 1 TO WS-QUALIFIED
                       IF WS-QUALIFIED > WS-LOOK-SKIP
                           IF WS-ROWS-FILLED < 8
                               PERFORM FORMAT-TEAM-ROW
                           ELSE
                               SET WS-MORE-ROWS TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * FORMAT-TEAM-ROW
      *   Formats the record just read into the next list row and
      *   keeps its id for the selection.  The pay columns are left
      *   blank for an operator without salary authority.
      *****************************************************************
       FORMAT-TEAM-ROW.
           ADD 1 TO WS-ROWS-FILLED
           MOVE WS-ROWS-FILLED TO WS-ROW-SUB

           MOVE EMP-ID       TO RB-EMP-ID
           MOVE EMP-NAME     TO RB-NAME
           IF EMP-ON-LEAVE
               MOVE 'LEAVE'  TO RB-STATUS
           ELSE
               MOVE 'ACTIVE' TO RB-STATUS
           END-IF
           MOVE EMP-DEPT-CD  TO RB-DEPT
           MOVE EMP-GRADE-CD TO RB-GRADE

           PERFORM TENURE-CALC

           IF WS-SALARY-AUTH
               MOVE EMP-SALARY      TO RB-SALARY
               MOVE EMP-PAY-FREQ    TO RB-FREQ
               MOVE EMP-CURRENCY-CD TO RB-CURR
           ELSE
               MOVE SPACES          TO RB-PAY
           END-IF

           MOVE 1            TO HELLOTMV-SELL (WS-ROW-SUB)
           MOVE SPACE        TO HELLOTMV-SELA (WS-ROW-SUB)
           MOVE SPACE        TO HELLOTMV-SELT (WS-ROW-SUB)
           MOVE SPACE        TO HELLOTMV-SELI (WS-ROW-SUB)
           MOVE 75           TO HELLOTMV-LINEL (WS-ROW-SUB)
           MOVE SPACE        TO HELLOTMV-LINEA (WS-ROW-SUB)
           MOVE SPACE        TO HELLOTMV-LINET (WS-ROW-SUB)
           MOVE WS-ROW-BUILD TO HELLOTMV-LINEI (WS-ROW-SUB)

           MOVE EMP-ID TO TMV-CA-ROW-ID (WS-ROW-SUB).

      *****************************************************************
      * TENURE-CALC
      *   Whole years of service from EMP-HIRE-DATE to today.  A
      *   missing or future hire date shows blank rather than a
      *   made-up figure.
      *****************************************************************
       TENURE-CALC.
           MOVE SPACES TO RB-TENURE

           IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > ZEROS
               MOVE EMP-HIRE-DATE TO WS-HIRE
               IF WS-HIRE NOT > WS-TODAY
                   COMPUTE WS-YEARS-SERVICE =
                       WS-TODAY-YEAR - WS-HIRE-YEAR
                   IF WS-TODAY-MMDD < WS-HIRE-MMDD
                       SUBTRACT 1 FROM WS-YEARS-SERVICE
                   END-IF
                   MOVE WS-YEARS-SERVICE TO RB-TENURE-ED
               END-IF
           END-IF.

      *****************************************************************
      * SEND-TEAM-MAP
      *   Sends the screen as the request left it - the standard
      *   prompt on the message line unless the request set one -
      *   with the cursor on the first row of a team, or on the
      *   manager id when there is none, and goes pseudo-
      *   conversational.
      *****************************************************************
       SEND-TEAM-MAP.
           IF WS-ERROR-MSG = SPACES
               MOVE 'S+ENTER DRILLS DOWN, PF7/PF8 PAGE, PF3 UP CHAIN'
                   TO WS-ERROR-MSG
           END-IF
           MOVE 79           TO HELLOTMV-MSGL
           MOVE SPACE        TO HELLOTMV-MSGA HELLOTMV-MSGT
           MOVE WS-ERROR-MSG TO HELLOTMV-MSGI

           IF TMV-MODE-LIST AND TMV-CA-ROW-ID (1) NOT = SPACES
               MOVE -1 TO HELLOTMV-SELL (1)
           ELSE
               MOVE -1 TO HELLOTMV-MGRIDL
           END-IF

           EXEC CICS SEND MAP('HELLOTMV')
                          MAPSET('HELLOTMV')
                          ERASE
                          CURSOR
           END-EXEC

           EXEC CICS RETURN
                          TRANSID(EIBTRNID)
                          COMMAREA(TMV-COMMAREA)
           END-EXEC.

      *****************************************************************
      * SEND-GOODBYE-MAP
      *   PF3 with no team on the screen ends the pseudo-
      *   conversation; leave a plain sign-off message on the screen
      *   and do not schedule another RETURN.
      *****************************************************************
       SEND-GOODBYE-MAP.
           MOVE LOW-VALUES TO HELLOTMV-MAP
           MOVE 79         TO HELLOTMV-MSGL
           MOVE SPACE      TO HELLOTMV-MSGA HELLOTMV-MSGT
           MOVE 'HELLOTMV SESSION ENDED' TO HELLOTMV-MSGI

           EXEC CICS SEND MAP('HELLOTMV')
                          MAPSET('HELLOTMV')
                          ERASE
           END-EXEC.
