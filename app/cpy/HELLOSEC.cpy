      * trail.  Transaction security on the transid only says who
      * may attach a screen; this record says what they may do once
      * they have: 'I' inquires with the salary masked, 'S' inquires
      * with the salary visible, 'U' updates, and 'A' updates and may
      * also approve or decline another operator's large salary or
      * mass change on the HELLOAPR approval queue (an approver is
      * an updater too, so every update test accepts 'A').
      * SEC-DEPT-SCOPE
      * narrows any level to one department - spaces is company-wide
      * - so a teller in one department can neither browse nor alter
      * another department's pay.  An operator with no profile
            05  SEC-AUTH-LEVEL   PIC X.
                88  SEC-LEVEL-INQUIRY      VALUE 'I'.
                88  SEC-LEVEL-SALARY       VALUE 'S'.
                88  SEC-LEVEL-UPDATE       VALUE 'U' 'A'.
                88  SEC-LEVEL-APPROVE      VALUE 'A'.
            05  SEC-DEPT-SCOPE   PIC X(4).
