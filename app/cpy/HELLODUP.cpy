      *******************************************************************
      * COPYBOOK: hellodup.cpy
      *
      * HR's decision on a new hire HELLOEDT is holding on suspense as
      * a possible duplicate of someone already on EMPFILE, kept by HR
      * on the PROD.APP.DUPDECN file and read by every nightly edit.
      * The edit holds an 'A' whose name, date of birth and prior
      * department look like an existing record's - terminated
      * records included - so the same person is not hired a second
      * time under a new id instead of as a rehire over their old
      * record.  HR confirms each held hire one of three ways:
      *   'N' the hire is a genuinely new person - the edit lets it
      *       through without the likely-match check;
      *   'R' the hire is a rehire - the edit moves it onto the
      *       terminated record in DUP-MATCH-ID, which the update
      *       then rebuilds in place as for any rehire;
      *   'D' the hire is a duplicate of a person already on the
      *       payroll - the edit drops it from suspense for good.
      * DUP-EMP-ID is the employee id the held hire was keyed under.
      * DUP-MATCH-ID is only meaningful on an 'R' and is spaces on
      * the other decisions.  DUP-USER-ID and DUP-DECIDED-DATE say
      * who confirmed it and when, for the edit report.  A decision
      * is acted on when the held hire is next re-presented; HR
      * removes it from the file once the edit report shows it used.
      *******************************************************************

        01  DUP-DECISION-RECORD.
            05  DUP-EMP-ID        PIC X(6).
            05  DUP-DECISION      PIC X.
                88  DUP-NEW-PERSON         VALUE 'N'.
                88  DUP-REHIRE             VALUE 'R'.
                88  DUP-DROP               VALUE 'D'.
            05  DUP-MATCH-ID      PIC X(6).
            05  DUP-USER-ID       PIC X(8).
            05  DUP-DECIDED-DATE  PIC 9(8).
            05  FILLER            PIC X(11).
