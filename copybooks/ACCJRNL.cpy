      * ACCJRNL.cpy
      * Patient-record access journal, appended to by every screen
      * that shows or changes a patient's data (BMIINQ, PATMAINT,
      * APPTMNT, REJRWORK, SUSPREV, PATDUPL, REFMNT, CONTMNT,
      * CAREMNT, VISCORR): who, from which program, which patient,
      * what was done, and for a change the values before and after.
      * AJ-SEQUENCE is drawn from the ACCJSEQ control file the way
      * TX-SEQUENCE is drawn from TXNSEQ, so a deleted line leaves a
      * provable gap.  ACCDISC reports from it by patient or by
      * operator.  AJ-READ-ONLY names the actions that only show a
      * record; every other action is a change, whether or not it
      * had values before (an ADD or BOOK has none).
      * 2026-10-15  RLP  Initial version.
      * 2026-10-15  RLP  Screen list brought up to date; CONTMNT and
      *                  CAREMNT now journal here too.  AJ-READ-ONLY
      *                  added.
      * 2026-10-15  RLP  VISCORR journals here too: VIEW for a visit
      *                  listing, CORRECT and VOID for a change.
       01  ACCESS-JOURNAL-RECORD.
           05  AJ-TIMESTAMP         picture is X(26).
           05  AJ-SPACE-1           picture is X(01).
           05  AJ-OPERATOR-ID       picture is X(10).
           05  AJ-SPACE-2           picture is X(01).
           05  AJ-PROGRAM-NAME      picture is X(14).
           05  AJ-SPACE-3           picture is X(01).
           05  AJ-PATIENT-ID        picture is X(10).
           05  AJ-SPACE-4           picture is X(01).
           05  AJ-ACTION            picture is X(08).
               88 AJ-READ-ONLY          value "VIEW" "SHOW" "LIST"
                                              "HISTORY".
           05  AJ-SPACE-5           picture is X(01).
           05  AJ-BEFORE-VALUES     picture is X(64).
           05  AJ-SPACE-6           picture is X(01).
           05  AJ-AFTER-VALUES      picture is X(64).
           05  AJ-SPACE-7           picture is X(01).
           05  AJ-SEQUENCE          picture is 9(09).
