      * EHRCORR.cpy
      * EHR correction queue record, one per corrected or voided
      * visit: VISCORR appends it pending (sent date zero) and
      * EHRXTRCT sends it as a C or V detail on the next extract,
      * stamping the extract date so a re-extract of that date after
      * a vendor rejection carries it again.  Independent of the
      * EHRTCTL ledger, so a visit date already ACCEPTD still gets
      * its correction.
      * 2026-10-15  RLP  Initial version.
      * 2026-10-15  RLP  Trailing site code added, taken from the
      *                  visit master, so the C/V detail names the
      *                  same site as the visit it amends.
      * 2026-10-15  RLP  EHRXTRCT drops an entry once the EHRTCTL
      *                  ledger shows the date it was sent on as
      *                  ACCEPTD.
       01  CORRECTION-QUEUE-RECORD.
           05  CQ-PATIENT-ID        picture is X(10).
           05  CQ-SPACE-1           picture is X(01).
           05  CQ-VISIT-STAMP       picture is X(14).
           05  CQ-SPACE-2           picture is X(01).
           05  CQ-ACTION            picture is X(01).
               88 CQ-CORRECTION         value "C".
               88 CQ-VOID               value "V".
           05  CQ-SPACE-3           picture is X(01).
           05  CQ-WEIGHT            picture is ZZ9.9.
           05  CQ-SPACE-4           picture is X(01).
           05  CQ-HEIGHT            picture is Z9.99.
           05  CQ-SPACE-5           picture is X(01).
           05  CQ-BMI               picture is Z9.9.
           05  CQ-SPACE-6           picture is X(01).
           05  CQ-CATEGORY          picture is X(18).
           05  CQ-SPACE-7           picture is X(01).
           05  CQ-SENT-DATE         picture is 9(08).
           05  CQ-SPACE-8           picture is X(01).
           05  CQ-SITE-CODE         picture is X(03).
