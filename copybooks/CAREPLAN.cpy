      * CAREPLAN.cpy
      * Clinician weight-goal care plan, one per patient, keyed on
      * the PATMAST id.  Agreed at the desk and kept by CAREMNT; read
      * monthly by CAREPRPT, which measures each open plan against
      * the patient's VISITMST visits since CP-START-DATE and closes
      * it as met once the goal is reached, and shown by BMIINQ above
      * the visit history.
      * CP-GOAL-TYPE: W goal weight in kg, B goal BMI; CP-GOAL-VALUE
      * holds whichever it is.  CP-STATUS: O open, M met, A
      * abandoned.  CP-CLOSED-DATE is zeros while the plan is open.
      * A patient's next plan replaces a closed one in place.
      * 2026-10-15  RLP  Initial version.
       01  CARE-PLAN-RECORD.
           05  CP-PATIENT-ID        picture is X(10).
           05  CP-SPACE-1           picture is X(01).
           05  CP-GOAL-TYPE         picture is X(01).
               88 CP-GOAL-WEIGHT        value "W".
               88 CP-GOAL-BMI           value "B".
           05  CP-SPACE-2           picture is X(01).
           05  CP-GOAL-VALUE        picture is 9(03)V9.
           05  CP-SPACE-3           picture is X(01).
           05  CP-START-DATE        picture is 9(08).
           05  CP-SPACE-4           picture is X(01).
           05  CP-TARGET-DATE       picture is 9(08).
           05  CP-SPACE-5           picture is X(01).
           05  CP-CLINICIAN         picture is X(10).
           05  CP-SPACE-6           picture is X(01).
           05  CP-STATUS            picture is X(01).
               88 CP-OPEN               value "O".
               88 CP-MET                value "M".
               88 CP-ABANDONED          value "A".
           05  CP-SPACE-7           picture is X(01).
           05  CP-CLOSED-DATE       picture is 9(08).
