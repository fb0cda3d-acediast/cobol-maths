000100 Identification division.
       Program-ID.    CAREMNT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Desk maintenance for the
      *                  CAREPLAN weight-goal care plans a clinician
      *                  agrees with a patient: goal weight or BMI,
      *                  start date, target date and clinician, and
      *                  the plan's status (open, met, abandoned).  A
      *                  plan can only be opened for an active patient
      *                  on PATMAST, one open plan at a time; the
      *                  patient's latest VISITMST visit is shown
      *                  when the plan is agreed, with a warning if it
      *                  is not in an obese band.
      * 2026-10-15  RLP  The screen asks for the operator's id and
      *                  opens only for one cleared for patient
      *                  records on OPERAUTH.  Every plan opened,
      *                  updated or closed is journaled to ACCJRNL
      *                  with the plan's values before and after, and
      *                  every plan shown by a list is journaled as
      *                  seen.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select CARE-PLAN-FILE assign to "CAREPLAN"
               organization is indexed
               access mode is dynamic
               record key is CP-PATIENT-ID
               file status is WS-PLAN-STATUS.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select VISIT-MASTER-FILE assign to "VISITMST"
               organization is indexed
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select OPERATOR-AUTH-FILE assign to "OPERAUTH"
               organization is line sequential
               file status is WS-OPERAUTH-STATUS.
           Select ACCESS-JOURNAL-FILE assign to "ACCJRNL"
               organization is line sequential
               file status is WS-ACCJRNL-STATUS.
           Select JOURNAL-SEQUENCE-FILE assign to "ACCJSEQ"
               organization is line sequential
               file status is WS-ACCJSEQ-STATUS.
           Select TRANSACTION-LOG-FILE assign to "TXNLOG"
               organization is line sequential
               file status is WS-TXNLOG-STATUS.
           Select SEQUENCE-CONTROL-FILE assign to "TXNSEQ"
               organization is line sequential
               file status is WS-TXNSEQ-STATUS.
           Select TXN-LOCK-FILE assign to "TXNLOCK"
               organization is indexed
               access mode is random
               record key is TK-SERIES
               lock mode is manual
               file status is WS-TXNLOCK-STATUS.

002000 Data division.
       File section.
       FD  CARE-PLAN-FILE.
           COPY CAREPLAN.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  OPERATOR-AUTH-FILE.
           COPY OPERAUTH.

       FD  ACCESS-JOURNAL-FILE.
           COPY ACCJRNL.

       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-RECORD.
           05  JQ-LAST-SEQUENCE     picture is 9(09).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-PLAN-STATUS   picture is X(02) value spaces.
           88 WS-PLAN-OK          value "00".
           88 WS-PLAN-MISSING     value "35".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK       value "00".
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK         value "00".
       77  WS-PLAN-EOF      picture is X(01) value "N".
           88 END-OF-PLANS        value "Y".
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS       value "Y".
       77  WS-FOUND-SW      picture is X(01) value "N".
           88 WS-PLAN-FOUND       value "Y".
       77  WS-VISIT-FOUND-SW picture is X(01) value "N".
           88 WS-VISIT-FOUND      value "Y".
       77  WS-PATMAST-OPEN-SW picture is X(01) value "N".
           88 WS-PATMAST-OPEN     value "Y".
       77  WS-VISIT-OPEN-SW picture is X(01) value "N".
           88 WS-VISIT-OPEN       value "Y".
       77  WS-LIST-COUNT    usage is binary-long value 0.

       77  WS-ACTION        picture is X(01) value spaces.
           88 WS-ACTION-ADD        value "A" "a".
           88 WS-ACTION-UPDATE     value "U" "u".
           88 WS-ACTION-MET        value "M" "m".
           88 WS-ACTION-ABANDON    value "B" "b".
           88 WS-ACTION-LIST       value "L" "l".
           88 WS-ACTION-EXIT       value "X" "x".

       77  WS-ENTRY-ID      picture is X(10) value spaces.
       77  WS-ENTRY-GOAL-TYPE picture is X(01) value spaces.
           88 WS-GOAL-TYPE-VALID   value "W" "B".
           88 WS-GOAL-TYPE-WEIGHT  value "W".
       77  WS-ENTRY-VALUE   picture is X(06) value spaces.
       77  WS-ENTRY-NUMBER  picture is 9(05)V9 value 0.
       77  WS-GOAL-VALUE    picture is 9(03)V9 value 0.
       77  WS-GOAL-LIMIT    picture is 9(03)V9 value 0.
       77  WS-ENTRY-DATE    picture is X(08) value spaces.
       77  WS-START-DATE    picture is 9(08) value 0.
       77  WS-TARGET-DATE   picture is 9(08) value 0.
       77  WS-START-SERIAL  usage is binary-long value 0.
       77  WS-TARGET-SERIAL usage is binary-long value 0.
       77  WS-ENTRY-CLINICIAN picture is X(10) value spaces.
       77  WS-VALID-SW      picture is X(01) value "N".
           88 WS-ENTRY-VALID       value "Y".
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TODAY-DATE    picture is 9(08) value 0.

       77  WS-LAST-DATE     picture is X(08) value spaces.
       77  WS-LAST-WEIGHT   picture is X(05) value spaces.
       77  WS-LAST-BMI      picture is X(04) value spaces.
       77  WS-LAST-CATEGORY picture is X(18) value spaces.
       77  WS-OBESE-TALLY   usage is binary-long value 0.
       77  WS-GOAL-EDIT     picture is ZZ9.9.
       77  WS-PLAN-VALUES   picture is X(64) value spaces.

      * The screen opens only for an operator cleared for patient
      * records on OPERAUTH; a refusal goes to TXNLOG.
       77  WS-OPERAUTH-STATUS picture is X(02) value spaces.
           88 WS-OPERAUTH-OK      value "00".
       77  WS-OPERAUTH-EOF  picture is X(01) value "N".
           88 END-OF-OPERAUTH     value "Y".
       77  WS-TXNLOG-STATUS picture is X(02) value spaces.
           88 WS-TXNLOG-OK        value "00".
       77  WS-TXNSEQ-STATUS picture is X(02) value spaces.
           88 WS-TXNSEQ-OK        value "00".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-TXN-SEQUENCE  picture is 9(09) value 0.
       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-OPERATOR-CHECK picture is X(01) value "U".
           88 WS-OPERATOR-VALID   value "V".
           88 WS-OPERATOR-UNKNOWN value "U".
           88 WS-OPERATOR-BARRED  value "B".
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

      * Every plan shown or changed goes to the ACCJRNL access
      * journal under the operator's id, a change with its values
      * before and after.
       77  WS-ACCJRNL-STATUS picture is X(02) value spaces.
           88 WS-ACCJRNL-OK       value "00".
       77  WS-ACCJSEQ-STATUS picture is X(02) value spaces.
           88 WS-ACCJSEQ-OK       value "00".
       77  WS-JRNL-SEQUENCE picture is 9(09) value 0.
       77  WS-JRNL-PATIENT-ID picture is X(10) value spaces.
       77  WS-JRNL-ACTION   picture is X(08) value spaces.
       77  WS-JRNL-BEFORE   picture is X(64) value spaces.
       77  WS-JRNL-AFTER    picture is X(64) value spaces.

003000 Procedure division.
       MAIN section.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           Perform VERIFY-OPERATOR-AUTH.
           Move function current-date to WS-TIMESTAMP.
           Compute WS-TODAY-DATE = function numval(WS-TIMESTAMP(1:8))
           end-compute.
           Perform OPEN-CARE-PLAN-FILE.
           Open input PATIENT-MASTER-FILE.
           If WS-PATMAST-OK
               Move "Y" to WS-PATMAST-OPEN-SW
           else
               Display "Patient master unavailable, status "
                   WS-PATMAST-STATUS ", plans cannot be opened"
           end-if.
           Open input VISIT-MASTER-FILE.
           If WS-VISIT-OK
               Move "Y" to WS-VISIT-OPEN-SW
           end-if.
           Perform with test after until WS-ACTION-EXIT
               Display "Action (A=Add, U=Update, M=Met, B=Abandon, "
                   "L=List open, X=Exit): " with no advancing
               Accept WS-ACTION from console
               Evaluate true
                   when WS-ACTION-ADD
                       perform ADD-CARE-PLAN
                   when WS-ACTION-UPDATE
                       perform UPDATE-CARE-PLAN
                   when WS-ACTION-MET
                       perform CLOSE-CARE-PLAN
                   when WS-ACTION-ABANDON
                       perform CLOSE-CARE-PLAN
                   when WS-ACTION-LIST
                       perform LIST-OPEN-PLANS
                   when WS-ACTION-EXIT
                       continue
                   when other
                       Display "Unknown action, re-enter."
               end-evaluate
           end-perform.
           Close CARE-PLAN-FILE.
           If WS-PATMAST-OPEN
               Close PATIENT-MASTER-FILE
           end-if.
           If WS-VISIT-OPEN
               Close VISIT-MASTER-FILE
           end-if.
           Stop run.

       OPEN-CARE-PLAN-FILE section.
           Open i-o CARE-PLAN-FILE.
           If WS-PLAN-MISSING
               Display "CAREPLAN not found, starting an empty file."
               Open output CARE-PLAN-FILE
               Close CARE-PLAN-FILE
               Open i-o CARE-PLAN-FILE
           end-if.
           If not WS-PLAN-OK
               Display "Unable to open care plan file, status "
                   WS-PLAN-STATUS
               Stop run with error status 1
           end-if.
           Exit section.

       FIND-CARE-PLAN section.
           Move "N" to WS-FOUND-SW.
           Move WS-ENTRY-ID to CP-PATIENT-ID.
           Read CARE-PLAN-FILE
               invalid key
                   continue
               not invalid key
                   Move "Y" to WS-FOUND-SW
           end-read.
           Exit section.

       PROMPT-PATIENT-ID section.
           Move spaces to WS-ENTRY-ID.
           Perform with test after
                   until WS-ENTRY-ID is not equal to spaces
               Display "Patient id: " with no advancing
               Accept WS-ENTRY-ID from console
               If WS-ENTRY-ID is equal to spaces
                   Display "Patient id may not be blank, re-enter."
               end-if
           end-perform.
           Exit section.

      * A new plan needs an active patient and no plan already
      * open; a closed plan on file is replaced by the new one.
       ADD-CARE-PLAN section.
           If not WS-PATMAST-OPEN
               Display "Patient master unavailable, cannot add."
               Exit section
           end-if.
           Perform PROMPT-PATIENT-ID.
           Move WS-ENTRY-ID to PM-PATIENT-ID.
           Read PATIENT-MASTER-FILE
               invalid key
                   Display "Patient " function trim(WS-ENTRY-ID)
                       " is not on the patient master."
                   Exit section
           end-read.
           If PM-ACTIVE-FLAG is not equal to "A"
               Display "Patient " function trim(WS-ENTRY-ID)
                   " is not active."
               Exit section
           end-if.
           Perform FIND-CARE-PLAN.
           If WS-PLAN-FOUND and CP-OPEN
               Display "Patient " function trim(WS-ENTRY-ID)
                   " already has an open plan; update or close it."
               Exit section
           end-if.
           Display "Patient " function trim(PM-PATIENT-NAME).
           Perform SHOW-LATEST-VISIT.
           Perform PROMPT-GOAL.
           Perform PROMPT-PLAN-DATES.
           Perform PROMPT-CLINICIAN.
           If WS-PLAN-FOUND
               Perform BUILD-PLAN-VALUES
               Move WS-PLAN-VALUES to WS-JRNL-BEFORE
           end-if.
           Move "ADD" to WS-JRNL-ACTION.
           Move spaces to CARE-PLAN-RECORD.
           Move WS-ENTRY-ID to CP-PATIENT-ID.
           Move WS-ENTRY-GOAL-TYPE to CP-GOAL-TYPE.
           Move WS-GOAL-VALUE to CP-GOAL-VALUE.
           Move WS-START-DATE to CP-START-DATE.
           Move WS-TARGET-DATE to CP-TARGET-DATE.
           Move WS-ENTRY-CLINICIAN to CP-CLINICIAN.
           Move "O" to CP-STATUS.
           Move 0 to CP-CLOSED-DATE.
           If WS-PLAN-FOUND
               Rewrite CARE-PLAN-RECORD
                   invalid key
                       Display "Unable to replace plan, status "
                           WS-PLAN-STATUS
                       Move spaces to WS-JRNL-BEFORE
                   not invalid key
                       Display "Closed plan replaced; plan for "
                           function trim(WS-ENTRY-ID) " opened."
                       Perform JOURNAL-PLAN-CHANGE
               end-rewrite
           else
               Write CARE-PLAN-RECORD
                   invalid key
                       Display "Unable to add plan, status "
                           WS-PLAN-STATUS
                   not invalid key
                       Display "Plan for " function trim(WS-ENTRY-ID)
                           " opened."
                       Perform JOURNAL-PLAN-CHANGE
               end-write
           end-if.
           Exit section.

      * The last visit on the keyed master, so the clinician sees
      * where the patient starts from; plans are for the obese
      * bands, and anyone else gets a warning, not a refusal.
       SHOW-LATEST-VISIT section.
           If not WS-VISIT-OPEN
               Exit section
           end-if.
           Move "N" to WS-VISIT-FOUND-SW.
           Move "N" to WS-VISIT-EOF.
           Move WS-ENTRY-ID to VM-PATIENT-ID.
           Move low-values to VM-TIMESTAMP.
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           Perform with test before until END-OF-VISITS
               Move "Y" to WS-VISIT-FOUND-SW
               Move VM-TIMESTAMP(1:8) to WS-LAST-DATE
               Move VM-WEIGHT to WS-LAST-WEIGHT
               Move VM-BMI to WS-LAST-BMI
               Move VM-CATEGORY to WS-LAST-CATEGORY
               Perform READ-NEXT-VISIT
           end-perform.
           If not WS-VISIT-FOUND
               Display "No visits on file yet."
               Exit section
           end-if.
           Display "Last visit " WS-LAST-DATE "  weight "
               WS-LAST-WEIGHT "  BMI " WS-LAST-BMI "  "
               function trim(WS-LAST-CATEGORY).
           Move 0 to WS-OBESE-TALLY.
           Inspect WS-LAST-CATEGORY tallying WS-OBESE-TALLY
               for all "bese".
           If WS-OBESE-TALLY is equal to 0
               Display "Note: last category is not an obese band."
           end-if.
           Exit section.

       READ-NEXT-VISIT section.
           If not END-OF-VISITS
               Read VISIT-MASTER-FILE next
                   at end move "Y" to WS-VISIT-EOF
               end-read
               If not END-OF-VISITS
                   and VM-PATIENT-ID is not equal to WS-ENTRY-ID
                   Move "Y" to WS-VISIT-EOF
               end-if
           end-if.
           Exit section.

       PROMPT-GOAL section.
           Move spaces to WS-ENTRY-GOAL-TYPE.
           Perform with test after until WS-GOAL-TYPE-VALID
               Display "Goal type (W=Weight kg, B=BMI): "
                   with no advancing
               Accept WS-ENTRY-GOAL-TYPE from console
               Move function upper-case(WS-ENTRY-GOAL-TYPE)
                   to WS-ENTRY-GOAL-TYPE
               If not WS-GOAL-TYPE-VALID
                   Display "Goal type must be W or B, re-enter."
               end-if
           end-perform.
           If WS-GOAL-TYPE-WEIGHT
               Move 999.9 to WS-GOAL-LIMIT
           else
               Move 99.9 to WS-GOAL-LIMIT
           end-if.
           Move "N" to WS-VALID-SW.
           Perform with test after until WS-ENTRY-VALID
               Move spaces to WS-ENTRY-VALUE
               Display "Goal value: " with no advancing
               Accept WS-ENTRY-VALUE from console
               Compute WS-ENTRY-NUMBER =
                   function numval(WS-ENTRY-VALUE)
               end-compute
               If WS-ENTRY-NUMBER is greater than 0
                   and WS-ENTRY-NUMBER is not greater than
                       WS-GOAL-LIMIT
                   Move WS-ENTRY-NUMBER to WS-GOAL-VALUE
                   Move "Y" to WS-VALID-SW
               else
                   Move WS-GOAL-LIMIT to WS-GOAL-EDIT
                   Display "Goal must be a number above 0 and up to "
                       function trim(WS-GOAL-EDIT) ", re-enter."
               end-if
           end-perform.
           Exit section.

      * The start date defaults to today; the target must be a real
      * date after it.
       PROMPT-PLAN-DATES section.
           Move "N" to WS-VALID-SW.
           Perform with test after until WS-ENTRY-VALID
               Move spaces to WS-ENTRY-DATE
               Display "Start date (YYYYMMDD, blank = today): "
                   with no advancing
               Accept WS-ENTRY-DATE from console
               If WS-ENTRY-DATE is equal to spaces
                   Move WS-TODAY-DATE to WS-ENTRY-DATE
               end-if
               Move 0 to WS-START-SERIAL
               If WS-ENTRY-DATE is numeric
                   Compute WS-START-SERIAL = function integer-of-date(
                       function numval(WS-ENTRY-DATE))
                   end-compute
               end-if
               If WS-START-SERIAL is greater than 0
                   Compute WS-START-DATE =
                       function numval(WS-ENTRY-DATE)
                   end-compute
                   Move "Y" to WS-VALID-SW
               else
                   Display "Not a calendar date, re-enter."
               end-if
           end-perform.
           Move "N" to WS-VALID-SW.
           Perform with test after until WS-ENTRY-VALID
               Move spaces to WS-ENTRY-DATE
               Display "Target date (YYYYMMDD): " with no advancing
               Accept WS-ENTRY-DATE from console
               Move 0 to WS-TARGET-SERIAL
               If WS-ENTRY-DATE is numeric
                   Compute WS-TARGET-SERIAL =
                       function integer-of-date(
                       function numval(WS-ENTRY-DATE))
                   end-compute
               end-if
               Evaluate true
                   when WS-TARGET-SERIAL is equal to 0
                       Display "Not a calendar date, re-enter."
                   when WS-TARGET-SERIAL is not greater than
                           WS-START-SERIAL
                       Display "Target must be after the start "
                           "date, re-enter."
                   when other
                       Compute WS-TARGET-DATE =
                           function numval(WS-ENTRY-DATE)
                       end-compute
                       Move "Y" to WS-VALID-SW
               end-evaluate
           end-perform.
           Exit section.

       PROMPT-CLINICIAN section.
           Move spaces to WS-ENTRY-CLINICIAN.
           Perform with test after
                   until WS-ENTRY-CLINICIAN is not equal to spaces
               Display "Clinician: " with no advancing
               Accept WS-ENTRY-CLINICIAN from console
               If WS-ENTRY-CLINICIAN is equal to spaces
                   Display "Clinician may not be blank, re-enter."
               end-if
           end-perform.
           Exit section.

      * A renegotiated goal or target keeps the plan's start date,
      * so progress is still measured from where it began.
       UPDATE-CARE-PLAN section.
           Perform PROMPT-PATIENT-ID.
           Perform FIND-CARE-PLAN.
           If not WS-PLAN-FOUND or not CP-OPEN
               Display "Patient " function trim(WS-ENTRY-ID)
                   " has no open plan."
               Exit section
           end-if.
           Perform DISPLAY-PLAN-LINE.
           Perform BUILD-PLAN-VALUES.
           Move WS-PLAN-VALUES to WS-JRNL-BEFORE.
           Perform PROMPT-GOAL.
           Compute WS-START-SERIAL =
               function integer-of-date(CP-START-DATE)
           end-compute.
           Move "N" to WS-VALID-SW.
           Perform with test after until WS-ENTRY-VALID
               Move spaces to WS-ENTRY-DATE
               Display "Target date (YYYYMMDD): " with no advancing
               Accept WS-ENTRY-DATE from console
               Move 0 to WS-TARGET-SERIAL
               If WS-ENTRY-DATE is numeric
                   Compute WS-TARGET-SERIAL =
                       function integer-of-date(
                       function numval(WS-ENTRY-DATE))
                   end-compute
               end-if
               Evaluate true
                   when WS-TARGET-SERIAL is equal to 0
                       Display "Not a calendar date, re-enter."
                   when WS-TARGET-SERIAL is not greater than
                           WS-START-SERIAL
                       Display "Target must be after the start "
                           "date, re-enter."
                   when other
                       Compute WS-TARGET-DATE =
                           function numval(WS-ENTRY-DATE)
                       end-compute
                       Move "Y" to WS-VALID-SW
               end-evaluate
           end-perform.
           Perform PROMPT-CLINICIAN.
           Move WS-ENTRY-GOAL-TYPE to CP-GOAL-TYPE.
           Move WS-GOAL-VALUE to CP-GOAL-VALUE.
           Move WS-TARGET-DATE to CP-TARGET-DATE.
           Move WS-ENTRY-CLINICIAN to CP-CLINICIAN.
           Move "UPDATE" to WS-JRNL-ACTION.
           Perform REWRITE-CARE-PLAN.
           Exit section.

      * Met or abandoned by hand; CAREPRPT closes met plans itself
      * once a visit shows the goal reached.
       CLOSE-CARE-PLAN section.
           Perform PROMPT-PATIENT-ID.
           Perform FIND-CARE-PLAN.
           If not WS-PLAN-FOUND or not CP-OPEN
               Display "Patient " function trim(WS-ENTRY-ID)
                   " has no open plan."
               Exit section
           end-if.
           Perform BUILD-PLAN-VALUES.
           Move WS-PLAN-VALUES to WS-JRNL-BEFORE.
           If WS-ACTION-MET
               Move "M" to CP-STATUS
           else
               Move "A" to CP-STATUS
           end-if.
           Move WS-TODAY-DATE to CP-CLOSED-DATE.
           Move "CLOSE" to WS-JRNL-ACTION.
           Perform REWRITE-CARE-PLAN.
           Exit section.

      * The caller has set the journal action and the values before
      * the change.
       REWRITE-CARE-PLAN section.
           Rewrite CARE-PLAN-RECORD
               invalid key
                   Display "Unable to update plan, status "
                       WS-PLAN-STATUS
                   Move spaces to WS-JRNL-BEFORE
               not invalid key
                   Display "Plan for " function trim(WS-ENTRY-ID)
                       " updated."
                   Perform JOURNAL-PLAN-CHANGE
           end-rewrite.
           Exit section.

       DISPLAY-PLAN-LINE section.
           Move CP-GOAL-VALUE to WS-GOAL-EDIT.
           Display CP-PATIENT-ID space CP-GOAL-TYPE space
               WS-GOAL-EDIT space CP-START-DATE space
               CP-TARGET-DATE space CP-CLINICIAN space CP-STATUS.
           Exit section.

       LIST-OPEN-PLANS section.
           Display "----- Open care plans -----".
           Display "Patient    T  Goal Start    Target   Clinician  S".
           Move 0 to WS-LIST-COUNT.
           Move "N" to WS-PLAN-EOF.
           Move low-values to CP-PATIENT-ID.
           Start CARE-PLAN-FILE key is greater than or equal
                   to CP-PATIENT-ID
               invalid key move "Y" to WS-PLAN-EOF
           end-start.
           Perform READ-NEXT-PLAN.
           Perform with test before until END-OF-PLANS
               If CP-OPEN
                   Add 1 to WS-LIST-COUNT
                   Perform DISPLAY-PLAN-LINE
                   Move CP-PATIENT-ID to WS-JRNL-PATIENT-ID
                   Move "LIST" to WS-JRNL-ACTION
                   Move "open care plan list" to WS-JRNL-AFTER
                   Perform WRITE-ACCESS-JOURNAL-RECORD
               end-if
               Perform READ-NEXT-PLAN
           end-perform.
           Display "Open plans: " WS-LIST-COUNT.
           Exit section.

       READ-NEXT-PLAN section.
           If not END-OF-PLANS
               Read CARE-PLAN-FILE next
                   at end move "Y" to WS-PLAN-EOF
               end-read
           end-if.
           Exit section.

      * The plan's own values in one line, taken before a change
      * and again after it, so a disputed edit shows both sides.
       BUILD-PLAN-VALUES section.
           Move CP-GOAL-VALUE to WS-GOAL-EDIT.
           Move spaces to WS-PLAN-VALUES.
           String "gt=" delimited by size
               CP-GOAL-TYPE delimited by size
               " gv=" delimited by size
               function trim(WS-GOAL-EDIT) delimited by size
               " st=" delimited by size
               CP-START-DATE delimited by size
               " tg=" delimited by size
               CP-TARGET-DATE delimited by size
               " cl=" delimited by size
               function trim(CP-CLINICIAN) delimited by size
               " s=" delimited by size
               CP-STATUS delimited by size
               into WS-PLAN-VALUES
           end-string.
           Exit section.

       JOURNAL-PLAN-CHANGE section.
           Perform BUILD-PLAN-VALUES.
           Move WS-PLAN-VALUES to WS-JRNL-AFTER.
           Move CP-PATIENT-ID to WS-JRNL-PATIENT-ID.
           Perform WRITE-ACCESS-JOURNAL-RECORD.
           Exit section.

      * Only an operator cleared for patient records may use the
      * screen; the OPERAUTH handling is otherwise BMI-CALCULATOR's,
      * refusal logged and all.
       VERIFY-OPERATOR-AUTH section.
           Move "U" to WS-OPERATOR-CHECK.
           Move "N" to WS-OPERAUTH-EOF.
           Open input OPERATOR-AUTH-FILE.
           If not WS-OPERAUTH-OK
               Display "Operator file unavailable, status "
                   WS-OPERAUTH-STATUS ", operators not validated"
               Move "V" to WS-OPERATOR-CHECK
               Exit section
           end-if.
           Perform READ-OPERAUTH-RECORD.
           Perform with test before until END-OF-OPERAUTH
               If OA-OPERATOR-ID is equal to WS-OPERATOR-ID
                   If OA-PAT-FLAG is equal to "Y"
                       Move "V" to WS-OPERATOR-CHECK
                   else
                       Move "B" to WS-OPERATOR-CHECK
                   end-if
               end-if
               Perform READ-OPERAUTH-RECORD
           end-perform.
           Close OPERATOR-AUTH-FILE.
           If not WS-OPERATOR-VALID
               Evaluate true
                   when WS-OPERATOR-UNKNOWN
                       Display "Operator " function
                           trim(WS-OPERATOR-ID)
                           " is not on the operator file, refused."
                       Move "auth=REFUSED reason=unknown"
                           to WS-TXN-OUTPUT
                   when other
                       Display "Operator " function
                           trim(WS-OPERATOR-ID)
                           " is not authorized for this program, "
                           "refused."
                       Move "auth=REFUSED reason=not-authorized"
                           to WS-TXN-OUTPUT
               end-evaluate
               Perform WRITE-REFUSAL-LOG-RECORD
               Stop run with error status 1
           end-if.
           Exit section.

       READ-OPERAUTH-RECORD section.
           Read OPERATOR-AUTH-FILE
               at end move "Y" to WS-OPERAUTH-EOF
           end-read.
           Exit section.

       WRITE-REFUSAL-LOG-RECORD section.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Open extend TRANSACTION-LOG-FILE.
           If WS-TXNLOG-STATUS is equal to "35"
               Open output TRANSACTION-LOG-FILE
           end-if.
           If not WS-TXNLOG-OK
               Display "Unable to open transaction log file, status "
                   WS-TXNLOG-STATUS
               Perform RELEASE-TXNLOG-LOCK
               Exit section
           end-if.
           Move spaces to TX-SPACE-1 TX-SPACE-2 TX-SPACE-3
               TX-SPACE-4.
           Move "startup authorization check" to WS-TXN-INPUT.
           Move WS-TIMESTAMP     to TX-TIMESTAMP.
           Move WS-OPERATOR-ID   to TX-OPERATOR-ID.
           Move "CAREMNT"        to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT     to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT    to TX-OUTPUT-SUMMARY.
           Perform GET-NEXT-TXN-SEQUENCE.
           Move space to TX-SPACE-5.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * The next log sequence comes from the TXNSEQ control file,
      * incremented and rewritten under each log write so every
      * writer draws from one unbroken series.
       GET-NEXT-TXN-SEQUENCE section.
           Move 0 to WS-TXN-SEQUENCE.
           Open input SEQUENCE-CONTROL-FILE.
           If WS-TXNSEQ-OK
               Read SEQUENCE-CONTROL-FILE
                   at end continue
                   not at end
                       Move SQ-LAST-SEQUENCE to WS-TXN-SEQUENCE
               end-read
               Close SEQUENCE-CONTROL-FILE
           end-if.
           Add 1 to WS-TXN-SEQUENCE.
           Open output SEQUENCE-CONTROL-FILE.
           If WS-TXNSEQ-OK
               Move WS-TXN-SEQUENCE to SQ-LAST-SEQUENCE
               Write SEQUENCE-CONTROL-RECORD
               Close SEQUENCE-CONTROL-FILE
           end-if.
           Exit section.

      * TXNLOG is written under the TXNLOCK lock, taken before the
      * sequence is drawn and given up only once the line is written
      * and the log closed, so runs that overlap draw and append one
      * at a time and the log stays in sequence order.  A writer
      * that cannot get it inside WS-TXNLOCK-MAX-TRIES waits writes
      * no line, and the log's status is left showing why.
       ACQUIRE-TXNLOG-LOCK section.
           Move "N" to WS-TXNLOCK-SW.
           Open i-o TXN-LOCK-FILE.
           If WS-TXNLOCK-STATUS is equal to "35"
               Perform CREATE-TXNLOG-LOCK
           end-if.
           If not WS-TXNLOCK-OK
               Display "Unable to open transaction log lock, status "
                   WS-TXNLOCK-STATUS
               Move WS-TXNLOCK-STATUS to WS-TXNLOG-STATUS
               Exit section
           end-if.
           Move 0 to WS-TXNLOCK-TRIES.
           Perform with test after
                   until WS-TXNLOG-LOCKED
                   or WS-TXNLOCK-TRIES is not less than
                       WS-TXNLOCK-MAX-TRIES
               Move "TXNLOG" to TK-SERIES
               Read TXN-LOCK-FILE with lock
                   invalid key continue
               end-read
               Evaluate true
                   when WS-TXNLOCK-OK
                       Move "Y" to WS-TXNLOCK-SW
                   when WS-TXNLOCK-STATUS is equal to "23"
                       Perform WRITE-TXNLOG-LOCK-RECORD
                       Add 1 to WS-TXNLOCK-TRIES
                   when other
                       Add 1 to WS-TXNLOCK-TRIES
                       Call "C$SLEEP" using WS-TXNLOCK-WAIT-SECONDS
               end-evaluate
           end-perform.
           If not WS-TXNLOG-LOCKED
               Display "Transaction log lock not obtained, status "
                   WS-TXNLOCK-STATUS
               Move WS-TXNLOCK-STATUS to WS-TXNLOG-STATUS
               Close TXN-LOCK-FILE
           end-if.
           Exit section.

      * Made by the first writer to find it missing; one racing it
      * in finds the record there, or writes it on its next try.
       CREATE-TXNLOG-LOCK section.
           Open output TXN-LOCK-FILE.
           If WS-TXNLOCK-OK
               Perform WRITE-TXNLOG-LOCK-RECORD
               Close TXN-LOCK-FILE
           end-if.
           Open i-o TXN-LOCK-FILE.
           Exit section.

       WRITE-TXNLOG-LOCK-RECORD section.
           Move spaces to TXN-LOCK-RECORD.
           Move "TXNLOG" to TK-SERIES.
           Move function current-date(1:14) to TK-CREATED-AT.
           Write TXN-LOCK-RECORD
               invalid key continue
           end-write.
           Exit section.

       RELEASE-TXNLOG-LOCK section.
           If WS-TXNLOG-LOCKED
               Unlock TXN-LOCK-FILE
               Close TXN-LOCK-FILE
               Move "N" to WS-TXNLOCK-SW
           end-if.
           Exit section.

      * One journal line per patient shown or changed, opened and
      * closed around each write like TXNLOG so a killed session
      * loses nothing already journaled.
       WRITE-ACCESS-JOURNAL-RECORD section.
           Move function current-date to WS-TIMESTAMP.
           Open extend ACCESS-JOURNAL-FILE.
           If WS-ACCJRNL-STATUS is equal to "35"
               Open output ACCESS-JOURNAL-FILE
           end-if.
           If not WS-ACCJRNL-OK
               Display "Unable to open access journal, status "
                   WS-ACCJRNL-STATUS
               Exit section
           end-if.
           Move spaces to ACCESS-JOURNAL-RECORD.
           Move WS-TIMESTAMP       to AJ-TIMESTAMP.
           Move WS-OPERATOR-ID     to AJ-OPERATOR-ID.
           Move "CAREMNT"          to AJ-PROGRAM-NAME.
           Move WS-JRNL-PATIENT-ID to AJ-PATIENT-ID.
           Move WS-JRNL-ACTION     to AJ-ACTION.
           Move WS-JRNL-BEFORE     to AJ-BEFORE-VALUES.
           Move WS-JRNL-AFTER      to AJ-AFTER-VALUES.
           Perform GET-NEXT-JOURNAL-SEQUENCE.
           Move WS-JRNL-SEQUENCE   to AJ-SEQUENCE.
           Write ACCESS-JOURNAL-RECORD.
           Close ACCESS-JOURNAL-FILE.
           Move spaces to WS-JRNL-BEFORE WS-JRNL-AFTER.
           Exit section.

      * The journal's own sequence series, kept in ACCJSEQ the way
      * TXNSEQ keeps the log's.
       GET-NEXT-JOURNAL-SEQUENCE section.
           Move 0 to WS-JRNL-SEQUENCE.
           Open input JOURNAL-SEQUENCE-FILE.
           If WS-ACCJSEQ-OK
               Read JOURNAL-SEQUENCE-FILE
                   at end continue
                   not at end
                       Move JQ-LAST-SEQUENCE to WS-JRNL-SEQUENCE
               end-read
               Close JOURNAL-SEQUENCE-FILE
           end-if.
           Add 1 to WS-JRNL-SEQUENCE.
           Open output JOURNAL-SEQUENCE-FILE.
           If WS-ACCJSEQ-OK
               Move WS-JRNL-SEQUENCE to JQ-LAST-SEQUENCE
               Write JOURNAL-SEQUENCE-RECORD
               Close JOURNAL-SEQUENCE-FILE
           end-if.
           Exit section.

       End program CAREMNT.
