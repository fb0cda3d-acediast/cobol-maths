      *                  wrapping the table as the keyed reads climb,
      *                  instead of filling it with the oldest and
      *                  dropping the rest.
      * 2026-10-15  RLP  Each visit line shows the clinic site it
      *                  was taken at; visits from before sites were
      *                  recorded show the original site 001.
      * 2026-10-15  RLP  A patient with an open CAREPLAN care plan
      *                  has the goal (weight or BMI), target date,
      *                  start date and clinician shown above the
      *                  visit history.  Without a care plan file the
      *                  screen is as before.
      * 2026-10-15  RLP  The screen asks for the operator's id and
      *                  opens only for one cleared for patient
      *                  records on OPERAUTH; every patient looked up
      *                  is journaled to ACCJRNL.
      * 2026-10-15  RLP  Each visit line also shows the pharmacy
      *                  dosing values stored with it: body surface
      *                  area with its method (M Mosteller, D
      *                  DuBois), ideal body weight, and adjusted
      *                  body weight where it applies.  A minor's
      *                  ideal weight column reads <18; a visit from
      *                  before the values were kept shows them
      *                  blank.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select CARE-PLAN-FILE assign to "CAREPLAN"
               organization is indexed
               access mode is random
               record key is CP-PATIENT-ID
               file status is WS-PLAN-STATUS.
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
       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  CARE-PLAN-FILE.
           COPY CAREPLAN.

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
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK          value "00".
           88 WS-VISIT-MISSING     value "35".
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".
       77  WS-PLAN-STATUS   picture is X(02) value spaces.
           88 WS-PLAN-OK           value "00".
       77  WS-PLAN-OPEN-SW  picture is X(01) value "N".
           88 WS-PLAN-FILE-OPEN    value "Y".
       77  WS-GOAL-EDIT     picture is ZZ9.9.
       77  WS-PLAN-SHOWN-SW picture is X(01) value "N".
           88 WS-PLAN-SHOWN        value "Y".

       77  WS-PATIENT-ID    picture is X(10) value spaces.

               10  WS-VIS-HEIGHT    picture is X(05).
               10  WS-VIS-BMI       picture is X(04).
               10  WS-VIS-CATEGORY  picture is X(18).
               10  WS-VIS-SITE      picture is X(03).
               10  WS-VIS-BSA       picture is X(04).
               10  WS-VIS-BSA-METHOD picture is X(01).
               10  WS-VIS-IDEAL     picture is X(05).
               10  WS-VIS-ADJUSTED  picture is X(05).

       77  WS-PAGE-SIZE     usage is binary-long value 10.
       77  WS-PAGE-COUNT    usage is binary-long value 0.
       77  WS-MORE-ANSWER   picture is X(01) value spaces.
           88 WS-STOP-PAGING       value "N" "n".
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-ORIGINAL-SITE picture is X(03) value "001".

       01  WS-DETAIL-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WD-BMI               picture is X(04).
           05  FILLER               picture is X(02) value spaces.
           05  WD-CATEGORY          picture is X(18).
           05  FILLER               picture is X(02) value spaces.
           05  WD-SITE              picture is X(03).
           05  FILLER               picture is X(02) value spaces.
           05  WD-BSA               picture is X(04).
           05  WD-BSA-METHOD        picture is X(01).
           05  FILLER               picture is X(02) value spaces.
           05  WD-IDEAL-WEIGHT      picture is X(05).
           05  FILLER               picture is X(02) value spaces.
           05  WD-ADJUSTED-WEIGHT   picture is X(05).

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
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

      * Every patient shown or changed goes to the ACCJRNL access
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
           Open input VISIT-MASTER-FILE.
           If WS-VISIT-MISSING
               Display "Visit master not found; run BMIHLOAD to "
                   WS-VISIT-STATUS
               Stop run with error status 1
           end-if.
           Open input CARE-PLAN-FILE.
           If WS-PLAN-OK
               Move "Y" to WS-PLAN-OPEN-SW
           end-if.
           Perform with test after until WS-PATIENT-ID is equal to
                   spaces
               Display "Patient id (blank to exit): "
               end-if
           end-perform.
           Close VISIT-MASTER-FILE.
           If WS-PLAN-FILE-OPEN
               Close CARE-PLAN-FILE
           end-if.
           Stop run.

       INQUIRE-ONE-PATIENT section.
           Perform SHOW-OPEN-CARE-PLAN.
           Perform LOAD-PATIENT-VISITS.
           Perform JOURNAL-PATIENT-INQUIRY.
           If WS-VISIT-TOTAL is equal to 0
               Display "No visits on file for "
                   function trim(WS-PATIENT-ID) "."
           Display "Patient " function trim(WS-PATIENT-ID) ", "
               function trim(WS-COUNT-EDIT) " visit(s), newest "
               "first:".
           Display "  Date      Weight Height BMI   Category"
               "            Site BSA    Ideal  Adjust".
           Perform PAGE-PATIENT-VISITS.
           Exit section.

       SHOW-OPEN-CARE-PLAN section.
           Move "N" to WS-PLAN-SHOWN-SW.
           If not WS-PLAN-FILE-OPEN
               Exit section
           end-if.
           Move WS-PATIENT-ID to CP-PATIENT-ID.
           Read CARE-PLAN-FILE
               invalid key
                   Exit section
           end-read.
           If not CP-OPEN
               Exit section
           end-if.
           Move "Y" to WS-PLAN-SHOWN-SW.
           Move CP-GOAL-VALUE to WS-GOAL-EDIT.
           If CP-GOAL-WEIGHT
               Display "Care plan: goal weight "
                   function trim(WS-GOAL-EDIT) " kg by "
                   CP-TARGET-DATE " (since " CP-START-DATE
                   ", clinician " function trim(CP-CLINICIAN) ")"
           else
               Display "Care plan: goal BMI "
                   function trim(WS-GOAL-EDIT) " by "
                   CP-TARGET-DATE " (since " CP-START-DATE
                   ", clinician " function trim(CP-CLINICIAN) ")"
           end-if.
           Exit section.

      * The master is keyed patient-id + timestamp, so one START at
      * the low end of the patient's key range and sequential reads
      * until the id changes return exactly that patient's visits in
               Move VM-HEIGHT to WS-VIS-HEIGHT(WS-VISIT-IX)
               Move VM-BMI to WS-VIS-BMI(WS-VISIT-IX)
               Move VM-CATEGORY to WS-VIS-CATEGORY(WS-VISIT-IX)
               Move VM-SITE-CODE to WS-VIS-SITE(WS-VISIT-IX)
               If VM-SITE-CODE is equal to spaces
                   Move WS-ORIGINAL-SITE to WS-VIS-SITE(WS-VISIT-IX)
               end-if
               Move VM-BSA to WS-VIS-BSA(WS-VISIT-IX)
               Move VM-BSA-METHOD to WS-VIS-BSA-METHOD(WS-VISIT-IX)
               Move VM-IDEAL-WEIGHT to WS-VIS-IDEAL(WS-VISIT-IX)
               Move VM-ADJUSTED-WEIGHT to
                   WS-VIS-ADJUSTED(WS-VISIT-IX)
               If VM-DOSE-MINOR
                   Move "  <18" to WS-VIS-IDEAL(WS-VISIT-IX)
               end-if
               Perform READ-NEXT-VISIT
           end-perform.
           If WS-VISIT-TOTAL is greater than WS-VISIT-MAX
           Move WS-VIS-HEIGHT(WS-VISIT-IX) to WD-HEIGHT.
           Move WS-VIS-BMI(WS-VISIT-IX) to WD-BMI.
           Move WS-VIS-CATEGORY(WS-VISIT-IX) to WD-CATEGORY.
           Move WS-VIS-SITE(WS-VISIT-IX) to WD-SITE.
           Move WS-VIS-BSA(WS-VISIT-IX) to WD-BSA.
           Move WS-VIS-BSA-METHOD(WS-VISIT-IX) to WD-BSA-METHOD.
           Move WS-VIS-IDEAL(WS-VISIT-IX) to WD-IDEAL-WEIGHT.
           Move WS-VIS-ADJUSTED(WS-VISIT-IX) to WD-ADJUSTED-WEIGHT.
           Display WS-DETAIL-LINE.
           Exit section.

      * The lookup is journaled whether or not anything was on file:
      * the request for the record is itself the access.
       JOURNAL-PATIENT-INQUIRY section.
           Move WS-PATIENT-ID to WS-JRNL-PATIENT-ID.
           Move "VIEW" to WS-JRNL-ACTION.
           Move spaces to WS-JRNL-BEFORE.
           Move WS-VISIT-TOTAL to WS-COUNT-EDIT.
           Move spaces to WS-JRNL-AFTER.
           If WS-PLAN-SHOWN
               String "visit history, visits=" delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " care plan shown" delimited by size
                   into WS-JRNL-AFTER
               end-string
           else
               String "visit history, visits=" delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   into WS-JRNL-AFTER
               end-string
           end-if.
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
           Move "BMIINQ"         to TX-PROGRAM-NAME.
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
           Move "BMIINQ"           to AJ-PROGRAM-NAME.
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

       End program BMIINQ.
