000100 Identification division.
       Program-ID.    VISCORR.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Corrects or voids a visit
      *                  BMI-CALCULATOR has already posted.  An
      *                  operator cleared for corrections on OPERAUTH
      *                  picks the visit by patient id and timestamp
      *                  and either voids it or re-keys the weight
      *                  and height; BMI and category are worked out
      *                  again on BMI-CALCULATOR's own rules (BMIPARM
      *                  bands, BMIPEDS for a minor at the visit
      *                  date).  The original BMIHIST line is never
      *                  touched: a C or V entry is appended under
      *                  the same id and timestamp.  VISITMST is
      *                  rewritten (or the voided visit deleted),
      *                  TXNLOG gets the before and after values,
      *                  and the change is queued on EHRCORR for
      *                  EHRXTRCT to send on the next extract.
      * 2026-10-15  RLP  The correction entry and the queued EHR
      *                  detail carry the visit's own site code.
      * 2026-10-15  RLP  A correction works the visit's pharmacy
      *                  dosing values out again on BMI-CALCULATOR's
      *                  rules (BSA method from BMIPARM, age at the
      *                  visit date) and rewrites them on VISITMST
      *                  with the corrected measurements.
      * 2026-10-15  RLP  The operator must be cleared for patient
      *                  records on OPERAUTH as well as for
      *                  corrections.  Each visit listing is journaled
      *                  to ACCJRNL as a view, and each correction or
      *                  void with the visit's values before and
      *                  after.  A change whose BMIHIST entry does not
      *                  post goes no further; one whose master update
      *                  fails is neither logged nor queued to the EHR.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select VISIT-MASTER-FILE assign to "VISITMST"
               organization is indexed
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select AUDIT-FILE assign to "BMIHIST"
               organization is line sequential
               file status is WS-AUDIT-STATUS.
           Select PARM-FILE assign to "BMIPARM"
               organization is line sequential
               file status is WS-PARM-STATUS.
           Select PEDS-PARM-FILE assign to "BMIPEDS"
               organization is line sequential
               file status is WS-PEDS-STATUS.
           Select CORRECTION-QUEUE-FILE assign to "EHRCORR"
               organization is line sequential
               file status is WS-QUEUE-STATUS.
           Select OPERATOR-AUTH-FILE assign to "OPERAUTH"
               organization is line sequential
               file status is WS-OPERAUTH-STATUS.
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
           Select ACCESS-JOURNAL-FILE assign to "ACCJRNL"
               organization is line sequential
               file status is WS-ACCJRNL-STATUS.
           Select JOURNAL-SEQUENCE-FILE assign to "ACCJSEQ"
               organization is line sequential
               file status is WS-ACCJSEQ-STATUS.

002000 Data division.
       File section.
       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  AUDIT-FILE.
           COPY BMIHIST.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PR-SEVERE-MAX        picture is 99V9.
           05  PR-UNDER-MAX         picture is 99V9.
           05  PR-ACCEPT-MAX        picture is 99V9.
           05  PR-OVER-MAX          picture is 99V9.
           05  PR-OBESE-I-MAX       picture is 99V9.
           05  PR-OBESE-II-MAX      picture is 99V9.
           05  PR-BSA-METHOD        picture is X(01).

       FD  PEDS-PARM-FILE.
       01  PEDS-PARM-RECORD.
           05  PP-SEX               picture is X(01).
           05  PP-AGE-YEARS         picture is 9(02).
           05  PP-SEVERE-MAX        picture is 99V9.
           05  PP-UNDER-MAX         picture is 99V9.
           05  PP-ACCEPT-MAX        picture is 99V9.
           05  PP-OVER-MAX          picture is 99V9.

       FD  CORRECTION-QUEUE-FILE.
           COPY EHRCORR.

       FD  OPERATOR-AUTH-FILE.
           COPY OPERAUTH.

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       FD  ACCESS-JOURNAL-FILE.
           COPY ACCJRNL.

       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-RECORD.
           05  JQ-LAST-SEQUENCE     picture is 9(09).

       Working-storage section.
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK          value "00".
           88 WS-VISIT-MISSING     value "35".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK        value "00".
       77  WS-AUDIT-STATUS  picture is X(02) value spaces.
           88 WS-AUDIT-OK          value "00".
       77  WS-PARM-STATUS   picture is X(02) value spaces.
           88 WS-PARM-OK           value "00".
       77  WS-PEDS-STATUS   picture is X(02) value spaces.
           88 WS-PEDS-OK           value "00".
       77  WS-QUEUE-STATUS  picture is X(02) value spaces.
           88 WS-QUEUE-OK          value "00".
       77  WS-OPERAUTH-STATUS picture is X(02) value spaces.
           88 WS-OPERAUTH-OK       value "00".
       77  WS-TXNLOG-STATUS picture is X(02) value spaces.
           88 WS-TXNLOG-OK         value "00".
       77  WS-TXNSEQ-STATUS picture is X(02) value spaces.
           88 WS-TXNSEQ-OK         value "00".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-TXN-SEQUENCE  picture is 9(09) value 0.
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".
       77  WS-PEDS-EOF      picture is X(01) value "N".
           88 END-OF-PEDS-PARM     value "Y".
       77  WS-OPERAUTH-EOF  picture is X(01) value "N".
           88 END-OF-OPERAUTH      value "Y".
       77  WS-PATMAST-OPEN-SW picture is X(01) value "N".
           88 WS-PATMAST-OPEN      value "Y".
       77  WS-OPERATOR-CHECK picture is X(01) value "U".
           88 WS-OPERATOR-VALID    value "V".
           88 WS-OPERATOR-UNKNOWN  value "U".
           88 WS-OPERATOR-BARRED   value "B".

       01  WS-THRESHOLDS.
           05  TH-SEVERE-MAX    picture is 99V9 value 15.9.
           05  TH-UNDER-MAX     picture is 99V9 value 18.4.
           05  TH-ACCEPT-MAX    picture is 99V9 value 23.0.
           05  TH-OVER-MAX      picture is 99V9 value 27.4.
           05  TH-OBESE-I-MAX   picture is 99V9 value 32.4.
           05  TH-OBESE-II-MAX  picture is 99V9 value 37.4.

       77  WS-CATEGORY-CODE usage is binary-long.
           88 CAT-SEVERE        value 1.
           88 CAT-UNDER         value 2.
           88 CAT-ACCEPT        value 3.
           88 CAT-OVER          value 4.
           88 CAT-OBESE-I       value 5.
           88 CAT-OBESE-II      value 6.
           88 CAT-OBESE-III     value 7.

       77  WS-PEDS-LOADED-SW picture is X(01) value "N".
           88 WS-PEDS-LOADED     value "Y".
       77  WS-PEDS-MAX      usage is binary-long value 40.
       77  WS-PEDS-COUNT    usage is binary-long value 0.
       77  WS-PEDS-IX       usage is binary-long value 0.
       77  WS-PEDS-FOUND-IX usage is binary-long value 0.
       01  WS-PEDS-TABLE.
           05  WS-PEDS-ENTRY occurs 40 times.
               10  WS-PED-SEX       picture is X(01).
               10  WS-PED-AGE       picture is 9(02).
               10  WS-PED-SEVERE-MAX picture is 99V9.
               10  WS-PED-UNDER-MAX picture is 99V9.
               10  WS-PED-ACCEPT-MAX picture is 99V9.
               10  WS-PED-OVER-MAX  picture is 99V9.

      * Demographics for the visit's patient.  Age is taken at the
      * visit date, not today, so a correction classifies the visit
      * the way BMI-CALCULATOR did on the day it was measured.
       77  WS-DEMOG-SW      picture is X(01) value "N".
           88 WS-DEMOG-KNOWN       value "Y".
       77  WS-PATIENT-BIRTH picture is 9(08) value 0.
       77  WS-PATIENT-SEX   picture is X(01) value spaces.
       77  WS-PATIENT-AGE   usage is binary-long value 0.
       77  WS-VISIT-SERIAL  usage is binary-long value 0.
       77  WS-BIRTH-SERIAL  usage is binary-long value 0.
       77  WS-CLASS-SCHEME  picture is X(01) value "A".
           88 WS-ADULT-SCHEME      value "A".
           88 WS-PEDS-SCHEME       value "P".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-PATIENT-ID    picture is X(10) value spaces.
       77  WS-VISIT-STAMP   picture is X(14) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-POSTED-TIMESTAMP picture is X(26) value spaces.
       77  WS-VISIT-FOUND-SW picture is X(01) value "N".
           88 WS-VISIT-FOUND       value "Y".
       77  WS-VISITS-LISTED usage is binary-long value 0.

       77  WS-ACTION        picture is X(01) value spaces.
           88 WS-ACTION-VOID       value "V" "v".
           88 WS-ACTION-CORRECT    value "C" "c".
           88 WS-ACTION-CANCEL     value "X" "x".
       77  WS-CONFIRM       picture is X(01) value spaces.
           88 WS-CONFIRMED         value "Y" "y".
       77  WS-ENTRY-TYPE    picture is X(01) value spaces.

      * The visit as it stands on the master before the change, and
      * the values it is changed to; both go to TXNLOG.
       01  WS-BEFORE-VALUES.
           05  WS-OLD-TIMESTAMP picture is X(26).
           05  WS-OLD-WEIGHT    picture is X(05).
           05  WS-OLD-HEIGHT    picture is X(05).
           05  WS-OLD-BMI       picture is X(04).
           05  WS-OLD-CATEGORY  picture is X(18).
           05  WS-OLD-SITE-CODE picture is X(03).

       77  WS-ENTRY-IN      picture is X(08) value spaces.
       77  WS-WEIGHT        usage is float-short value 0.
       77  WS-HEIGHT        usage is float-short value 0.
       77  WS-BMI           picture is 99.9.
       77  WS-ACCEPTABILITY picture is X(18) value spaces.
       77  WS-NEW-WEIGHT    picture is ZZ9.9.
       77  WS-NEW-HEIGHT    picture is Z9.99.
       77  WS-NEW-BMI       picture is Z9.9.

      * The corrected visit's dosing values, on BMI-CALCULATOR's
      * formulas and thresholds.
       77  WS-BSA-METHOD    picture is X(01) value "M".
           88 WS-BSA-MOSTELLER     value "M".
           88 WS-BSA-DUBOIS        value "D".
       77  WS-BSA           picture is 9V99 value 0.
       77  WS-BSA-EDIT      picture is 9.99.
       77  WS-IDEAL-WEIGHT  picture is 999V9 value 0.
       77  WS-ADJUSTED-WEIGHT picture is 999V9 value 0.
       77  WS-ACTUAL-WEIGHT picture is 999V9 value 0.
       77  WS-DOSE-WEIGHT-EDIT picture is ZZ9.9.
       77  WS-DOSE-WORK     usage is float-short value 0.
       77  WS-M-PER-IN      usage is float-short value 0.0254.
       77  WS-ADULT-AGE     usage is binary-long value 18.
       77  WS-ADJUST-RATIO  picture is 9V99 value 1.20.
       77  WS-ADJUST-FACTOR picture is 9V99 value 0.40.
       77  WS-DOSING-FLAG   picture is X(01) value spaces.
           88 WS-DOSE-ACTUAL       value "W".
           88 WS-DOSE-ADJUSTED     value "A".
           88 WS-DOSE-MINOR        value "M".
           88 WS-DOSE-UNKNOWN      value "U".

       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

      * A change goes on past each posting step only when that step
      * landed, so the trail, the master, the log and the EHR queue
      * never tell different stories.
       77  WS-POSTED-SW     picture is X(01) value "N".
           88 WS-CHANGE-POSTED     value "Y".
       77  WS-MASTER-SW     picture is X(01) value "N".
           88 WS-MASTER-UPDATED    value "Y".

      * Every visit listing and every change goes to the ACCJRNL
      * access journal under the operator's id, a change with the
      * visit's values before and after.
       77  WS-ACCJRNL-STATUS picture is X(02) value spaces.
           88 WS-ACCJRNL-OK        value "00".
       77  WS-ACCJSEQ-STATUS picture is X(02) value spaces.
           88 WS-ACCJSEQ-OK        value "00".
       77  WS-JRNL-SEQUENCE picture is 9(09) value 0.
       77  WS-JRNL-PATIENT-ID picture is X(10) value spaces.
       77  WS-JRNL-ACTION   picture is X(08) value spaces.
       77  WS-JRNL-BEFORE   picture is X(64) value spaces.
       77  WS-JRNL-AFTER    picture is X(64) value spaces.
       77  WS-COUNT-EDIT    picture is Z(4)9.

       01  WS-DETAIL-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WD-STAMP             picture is X(14).
           05  FILLER               picture is X(02) value spaces.
           05  WD-WEIGHT            picture is X(05).
           05  FILLER               picture is X(02) value spaces.
           05  WD-HEIGHT            picture is X(05).
           05  FILLER               picture is X(02) value spaces.
           05  WD-BMI               picture is X(04).
           05  FILLER               picture is X(02) value spaces.
           05  WD-CATEGORY          picture is X(18).

003000 Procedure division.
       MAIN section.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           Perform VERIFY-OPERATOR-AUTH.
           Perform LOAD-THRESHOLDS.
           Perform LOAD-PEDS-THRESHOLDS.
           Perform OPEN-PATIENT-MASTER.
           Open i-o VISIT-MASTER-FILE.
           If WS-VISIT-MISSING
               Display "Visit master not found; run BMIHLOAD to "
                   "build it from the audit trail first."
               Stop run with error status 1
           end-if.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
               Stop run with error status 1
           end-if.
           Perform with test after until WS-PATIENT-ID is equal to
                   spaces
               Display "Patient id (blank to exit): "
                   with no advancing
               Move spaces to WS-PATIENT-ID
               Accept WS-PATIENT-ID from console
               If WS-PATIENT-ID is not equal to spaces
                   Perform CORRECT-ONE-PATIENT
               end-if
           end-perform.
           Close VISIT-MASTER-FILE.
           If WS-PATMAST-OPEN
               Close PATIENT-MASTER-FILE
           end-if.
           Stop run.

       CORRECT-ONE-PATIENT section.
           Perform LIST-PATIENT-VISITS.
           If WS-VISITS-LISTED is equal to 0
               Display "No visits on file for "
                   function trim(WS-PATIENT-ID) "."
               Exit section
           end-if.
           Perform JOURNAL-VISIT-LIST.
           Display "Visit timestamp (YYYYMMDDHHMMSS, blank to "
               "cancel): " with no advancing.
           Move spaces to WS-VISIT-STAMP.
           Accept WS-VISIT-STAMP from console.
           If WS-VISIT-STAMP is equal to spaces
               Exit section
           end-if.
           Perform FIND-VISIT.
           If not WS-VISIT-FOUND
               Display "No visit for " function trim(WS-PATIENT-ID)
                   " at " WS-VISIT-STAMP "."
               Exit section
           end-if.
           Move VM-TIMESTAMP to WS-OLD-TIMESTAMP.
           Move VM-WEIGHT to WS-OLD-WEIGHT.
           Move VM-HEIGHT to WS-OLD-HEIGHT.
           Move VM-BMI to WS-OLD-BMI.
           Move VM-CATEGORY to WS-OLD-CATEGORY.
           Move VM-SITE-CODE to WS-OLD-SITE-CODE.
           Display "Action (V=Void visit, C=Correct weight/height, "
               "X=Cancel): " with no advancing.
           Accept WS-ACTION from console.
           Evaluate true
               when WS-ACTION-VOID
                   Perform VOID-VISIT
               when WS-ACTION-CORRECT
                   Perform CORRECT-VISIT
               when other
                   Display "No change made."
           end-evaluate.
           Exit section.

      * One START at the low end of the patient's key range, the way
      * BMIINQ pages a patient, lists the visits with the full
      * timestamp the operator has to key back.
       LIST-PATIENT-VISITS section.
           Move 0 to WS-VISITS-LISTED.
           Move "N" to WS-VISIT-EOF.
           Move WS-PATIENT-ID to VM-PATIENT-ID.
           Move low-values to VM-TIMESTAMP.
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           If not END-OF-VISITS
               Display "  Timestamp       Weight Height BMI   "
                   "Category"
           end-if.
           Perform with test before until END-OF-VISITS
               Add 1 to WS-VISITS-LISTED
               Move VM-TIMESTAMP(1:14) to WD-STAMP
               Move VM-WEIGHT to WD-WEIGHT
               Move VM-HEIGHT to WD-HEIGHT
               Move VM-BMI to WD-BMI
               Move VM-CATEGORY to WD-CATEGORY
               Display WS-DETAIL-LINE
               Perform READ-NEXT-VISIT
           end-perform.
           Exit section.

       READ-NEXT-VISIT section.
           If not END-OF-VISITS
               Read VISIT-MASTER-FILE next
                   at end move "Y" to WS-VISIT-EOF
               end-read
               If not END-OF-VISITS
                   and VM-PATIENT-ID is not equal to WS-PATIENT-ID
                   Move "Y" to WS-VISIT-EOF
               end-if
           end-if.
           Exit section.

      * The keyed timestamp is the first fourteen characters of the
      * stored one; the START lands on the first key at or past it,
      * and the visit is found only if that key actually carries it.
       FIND-VISIT section.
           Move "N" to WS-VISIT-FOUND-SW.
           Move "N" to WS-VISIT-EOF.
           Move WS-PATIENT-ID to VM-PATIENT-ID.
           Move spaces to VM-TIMESTAMP.
           Move WS-VISIT-STAMP to VM-TIMESTAMP(1:14).
           Move low-values to VM-TIMESTAMP(15:12).
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           If not END-OF-VISITS
               and VM-TIMESTAMP(1:14) is equal to WS-VISIT-STAMP
               Move "Y" to WS-VISIT-FOUND-SW
           end-if.
           Exit section.

       VOID-VISIT section.
           Display "Void visit " WS-VISIT-STAMP " for "
               function trim(WS-PATIENT-ID) ": BMI "
               WS-OLD-BMI " " function trim(WS-OLD-CATEGORY)
               " (Y/N)? " with no advancing.
           Accept WS-CONFIRM from console.
           If not WS-CONFIRMED
               Display "No change made."
               Exit section
           end-if.
           Move "V" to WS-ENTRY-TYPE.
           Move WS-OLD-WEIGHT to WS-NEW-WEIGHT.
           Move WS-OLD-HEIGHT to WS-NEW-HEIGHT.
           Move WS-OLD-BMI to WS-NEW-BMI.
           Move WS-OLD-CATEGORY to WS-ACCEPTABILITY.
           Perform POST-VISIT-CHANGE.
           If WS-MASTER-UPDATED
               Display "Visit voided."
           end-if.
           Exit section.

       CORRECT-VISIT section.
           Move 0 to WS-WEIGHT.
           Move 0 to WS-HEIGHT.
           Perform with test after
               until WS-WEIGHT is greater than zero
                 and WS-WEIGHT is less than 1000
                 and WS-HEIGHT is greater than zero
                 and WS-HEIGHT is less than 10
               Display "Corrected weight in kg: " with no advancing
               Move spaces to WS-ENTRY-IN
               Accept WS-ENTRY-IN from console
               Compute WS-WEIGHT = function numval(WS-ENTRY-IN)
               end-compute
               Display "Corrected height in m:  " with no advancing
               Move spaces to WS-ENTRY-IN
               Accept WS-ENTRY-IN from console
               Compute WS-HEIGHT = function numval(WS-ENTRY-IN)
               end-compute
               If WS-WEIGHT is not greater than zero
                   or WS-WEIGHT is not less than 1000
                   or WS-HEIGHT is not greater than zero
                   or WS-HEIGHT is not less than 10
                   Display "Weight and height must be positive and "
                       "fit the record, re-enter."
               end-if
           end-perform.
           Perform LOOK-UP-DEMOGRAPHICS.
           Perform CALCULATE-BMI.
           Perform EVALUATE-ACCEPTABILITY.
           Perform CALCULATE-DOSING-VALUES.
           Move WS-WEIGHT to WS-NEW-WEIGHT.
           Move WS-HEIGHT to WS-NEW-HEIGHT.
           Move WS-BMI to WS-NEW-BMI.
           Display "Was: wt " WS-OLD-WEIGHT " ht " WS-OLD-HEIGHT
               " BMI " WS-OLD-BMI " " function trim(WS-OLD-CATEGORY).
           Display "Now: wt " WS-NEW-WEIGHT " ht " WS-NEW-HEIGHT
               " BMI " WS-NEW-BMI " " function trim(WS-ACCEPTABILITY).
           Perform DISPLAY-DOSING-VALUES.
           Display "Post this correction (Y/N)? " with no advancing.
           Accept WS-CONFIRM from console.
           If not WS-CONFIRMED
               Display "No change made."
               Exit section
           end-if.
           Move "C" to WS-ENTRY-TYPE.
           Perform POST-VISIT-CHANGE.
           If WS-MASTER-UPDATED
               Display "Visit corrected."
           end-if.
           Exit section.

      * The audit trail is written first and the rest follow it, the
      * order BMI-CALCULATOR posts in: BMIHIST entry, then the
      * master, then the log line, then the queue entry that carries
      * the change to the EHR vendor.  A step that fails stops the
      * ones after it: a BMIHIST entry that did not post leaves the
      * visit untouched, and a master update that failed is neither
      * logged, queued nor journaled, the trail entry standing alone
      * for the operator to reconcile.
       POST-VISIT-CHANGE section.
           Move "N" to WS-MASTER-SW.
           Move function current-date to WS-POSTED-TIMESTAMP.
           Perform WRITE-CORRECTION-AUDIT-RECORD.
           If not WS-CHANGE-POSTED
               Display "Change not posted; the visit is unchanged."
               Exit section
           end-if.
           Perform UPDATE-VISIT-MASTER.
           If not WS-MASTER-UPDATED
               Display "Visit master not updated; the BMIHIST entry "
                   "posted at " WS-POSTED-TIMESTAMP(1:14)
                   " stands alone and must be reconciled."
               Exit section
           end-if.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Perform QUEUE-EHR-CORRECTION.
           Perform JOURNAL-VISIT-CHANGE.
           Exit section.

      * The appended entry carries the original visit's id and
      * timestamp, so it sits beside the line it amends for anyone
      * reading the trail by visit; the posting timestamp says when.
      * A void repeats the values it reverses.
       WRITE-CORRECTION-AUDIT-RECORD section.
           Move "N" to WS-POSTED-SW.
           Open extend AUDIT-FILE.
           If WS-AUDIT-STATUS is equal to "35"
               Open output AUDIT-FILE
           end-if.
           If not WS-AUDIT-OK
               Display "Unable to open audit file, status "
                   WS-AUDIT-STATUS
               Exit section
           end-if.
           Move spaces to AUDIT-RECORD.
           Move WS-PATIENT-ID       to AR-PATIENT-ID.
           Move WS-OLD-TIMESTAMP    to AR-TIMESTAMP.
           Move WS-NEW-WEIGHT       to AR-WEIGHT.
           Move WS-NEW-HEIGHT       to AR-HEIGHT.
           Move WS-NEW-BMI          to AR-BMI.
           Move WS-ACCEPTABILITY    to AR-CATEGORY.
           Move WS-ENTRY-TYPE       to AR-ENTRY-TYPE.
           Move WS-POSTED-TIMESTAMP to AR-POSTED-TIMESTAMP.
           Move WS-OLD-SITE-CODE    to AR-SITE-CODE.
           Write AUDIT-RECORD.
           If WS-AUDIT-OK
               Move "Y" to WS-POSTED-SW
           else
               Display "Audit file write failed, status "
                   WS-AUDIT-STATUS
           end-if.
           Close AUDIT-FILE.
           Exit section.

      * A correction rewrites the visit in place; a void takes it off
      * the master altogether, so inquiry, statistics and recall no
      * longer see a visit that should never have been posted.
       UPDATE-VISIT-MASTER section.
           Move WS-PATIENT-ID to VM-PATIENT-ID.
           Move WS-OLD-TIMESTAMP to VM-TIMESTAMP.
           If WS-ENTRY-TYPE is equal to "V"
               Delete VISIT-MASTER-FILE
                   invalid key
                       Display "Visit master delete failed, status "
                           WS-VISIT-STATUS
                   not invalid key
                       Move "Y" to WS-MASTER-SW
               end-delete
               Exit section
           end-if.
           Read VISIT-MASTER-FILE
               invalid key
                   Display "Visit vanished from the master, status "
                       WS-VISIT-STATUS
                   Exit section
           end-read.
           Move WS-NEW-WEIGHT    to VM-WEIGHT.
           Move WS-NEW-HEIGHT    to VM-HEIGHT.
           Move WS-NEW-BMI       to VM-BMI.
           Move WS-ACCEPTABILITY to VM-CATEGORY.
           Move spaces to VM-DOSING-VALUES.
           Move WS-BSA           to VM-BSA.
           Move WS-BSA-METHOD    to VM-BSA-METHOD.
           Move WS-DOSING-FLAG   to VM-DOSING-FLAG.
           If WS-DOSE-ACTUAL or WS-DOSE-ADJUSTED
               Move WS-IDEAL-WEIGHT to VM-IDEAL-WEIGHT
           end-if.
           If WS-DOSE-ADJUSTED
               Move WS-ADJUSTED-WEIGHT to VM-ADJUSTED-WEIGHT
           end-if.
           Rewrite VISIT-MASTER-RECORD
               invalid key
                   Display "Visit master rewrite failed, status "
                       WS-VISIT-STATUS
               not invalid key
                   Move "Y" to WS-MASTER-SW
           end-rewrite.
           Exit section.

       QUEUE-EHR-CORRECTION section.
           Open extend CORRECTION-QUEUE-FILE.
           If WS-QUEUE-STATUS is equal to "35"
               Open output CORRECTION-QUEUE-FILE
           end-if.
           If not WS-QUEUE-OK
               Display "Unable to open EHR correction queue, status "
                   WS-QUEUE-STATUS
               Exit section
           end-if.
           Move spaces to CORRECTION-QUEUE-RECORD.
           Move WS-PATIENT-ID    to CQ-PATIENT-ID.
           Move WS-OLD-TIMESTAMP(1:14) to CQ-VISIT-STAMP.
           Move WS-ENTRY-TYPE    to CQ-ACTION.
           Move WS-NEW-WEIGHT    to CQ-WEIGHT.
           Move WS-NEW-HEIGHT    to CQ-HEIGHT.
           Move WS-NEW-BMI       to CQ-BMI.
           Move WS-ACCEPTABILITY to CQ-CATEGORY.
           Move 0 to CQ-SENT-DATE.
           Move WS-OLD-SITE-CODE to CQ-SITE-CODE.
           Write CORRECTION-QUEUE-RECORD.
           Close CORRECTION-QUEUE-FILE.
           Exit section.

       LOAD-THRESHOLDS section.
           Open input PARM-FILE.
           If WS-PARM-OK
               Read PARM-FILE
                   at end continue
                   not at end
                       Move PR-SEVERE-MAX   to TH-SEVERE-MAX
                       Move PR-UNDER-MAX    to TH-UNDER-MAX
                       Move PR-ACCEPT-MAX   to TH-ACCEPT-MAX
                       Move PR-OVER-MAX     to TH-OVER-MAX
                       Move PR-OBESE-I-MAX  to TH-OBESE-I-MAX
                       Move PR-OBESE-II-MAX to TH-OBESE-II-MAX
                       If PR-BSA-METHOD is equal to "D"
                           Move "D" to WS-BSA-METHOD
                       end-if
               end-read
               Close PARM-FILE
           end-if.
           Exit section.

       LOAD-PEDS-THRESHOLDS section.
           Move 0 to WS-PEDS-COUNT.
           Move "N" to WS-PEDS-EOF.
           Open input PEDS-PARM-FILE.
           If not WS-PEDS-OK
               Exit section
           end-if.
           Perform READ-PEDS-PARM-RECORD.
           Perform with test before until END-OF-PEDS-PARM
               If WS-PEDS-COUNT is less than WS-PEDS-MAX
                   Add 1 to WS-PEDS-COUNT
                   Move PP-SEX to WS-PED-SEX(WS-PEDS-COUNT)
                   Move PP-AGE-YEARS to
                       WS-PED-AGE(WS-PEDS-COUNT)
                   Move PP-SEVERE-MAX to
                       WS-PED-SEVERE-MAX(WS-PEDS-COUNT)
                   Move PP-UNDER-MAX to
                       WS-PED-UNDER-MAX(WS-PEDS-COUNT)
                   Move PP-ACCEPT-MAX to
                       WS-PED-ACCEPT-MAX(WS-PEDS-COUNT)
                   Move PP-OVER-MAX to
                       WS-PED-OVER-MAX(WS-PEDS-COUNT)
               else
                   Display "Pediatric parameter table full, "
                       "record not loaded"
               end-if
               Perform READ-PEDS-PARM-RECORD
           end-perform.
           Close PEDS-PARM-FILE.
           If WS-PEDS-COUNT is greater than 0
               Move "Y" to WS-PEDS-LOADED-SW
           end-if.
           Exit section.

       READ-PEDS-PARM-RECORD section.
           Read PEDS-PARM-FILE
               at end move "Y" to WS-PEDS-EOF
           end-read.
           Exit section.

       OPEN-PATIENT-MASTER section.
           Move "N" to WS-PATMAST-OPEN-SW.
           Open input PATIENT-MASTER-FILE.
           If WS-PATMAST-OK
               Move "Y" to WS-PATMAST-OPEN-SW
           else
               Display "Patient master unavailable, status "
                   WS-PATMAST-STATUS ", adult bands used"
           end-if.
           Exit section.

       LOOK-UP-DEMOGRAPHICS section.
           Move "N" to WS-DEMOG-SW.
           Move 0 to WS-PATIENT-BIRTH.
           Move spaces to WS-PATIENT-SEX.
           If not WS-PATMAST-OPEN
               Exit section
           end-if.
           Move WS-PATIENT-ID to PM-PATIENT-ID.
           Read PATIENT-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   If PM-BIRTH-DATE is numeric
                       and PM-BIRTH-DATE is greater than 19000101
                       Move "Y" to WS-DEMOG-SW
                       Move PM-BIRTH-DATE to WS-PATIENT-BIRTH
                       Move PM-SEX to WS-PATIENT-SEX
                   end-if
           end-read.
           Exit section.

      * Only an operator cleared both for corrections and for
      * patient records may change a posted visit; the OPERAUTH
      * handling is otherwise BMI-CALCULATOR's, refusal logged and
      * all.
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
                   If OA-CORR-FLAG is equal to "Y"
                       and OA-PAT-FLAG is equal to "Y"
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
           Move "VISCORR"        to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT     to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT    to TX-OUTPUT-SUMMARY.
           Perform GET-NEXT-TXN-SEQUENCE.
           Move space to TX-SPACE-5.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * Before values go in the input summary and after values in the
      * output summary, so one log line tells the whole story.
       WRITE-TRANSACTION-LOG-RECORD section.
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
           Move spaces to WS-TXN-INPUT.
           String "id=" delimited by size
               WS-PATIENT-ID delimited by size
               " ts=" delimited by size
               WS-OLD-TIMESTAMP(1:14) delimited by size
               " wt=" delimited by size
               WS-OLD-WEIGHT delimited by size
               " ht=" delimited by size
               WS-OLD-HEIGHT delimited by size
               " bmi=" delimited by size
               WS-OLD-BMI delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           If WS-ENTRY-TYPE is equal to "V"
               String "void cat was " delimited by size
                   function trim(WS-OLD-CATEGORY) delimited by size
                   into WS-TXN-OUTPUT
               end-string
           else
               String "corr wt=" delimited by size
                   WS-NEW-WEIGHT delimited by size
                   " ht=" delimited by size
                   WS-NEW-HEIGHT delimited by size
                   " bmi=" delimited by size
                   WS-NEW-BMI delimited by size
                   " cat=" delimited by size
                   function trim(WS-ACCEPTABILITY) delimited by size
                   into WS-TXN-OUTPUT
               end-string
           end-if.
           Move WS-TIMESTAMP     to TX-TIMESTAMP.
           Move WS-OPERATOR-ID   to TX-OPERATOR-ID.
           Move "VISCORR"        to TX-PROGRAM-NAME.
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

      * The classification below is BMI-CALCULATOR's, section for
      * section, so a corrected visit lands in exactly the category
      * the calculator would have given the corrected measurements.
       CALCULATE-BMI section.
           Initialize WS-BMI.
           Compute WS-BMI
               rounded mode is nearest-away-from-zero
               = WS-WEIGHT / (WS-HEIGHT ** 2)
           end-compute.
           Exit section.

       EVALUATE-ACCEPTABILITY section.
           Perform CLASSIFY-BMI.
           If WS-PEDS-SCHEME
               Evaluate true
                   when CAT-SEVERE
                       move "Ped severe underwt" to
                           WS-ACCEPTABILITY
                   when CAT-UNDER
                       move "Ped underweight." to WS-ACCEPTABILITY
                   when CAT-ACCEPT
                       move "Ped healthy wt." to WS-ACCEPTABILITY
                   when CAT-OVER
                       move "Ped overweight." to WS-ACCEPTABILITY
                   when CAT-OBESE-I
                       move "Ped obese." to WS-ACCEPTABILITY
                   when other
                       continue
               end-evaluate
               Exit section
           end-if.
           Evaluate true
               when CAT-SEVERE
                   move "Severely underwt." to WS-ACCEPTABILITY
               when CAT-UNDER
                   move "Underweight." to WS-ACCEPTABILITY
               when CAT-ACCEPT
                   move "Acceptable weight." to WS-ACCEPTABILITY
               when CAT-OVER
                   move "Overweight." to WS-ACCEPTABILITY
               when CAT-OBESE-I
                   move "Obese class I." to WS-ACCEPTABILITY
               when CAT-OBESE-II
                   move "Obese class II." to WS-ACCEPTABILITY
               when CAT-OBESE-III
                   move "Obese class III." to WS-ACCEPTABILITY
               when other
                   continue
           end-evaluate.
           Exit section.

       CLASSIFY-BMI section.
           Move "A" to WS-CLASS-SCHEME.
           If WS-DEMOG-KNOWN and WS-PEDS-LOADED
               Perform COMPUTE-PATIENT-AGE
               If WS-PATIENT-AGE is less than 18
                   Perform FIND-PEDS-ENTRY
                   If WS-PEDS-FOUND-IX is greater than 0
                       Move "P" to WS-CLASS-SCHEME
                   end-if
               end-if
           end-if.
           If WS-PEDS-SCHEME
               Perform CLASSIFY-BMI-PEDIATRIC
               Exit section
           end-if.
           Evaluate true
               when WS-BMI is less than or equal to TH-SEVERE-MAX
                   move 1 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to TH-UNDER-MAX
                   move 2 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to TH-ACCEPT-MAX
                   move 3 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to TH-OVER-MAX
                   move 4 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to TH-OBESE-I-MAX
                   move 5 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to TH-OBESE-II-MAX
                   move 6 to WS-CATEGORY-CODE
               when other
                   move 7 to WS-CATEGORY-CODE
           end-evaluate.
           Exit section.

      * BMI-CALCULATOR's dosing sections, with the age taken at the
      * visit date the way classification takes it here.
       CALCULATE-DOSING-VALUES section.
           Move 0 to WS-IDEAL-WEIGHT.
           Move 0 to WS-ADJUSTED-WEIGHT.
           If WS-BSA-DUBOIS
               Compute WS-BSA
                   rounded mode is nearest-away-from-zero
                   = 0.007184 * (WS-WEIGHT ** 0.425)
                     * ((WS-HEIGHT * 100) ** 0.725)
               end-compute
           else
               Compute WS-BSA
                   rounded mode is nearest-away-from-zero
                   = function sqrt(WS-HEIGHT * 100 * WS-WEIGHT
                     / 3600)
               end-compute
           end-if.
           Move "U" to WS-DOSING-FLAG.
           If not WS-DEMOG-KNOWN
               or (WS-PATIENT-SEX is not equal to "M"
                   and WS-PATIENT-SEX is not equal to "F")
               Exit section
           end-if.
           Perform COMPUTE-PATIENT-AGE.
           If WS-PATIENT-AGE is less than WS-ADULT-AGE
               Move "M" to WS-DOSING-FLAG
               Exit section
           end-if.
           If WS-PATIENT-SEX is equal to "M"
               Compute WS-DOSE-WORK = 50
                   + 2.3 * (WS-HEIGHT / WS-M-PER-IN - 60)
               end-compute
           else
               Compute WS-DOSE-WORK = 45.5
                   + 2.3 * (WS-HEIGHT / WS-M-PER-IN - 60)
               end-compute
           end-if.
           If WS-DOSE-WORK is not greater than zero
               Exit section
           end-if.
           Compute WS-IDEAL-WEIGHT
               rounded mode is nearest-away-from-zero
               = WS-DOSE-WORK
           end-compute.
           Move "W" to WS-DOSING-FLAG.
           Compute WS-ACTUAL-WEIGHT
               rounded mode is nearest-away-from-zero
               = WS-WEIGHT
           end-compute.
           If WS-ACTUAL-WEIGHT is greater than
                   WS-IDEAL-WEIGHT * WS-ADJUST-RATIO
               Compute WS-ADJUSTED-WEIGHT
                   rounded mode is nearest-away-from-zero
                   = WS-IDEAL-WEIGHT + WS-ADJUST-FACTOR
                     * (WS-ACTUAL-WEIGHT - WS-IDEAL-WEIGHT)
               end-compute
               Move "A" to WS-DOSING-FLAG
           end-if.
           Exit section.

       DISPLAY-DOSING-VALUES section.
           Move WS-BSA to WS-BSA-EDIT.
           If WS-BSA-DUBOIS
               Display "     BSA " WS-BSA-EDIT " m2 (DuBois)"
           else
               Display "     BSA " WS-BSA-EDIT " m2 (Mosteller)"
           end-if.
           Evaluate true
               when WS-DOSE-MINOR
                   Display "     under 18, no ideal/adjusted weight"
               when WS-DOSE-UNKNOWN
                   Display "     no usable age and sex, no "
                       "ideal/adjusted weight"
               when other
                   Move WS-IDEAL-WEIGHT to WS-DOSE-WEIGHT-EDIT
                   Display "     ideal wt "
                       function trim(WS-DOSE-WEIGHT-EDIT) " kg"
           end-evaluate.
           If WS-DOSE-ADJUSTED
               Move WS-ADJUSTED-WEIGHT to WS-DOSE-WEIGHT-EDIT
               Display "     adjusted wt "
                   function trim(WS-DOSE-WEIGHT-EDIT)
                   " kg (actual over 120% of ideal)"
           end-if.
           Exit section.

       COMPUTE-PATIENT-AGE section.
           Compute WS-VISIT-SERIAL = function integer-of-date(
               function numval(WS-OLD-TIMESTAMP(1:8)))
           end-compute.
           Compute WS-BIRTH-SERIAL = function integer-of-date(
               WS-PATIENT-BIRTH)
           end-compute.
           Compute WS-PATIENT-AGE =
               (WS-VISIT-SERIAL - WS-BIRTH-SERIAL) / 365.25
           end-compute.
           If WS-PATIENT-AGE is less than 0
               Move 0 to WS-PATIENT-AGE
           end-if.
           Exit section.

       FIND-PEDS-ENTRY section.
           Move 0 to WS-PEDS-FOUND-IX.
           Perform varying WS-PEDS-IX from 1 by 1
                   until WS-PEDS-IX is greater than WS-PEDS-COUNT
               If WS-PED-SEX(WS-PEDS-IX) is equal to
                       WS-PATIENT-SEX
                   and WS-PED-AGE(WS-PEDS-IX) is equal to
                       WS-PATIENT-AGE
                   Move WS-PEDS-IX to WS-PEDS-FOUND-IX
               end-if
           end-perform.
           Exit section.

       CLASSIFY-BMI-PEDIATRIC section.
           Evaluate true
               when WS-BMI is less than or equal to
                       WS-PED-SEVERE-MAX(WS-PEDS-FOUND-IX)
                   move 1 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to
                       WS-PED-UNDER-MAX(WS-PEDS-FOUND-IX)
                   move 2 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to
                       WS-PED-ACCEPT-MAX(WS-PEDS-FOUND-IX)
                   move 3 to WS-CATEGORY-CODE
               when WS-BMI is less than or equal to
                       WS-PED-OVER-MAX(WS-PEDS-FOUND-IX)
                   move 4 to WS-CATEGORY-CODE
               when other
                   move 5 to WS-CATEGORY-CODE
           end-evaluate.
           Exit section.

      * The listing shows every visit the patient has, so it is
      * journaled as a view whether or not a change follows.
       JOURNAL-VISIT-LIST section.
           Move WS-PATIENT-ID to WS-JRNL-PATIENT-ID.
           Move "VIEW" to WS-JRNL-ACTION.
           Move spaces to WS-JRNL-BEFORE.
           Move WS-VISITS-LISTED to WS-COUNT-EDIT.
           Move spaces to WS-JRNL-AFTER.
           String "visit list for correction, visits=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into WS-JRNL-AFTER
           end-string.
           Perform WRITE-ACCESS-JOURNAL-RECORD.
           Exit section.

      * The visit's values as they stood and as they now stand; a
      * void leaves nothing after but the fact of it.
       JOURNAL-VISIT-CHANGE section.
           Move WS-PATIENT-ID to WS-JRNL-PATIENT-ID.
           Move spaces to WS-JRNL-BEFORE.
           String "v=" delimited by size
               WS-OLD-TIMESTAMP(1:14) delimited by size
               " wt=" delimited by size
               WS-OLD-WEIGHT delimited by size
               " ht=" delimited by size
               WS-OLD-HEIGHT delimited by size
               " bmi=" delimited by size
               WS-OLD-BMI delimited by size
               " c=" delimited by size
               function trim(WS-OLD-CATEGORY) delimited by size
               into WS-JRNL-BEFORE
           end-string.
           Move spaces to WS-JRNL-AFTER.
           If WS-ENTRY-TYPE is equal to "V"
               Move "VOID" to WS-JRNL-ACTION
               String "v=" delimited by size
                   WS-OLD-TIMESTAMP(1:14) delimited by size
                   " voided" delimited by size
                   into WS-JRNL-AFTER
               end-string
           else
               Move "CORRECT" to WS-JRNL-ACTION
               String "v=" delimited by size
                   WS-OLD-TIMESTAMP(1:14) delimited by size
                   " wt=" delimited by size
                   WS-NEW-WEIGHT delimited by size
                   " ht=" delimited by size
                   WS-NEW-HEIGHT delimited by size
                   " bmi=" delimited by size
                   WS-NEW-BMI delimited by size
                   " c=" delimited by size
                   function trim(WS-ACCEPTABILITY) delimited by size
                   into WS-JRNL-AFTER
               end-string
           end-if.
           Perform WRITE-ACCESS-JOURNAL-RECORD.
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
           Move "VISCORR"          to AJ-PROGRAM-NAME.
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

       End program VISCORR.
