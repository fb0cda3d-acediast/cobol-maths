      *                  number drawn from the shared TXNSEQ control
      *                  file, so the verifier can prove nothing was
      *                  lost from the log.
      * 2026-10-15  RLP  New visits are written with a blank BMIHIST
      *                  entry type and posting timestamp; only
      *                  VISCORR fills them in, when it appends a
      *                  correction or void against a visit.
      * 2026-10-15  RLP  Multi-clinic: every visit is stamped with
      *                  its clinic site on BMIHIST, VISITMST and
      *                  the TXNLOG line.  Batch mode takes the site
      *                  from each 20-byte roster line (blank is the
      *                  original site 001) and keeps one batch per
      *                  site -- its own category summary and a
      *                  closing TXNLOG line -- ahead of the combined
      *                  summary for the night; interactive mode
      *                  asks for the site.  With SITEMAST present,
      *                  a site not active on it is rejected.
      * 2026-10-15  RLP  Dosing values for pharmacy are worked out
      *                  with the BMI and stored on the VISITMST
      *                  visit: body surface area by Mosteller, or
      *                  DuBois when the new trailing BMIPARM method
      *                  byte says D; and for an adult of known sex
      *                  the Devine ideal body weight, with adjusted
      *                  body weight flagged when actual weight runs
      *                  past 120% of ideal.  A minor, or a patient
      *                  with no usable age or sex, gets the BSA
      *                  only.  Interactive runs show the values.
      * 2026-10-15  RLP  A visit in one of the REFPARM trigger
      *                  categories (by default severe underweight and
      *                  obese class III), or one showing a rapid loss
      *                  since the patient's previous VISITMST visit,
      *                  opens a dietitian referral on the new REFERRAL
      *                  file unless the patient already has one open;
      *                  each referral opened goes to TXNLOG.  REFMNT
      *                  moves it along from there.
      * 2026-10-15  RLP  Batch runs checkpoint to BMICKPT after each
      *                  roster line whose BMIHIST, VISITMST and
      *                  TXNLOG writes all landed, with the counts so
      *                  far.  A rerun of the same roster (same line
      *                  count, hash and first line) resumes after
      *                  that line, logs the resume to TXNLOG, and
      *                  still summarizes the whole roster; a failed
      *                  write now stops the run at that line.  Any
      *                  other roster ignores the checkpoint.
      * 2026-10-15  RLP  A visit whose BMIHIST write fails is not
      *                  written to VISITMST either, and the failure
      *                  is reported, so the two still reconcile.
      *                  A visit that did not post in full raises no
      *                  referral.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
           Select SEQUENCE-CONTROL-FILE assign to "TXNSEQ"
               organization is line sequential
               file status is WS-TXNSEQ-STATUS.
           Select TXN-LOCK-FILE assign to "TXNLOCK"
               organization is indexed
               access mode is random
               record key is TK-SERIES
               lock mode is manual
               file status is WS-TXNLOCK-STATUS.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is random
               file status is WS-OPERAUTH-STATUS.
           Select VISIT-MASTER-FILE assign to "VISITMST"
               organization is indexed
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select SITE-MASTER-FILE assign to "SITEMAST"
               organization is line sequential
               file status is WS-SITE-STATUS.
           Select REFERRAL-FILE assign to "REFERRAL"
               organization is indexed
               access mode is dynamic
               record key is RF-KEY
               file status is WS-REFER-STATUS.
           Select REFERRAL-PARM-FILE assign to "REFPARM"
               organization is line sequential
               file status is WS-REFPARM-STATUS.
           Select BATCH-CHECKPOINT-FILE assign to "BMICKPT"
               organization is line sequential
               file status is WS-CKPT-STATUS.

002000 Data division.
       File section.
           05  RR-PATIENT-ID        picture is X(10).
           05  RR-WEIGHT            picture is 999V9.
           05  RR-HEIGHT            picture is 9V99.
           05  RR-SITE-CODE         picture is X(03).

       FD  AUDIT-FILE.
           COPY BMIHIST.
           05  PR-OVER-MAX          picture is 99V9.
           05  PR-OBESE-I-MAX       picture is 99V9.
           05  PR-OBESE-II-MAX      picture is 99V9.
           05  PR-BSA-METHOD        picture is X(01).

       FD  PEDS-PARM-FILE.
       01  PEDS-PARM-RECORD.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  SITE-MASTER-FILE.
           COPY SITEMAST.

       FD  REFERRAL-FILE.
           COPY REFERRAL.

       FD  REFERRAL-PARM-FILE.
       01  REFERRAL-PARM-RECORD     picture is X(80).

      * One R record naming the roster and how far through it the
      * run got, one T record of combined counts, then one S record
      * per site batch, in batch table order.
       FD  BATCH-CHECKPOINT-FILE.
       01  BATCH-CHECKPOINT-RECORD  picture is X(90).
       01  CHECKPOINT-ROSTER-RECORD redefines BATCH-CHECKPOINT-RECORD.
           05  CR-RECORD-TYPE       picture is X(01).
           05  CR-ROSTER-COUNT      picture is 9(09).
           05  CR-ROSTER-HASH       picture is 9(15).
           05  CR-ROSTER-FIRST      picture is X(20).
           05  CR-LAST-DONE         picture is 9(09).
           05  CR-LAST-ID           picture is X(10).
           05  CR-SAVED-STAMP       picture is X(14).
           05  FILLER               picture is X(12).
       01  CHECKPOINT-TOTALS-RECORD redefines BATCH-CHECKPOINT-RECORD.
           05  CT-RECORD-TYPE       picture is X(01).
           05  CT-COUNT             picture is 9(09) occurs 8 times.
           05  FILLER               picture is X(17).
       01  CHECKPOINT-SITE-RECORD redefines BATCH-CHECKPOINT-RECORD.
           05  CS-RECORD-TYPE       picture is X(01).
           05  CS-SITE-CODE         picture is X(03).
           05  CS-READ              picture is 9(09).
           05  CS-CAT               picture is 9(09) occurs 7 times.
           05  CS-BAD               picture is 9(09).
           05  FILLER               picture is X(05).

       Working-storage section.
       77  WS-BMI              picture is 99.9.

       77  WS-WEIGHT        usage is float-short.
       77  WS-HEIGHT        usage is float-short.
       77  WS-ACCEPTABILITY picture is X(18).

      * Pharmacy's dosing values.  BSA is Mosteller unless BMIPARM
      * names DuBois; ideal body weight is Devine's, from height in
      * inches over five feet, and adjusted body weight applies once
      * actual weight is more than 120% of ideal.  Neither weight is
      * an adult formula a minor should be dosed on.
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
       77  WS-ADULT-AGE     usage is binary-long value 18.
       77  WS-ADJUST-RATIO  picture is 9V99 value 1.20.
       77  WS-ADJUST-FACTOR picture is 9V99 value 0.40.
       77  WS-DOSING-FLAG   picture is X(01) value spaces.
           88 WS-DOSE-ACTUAL       value "W".
           88 WS-DOSE-ADJUSTED     value "A".
           88 WS-DOSE-MINOR        value "M".
           88 WS-DOSE-UNKNOWN      value "U".
       77  WS-PATIENT-ID    picture is X(10) value spaces.

       77  WS-RUN-MODE      picture is X(01) value "I".
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
       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
           05  WS-CNT-OBESE-III usage is binary-long value 0.
           05  WS-CNT-BAD-ID    usage is binary-long value 0.

      * The visit's clinic site, and one batch of counts per site in
      * the order the sites turn up on the roster.  With no site
      * master every site is accepted; with one, only its active
      * sites are.
       77  WS-SITE-CODE     picture is X(03) value spaces.
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-SITE-STATUS   picture is X(02) value spaces.
           88 WS-SITE-OK           value "00".
       77  WS-SITE-EOF      picture is X(01) value "N".
           88 END-OF-SITES         value "Y".
       77  WS-SITES-LOADED-SW picture is X(01) value "N".
           88 WS-SITES-LOADED      value "Y".
       77  WS-SITE-CHECK    picture is X(01) value "V".
           88 WS-SITE-VALID        value "V".
       77  WS-ACTIVE-SITE-MAX usage is binary-long value 20.
       77  WS-ACTIVE-SITE-COUNT usage is binary-long value 0.
       77  WS-ACTIVE-SITE-IX usage is binary-long value 0.
       01  WS-ACTIVE-SITE-TABLE.
           05  WS-ACTIVE-SITE   picture is X(03) occurs 20 times.
       77  WS-BATCH-MAX     usage is binary-long value 20.
       77  WS-BATCH-COUNT   usage is binary-long value 0.
       77  WS-BATCH-IX      usage is binary-long value 0.
       77  WS-BATCH-FOUND-IX usage is binary-long value 0.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY occurs 20 times.
               10  WS-BATCH-SITE    picture is X(03).
               10  WS-BATCH-READ    usage is binary-long.
               10  WS-BATCH-COUNTS.
                   15  WS-BATCH-CAT usage is binary-long
                                    occurs 7 times.
                   15  WS-BATCH-BAD usage is binary-long.
       77  WS-BATCH-CALC    usage is binary-long value 0.
       77  WS-BATCH-EDIT    picture is Z(8)9.
       77  WS-BATCH-EDIT-2  picture is Z(8)9.
       77  WS-BATCH-EDIT-3  picture is Z(8)9.
       77  WS-CAT-IX        usage is binary-long value 0.

      * Referral triggers, from the optional REFPARM control file:
      * the categories that open a referral outright, and a loss of
      * LOSS-PERCENT or more of body weight within LOSS-DAYS of the
      * patient's previous visit (a LOSS-PERCENT of 0 turns the loss
      * trigger off).  A patient whose referral is still open gets
      * no second one.
       77  WS-REFER-STATUS  picture is X(02) value spaces.
           88 WS-REFER-OK          value "00".
           88 WS-REFER-MISSING     value "35".
       77  WS-REFER-EOF     picture is X(01) value "N".
           88 END-OF-REFERRALS     value "Y".
       77  WS-REFPARM-STATUS picture is X(02) value spaces.
           88 WS-REFPARM-OK        value "00".
       77  WS-REFPARM-EOF   picture is X(01) value "N".
           88 END-OF-REFPARM       value "Y".
       77  WS-TRIGGER-MAX   usage is binary-long value 10.
       77  WS-TRIGGER-COUNT usage is binary-long value 0.
       77  WS-TRIGGER-IX    usage is binary-long value 0.
       01  WS-TRIGGER-TABLE.
           05  WS-TRIGGER-CATEGORY picture is X(18) occurs 10 times.
       77  WS-LOSS-PERCENT  picture is 99V9 value 5.0.
       77  WS-LOSS-DAYS     usage is binary-long value 30.
       77  WS-REFER-REASON  picture is X(01) value spaces.
           88 WS-REFER-NONE        value space.
           88 WS-REFER-CATEGORY    value "C".
           88 WS-REFER-LOSS        value "L".
       77  WS-REFER-OPEN-SW picture is X(01) value "N".
           88 WS-REFERRAL-OPEN     value "Y".
       77  WS-VISIT-STAMP   picture is X(26) value spaces.
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".
       77  WS-PREV-FOUND-SW picture is X(01) value "N".
           88 WS-PREV-FOUND        value "Y".
       77  WS-PREV-WEIGHT   picture is 999V9 value 0.
       77  WS-PREV-DATE     picture is 9(08) value 0.
       77  WS-CURR-WEIGHT   picture is 999V9 value 0.
       77  WS-LOSS-DONE     picture is S999V9 value 0.
       77  WS-GAP-DAYS      usage is binary-long value 0.
       77  WS-REFER-EDIT    picture is Z9.9.
       77  WS-GAP-EDIT      picture is ZZZ9.

      * Record-level restart for the batch roster.  BMICKPT is saved
      * after every roster line whose BMIHIST, VISITMST and TXNLOG
      * writes all landed (or that was rejected outright), with the
      * counts so far, so a rerun of the same roster picks up at the
      * next line and still reports on the whole roster.  The roster
      * is known by its line count, a running hash over every byte
      * of every line, and its first line; a checkpoint that does
      * not match all three is never used.  A finished roster drops
      * the file.
       77  WS-CKPT-STATUS   picture is X(02) value spaces.
           88 WS-CKPT-OK           value "00".
       77  WS-CKPT-EOF      picture is X(01) value "N".
           88 END-OF-CKPT          value "Y".
       77  WS-CKPT-NAME     picture is X(07) value "BMICKPT".
       77  WS-CKPT-MATCH-SW picture is X(01) value "N".
           88 WS-CKPT-MATCHES      value "Y".
       77  WS-WRITES-SW     picture is X(01) value "Y".
           88 WS-WRITES-LANDED     value "Y".
       77  WS-ROSTER-COUNT  usage is binary-long value 0.
       77  WS-ROSTER-HASH   picture is 9(15) value 0.
       77  WS-ROSTER-FIRST  picture is X(20) value spaces.
       77  WS-ROSTER-RECNO  usage is binary-long value 0.
       77  WS-RESUME-AFTER  usage is binary-long value 0.
       77  WS-HASH-IX       usage is binary-long value 0.
       77  WS-CKPT-IX       usage is binary-long value 0.
       77  WS-CKPT-LAST-ID  picture is X(10) value spaces.
       77  WS-CKPT-STAMP    picture is X(14) value spaces.
       77  WS-RESUME-NOTE   picture is X(20) value spaces.

003000 Procedure division.
       MAIN section.
           Accept WS-RUN-ARG from command-line.
           end-if.
           Perform LOAD-THRESHOLDS.
           Perform LOAD-PEDS-THRESHOLDS.
           Perform LOAD-REFERRAL-TRIGGERS.
           Perform LOAD-SITE-MASTER.
           Perform OPEN-PATIENT-MASTER.
           If WS-UNATTENDED
               Move WS-CTL-OPERATOR to WS-OPERATOR-ID
                       Move PR-OVER-MAX     to TH-OVER-MAX
                       Move PR-OBESE-I-MAX  to TH-OBESE-I-MAX
                       Move PR-OBESE-II-MAX to TH-OBESE-II-MAX
                       If PR-BSA-METHOD is equal to "D"
                           Move "D" to WS-BSA-METHOD
                       end-if
               end-read
               Close PARM-FILE
           end-if.
                       continue
               end-evaluate
           end-perform.
           Perform with test after until WS-SITE-VALID
               Display "Site code (blank = " WS-ORIGINAL-SITE "): "
                   with no advancing
               Accept WS-SITE-CODE from console
               If WS-SITE-CODE is equal to spaces
                   Move WS-ORIGINAL-SITE to WS-SITE-CODE
               end-if
               Perform VERIFY-SITE-CODE
               If not WS-SITE-VALID
                   Display "Site " WS-SITE-CODE " is not active on "
                       "the site master, re-enter."
               end-if
           end-perform.
           Display "Units (M=Metric kg/m, I=Imperial lb/ft-in): "
               with no advancing.
           Accept WS-UNIT-MODE from console.
           Display "Body Mass Index:" space WS-BMI.
           Perform EVALUATE-ACCEPTABILITY.
           Display function trim(WS-ACCEPTABILITY).
           Perform CALCULATE-DOSING-VALUES.
           Perform DISPLAY-DOSING-VALUES.
           Perform WRITE-AUDIT-RECORD.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           If WS-WRITES-LANDED
               Perform CHECK-REFERRAL-TRIGGER
           end-if.
           Exit section.

       METRIC-ENTRY section.
                   WS-ROSTER-STATUS
               Exit section
           end-if.
           Perform FINGERPRINT-ROSTER.
           Perform LOAD-BATCH-CHECKPOINT.
           Move 0 to WS-ROSTER-RECNO.
           Perform READ-ROSTER-RECORD.
           Perform with test before until END-OF-ROSTER
               Add 1 to WS-ROSTER-RECNO
               If WS-ROSTER-RECNO is greater than WS-RESUME-AFTER
                   Perform PROCESS-ROSTER-RECORD
               end-if
               Perform READ-ROSTER-RECORD
           end-perform.
           Close ROSTER-FILE.
           Perform varying WS-BATCH-IX from 1 by 1
                   until WS-BATCH-IX is greater than WS-BATCH-COUNT
               Perform PRINT-SITE-BATCH-SUMMARY
               Perform WRITE-BATCH-LOG-RECORD
           end-perform.
           Perform PRINT-SUMMARY-REPORT.
           Call "CBL_DELETE_FILE" using WS-CKPT-NAME.
           Move 0 to return-code.
           Exit section.

      * One roster line.  Once it has been dealt with -- rejected,
      * skipped, or calculated with every write landing -- it is
      * checkpointed; a calculation whose BMIHIST, VISITMST or TXNLOG
      * write failed stops the run there, so the rerun starts again
      * with this line rather than leaving a hole behind it.
       PROCESS-ROSTER-RECORD section.
           Move "Y" to WS-WRITES-SW.
           Move RR-PATIENT-ID to WS-PATIENT-ID.
           Move RR-WEIGHT to WS-WEIGHT.
           Move RR-HEIGHT to WS-HEIGHT.
           Move RR-SITE-CODE to WS-SITE-CODE.
           If WS-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to WS-SITE-CODE
           end-if.
           Perform FIND-BATCH-ENTRY.
           Perform VERIFY-SITE-CODE.
           Perform VERIFY-PATIENT-ID.
           Evaluate true
           when not WS-SITE-VALID
               Display WS-PATIENT-ID
                   " rejected, site " WS-SITE-CODE
                   " not active on site master"
               Add 1 to WS-CNT-BAD-ID
               Perform TALLY-BATCH-REJECT
           when WS-PATIENT-UNKNOWN
               Display WS-PATIENT-ID
                   " rejected, not on patient master"
               Add 1 to WS-CNT-BAD-ID
               Perform TALLY-BATCH-REJECT
           when WS-PATIENT-INACTIVE
               Display WS-PATIENT-ID
                   " rejected, patient inactive"
               Add 1 to WS-CNT-BAD-ID
               Perform TALLY-BATCH-REJECT
           when WS-WEIGHT is not greater than zero
               or WS-HEIGHT is not greater than zero
               Display WS-PATIENT-ID
                   " skipped, non-positive weight/height"
           when other
               Perform CALCULATE-BMI
               Perform EVALUATE-ACCEPTABILITY
               Perform CALCULATE-DOSING-VALUES
               Display WS-PATIENT-ID space WS-BMI space
                   function trim(WS-ACCEPTABILITY)
               Perform WRITE-AUDIT-RECORD
               Perform WRITE-TRANSACTION-LOG-RECORD
               If WS-WRITES-LANDED
                   Perform CHECK-REFERRAL-TRIGGER
               end-if
               Perform TALLY-CATEGORY
           end-evaluate.
           If not WS-WRITES-LANDED
               Display WS-PATIENT-ID " not fully written, roster "
                   "stopped; a rerun resumes at this line"
               Close ROSTER-FILE
               If WS-PATMAST-OPEN
                   Close PATIENT-MASTER-FILE
               end-if
               Stop run with error status 1
           end-if.
           Perform SAVE-BATCH-CHECKPOINT.
           Exit section.

      * Reads the roster through once for its line count, hash and
      * first line, then reopens it for the run proper.
       FINGERPRINT-ROSTER section.
           Move 0 to WS-ROSTER-COUNT.
           Move 0 to WS-ROSTER-HASH.
           Move spaces to WS-ROSTER-FIRST.
           Perform READ-ROSTER-RECORD.
           Perform with test before until END-OF-ROSTER
               Add 1 to WS-ROSTER-COUNT
               If WS-ROSTER-COUNT is equal to 1
                   Move ROSTER-RECORD to WS-ROSTER-FIRST
               end-if
               Perform varying WS-HASH-IX from 1 by 1
                       until WS-HASH-IX is greater than 20
                   Compute WS-ROSTER-HASH = function mod(
                       WS-ROSTER-HASH * 31 + function ord(
                       ROSTER-RECORD(WS-HASH-IX:1)),
                       999999999999989)
                   end-compute
               end-perform
               Perform READ-ROSTER-RECORD
           end-perform.
           Close ROSTER-FILE.
           Move "N" to WS-EOF-SWITCH.
           Open input ROSTER-FILE.
           Exit section.

      * No BMICKPT is the usual case: a fresh roster from the top.
      * One that matches this roster restores the counts and skips
      * the lines already done; one that does not is left alone,
      * logged, and overwritten as soon as this run saves its own.
       LOAD-BATCH-CHECKPOINT section.
           Move 0 to WS-RESUME-AFTER.
           Move spaces to WS-RESUME-NOTE.
           Move "N" to WS-CKPT-MATCH-SW.
           Move "N" to WS-CKPT-EOF.
           Open input BATCH-CHECKPOINT-FILE.
           If not WS-CKPT-OK
               Exit section
           end-if.
           Perform READ-CHECKPOINT-RECORD.
           If not END-OF-CKPT
               and CR-RECORD-TYPE is equal to "R"
               and CR-ROSTER-COUNT is numeric
               and CR-ROSTER-HASH is numeric
               and CR-LAST-DONE is numeric
               and CR-ROSTER-COUNT is equal to WS-ROSTER-COUNT
               and CR-ROSTER-HASH is equal to WS-ROSTER-HASH
               and CR-ROSTER-FIRST is equal to WS-ROSTER-FIRST
               and CR-LAST-DONE is not greater than WS-ROSTER-COUNT
               Move "Y" to WS-CKPT-MATCH-SW
           end-if.
           If not WS-CKPT-MATCHES
               Close BATCH-CHECKPOINT-FILE
               Display "Checkpoint BMICKPT is not from this roster, "
                   "ignored; running the roster from the top"
               Move "batch checkpoint ignored, roster differs"
                   to WS-TXN-INPUT
               Move WS-ROSTER-COUNT to WS-BATCH-EDIT
               Move spaces to WS-TXN-OUTPUT
               String "roster=" delimited by size
                   function trim(WS-BATCH-EDIT) delimited by size
                   into WS-TXN-OUTPUT
               end-string
               Perform WRITE-SUMMARY-LOG-RECORD
               Exit section
           end-if.
           Move CR-LAST-DONE   to WS-RESUME-AFTER.
           Move CR-LAST-ID     to WS-CKPT-LAST-ID.
           Move CR-SAVED-STAMP to WS-CKPT-STAMP.
           Perform READ-CHECKPOINT-RECORD.
           Perform with test before until END-OF-CKPT
               Evaluate CR-RECORD-TYPE
                   when "T"
                       Perform RESTORE-CHECKPOINT-TOTALS
                   when "S"
                       Perform RESTORE-CHECKPOINT-SITE
                   when other
                       continue
               end-evaluate
               Perform READ-CHECKPOINT-RECORD
           end-perform.
           Close BATCH-CHECKPOINT-FILE.
           Move WS-RESUME-AFTER to WS-BATCH-EDIT.
           Add 1 to WS-RESUME-AFTER giving WS-BATCH-EDIT-2.
           Move WS-ROSTER-COUNT to WS-BATCH-EDIT-3.
           Display "Resuming roster after line "
               function trim(WS-BATCH-EDIT) " of "
               function trim(WS-BATCH-EDIT-3) " ("
               function trim(WS-CKPT-LAST-ID) ")".
           String " resumed from=" delimited by size
               function trim(WS-BATCH-EDIT-2) delimited by size
               into WS-RESUME-NOTE
           end-string.
           Move spaces to WS-TXN-INPUT.
           String "batch resumed roster=" delimited by size
               function trim(WS-BATCH-EDIT-3) delimited by size
               " from=" delimited by size
               function trim(WS-BATCH-EDIT-2) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           String "after id=" delimited by size
               function trim(WS-CKPT-LAST-ID) delimited by size
               " ckpt=" delimited by size
               WS-CKPT-STAMP delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-SUMMARY-LOG-RECORD.
           Exit section.

       READ-CHECKPOINT-RECORD section.
           Read BATCH-CHECKPOINT-FILE
               at end move "Y" to WS-CKPT-EOF
           end-read.
           Exit section.

       RESTORE-CHECKPOINT-TOTALS section.
           Move CT-COUNT(1) to WS-CNT-SEVERE.
           Move CT-COUNT(2) to WS-CNT-UNDER.
           Move CT-COUNT(3) to WS-CNT-ACCEPT.
           Move CT-COUNT(4) to WS-CNT-OVER.
           Move CT-COUNT(5) to WS-CNT-OBESE-I.
           Move CT-COUNT(6) to WS-CNT-OBESE-II.
           Move CT-COUNT(7) to WS-CNT-OBESE-III.
           Move CT-COUNT(8) to WS-CNT-BAD-ID.
           Exit section.

       RESTORE-CHECKPOINT-SITE section.
           If WS-BATCH-COUNT is not less than WS-BATCH-MAX
               Exit section
           end-if.
           Add 1 to WS-BATCH-COUNT.
           Move CS-SITE-CODE to WS-BATCH-SITE(WS-BATCH-COUNT).
           Move CS-READ to WS-BATCH-READ(WS-BATCH-COUNT).
           Perform varying WS-CAT-IX from 1 by 1
                   until WS-CAT-IX is greater than 7
               Move CS-CAT(WS-CAT-IX) to
                   WS-BATCH-CAT(WS-BATCH-COUNT WS-CAT-IX)
           end-perform.
           Move CS-BAD to WS-BATCH-BAD(WS-BATCH-COUNT).
           Exit section.

      * Rewritten whole after each roster line, the way NIGHTRUN
      * rewrites NIGHTCKPT after each step.  A checkpoint that cannot
      * be written only costs a longer rerun, so the roster goes on.
       SAVE-BATCH-CHECKPOINT section.
           Open output BATCH-CHECKPOINT-FILE.
           If not WS-CKPT-OK
               Display "Unable to write checkpoint BMICKPT, status "
                   WS-CKPT-STATUS
               Exit section
           end-if.
           Move spaces to BATCH-CHECKPOINT-RECORD.
           Move "R" to CR-RECORD-TYPE.
           Move WS-ROSTER-COUNT to CR-ROSTER-COUNT.
           Move WS-ROSTER-HASH  to CR-ROSTER-HASH.
           Move WS-ROSTER-FIRST to CR-ROSTER-FIRST.
           Move WS-ROSTER-RECNO to CR-LAST-DONE.
           Move WS-PATIENT-ID   to CR-LAST-ID.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:14) to CR-SAVED-STAMP.
           Write BATCH-CHECKPOINT-RECORD.
           Move spaces to BATCH-CHECKPOINT-RECORD.
           Move "T" to CT-RECORD-TYPE.
           Move WS-CNT-SEVERE    to CT-COUNT(1).
           Move WS-CNT-UNDER     to CT-COUNT(2).
           Move WS-CNT-ACCEPT    to CT-COUNT(3).
           Move WS-CNT-OVER      to CT-COUNT(4).
           Move WS-CNT-OBESE-I   to CT-COUNT(5).
           Move WS-CNT-OBESE-II  to CT-COUNT(6).
           Move WS-CNT-OBESE-III to CT-COUNT(7).
           Move WS-CNT-BAD-ID    to CT-COUNT(8).
           Write BATCH-CHECKPOINT-RECORD.
           Perform varying WS-CKPT-IX from 1 by 1
                   until WS-CKPT-IX is greater than WS-BATCH-COUNT
               Move spaces to BATCH-CHECKPOINT-RECORD
               Move "S" to CS-RECORD-TYPE
               Move WS-BATCH-SITE(WS-CKPT-IX) to CS-SITE-CODE
               Move WS-BATCH-READ(WS-CKPT-IX) to CS-READ
               Perform varying WS-CAT-IX from 1 by 1
                       until WS-CAT-IX is greater than 7
                   Move WS-BATCH-CAT(WS-CKPT-IX WS-CAT-IX)
                       to CS-CAT(WS-CAT-IX)
               end-perform
               Move WS-BATCH-BAD(WS-CKPT-IX) to CS-BAD
               Write BATCH-CHECKPOINT-RECORD
           end-perform.
           Close BATCH-CHECKPOINT-FILE.
           Exit section.

      * Each site's roster lines make up that site's batch; the
      * entry is opened the first time the site is seen.  A full
      * table leaves WS-BATCH-FOUND-IX zero, and the line counts
      * only toward the combined summary.
       FIND-BATCH-ENTRY section.
           Move 0 to WS-BATCH-FOUND-IX.
           Perform varying WS-BATCH-IX from 1 by 1
                   until WS-BATCH-IX is greater than WS-BATCH-COUNT
               If WS-BATCH-SITE(WS-BATCH-IX) is equal to
                       WS-SITE-CODE
                   Move WS-BATCH-IX to WS-BATCH-FOUND-IX
               end-if
           end-perform.
           If WS-BATCH-FOUND-IX is equal to 0
               If WS-BATCH-COUNT is less than WS-BATCH-MAX
                   Add 1 to WS-BATCH-COUNT
                   Move WS-BATCH-COUNT to WS-BATCH-FOUND-IX
                   Move WS-SITE-CODE to WS-BATCH-SITE(WS-BATCH-COUNT)
                   Move 0 to WS-BATCH-READ(WS-BATCH-COUNT)
                   Initialize WS-BATCH-COUNTS(WS-BATCH-COUNT)
               else
                   Display "Site batch table full, site "
                       WS-SITE-CODE " counted in the total only"
               end-if
           end-if.
           If WS-BATCH-FOUND-IX is greater than 0
               Add 1 to WS-BATCH-READ(WS-BATCH-FOUND-IX)
           end-if.
           Exit section.

       TALLY-BATCH-REJECT section.
           If WS-BATCH-FOUND-IX is greater than 0
               Add 1 to WS-BATCH-BAD(WS-BATCH-FOUND-IX)
           end-if.
           Exit section.

       PRINT-SITE-BATCH-SUMMARY section.
           Display "----- Site " WS-BATCH-SITE(WS-BATCH-IX)
               " batch summary -----".
           Display "Severely underweight: " WS-BATCH-CAT(WS-BATCH-IX 1).
           Display "Underweight:          " WS-BATCH-CAT(WS-BATCH-IX 2).
           Display "Acceptable weight:    " WS-BATCH-CAT(WS-BATCH-IX 3).
           Display "Overweight:           " WS-BATCH-CAT(WS-BATCH-IX 4).
           Display "Obese class I:        " WS-BATCH-CAT(WS-BATCH-IX 5).
           Display "Obese class II:       " WS-BATCH-CAT(WS-BATCH-IX 6).
           Display "Obese class III:      " WS-BATCH-CAT(WS-BATCH-IX 7).
           Display "Rejected patient ids: " WS-BATCH-BAD(WS-BATCH-IX).
           Exit section.

      * One closing line per site batch, so the log shows each
      * site's run for the night on its own.
       WRITE-BATCH-LOG-RECORD section.
           Move 0 to WS-BATCH-CALC.
           Perform varying WS-CAT-IX from 1 by 1
                   until WS-CAT-IX is greater than 7
               Add WS-BATCH-CAT(WS-BATCH-IX WS-CAT-IX)
                   to WS-BATCH-CALC
           end-perform.
           Move WS-BATCH-READ(WS-BATCH-IX) to WS-BATCH-EDIT.
           Move WS-BATCH-CALC to WS-BATCH-EDIT-2.
           Move WS-BATCH-BAD(WS-BATCH-IX) to WS-BATCH-EDIT-3.
           Move spaces to WS-TXN-INPUT.
           String "batch site=" delimited by size
               WS-BATCH-SITE(WS-BATCH-IX) delimited by size
               " roster=" delimited by size
               function trim(WS-BATCH-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           String "calc=" delimited by size
               function trim(WS-BATCH-EDIT-2) delimited by size
               " rej=" delimited by size
               function trim(WS-BATCH-EDIT-3) delimited by size
               WS-RESUME-NOTE delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-SUMMARY-LOG-RECORD.
           Exit section.

       TALLY-CATEGORY section.
           If WS-BATCH-FOUND-IX is greater than 0
               and WS-CATEGORY-CODE is greater than 0
               and WS-CATEGORY-CODE is less than 8
               Add 1 to WS-BATCH-CAT(WS-BATCH-FOUND-IX
                   WS-CATEGORY-CODE)
           end-if.
           Evaluate true
               when CAT-SEVERE
                   add 1 to WS-CNT-SEVERE
           Exit section.

       PRINT-SUMMARY-REPORT section.
           Display "----- Category summary, all sites -----".
           Display "Severely underweight: " WS-CNT-SEVERE.
           Display "Underweight:          " WS-CNT-UNDER.
           Display "Acceptable weight:    " WS-CNT-ACCEPT.
           end-read.
           Exit section.

      * The site master is optional, like BMIPARM: without it any
      * site code is taken as keyed.
       LOAD-SITE-MASTER section.
           Move 0 to WS-ACTIVE-SITE-COUNT.
           Move "N" to WS-SITE-EOF.
           Open input SITE-MASTER-FILE.
           If not WS-SITE-OK
               Exit section
           end-if.
           Perform READ-SITE-RECORD.
           Perform with test before until END-OF-SITES
               If SM-SITE-ACTIVE
                   If WS-ACTIVE-SITE-COUNT is less than
                           WS-ACTIVE-SITE-MAX
                       Add 1 to WS-ACTIVE-SITE-COUNT
                       Move SM-SITE-CODE to
                           WS-ACTIVE-SITE(WS-ACTIVE-SITE-COUNT)
                   else
                       Display "Site table full, site "
                           SM-SITE-CODE " not loaded"
                   end-if
               end-if
               Perform READ-SITE-RECORD
           end-perform.
           Close SITE-MASTER-FILE.
           If WS-ACTIVE-SITE-COUNT is greater than 0
               Move "Y" to WS-SITES-LOADED-SW
           end-if.
           Exit section.

       READ-SITE-RECORD section.
           Read SITE-MASTER-FILE
               at end move "Y" to WS-SITE-EOF
           end-read.
           Exit section.

       VERIFY-SITE-CODE section.
           Move "V" to WS-SITE-CHECK.
           If not WS-SITES-LOADED
               Exit section
           end-if.
           Move "U" to WS-SITE-CHECK.
           Perform varying WS-ACTIVE-SITE-IX from 1 by 1
                   until WS-ACTIVE-SITE-IX is greater than
                       WS-ACTIVE-SITE-COUNT
               If WS-ACTIVE-SITE(WS-ACTIVE-SITE-IX) is equal to
                       WS-SITE-CODE
                   Move "V" to WS-SITE-CHECK
               end-if
           end-perform.
           Exit section.

      * The keyed master stays open for the whole run and each id is
      * answered by one keyed read; a master that cannot be opened
      * leaves validation off for the run, exactly as a missing
           Exit section.

       WRITE-REFUSAL-LOG-RECORD section.
           Move "startup authorization check" to WS-TXN-INPUT.
           Perform WRITE-SUMMARY-LOG-RECORD.
           Exit section.

      * Writes a run-level line (a refusal, a site batch closing)
      * from WS-TXN-INPUT and WS-TXN-OUTPUT as the caller left them.
       WRITE-SUMMARY-LOG-RECORD section.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Open extend TRANSACTION-LOG-FILE.
           If WS-TXNLOG-STATUS is equal to "35"
           If not WS-TXNLOG-OK
               Display "Unable to open transaction log file, status "
                   WS-TXNLOG-STATUS
               Perform RELEASE-TXNLOG-LOCK
               Exit section
           end-if.
           Move spaces to TX-SPACE-1 TX-SPACE-2 TX-SPACE-3
               TX-SPACE-4.
           Move WS-TIMESTAMP     to TX-TIMESTAMP.
           Move WS-OPERATOR-ID   to TX-OPERATOR-ID.
           Move "BMI-CALCULATOR" to TX-PROGRAM-NAME.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * The next log sequence comes from the TXNSEQ control file,
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

       VERIFY-PATIENT-ID section.
           Move "N" to WS-DEMOG-SW.
           Move 0 to WS-PATIENT-BIRTH.
           If not WS-AUDIT-OK
               Display "Unable to open audit file, status "
                   WS-AUDIT-STATUS
               Move "N" to WS-WRITES-SW
               Exit section
           end-if.
           Move space to AR-SPACE-1 AR-SPACE-2 AR-SPACE-3
               AR-SPACE-4 AR-SPACE-5 AR-SPACE-6 AR-ENTRY-TYPE
               AR-SPACE-7 AR-SPACE-8.
           Move spaces to AR-POSTED-TIMESTAMP.
           Move WS-SITE-CODE   to AR-SITE-CODE.
           Move WS-PATIENT-ID  to AR-PATIENT-ID.
           Move WS-TIMESTAMP   to AR-TIMESTAMP.
           Move WS-WEIGHT      to AR-WEIGHT.
           Move WS-HEIGHT      to AR-HEIGHT.
           Move WS-BMI         to AR-BMI.
           Move WS-ACCEPTABILITY to AR-CATEGORY.
      * A visit BMIHIST did not take is kept off VISITMST too, so
      * the two still reconcile line for line.
           Write AUDIT-RECORD.
           If not WS-AUDIT-OK
               Display "Audit file write failed, status "
                   WS-AUDIT-STATUS ", visit master not written"
               Move "N" to WS-WRITES-SW
               Close AUDIT-FILE
               Exit section
           end-if.
           Close AUDIT-FILE.
           Perform WRITE-VISIT-MASTER-RECORD.
           Exit section.

      * Mirrors the audit record just written, under the same
      * timestamp, into the keyed visit master so the two can never
      * disagree on what a visit said.  The patient's previous visit
      * is picked up first, for the referral loss trigger.
       WRITE-VISIT-MASTER-RECORD section.
           Move "N" to WS-PREV-FOUND-SW.
           Move WS-TIMESTAMP to WS-VISIT-STAMP.
           Open i-o VISIT-MASTER-FILE.
           If WS-VISIT-MISSING
               Open output VISIT-MASTER-FILE
           else
               If WS-VISIT-OK
                   Perform FIND-PREVIOUS-VISIT
               end-if
           end-if.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
               Move "N" to WS-WRITES-SW
               Exit section
           end-if.
           Move WS-PATIENT-ID  to VM-PATIENT-ID.
           Move WS-HEIGHT      to VM-HEIGHT.
           Move WS-BMI         to VM-BMI.
           Move WS-ACCEPTABILITY to VM-CATEGORY.
           Move WS-SITE-CODE   to VM-SITE-CODE.
      * A weight the adult formulas did not produce stays blank.
           Move spaces to VM-DOSING-VALUES.
           Move WS-BSA         to VM-BSA.
           Move WS-BSA-METHOD  to VM-BSA-METHOD.
           Move WS-DOSING-FLAG to VM-DOSING-FLAG.
           If WS-DOSE-ACTUAL or WS-DOSE-ADJUSTED
               Move WS-IDEAL-WEIGHT to VM-IDEAL-WEIGHT
           end-if.
           If WS-DOSE-ADJUSTED
               Move WS-ADJUSTED-WEIGHT to VM-ADJUSTED-WEIGHT
           end-if.
           Write VISIT-MASTER-RECORD
               invalid key
                   Display "Visit master write failed, status "
                       WS-VISIT-STATUS
                   Move "N" to WS-WRITES-SW
           end-write.
           Close VISIT-MASTER-FILE.
           Exit section.

      * The patient's visits arrive in timestamp order, so the last
      * one read ahead of the visit being written is the previous
      * one.
       FIND-PREVIOUS-VISIT section.
           Move "N" to WS-VISIT-EOF.
           Move WS-PATIENT-ID to VM-PATIENT-ID.
           Move low-values to VM-TIMESTAMP.
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           Perform with test before until END-OF-VISITS
               If VM-TIMESTAMP is less than WS-VISIT-STAMP
                   Move "Y" to WS-PREV-FOUND-SW
                   Compute WS-PREV-WEIGHT = function numval(VM-WEIGHT)
                   end-compute
                   Compute WS-PREV-DATE =
                       function numval(VM-TIMESTAMP(1:8))
                   end-compute
               end-if
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

      * REFPARM is optional, like BMIPARM: without it, or with no
      * CATEGORY lines in it, the two adult extremes and the
      * pediatric severe band open a referral.  OVERDUE-DAYS is
      * REFRPT's and is passed over here.
       LOAD-REFERRAL-TRIGGERS section.
           Move 0 to WS-TRIGGER-COUNT.
           Move "N" to WS-REFPARM-EOF.
           Open input REFERRAL-PARM-FILE.
           If WS-REFPARM-OK
               Perform READ-REFPARM-RECORD
               Perform with test before until END-OF-REFPARM
                   Perform PARSE-REFPARM-RECORD
                   Perform READ-REFPARM-RECORD
               end-perform
               Close REFERRAL-PARM-FILE
           end-if.
           If WS-TRIGGER-COUNT is equal to 0
               Move 3 to WS-TRIGGER-COUNT
               Move "SEVERELY UNDERWT." to WS-TRIGGER-CATEGORY(1)
               Move "OBESE CLASS III." to WS-TRIGGER-CATEGORY(2)
               Move "PED SEVERE UNDERWT" to WS-TRIGGER-CATEGORY(3)
           end-if.
           Exit section.

       READ-REFPARM-RECORD section.
           Read REFERRAL-PARM-FILE
               at end move "Y" to WS-REFPARM-EOF
           end-read.
           Exit section.

       PARSE-REFPARM-RECORD section.
           Move spaces to WS-CTL-NAME.
           Move spaces to WS-CTL-VALUE.
           Unstring REFERRAL-PARM-RECORD delimited by "="
               into WS-CTL-NAME WS-CTL-VALUE
           end-unstring.
           Evaluate function upper-case(function
                   trim(WS-CTL-NAME))
               when "CATEGORY"
                   If WS-TRIGGER-COUNT is less than WS-TRIGGER-MAX
                       Add 1 to WS-TRIGGER-COUNT
                       Move function upper-case(function
                           trim(WS-CTL-VALUE)) to
                           WS-TRIGGER-CATEGORY(WS-TRIGGER-COUNT)
                   else
                       Display "Referral category table full, "
                           function trim(WS-CTL-VALUE)
                           " not loaded"
                   end-if
               when "LOSS-PERCENT"
                   Compute WS-LOSS-PERCENT =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "LOSS-DAYS"
                   Compute WS-LOSS-DAYS =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "OVERDUE-DAYS"
               when spaces
                   continue
               when other
                   Display "Referral control field "
                       function trim(WS-CTL-NAME)
                       " not recognized, ignored"
           end-evaluate.
           Exit section.

      * Runs only once the visit is posted, BMIHIST, VISITMST and
      * TXNLOG alike; a visit that did not land has no stamp or
      * previous weight of its own to judge.  A trigger category
      * takes precedence over a loss; either way a referral the
      * patient still has open stops a second one being added.  The
      * new referral goes to the dietitian until REFMNT says
      * otherwise.
       CHECK-REFERRAL-TRIGGER section.
           Move space to WS-REFER-REASON.
           Perform varying WS-TRIGGER-IX from 1 by 1
                   until WS-TRIGGER-IX is greater than
                       WS-TRIGGER-COUNT
               If function upper-case(WS-ACCEPTABILITY) is equal to
                       WS-TRIGGER-CATEGORY(WS-TRIGGER-IX)
                   Move "C" to WS-REFER-REASON
               end-if
           end-perform.
           Move 0 to WS-LOSS-DONE.
           If WS-PREV-FOUND and WS-PREV-WEIGHT is greater than 0
               Compute WS-CURR-WEIGHT
                   rounded mode is nearest-away-from-zero
                   = WS-WEIGHT
               end-compute
               Compute WS-GAP-DAYS = function integer-of-date(
                   function numval(WS-VISIT-STAMP(1:8)))
                   - function integer-of-date(WS-PREV-DATE)
               end-compute
               Compute WS-LOSS-DONE rounded =
                   (WS-PREV-WEIGHT - WS-CURR-WEIGHT) * 100
                   / WS-PREV-WEIGHT
               end-compute
               If WS-REFER-NONE
                   and WS-LOSS-PERCENT is greater than 0
                   and WS-GAP-DAYS is not greater than WS-LOSS-DAYS
                   and WS-LOSS-DONE is not less than WS-LOSS-PERCENT
                   Move "L" to WS-REFER-REASON
               end-if
           end-if.
           If WS-REFER-NONE
               Exit section
           end-if.
           Open i-o REFERRAL-FILE.
           If WS-REFER-MISSING
               Open output REFERRAL-FILE
               Close REFERRAL-FILE
               Open i-o REFERRAL-FILE
           end-if.
           If not WS-REFER-OK
               Display "Unable to open referral file, status "
                   WS-REFER-STATUS ", no referral for "
                   WS-PATIENT-ID
               Exit section
           end-if.
           Perform FIND-OPEN-REFERRAL.
           If WS-REFERRAL-OPEN
               Display WS-PATIENT-ID
                   " referral already open, none added"
               Close REFERRAL-FILE
               Exit section
           end-if.
           Move spaces to REFERRAL-RECORD.
           Move WS-PATIENT-ID    to RF-PATIENT-ID.
           Move WS-VISIT-STAMP(1:14) to RF-OPENED-STAMP.
           Move WS-REFER-REASON  to RF-REASON.
           Move WS-ACCEPTABILITY to RF-CATEGORY.
           Move WS-BMI           to RF-BMI.
           If WS-REFER-LOSS
               Move WS-LOSS-DONE to RF-LOSS-PCT
           end-if.
           Move "D"              to RF-SERVICE.
           Move "O"              to RF-STATUS.
           Move WS-VISIT-STAMP(1:8) to RF-STATUS-DATE.
           Move 0                to RF-APPT-DATE.
           Move WS-OPERATOR-ID   to RF-OPENED-BY.
           Move WS-SITE-CODE     to RF-SITE-CODE.
           Write REFERRAL-RECORD
               invalid key
                   Display "Referral write failed, status "
                       WS-REFER-STATUS
                   Move space to WS-REFER-REASON
           end-write.
           Close REFERRAL-FILE.
           If WS-REFER-NONE
               Exit section
           end-if.
           Move WS-LOSS-DONE to WS-REFER-EDIT.
           Move WS-GAP-DAYS to WS-GAP-EDIT.
           If WS-REFER-LOSS
               Display WS-PATIENT-ID " referred to dietitian, "
                   function trim(WS-REFER-EDIT) "% lost in "
                   function trim(WS-GAP-EDIT) " days"
           else
               Display WS-PATIENT-ID " referred to dietitian, "
                   function trim(WS-ACCEPTABILITY)
           end-if.
           Move spaces to WS-TXN-INPUT.
           String "referral id=" delimited by size
               WS-PATIENT-ID delimited by size
               " opened=" delimited by size
               RF-OPENED-STAMP delimited by size
               " site=" delimited by size
               WS-SITE-CODE delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           If WS-REFER-LOSS
               String "st=O reason=L loss=" delimited by size
                   function trim(WS-REFER-EDIT) delimited by size
                   "% svc=D" delimited by size
                   into WS-TXN-OUTPUT
               end-string
           else
               String "st=O reason=C cat=" delimited by size
                   function trim(WS-ACCEPTABILITY) delimited by size
                   " svc=D" delimited by size
                   into WS-TXN-OUTPUT
               end-string
           end-if.
           Perform WRITE-SUMMARY-LOG-RECORD.
           Exit section.

       FIND-OPEN-REFERRAL section.
           Move "N" to WS-REFER-OPEN-SW.
           Move "N" to WS-REFER-EOF.
           Move WS-PATIENT-ID to RF-PATIENT-ID.
           Move low-values to RF-OPENED-STAMP.
           Start REFERRAL-FILE key is greater than or equal to
                   RF-KEY
               invalid key move "Y" to WS-REFER-EOF
           end-start.
           Perform READ-NEXT-REFERRAL.
           Perform with test before until END-OF-REFERRALS
               If RF-STILL-OPEN
                   Move "Y" to WS-REFER-OPEN-SW
               end-if
               Perform READ-NEXT-REFERRAL
           end-perform.
           Exit section.

       READ-NEXT-REFERRAL section.
           If not END-OF-REFERRALS
               Read REFERRAL-FILE next
                   at end move "Y" to WS-REFER-EOF
               end-read
               If not END-OF-REFERRALS
                   and RF-PATIENT-ID is not equal to WS-PATIENT-ID
                   Move "Y" to WS-REFER-EOF
               end-if
           end-if.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Move "N" to WS-WRITES-SW
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Open extend TRANSACTION-LOG-FILE.
           If WS-TXNLOG-STATUS is equal to "35"
           If not WS-TXNLOG-OK
               Display "Unable to open transaction log file, status "
                   WS-TXNLOG-STATUS
               Move "N" to WS-WRITES-SW
               Perform RELEASE-TXNLOG-LOCK
               Exit section
           end-if.
           Move spaces to TX-SPACE-1 TX-SPACE-2 TX-SPACE-3
               WS-TXN-WEIGHT-EDIT delimited by size
               " ht=" delimited by size
               WS-TXN-HEIGHT-EDIT delimited by size
               " site=" delimited by size
               WS-SITE-CODE delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           Move space to TX-SPACE-5.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           If not WS-TXNLOG-OK
               Display "Transaction log write failed, status "
                   WS-TXNLOG-STATUS
               Move "N" to WS-WRITES-SW
           end-if.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

       CALCULATE-BMI section.
               = WS-WEIGHT / (WS-HEIGHT ** 2)
           end-compute.
           Exit section.
      * Works from the same weight and height as the BMI.  The age
      * test is the one classification uses, so the patient who is
      * a minor for the pediatric bands is a minor here too.
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
               Display "Body surface area: " WS-BSA-EDIT
                   " m2 (DuBois)"
           else
               Display "Body surface area: " WS-BSA-EDIT
                   " m2 (Mosteller)"
           end-if.
           Evaluate true
               when WS-DOSE-MINOR
                   Display "Patient under 18: ideal/adjusted "
                       "body weight not calculated."
               when WS-DOSE-UNKNOWN
                   Display "No usable age and sex on the patient "
                       "master: ideal/adjusted body weight not "
                       "calculated."
               when other
                   Move WS-IDEAL-WEIGHT to WS-DOSE-WEIGHT-EDIT
                   Display "Ideal body weight: "
                       function trim(WS-DOSE-WEIGHT-EDIT) " kg"
           end-evaluate.
           If WS-DOSE-ADJUSTED
               Move WS-ADJUSTED-WEIGHT to WS-DOSE-WEIGHT-EDIT
               Display "Adjusted body weight: "
                   function trim(WS-DOSE-WEIGHT-EDIT)
                   " kg (actual weight over 120% of ideal)"
           end-if.
           Exit section.

      * The category text names the scheme: a "Ped" prefix marks a
      * pediatric classification so BMITREND and the EHR extract can
      * tell the two apart on the record itself.
