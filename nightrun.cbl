      *                  step depends on the edit step and is held
      *                  back if the edit fails, rather than eating
      *                  the raw roster after all.
      * 2026-10-15  RLP  The built-in plan now runs ADTLOAD ahead of
      *                  ROSTBLD, applying the EHR registration feed
      *                  to PATMAST and then working the merges it
      *                  queued through PATMERGE's batch mode, so the
      *                  roster is built against tonight's master.  A
      *                  failed feed does not hold the roster back;
      *                  the master is simply as current as last
      *                  night's.
      * 2026-10-15  RLP  The built-in plan now runs MSGXTRCT after
      *                  BMI-CALCULATOR, building the messaging
      *                  vendor's reminder and recall file once
      *                  tonight's visits are on VISITMST, so a
      *                  patient seen today is not recalled tonight.
      * 2026-10-15  RLP  The NIGHTPLAN record gained a trailing
      *                  concurrency-group column.  Steps next to each
      *                  other in run order that share a group are
      *                  launched together and the window waits for
      *                  the whole group before going on; each member
      *                  still gets its own schedule, depends-on,
      *                  on-failure, budget, restart-control, NIGHTLOG
      *                  and NIGHTSTAT treatment, with its TXNLOG
      *                  processed count taken from the lines logged
      *                  under its own program names.  NIGHTLOG now
      *                  carries the group so MORNRPT can show the
      *                  overlap against the serial window.
      * 2026-10-15  RLP  A step that fails, times out or is held back
      *                  by its dependency now raises an on-call alert
      *                  at once: a record on the PAGEOUT file the
      *                  paging gateway polls, carrying the step,
      *                  status, return code, elapsed time and the
      *                  dependents it holds back, addressed to each
      *                  contact the ONCALL table names for that step
      *                  and status, at that row's severity.  A window
      *                  that ends with anything abnormal raises one
      *                  more alert, and a WINDOW row's not-finished-by
      *                  time arms a watcher that pages if the window
      *                  is still running then.  Every page is logged
      *                  to TXNLOG so MORNRPT can show who was paged.
      * 2026-10-15  RLP  Dated generations of each step's named input
      *                  and output files, per the NIGHTFILE list (or
      *                  the built-in one), are now copied aside as
      *                  FILE.YYYYMMDD.nnnnn around every step run and
      *                  listed in the NIGHTCAT catalog with step,
      *                  generation, record count and size; those past
      *                  a file's retention are swept as new ones are
      *                  taken.  Invoked as "NIGHTRUN op R step date",
      *                  the program instead reinstates that night's
      *                  input generations for the one step and reruns
      *                  it, refusing a step that posts to BMIHIST,
      *                  VISITMST, TXNLOG or any other cumulative file
      *                  unless OVERRIDE is given as well.
      * 2026-10-15  RLP  The built-in plan runs the PATDUPL duplicate
      *                  patient scan on the last business night of
      *                  the month, its worklist and candidate file
      *                  kept as generations like any other output.
      * 2026-10-15  RLP  The built-in plan writes the PHRXTRCT
      *                  pharmacy dosing file straight after the BMI
      *                  batch, on which it depends, and keeps its
      *                  PHRXMIT as a generation.
      * 2026-10-15  RLP  The built-in plan runs the REFRPT overdue
      *                  referral report weekly on Friday nights; the
      *                  BMI step's REFERRAL postings and the REFPARM
      *                  triggers join the built-in file list.
      * 2026-10-15  RLP  A concurrency group now runs in the
      *                  background while the window polls NIGHTGRP,
      *                  so a member that fails or times out is paged
      *                  the moment it reports, not once the whole
      *                  group is through; the late-window page is
      *                  logged from the same poll.
      * 2026-10-15  RLP  PATMERGE is its own built-in step straight
      *                  after ADTLOAD instead of riding on the end of
      *                  its command, so a failed feed no longer
      *                  leaves the queued merges unworked, the merge
      *                  run gets its own NIGHTLOG line and alerts,
      *                  and its MERGEREQ input and BMIHIST, VISITMST
      *                  and TXNLOG postings are listed under its own
      *                  name.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, as every TXNLOG writer now
      *                  does, so members of a concurrency group can
      *                  no longer share a sequence number or land
      *                  out of order; the daily close-out counts the
      *                  date and writes its line under the same lock.

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
           Select GROUP-STATUS-FILE assign to "NIGHTGRP"
               organization is line sequential
               file status is WS-GRPSTAT-STATUS.
           Select GROUP-DONE-FILE assign to "NIGHTGDN"
               organization is line sequential
               file status is WS-GRPDONE-STATUS.
           Select ONCALL-FILE assign to "ONCALL"
               organization is line sequential
               file status is WS-ONCALL-STATUS.
           Select ALERT-OUT-FILE assign to "PAGEOUT"
               organization is line sequential
               file status is WS-ALERT-STATUS.
           Select ACTIVE-WINDOW-FILE assign to "NIGHTACT"
               organization is line sequential
               file status is WS-ACTIVE-STATUS.
           Select LATE-MARKER-FILE assign to "NIGHTLATE"
               organization is line sequential
               file status is WS-LATE-STATUS.
           Select FILE-LIST-FILE assign to "NIGHTFILE"
               organization is line sequential
               file status is WS-FILELIST-STATUS.
           Select CATALOG-FILE assign to "NIGHTCAT"
               organization is line sequential
               file status is WS-CATALOG-STATUS.
           Select GENERATION-FILE assign to dynamic WS-GEN-NAME
               organization is line sequential
               file status is WS-GENFILE-STATUS.

002000 Data division.
       File section.
           05  JL-ELAPSED-SECS      picture is Z(5)9.
           05  JL-SPACE-7           picture is X(01).
           05  JL-PROCESSED         picture is Z(8)9.
           05  JL-SPACE-8           picture is X(01).
           05  JL-GROUP             picture is X(03).

       FD  JOB-PLAN-FILE.
       01  JOB-PLAN-RECORD.
           05  JP-TIME-BUDGET       picture is X(05).
           05  JP-SPACE-7           picture is X(01).
           05  JP-FREQUENCY         picture is X(03).
           05  JP-SPACE-8           picture is X(01).
           05  JP-GROUP             picture is X(03).

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       FD  GROUP-STATUS-FILE.
       01  GROUP-STATUS-RECORD.
           05  GS-MEMBER            picture is 9(02).
           05  GS-SPACE-1           picture is X(01).
           05  GS-START-TIME        picture is X(14).
           05  GS-SPACE-2           picture is X(01).
           05  GS-END-TIME          picture is X(14).
           05  GS-SPACE-3           picture is X(01).
           05  GS-RETURN-CODE       picture is X(05).

      * Written by the group's shell once its last member is done.
       FD  GROUP-DONE-FILE.
       01  GROUP-DONE-RECORD        picture is X(14).

      * One row per contact to page: the step it covers (* any step,
      * WINDOW the window as a whole), the status it covers (blank
      * any; FAILED, TIMOUT, DEPSKP for steps, ABNORM or LATE for the
      * window), severity 1 (highest) to 3, the contact and who the
      * gateway escalates to.  A WINDOW row's not-finished-by time,
      * HHMM, sets the late-window alarm.
       FD  ONCALL-FILE.
       01  ONCALL-RECORD.
           05  OC-STEP-NAME         picture is X(14).
           05  OC-SPACE-1           picture is X(01).
           05  OC-STATUS            picture is X(06).
           05  OC-SPACE-2           picture is X(01).
           05  OC-SEVERITY          picture is X(01).
           05  OC-SPACE-3           picture is X(01).
           05  OC-CONTACT           picture is X(10).
           05  OC-SPACE-4           picture is X(01).
           05  OC-ESCALATE-TO       picture is X(10).
           05  OC-SPACE-5           picture is X(01).
           05  OC-LATE-BY           picture is X(04).

      * The late-window watcher writes this same layout from the
      * shell; START-LATE-WINDOW-WATCH must be kept in step with it.
       FD  ALERT-OUT-FILE.
       01  ALERT-RECORD.
           05  AL-ALERT-TIME        picture is X(14).
           05  AL-SPACE-1           picture is X(01).
           05  AL-ALERT-TYPE        picture is X(06).
           05  AL-SPACE-2           picture is X(01).
           05  AL-SEVERITY          picture is X(01).
           05  AL-SPACE-3           picture is X(01).
           05  AL-CONTACT           picture is X(10).
           05  AL-SPACE-4           picture is X(01).
           05  AL-ESCALATE-TO       picture is X(10).
           05  AL-SPACE-5           picture is X(01).
           05  AL-STEP-NAME         picture is X(14).
           05  AL-SPACE-6           picture is X(01).
           05  AL-STATUS            picture is X(06).
           05  AL-SPACE-7           picture is X(01).
           05  AL-RETURN-CODE       picture is Z(4)9.
           05  AL-SPACE-8           picture is X(01).
           05  AL-ELAPSED-SECS      picture is Z(5)9.
           05  AL-SPACE-9           picture is X(01).
           05  AL-HELD-BACK         picture is X(60).
           05  AL-SPACE-10          picture is X(01).
           05  AL-TEXT              picture is X(60).

       FD  ACTIVE-WINDOW-FILE.
       01  ACTIVE-WINDOW-RECORD     picture is X(16).

       FD  LATE-MARKER-FILE.
       01  LATE-MARKER-RECORD       picture is X(14).

      * A step's named files: role I an input, taken before the step
      * runs and reinstated by a rerun; O an output, taken after it
      * ends; P a cumulative file the step posts to (BMIHIST,
      * VISITMST, TXNLOG and the like), never copied, whose presence
      * guards the step against an unforced rerun.  Retention is the
      * number of generations to keep, blank for the default.
       FD  FILE-LIST-FILE.
       01  FILE-LIST-RECORD.
           05  NF-STEP-NAME         picture is X(14).
           05  NF-SPACE-1           picture is X(01).
           05  NF-ROLE              picture is X(01).
           05  NF-SPACE-2           picture is X(01).
           05  NF-FILE-NAME         picture is X(20).
           05  NF-SPACE-3           picture is X(01).
           05  NF-RETAIN            picture is X(03).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  NC-DATE              picture is X(08).
           05  NC-SPACE-1           picture is X(01).
           05  NC-STEP-NAME         picture is X(14).
           05  NC-SPACE-2           picture is X(01).
           05  NC-ROLE              picture is X(01).
           05  NC-SPACE-3           picture is X(01).
           05  NC-FILE-NAME         picture is X(20).
           05  NC-SPACE-4           picture is X(01).
           05  NC-GENERATION        picture is 9(05).
           05  NC-SPACE-5           picture is X(01).
           05  NC-RECORD-COUNT      picture is 9(09).
           05  NC-SPACE-6           picture is X(01).
           05  NC-BYTE-SIZE         picture is 9(12).
           05  NC-SPACE-7           picture is X(01).
           05  NC-GEN-NAME          picture is X(36).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD        picture is X(8192).

       Working-storage section.
       77  WS-STEP-LIMIT        usage is binary-long value 20.
       77  WS-STEP-COUNT        usage is binary-long value 0.
               10  WS-STEP-OUTCOME  picture is X(01).
               10  WS-STEP-BUDGET   usage is binary-long.
               10  WS-STEP-FREQ     picture is X(03).
               10  WS-STEP-GROUP    picture is X(03).
       77  WS-STEP-SWAP         picture is X(145).

       77  WS-GROUP-FIRST       usage is binary-long value 0.
       77  WS-GROUP-LAST        usage is binary-long value 0.
       77  WS-GROUP-NAME        picture is X(03) value spaces.
       77  WS-LOG-GROUP         picture is X(03) value spaces.
       77  WS-GROUP-ACTIVE-SW   picture is X(01) value "N".
           88 WS-GROUP-ACTIVE       value "Y".
       77  WS-INTRA-GROUP-SW    picture is X(01) value "N".
           88 WS-DEPENDS-IN-GROUP   value "Y".
       77  WS-GROUP-START       picture is X(14) value spaces.
       77  WS-GROUP-END         picture is X(14) value spaces.
       77  WS-GROUP-COMMAND     picture is X(4400) value spaces.
       77  WS-GROUP-SWAP        picture is X(4400) value spaces.
       77  WS-GRPSTAT-NAME      picture is X(08) value "NIGHTGRP".
       77  WS-GRPSTAT-STATUS    picture is X(02) value spaces.
           88 WS-GRPSTAT-OK         value "00".
       77  WS-GRPSTAT-EOF       picture is X(01) value "N".
           88 END-OF-GRPSTAT        value "Y".
       77  WS-GRPDONE-NAME      picture is X(08) value "NIGHTGDN".
       77  WS-GRPDONE-STATUS    picture is X(02) value spaces.
           88 WS-GRPDONE-OK         value "00".
       77  WS-GROUP-DONE-SW     picture is X(01) value "N".
           88 WS-GROUP-DONE         value "Y".
       77  WS-GROUP-POLL-SECS   usage is binary-long value 5.
       77  WS-PAGED-SW          picture is X(01) value "N".
           88 WS-ALREADY-PAGED      value "Y".
       77  WS-MEMBER-COUNT      usage is binary-long value 0.
       77  WS-MEMBER-IX         usage is binary-long value 0.
       77  WS-MEMBER-EDIT       picture is 9(02).
       77  WS-MEMBER-COUNT-EDIT picture is Z(8)9.
       77  WS-DEFER-COUNT       usage is binary-long value 0.
       77  WS-DEFER-IX          usage is binary-long value 0.
       77  WS-PROG-IX           usage is binary-long value 0.
       77  WS-TOKEN-IX          usage is binary-long value 0.
       77  WS-CHAR-IX           usage is binary-long value 0.
       77  WS-SLASH-POS         usage is binary-long value 0.
       77  WS-TXN-LINE-IX       usage is binary-long value 0.
       77  WS-MATCHED-SW        picture is X(01) value "N".
           88 WS-LINE-MATCHED       value "Y".
       77  WS-UNMATCHED-LINES   usage is binary-long value 0.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY occurs 20 times.
               10  WS-MEMBER-STEP       usage is binary-long.
               10  WS-MEMBER-START      picture is X(14).
               10  WS-MEMBER-END        picture is X(14).
               10  WS-MEMBER-RC         usage is binary-long.
               10  WS-MEMBER-REPORTED   picture is X(01).
               10  WS-MEMBER-PAGED      picture is X(01).
               10  WS-MEMBER-PROCESSED  usage is binary-long.
               10  WS-MEMBER-PROG-COUNT usage is binary-long.
               10  WS-MEMBER-PROG       picture is X(14)
                                        occurs 6 times.
       01  WS-DEFER-TABLE.
           05  WS-DEFER-STEP        usage is binary-long
                                    occurs 20 times.
       01  WS-CMD-TOKEN-TABLE.
           05  WS-CMD-TOKEN         picture is X(40) occurs 6 times.

       77  WS-PLAN-STATUS       picture is X(02) value spaces.
           88 WS-PLAN-OK            value "00".
       77  WS-TXN-OUTPUT        picture is X(64) value spaces.
       77  WS-TXNSEQ-STATUS     picture is X(02) value spaces.
           88 WS-TXNSEQ-OK          value "00".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-TXN-SEQUENCE      picture is 9(09) value 0.
       77  WS-CLOSEOUT-DATE     picture is X(08) value spaces.
       77  WS-CLOSE-COUNT       usage is binary-long value 0.
       77  WS-TXNLOG-EOF        picture is X(01) value "N".
           88 END-OF-TXNLOG         value "Y".

       77  WS-ONCALL-STATUS     picture is X(02) value spaces.
           88 WS-ONCALL-OK          value "00".
       77  WS-ONCALL-EOF        picture is X(01) value "N".
           88 END-OF-ONCALL         value "Y".
       77  WS-ONCALL-MAX        usage is binary-long value 50.
       77  WS-ONCALL-COUNT      usage is binary-long value 0.
       77  WS-OC-IX             usage is binary-long value 0.
       01  WS-ONCALL-TABLE.
           05  WS-ONCALL-ENTRY occurs 50 times.
               10  WS-OC-STEP       picture is X(14).
               10  WS-OC-STATUS     picture is X(06).
               10  WS-OC-SEVERITY   picture is X(01).
               10  WS-OC-CONTACT    picture is X(10).
               10  WS-OC-ESCALATE   picture is X(10).
               10  WS-OC-LATE-BY    picture is X(04).
       77  WS-ALERT-STATUS      picture is X(02) value spaces.
           88 WS-ALERT-OK           value "00".
       77  WS-ALERT-TYPE        picture is X(06) value spaces.
       77  WS-ALERT-STEP        picture is X(14) value spaces.
       77  WS-ALERT-STATUS-TEXT picture is X(06) value spaces.
       77  WS-ALERT-TEXT        picture is X(60) value spaces.
       77  WS-ALERT-TIME        picture is X(14) value spaces.
       77  WS-MATCH-STEP        picture is X(14) value spaces.
       77  WS-PAGES-SENT        usage is binary-long value 0.
       77  WS-PAGE-SEVERITY     picture is X(01) value spaces.
       77  WS-PAGE-CONTACT      picture is X(10) value spaces.
       77  WS-PAGE-ESCALATE     picture is X(10) value spaces.
       77  WS-HELD-LIST         picture is X(60) value spaces.
       77  WS-HELD-SWAP         picture is X(60) value spaces.
       77  WS-HELD-IX           usage is binary-long value 0.
       77  WS-HELD-DEP-IX       usage is binary-long value 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-FLAG     picture is X(01) occurs 20 times.
       77  WS-ABNORMAL-COUNT    usage is binary-long value 0.
       77  WS-ABNORMAL-NAMES    picture is X(60) value spaces.
       77  WS-RC-EDIT           picture is Z(4)9.
       77  WS-SECS-EDIT         picture is Z(5)9.

       77  WS-RUN-STAMP         picture is X(16) value spaces.
       77  WS-ACTIVE-STATUS     picture is X(02) value spaces.
           88 WS-ACTIVE-OK          value "00".
       77  WS-ACTIVE-NAME       picture is X(08) value "NIGHTACT".
       77  WS-LATE-STATUS       picture is X(02) value spaces.
           88 WS-LATE-OK            value "00".
       77  WS-LATE-NAME         picture is X(09) value "NIGHTLATE".
       77  WS-LATE-BY           picture is X(04) value spaces.
       77  WS-LATE-LOGGED-SW    picture is X(01) value "N".
           88 WS-LATE-LOGGED        value "Y".
       77  WS-WATCH-SECS        usage is binary-long value 0.
       77  WS-WATCH-EDIT        picture is Z(5)9.
       77  WS-NOW-SERIAL        usage is binary-double value 0.
       77  WS-WATCH-COMMAND     picture is X(2000) value spaces.
       77  WS-WATCH-SWAP        picture is X(2000) value spaces.
       77  WS-LATE-MAX          usage is binary-long value 5.
       77  WS-LATE-COUNT        usage is binary-long value 0.
       77  WS-LATE-IX           usage is binary-long value 0.
       01  WS-LATE-TABLE.
           05  WS-LATE-ENTRY occurs 5 times.
               10  WS-LATE-SEVERITY picture is X(01).
               10  WS-LATE-CONTACT  picture is X(10).
               10  WS-LATE-ESCALATE picture is X(10).

       77  WS-ARGUMENTS         picture is X(80) value spaces.
       77  WS-RUN-MODE          picture is X(01) value spaces.
           88 WS-MODE-RERUN         value "R" "r".
       77  WS-RERUN-STEP        picture is X(14) value spaces.
       77  WS-RERUN-DATE        picture is X(08) value spaces.
       77  WS-RERUN-OVERRIDE    picture is X(10) value spaces.
       77  WS-RERUN-IX          usage is binary-long value 0.
       77  WS-REINSTATED        usage is binary-long value 0.
       77  WS-RERUN-INPUTS      usage is binary-long value 0.
       77  WS-CT-PRIOR-COUNT    usage is binary-long value 0.
       77  WS-POSTS-LIST        picture is X(60) value spaces.

       77  WS-FILELIST-STATUS   picture is X(02) value spaces.
           88 WS-FILELIST-OK        value "00".
       77  WS-FILELIST-EOF      picture is X(01) value "N".
           88 END-OF-FILELIST       value "Y".
       77  WS-FL-MAX            usage is binary-long value 100.
       77  WS-FL-COUNT          usage is binary-long value 0.
       77  WS-FL-IX             usage is binary-long value 0.
       77  WS-DEFAULT-RETAIN    usage is binary-long value 7.
       01  WS-FILE-LIST-TABLE.
           05  WS-FL-ENTRY occurs 100 times.
               10  WS-FL-STEP       picture is X(14).
               10  WS-FL-ROLE       picture is X(01).
               10  WS-FL-FILE       picture is X(20).
               10  WS-FL-RETAIN     usage is binary-long.

      * The built-in file list, for the built-in plan's steps.
       01  WS-DEFAULT-FILE-VALUES.
           05  FILLER picture is X(35) value
               "ADTLOAD       IADTFEED".
           05  FILLER picture is X(35) value
               "ADTLOAD       OADTEXCP".
           05  FILLER picture is X(35) value
               "ADTLOAD       OMERGEREQ".
           05  FILLER picture is X(35) value
               "ADTLOAD       PTXNLOG".
           05  FILLER picture is X(35) value
               "PATMERGE      IMERGEREQ".
           05  FILLER picture is X(35) value
               "PATMERGE      PBMIHIST".
           05  FILLER picture is X(35) value
               "PATMERGE      PVISITMST".
           05  FILLER picture is X(35) value
               "PATMERGE      PTXNLOG".
           05  FILLER picture is X(35) value
               "ROSTBLD       IAPPTFILE".
           05  FILLER picture is X(35) value
               "ROSTBLD       OROSTER".
           05  FILLER picture is X(35) value
               "ROSTEDIT      IROSTER".
           05  FILLER picture is X(35) value
               "ROSTEDIT      IEDITPARM".
           05  FILLER picture is X(35) value
               "ROSTEDIT      OROSTER".
           05  FILLER picture is X(35) value
               "ROSTEDIT      OROSTREJ".
           05  FILLER picture is X(35) value
               "ROSTEDIT      OEDITRPT".
           05  FILLER picture is X(35) value
               "ROSTEDIT      OROSTSUSP".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORIROSTER".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORIBMIPARM".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORIBMICTL".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORPBMIHIST".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORPVISITMST".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORPTXNLOG".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORIREFPARM".
           05  FILLER picture is X(35) value
               "BMI-CALCULATORPREFERRAL".
           05  FILLER picture is X(35) value
               "MSGXTRCT      IMSGCTL".
           05  FILLER picture is X(35) value
               "MSGXTRCT      OMSGXMIT".
           05  FILLER picture is X(35) value
               "MSGXTRCT      PNOTICLOG".
           05  FILLER picture is X(35) value
               "MSGXTRCT      PTXNLOG".
           05  FILLER picture is X(35) value
               "COBOLLATZ     ILATZCTL".
           05  FILLER picture is X(35) value
               "COBOLLATZ     OLATZSUM".
           05  FILLER picture is X(35) value
               "COBOLLATZ     PTXNLOG".
           05  FILLER picture is X(35) value
               "EULER         IEULRCTL".
           05  FILLER picture is X(35) value
               "EULER         IEULRREQ".
           05  FILLER picture is X(35) value
               "EULER         PEULRLOG".
           05  FILLER picture is X(35) value
               "EULER         PTXNLOG".
           05  FILLER picture is X(35) value
               "PATDUPL       IDUPREJ".
           05  FILLER picture is X(35) value
               "PATDUPL       ODUPCAND".
           05  FILLER picture is X(35) value
               "PATDUPL       ODUPRPT".
           05  FILLER picture is X(35) value
               "PATDUPL       PTXNLOG".
           05  FILLER picture is X(35) value
               "PHRXTRCT      OPHRXMIT".
           05  FILLER picture is X(35) value
               "PHRXTRCT      PTXNLOG".
           05  FILLER picture is X(35) value
               "REFRPT        IREFPARM".
           05  FILLER picture is X(35) value
               "REFRPT        OREFRPT".
           05  FILLER picture is X(35) value
               "REFRPT        PTXNLOG".
       01  WS-DEFAULT-FILE-TABLE redefines WS-DEFAULT-FILE-VALUES.
           05  WS-DEFAULT-FILE-ENTRY occurs 44 times.
               10  WS-DF-STEP       picture is X(14).
               10  WS-DF-ROLE       picture is X(01).
               10  WS-DF-FILE       picture is X(20).
       77  WS-DEFAULT-FILE-COUNT usage is binary-long value 44.

       77  WS-CATALOG-STATUS    picture is X(02) value spaces.
           88 WS-CATALOG-OK         value "00".
       77  WS-CATALOG-EOF       picture is X(01) value "N".
           88 END-OF-CATALOG        value "Y".
       77  WS-CT-MAX            usage is binary-long value 500.
       77  WS-CT-COUNT          usage is binary-long value 0.
       77  WS-CT-IX             usage is binary-long value 0.
       77  WS-CT-PICK-IX        usage is binary-long value 0.
       01  WS-CATALOG-TABLE.
           05  WS-CT-ENTRY occurs 500 times.
               10  WS-CT-DATE       picture is X(08).
               10  WS-CT-STEP       picture is X(14).
               10  WS-CT-ROLE       picture is X(01).
               10  WS-CT-FILE       picture is X(20).
               10  WS-CT-GEN        usage is binary-long.
               10  WS-CT-RECORDS    usage is binary-long.
               10  WS-CT-BYTES      usage is binary-double.
               10  WS-CT-GEN-NAME   picture is X(36).
               10  WS-CT-KEPT       picture is X(01).
       77  WS-CAPTURE-ROLE      picture is X(01) value spaces.
       77  WS-CAPTURE-DATE      picture is X(08) value spaces.
       77  WS-CAPTURED          usage is binary-long value 0.
       77  WS-GENFILE-STATUS    picture is X(02) value spaces.
           88 WS-GENFILE-OK         value "00".
       77  WS-GENFILE-EOF       picture is X(01) value "N".
           88 END-OF-GENFILE        value "Y".
       77  WS-GEN-NAME          picture is X(36) value spaces.
       77  WS-LIVE-NAME         picture is X(21) value spaces.
       77  WS-GEN-NUMBER        usage is binary-long value 0.
       77  WS-GEN-EDIT          picture is 9(05).
       77  WS-GEN-RECORDS       usage is binary-long value 0.
       77  WS-KEEP-COUNT        usage is binary-long value 0.
       77  WS-KEEP-LIMIT        usage is binary-long value 0.
       01  WS-FILE-DETAILS.
           05  WS-FILE-SIZE         picture is X(08) usage is comp-x.
           05  WS-FILE-DAY          picture is X(01) usage is comp-x.
           05  WS-FILE-MONTH        picture is X(01) usage is comp-x.
           05  WS-FILE-YEAR         picture is X(02) usage is comp-x.
           05  WS-FILE-TIME         picture is X(04).

       77  WS-RAW-RETURN-CODE   usage is binary-long value 0.
       77  WS-RETURN-CODE       usage is binary-long value 0.
       77  WS-STATUS-TEXT       picture is X(06) value spaces.

003000 Procedure division.
       MAIN section.
           Accept WS-ARGUMENTS from command-line.
           Unstring WS-ARGUMENTS delimited by all spaces
               into WS-OPERATOR-ID WS-RUN-MODE WS-RERUN-STEP
                   WS-RERUN-DATE WS-RERUN-OVERRIDE
           end-unstring.
           Perform VERIFY-OPERATOR-AUTH.
           Perform LOAD-JOB-PLAN.
           Perform LOAD-HOLIDAY-CALENDAR.
           Perform COMPUTE-TONIGHT-FACTS.
           Perform LOAD-FILE-LIST.
           Perform LOAD-GENERATION-CATALOG.
           If WS-MODE-RERUN
               Perform RERUN-PRIOR-NIGHT
               Stop run
           end-if.
           Perform LOAD-RESTART-CONTROL.
           Perform LOAD-ONCALL-TABLE.
           Perform START-LATE-WINDOW-WATCH.
           Move 1 to WS-STEP-IX.
           Perform with test before
                   until WS-STEP-IX is greater than WS-STEP-COUNT
               If WS-STEP-GROUP(WS-STEP-IX) is equal to spaces
                   Perform RUN-OR-SKIP-STEP
                   Add 1 to WS-STEP-IX
               else
                   Perform RUN-STEP-GROUP
               end-if
               Perform CHECK-LATE-MARKER
           end-perform.
           Perform RAISE-WINDOW-ALERT.
           Perform END-LATE-WINDOW-WATCH.
           Perform CLOSE-OUT-RESTART-CONTROL.
           Perform WRITE-DAILY-CLOSEOUT.
           Stop run.
                       Perform STAMP-IDLE-STEP-TIMES
                       Perform WRITE-JOB-LOG-RECORD
                       Move "D" to WS-STEP-OUTCOME(WS-STEP-IX)
                       Perform RAISE-STEP-ALERT
                   else
                       If WS-GROUP-ACTIVE
                           Perform QUEUE-GROUP-MEMBER
                           Exit section
                       end-if
                       Move WS-STEP-CMD(WS-STEP-IX)
                           to WS-STEP-COMMAND
                       Move WS-STEP-BUDGET(WS-STEP-IX)
                           to WS-BUDGET-SECS
                       Move "I" to WS-CAPTURE-ROLE
                       Perform CAPTURE-STEP-GENERATIONS
                       Perform RUN-STEP
                       Move "O" to WS-CAPTURE-ROLE
                       Perform CAPTURE-STEP-GENERATIONS
                       Perform WRITE-JOB-LOG-RECORD
                       Perform RECORD-STEP-OUTCOME
                   end-if
           end-evaluate.
           Exit section.

       RECORD-STEP-OUTCOME section.
           If WS-RETURN-CODE is equal to 0
               Move "O" to WS-STEP-OUTCOME(WS-STEP-IX)
               Move "Y" to WS-STEP-DONE(WS-STEP-IX)
               Perform SAVE-RESTART-CONTROL
           else
               Move "F" to WS-STEP-OUTCOME(WS-STEP-IX)
               If not WS-ALREADY-PAGED
                   Perform RAISE-STEP-ALERT
               end-if
           end-if.
           Exit section.

      * A step naming a depends-on is held back when that step failed
      * under a skip-dependents policy, or was itself held back the
      * same way; a failed dependency whose policy is continue lets
           end-perform.
           Exit section.

      * A concurrency group is the run of steps, adjacent in run
      * order, that share a non-blank group code on the plan.  Each
      * member is judged exactly as a lone step would be -- schedule,
      * enabled flag, restart control, depends-on -- and those that
      * are to run are queued and launched together; the window goes
      * on only when every one of them has finished.  A member whose
      * depends-on names another member of its own group cannot
      * overlap the step it waits for, so it is held back and run on
      * its own straight after the group, with its dependency judged
      * then.  Leaves WS-STEP-IX on the first step past the group.
       RUN-STEP-GROUP section.
           Move WS-STEP-GROUP(WS-STEP-IX) to WS-GROUP-NAME.
           Move WS-STEP-IX to WS-GROUP-FIRST.
           Move WS-STEP-IX to WS-GROUP-LAST.
           Perform with test before
                   until WS-GROUP-LAST is not less than WS-STEP-COUNT
                   or WS-STEP-GROUP(WS-GROUP-LAST + 1) is not equal
                       to WS-GROUP-NAME
               Add 1 to WS-GROUP-LAST
           end-perform.
           Move 0 to WS-MEMBER-COUNT.
           Move 0 to WS-DEFER-COUNT.
           Move "Y" to WS-GROUP-ACTIVE-SW.
           Perform varying WS-STEP-IX from WS-GROUP-FIRST by 1
                   until WS-STEP-IX is greater than WS-GROUP-LAST
               Perform CHECK-DEPENDS-IN-GROUP
               If WS-DEPENDS-IN-GROUP
                   Add 1 to WS-DEFER-COUNT
                   Move WS-STEP-IX to WS-DEFER-STEP(WS-DEFER-COUNT)
               else
                   Perform RUN-OR-SKIP-STEP
               end-if
           end-perform.
           Move "N" to WS-GROUP-ACTIVE-SW.
           If WS-MEMBER-COUNT is greater than 0
               Perform LAUNCH-STEP-GROUP
               Perform COLLECT-GROUP-RESULTS
           end-if.
           Perform varying WS-DEFER-IX from 1 by 1
                   until WS-DEFER-IX is greater than WS-DEFER-COUNT
               Move WS-DEFER-STEP(WS-DEFER-IX) to WS-STEP-IX
               Display "Step " WS-STEP-NAME(WS-STEP-IX)
                   " depends on a member of its own group, run "
                   "after the group."
               Perform RUN-OR-SKIP-STEP
           end-perform.
           Compute WS-STEP-IX = WS-GROUP-LAST + 1
           end-compute.
           Exit section.

       CHECK-DEPENDS-IN-GROUP section.
           Move "N" to WS-INTRA-GROUP-SW.
           If WS-STEP-DEPENDS(WS-STEP-IX) is equal to spaces
               Exit section
           end-if.
           Perform varying WS-DEP-IX from WS-GROUP-FIRST by 1
                   until WS-DEP-IX is greater than WS-GROUP-LAST
               If WS-STEP-NAME(WS-DEP-IX) is equal to
                       WS-STEP-DEPENDS(WS-STEP-IX)
                   Move "Y" to WS-INTRA-GROUP-SW
               end-if
           end-perform.
           Exit section.

      * A queued member keeps the names its TXNLOG lines will carry:
      * the step name itself, and the upper-cased base name of every
      * program path in its command (bmi/adtload logs as ADTLOAD).
       QUEUE-GROUP-MEMBER section.
           Move "I" to WS-CAPTURE-ROLE.
           Perform CAPTURE-STEP-GENERATIONS.
           Add 1 to WS-MEMBER-COUNT.
           Move WS-STEP-IX to WS-MEMBER-STEP(WS-MEMBER-COUNT).
           Move spaces to WS-MEMBER-START(WS-MEMBER-COUNT)
               WS-MEMBER-END(WS-MEMBER-COUNT).
           Move 0 to WS-MEMBER-RC(WS-MEMBER-COUNT).
           Move "N" to WS-MEMBER-REPORTED(WS-MEMBER-COUNT).
           Move "N" to WS-MEMBER-PAGED(WS-MEMBER-COUNT).
           Move 0 to WS-MEMBER-PROCESSED(WS-MEMBER-COUNT).
           Move 1 to WS-MEMBER-PROG-COUNT(WS-MEMBER-COUNT).
           Move WS-STEP-NAME(WS-STEP-IX) to
               WS-MEMBER-PROG(WS-MEMBER-COUNT, 1).
           Move spaces to WS-CMD-TOKEN-TABLE.
           Unstring WS-STEP-CMD(WS-STEP-IX) delimited by all spaces
               into WS-CMD-TOKEN(1) WS-CMD-TOKEN(2) WS-CMD-TOKEN(3)
                   WS-CMD-TOKEN(4) WS-CMD-TOKEN(5) WS-CMD-TOKEN(6)
           end-unstring.
           Perform varying WS-TOKEN-IX from 1 by 1
                   until WS-TOKEN-IX is greater than 6
               Perform ADD-MEMBER-PROGRAM-NAME
           end-perform.
           Exit section.

       ADD-MEMBER-PROGRAM-NAME section.
           Move 0 to WS-SLASH-POS.
           Perform varying WS-CHAR-IX from 1 by 1
                   until WS-CHAR-IX is greater than 40
               If WS-CMD-TOKEN(WS-TOKEN-IX)(WS-CHAR-IX:1) is equal
                       to "/"
                   Move WS-CHAR-IX to WS-SLASH-POS
               end-if
           end-perform.
           If WS-SLASH-POS is equal to 0
               or WS-SLASH-POS is equal to 40
               or WS-MEMBER-PROG-COUNT(WS-MEMBER-COUNT) is not less
                   than 6
               Exit section
           end-if.
           Add 1 to WS-MEMBER-PROG-COUNT(WS-MEMBER-COUNT).
           Move function upper-case(
               WS-CMD-TOKEN(WS-TOKEN-IX)(WS-SLASH-POS + 1:))
               to WS-MEMBER-PROG(WS-MEMBER-COUNT,
                   WS-MEMBER-PROG-COUNT(WS-MEMBER-COUNT)).
           Exit section.

      * The whole group goes to the shell as one background command:
      * each member runs in the background under its own budget, and
      * on finishing appends its member number, start and end stamps
      * and exit status to NIGHTGRP; once the last member is done the
      * shell drops NIGHTGDN.  The window polls the two files until
      * then, paging each member that ends badly as soon as it
      * reports.  A backgrounded member reads no console, which the
      * run-control invocations never need.
       LAUNCH-STEP-GROUP section.
           Call "CBL_DELETE_FILE" using WS-GRPSTAT-NAME.
           Call "CBL_DELETE_FILE" using WS-GRPDONE-NAME.
           Move 0 to return-code.
           Perform COUNT-TXNLOG-LINES.
           Move WS-TXN-LINE-COUNT to WS-TXN-LINES-BEFORE.
           Move spaces to WS-GROUP-COMMAND.
           Perform varying WS-MEMBER-IX from 1 by 1
                   until WS-MEMBER-IX is greater than WS-MEMBER-COUNT
               Perform APPEND-MEMBER-COMMAND
           end-perform.
           Move WS-GROUP-COMMAND to WS-GROUP-SWAP.
           Move spaces to WS-GROUP-COMMAND.
           String "( " delimited by size
               function trim(WS-GROUP-SWAP) delimited by size
               " wait; date +%Y%m%d%H%M%S > NIGHTGDN ) &"
                   delimited by size
               into WS-GROUP-COMMAND
           end-string.
           Move WS-MEMBER-COUNT to WS-MEMBER-COUNT-EDIT.
           Display "Group " WS-GROUP-NAME " launching "
               function trim(WS-MEMBER-COUNT-EDIT)
               " step(s) together.".
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:14) to WS-GROUP-START.
           Call "SYSTEM" using WS-GROUP-COMMAND.
           Move 0 to return-code.
           Perform WATCH-STEP-GROUP.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:14) to WS-GROUP-END.
           Exit section.

      * NIGHTGDN is looked for before NIGHTGRP is read, so the last
      * pass always sees every member that reported.
       WATCH-STEP-GROUP section.
           Move "N" to WS-GROUP-DONE-SW.
           Perform with test after until WS-GROUP-DONE
               Call "C$SLEEP" using WS-GROUP-POLL-SECS
               Open input GROUP-DONE-FILE
               If WS-GRPDONE-OK
                   Move "Y" to WS-GROUP-DONE-SW
                   Close GROUP-DONE-FILE
               end-if
               Perform READ-GROUP-STATUS-FILE
               Perform varying WS-MEMBER-IX from 1 by 1
                       until WS-MEMBER-IX is greater than
                           WS-MEMBER-COUNT
                   Perform PAGE-REPORTED-MEMBER
               end-perform
               Perform CHECK-LATE-MARKER
           end-perform.
           Exit section.

      * A member that has reported a non-zero exit is classified and
      * paged there and then; COLLECT-GROUP-RESULTS logs it later
      * without paging it again.
       PAGE-REPORTED-MEMBER section.
           If WS-MEMBER-REPORTED(WS-MEMBER-IX) is not equal to "Y"
               or WS-MEMBER-RC(WS-MEMBER-IX) is equal to 0
               or WS-MEMBER-PAGED(WS-MEMBER-IX) is equal to "Y"
               Exit section
           end-if.
           Move WS-MEMBER-STEP(WS-MEMBER-IX) to WS-STEP-IX.
           Move WS-STEP-BUDGET(WS-STEP-IX) to WS-BUDGET-SECS.
           Perform CLASSIFY-MEMBER-RESULT.
           Perform RAISE-STEP-ALERT.
           Move "Y" to WS-MEMBER-PAGED(WS-MEMBER-IX).
           Exit section.

       APPEND-MEMBER-COMMAND section.
           Move WS-MEMBER-STEP(WS-MEMBER-IX) to WS-STEP-IX.
           Move WS-STEP-CMD(WS-STEP-IX) to WS-STEP-COMMAND.
           Move WS-STEP-BUDGET(WS-STEP-IX) to WS-BUDGET-SECS.
           If WS-BUDGET-SECS is greater than 0
               Perform WRAP-COMMAND-IN-TIME-BUDGET
           end-if.
           Move WS-MEMBER-IX to WS-MEMBER-EDIT.
           Move WS-GROUP-COMMAND to WS-GROUP-SWAP.
           Move spaces to WS-GROUP-COMMAND.
           String function trim(WS-GROUP-SWAP) delimited by size
               " ( s=$(date +%Y%m%d%H%M%S); " delimited by size
               function trim(WS-STEP-COMMAND) delimited by size
               "; r=$?; echo " delimited by size
               WS-MEMBER-EDIT delimited by size
               " $s $(date +%Y%m%d%H%M%S) $r >> NIGHTGRP ) &"
                   delimited by size
               into WS-GROUP-COMMAND
           end-string.
           Exit section.

      * Each member is then logged as a step in its own right from
      * what it reported; a member that never reported (its shell
      * was killed under it) is failed with the group's own times.
      * Processed counts come from the TXNLOG lines added while the
      * group ran, each credited to the member whose program wrote
      * it; a lone member is credited with them all, just as a step
      * run by itself is.
       COLLECT-GROUP-RESULTS section.
           Perform READ-GROUP-STATUS-FILE.
           Perform ATTRIBUTE-GROUP-TXNLOG-LINES.
           Move WS-GROUP-NAME to WS-LOG-GROUP.
           Perform varying WS-MEMBER-IX from 1 by 1
                   until WS-MEMBER-IX is greater than WS-MEMBER-COUNT
               Move WS-MEMBER-STEP(WS-MEMBER-IX) to WS-STEP-IX
               Move WS-STEP-BUDGET(WS-STEP-IX) to WS-BUDGET-SECS
               Perform CLASSIFY-MEMBER-RESULT
               Move "O" to WS-CAPTURE-ROLE
               Perform CAPTURE-STEP-GENERATIONS
               Perform WRITE-JOB-LOG-RECORD
               Move WS-MEMBER-PAGED(WS-MEMBER-IX) to WS-PAGED-SW
               Perform RECORD-STEP-OUTCOME
               Move "N" to WS-PAGED-SW
           end-perform.
           Move spaces to WS-LOG-GROUP.
           Call "CBL_DELETE_FILE" using WS-GRPSTAT-NAME.
           Call "CBL_DELETE_FILE" using WS-GRPDONE-NAME.
           Move 0 to return-code.
           Exit section.

       READ-GROUP-STATUS-FILE section.
           Move "N" to WS-GRPSTAT-EOF.
           Open input GROUP-STATUS-FILE.
           If not WS-GRPSTAT-OK
               Exit section
           end-if.
           Perform READ-GRPSTAT-RECORD.
           Perform with test before until END-OF-GRPSTAT
               If GS-MEMBER is numeric
                   and GS-MEMBER is greater than 0
                   and GS-MEMBER is not greater than WS-MEMBER-COUNT
                   Move GS-START-TIME to WS-MEMBER-START(GS-MEMBER)
                   Move GS-END-TIME to WS-MEMBER-END(GS-MEMBER)
                   Compute WS-MEMBER-RC(GS-MEMBER) =
                       function numval(GS-RETURN-CODE)
                   end-compute
                   Move "Y" to WS-MEMBER-REPORTED(GS-MEMBER)
               end-if
               Perform READ-GRPSTAT-RECORD
           end-perform.
           Close GROUP-STATUS-FILE.
           Exit section.

       READ-GRPSTAT-RECORD section.
           Read GROUP-STATUS-FILE
               at end move "Y" to WS-GRPSTAT-EOF
           end-read.
           Exit section.

      * The shell hands back a member's plain exit status, not the
      * times-256 form SYSTEM returns for a lone step.
       CLASSIFY-MEMBER-RESULT section.
           Move WS-MEMBER-PROCESSED(WS-MEMBER-IX)
               to WS-PROCESSED-COUNT.
           If WS-MEMBER-REPORTED(WS-MEMBER-IX) is not equal to "Y"
               Move WS-GROUP-START to WS-STEP-START
               Move WS-GROUP-END to WS-STEP-END
               Perform COMPUTE-ELAPSED-SECONDS
               Move 999 to WS-RETURN-CODE
               Move "FAILED" to WS-STATUS-TEXT
               Display "Step " WS-STEP-NAME(WS-STEP-IX)
                   " did not report back from its group."
               Exit section
           end-if.
           Move WS-MEMBER-START(WS-MEMBER-IX) to WS-STEP-START.
           Move WS-MEMBER-END(WS-MEMBER-IX) to WS-STEP-END.
           Perform COMPUTE-ELAPSED-SECONDS.
           Move WS-MEMBER-RC(WS-MEMBER-IX) to WS-RETURN-CODE.
           Evaluate true
               when WS-RETURN-CODE is equal to 0
                   Move "OK" to WS-STATUS-TEXT
               when WS-BUDGET-SECS is greater than 0
                   and WS-RETURN-CODE is equal to 124
                   Move "TIMOUT" to WS-STATUS-TEXT
                   If WS-MEMBER-PAGED(WS-MEMBER-IX) is not equal
                           to "Y"
                       Display "Step " WS-STEP-NAME(WS-STEP-IX)
                           " exceeded its time budget and was "
                           "terminated."
                   end-if
               when other
                   Move "FAILED" to WS-STATUS-TEXT
           end-evaluate.
           Exit section.

      * Lines present before the launch are passed over; each later
      * line is credited to the first member whose program names
      * include the line's program.  Lines no member claims (an
      * interactive user working through the night, say) are counted
      * against no step, as they would be if they fell between two
      * lone steps.  NIGHTRUN's own lines, the pages sent while the
      * group ran, are passed over altogether.
       ATTRIBUTE-GROUP-TXNLOG-LINES section.
           Move 0 to WS-UNMATCHED-LINES.
           Move 0 to WS-TXN-LINE-IX.
           Move "N" to WS-TXNLOG-EOF.
           Open input TRANSACTION-LOG-FILE.
           If not WS-TXNLOG-OK
               Exit section
           end-if.
           Perform READ-TXNLOG-RECORD.
           Perform with test before until END-OF-TXNLOG
               Add 1 to WS-TXN-LINE-IX
               If WS-TXN-LINE-IX is greater than WS-TXN-LINES-BEFORE
                   Perform CREDIT-TXNLOG-LINE
               end-if
               Perform READ-TXNLOG-RECORD
           end-perform.
           Close TRANSACTION-LOG-FILE.
           If WS-UNMATCHED-LINES is greater than 0
               Move WS-UNMATCHED-LINES to WS-MEMBER-COUNT-EDIT
               Display "Group " WS-GROUP-NAME ": "
                   function trim(WS-MEMBER-COUNT-EDIT)
                   " TXNLOG line(s) matched no member step."
           end-if.
           Exit section.

       CREDIT-TXNLOG-LINE section.
           If TX-PROGRAM-NAME is equal to "NIGHTRUN"
               Exit section
           end-if.
           If WS-MEMBER-COUNT is equal to 1
               Add 1 to WS-MEMBER-PROCESSED(1)
               Exit section
           end-if.
           Move "N" to WS-MATCHED-SW.
           Perform varying WS-MEMBER-IX from 1 by 1
                   until WS-MEMBER-IX is greater than WS-MEMBER-COUNT
                   or WS-LINE-MATCHED
               Perform varying WS-PROG-IX from 1 by 1
                       until WS-PROG-IX is greater than
                           WS-MEMBER-PROG-COUNT(WS-MEMBER-IX)
                       or WS-LINE-MATCHED
                   If WS-MEMBER-PROG(WS-MEMBER-IX, WS-PROG-IX)
                           is equal to TX-PROGRAM-NAME
                       Add 1 to WS-MEMBER-PROCESSED(WS-MEMBER-IX)
                       Move "Y" to WS-MATCHED-SW
                   end-if
               end-perform
           end-perform.
           If not WS-LINE-MATCHED
               Add 1 to WS-UNMATCHED-LINES
           end-if.
           Exit section.

      * The ONCALL table is optional; with none installed every
      * alert still goes out, unaddressed, for the gateway's default
      * route to pick up.
       LOAD-ONCALL-TABLE section.
           Move 0 to WS-ONCALL-COUNT.
           Move "N" to WS-ONCALL-EOF.
           Open input ONCALL-FILE.
           If not WS-ONCALL-OK
               Exit section
           end-if.
           Perform READ-ONCALL-RECORD.
           Perform with test before until END-OF-ONCALL
               If WS-ONCALL-COUNT is less than WS-ONCALL-MAX
                   Add 1 to WS-ONCALL-COUNT
                   Move function upper-case(OC-STEP-NAME)
                       to WS-OC-STEP(WS-ONCALL-COUNT)
                   Move function upper-case(OC-STATUS)
                       to WS-OC-STATUS(WS-ONCALL-COUNT)
                   Move OC-SEVERITY to WS-OC-SEVERITY(WS-ONCALL-COUNT)
                   Move OC-CONTACT to WS-OC-CONTACT(WS-ONCALL-COUNT)
                   Move OC-ESCALATE-TO
                       to WS-OC-ESCALATE(WS-ONCALL-COUNT)
                   Move OC-LATE-BY to WS-OC-LATE-BY(WS-ONCALL-COUNT)
               else
                   Display "On-call table full, a contact row was "
                       "not loaded"
               end-if
               Perform READ-ONCALL-RECORD
           end-perform.
           Close ONCALL-FILE.
           Exit section.

       READ-ONCALL-RECORD section.
           Read ONCALL-FILE
               at end move "Y" to WS-ONCALL-EOF
           end-read.
           Exit section.

      * Raised the moment a step ends badly -- failed, timed out, or
      * held back by its dependency -- with the status, return code
      * and elapsed time just logged for it.
       RAISE-STEP-ALERT section.
           Add 1 to WS-ABNORMAL-COUNT.
           If WS-ABNORMAL-NAMES is equal to spaces
               Move WS-STEP-NAME(WS-STEP-IX) to WS-ABNORMAL-NAMES
           else
               Move WS-ABNORMAL-NAMES to WS-HELD-SWAP
               Move spaces to WS-ABNORMAL-NAMES
               String function trim(WS-HELD-SWAP) delimited by size
                   "," delimited by size
                   function trim(WS-STEP-NAME(WS-STEP-IX))
                       delimited by size
                   into WS-ABNORMAL-NAMES
               end-string
           end-if.
           Perform LIST-HELD-DEPENDENTS.
           Move "STEP" to WS-ALERT-TYPE.
           Move WS-STEP-NAME(WS-STEP-IX) to WS-ALERT-STEP.
           Move WS-STATUS-TEXT to WS-ALERT-STATUS-TEXT.
           Move spaces to WS-ALERT-TEXT.
           Evaluate WS-STATUS-TEXT
               when "TIMOUT"
                   Move "Step exceeded its time budget, terminated"
                       to WS-ALERT-TEXT
               when "DEPSKP"
                   Move "Step held back, dependency did not complete"
                       to WS-ALERT-TEXT
               when other
                   Move "Step ended with a non-zero return code"
                       to WS-ALERT-TEXT
           end-evaluate.
           Perform SEND-ALERT.
           Exit section.

      * The dependents a bad ending holds back: anything depending on
      * a failed or timed-out step whose policy skips dependents, or
      * on a step that was itself held back, and so on down the plan
      * (which is in run order, so one forward pass follows the whole
      * chain).  Steps already complete on a resumed window are not
      * held by anything.
       LIST-HELD-DEPENDENTS section.
           Move "none" to WS-HELD-LIST.
           If WS-STATUS-TEXT is not equal to "DEPSKP"
               and WS-STEP-POLICY(WS-STEP-IX) is not equal to "S"
               Exit section
           end-if.
           Move spaces to WS-HELD-LIST.
           Perform varying WS-HELD-IX from 1 by 1
                   until WS-HELD-IX is greater than WS-STEP-COUNT
               Move "N" to WS-HELD-FLAG(WS-HELD-IX)
           end-perform.
           Move "Y" to WS-HELD-FLAG(WS-STEP-IX).
           Perform varying WS-HELD-IX from WS-STEP-IX by 1
                   until WS-HELD-IX is greater than WS-STEP-COUNT
               If WS-STEP-DEPENDS(WS-HELD-IX) is not equal to spaces
                   and WS-STEP-DONE(WS-HELD-IX) is not equal to "Y"
                   Perform CHECK-HELD-DEPENDENT
               end-if
           end-perform.
           If WS-HELD-LIST is equal to spaces
               Move "none" to WS-HELD-LIST
           end-if.
           Exit section.

       CHECK-HELD-DEPENDENT section.
           Perform varying WS-HELD-DEP-IX from 1 by 1
                   until WS-HELD-DEP-IX is greater than WS-STEP-COUNT
               If WS-STEP-NAME(WS-HELD-DEP-IX) is equal to
                       WS-STEP-DEPENDS(WS-HELD-IX)
                   and WS-HELD-FLAG(WS-HELD-DEP-IX) is equal to "Y"
                   and WS-HELD-FLAG(WS-HELD-IX) is not equal to "Y"
                   Move "Y" to WS-HELD-FLAG(WS-HELD-IX)
                   If WS-HELD-LIST is equal to spaces
                       Move WS-STEP-NAME(WS-HELD-IX) to WS-HELD-LIST
                   else
                       Move WS-HELD-LIST to WS-HELD-SWAP
                       Move spaces to WS-HELD-LIST
                       String function trim(WS-HELD-SWAP)
                               delimited by size
                           "," delimited by size
                           function trim(WS-STEP-NAME(WS-HELD-IX))
                               delimited by size
                           into WS-HELD-LIST
                       end-string
                   end-if
               end-if
           end-perform.
           Exit section.

      * Once the last step is through, a window with anything
      * abnormal in it pages once more with the whole tally, so the
      * on-call sees the night's final state and not just the first
      * bad step.
       RAISE-WINDOW-ALERT section.
           If WS-ABNORMAL-COUNT is equal to 0
               Exit section
           end-if.
           Move WS-RUN-STAMP(1:14) to WS-STEP-START.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:14) to WS-STEP-END.
           Perform COMPUTE-ELAPSED-SECONDS.
           Move 0 to WS-RETURN-CODE.
           Move "WINDOW" to WS-ALERT-TYPE.
           Move "WINDOW" to WS-ALERT-STEP.
           Move "ABNORM" to WS-ALERT-STATUS-TEXT.
           Move WS-ABNORMAL-NAMES to WS-HELD-LIST.
           Move WS-ABNORMAL-COUNT to WS-RC-EDIT.
           Move spaces to WS-ALERT-TEXT.
           String "Window finished with " delimited by size
               function trim(WS-RC-EDIT) delimited by size
               " abnormal step(s)" delimited by size
               into WS-ALERT-TEXT
           end-string.
           Perform SEND-ALERT.
           Exit section.

      * Rows naming the step itself win; failing those the * rows
      * apply; failing both the alert still goes, unaddressed, at
      * severity 2.
       SEND-ALERT section.
           Move 0 to WS-PAGES-SENT.
           Move WS-ALERT-STEP to WS-MATCH-STEP.
           Perform PAGE-MATCHING-CONTACTS.
           If WS-PAGES-SENT is equal to 0
               Move "*" to WS-MATCH-STEP
               Perform PAGE-MATCHING-CONTACTS
           end-if.
           If WS-PAGES-SENT is equal to 0
               Move "2" to WS-PAGE-SEVERITY
               Move spaces to WS-PAGE-CONTACT WS-PAGE-ESCALATE
               Perform WRITE-ALERT-RECORD
           end-if.
           Exit section.

       PAGE-MATCHING-CONTACTS section.
           Perform varying WS-OC-IX from 1 by 1
                   until WS-OC-IX is greater than WS-ONCALL-COUNT
               If WS-OC-STEP(WS-OC-IX) is equal to WS-MATCH-STEP
                   and (WS-OC-STATUS(WS-OC-IX) is equal to spaces
                       or WS-OC-STATUS(WS-OC-IX) is equal to
                           WS-ALERT-STATUS-TEXT)
                   Move WS-OC-SEVERITY(WS-OC-IX) to WS-PAGE-SEVERITY
                   Move WS-OC-CONTACT(WS-OC-IX) to WS-PAGE-CONTACT
                   Move WS-OC-ESCALATE(WS-OC-IX) to WS-PAGE-ESCALATE
                   Perform WRITE-ALERT-RECORD
                   Add 1 to WS-PAGES-SENT
               end-if
           end-perform.
           Exit section.

       WRITE-ALERT-RECORD section.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:14) to WS-ALERT-TIME.
           Open extend ALERT-OUT-FILE.
           If WS-ALERT-STATUS is equal to "35"
               Open output ALERT-OUT-FILE
           end-if.
           If not WS-ALERT-OK
               Display "Unable to open alert file, status "
                   WS-ALERT-STATUS ", " function trim(WS-ALERT-STEP)
                   " " WS-ALERT-STATUS-TEXT " not paged"
               Exit section
           end-if.
           Move spaces to ALERT-RECORD.
           Move WS-ALERT-TIME to AL-ALERT-TIME.
           Move WS-ALERT-TYPE to AL-ALERT-TYPE.
           Move WS-PAGE-SEVERITY to AL-SEVERITY.
           Move WS-PAGE-CONTACT to AL-CONTACT.
           Move WS-PAGE-ESCALATE to AL-ESCALATE-TO.
           Move WS-ALERT-STEP to AL-STEP-NAME.
           Move WS-ALERT-STATUS-TEXT to AL-STATUS.
           Move WS-RETURN-CODE to AL-RETURN-CODE.
           Move WS-ELAPSED-SECS to AL-ELAPSED-SECS.
           Move WS-HELD-LIST to AL-HELD-BACK.
           Move WS-ALERT-TEXT to AL-TEXT.
           Write ALERT-RECORD.
           Close ALERT-OUT-FILE.
           Display "Paged " function trim(WS-PAGE-CONTACT) " for "
               function trim(WS-ALERT-STEP) " "
               WS-ALERT-STATUS-TEXT.
           Move WS-RETURN-CODE to WS-RC-EDIT.
           Move WS-ELAPSED-SECS to WS-SECS-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "alert " delimited by size
               function trim(WS-ALERT-TYPE) delimited by size
               " " delimited by size
               function trim(WS-ALERT-STEP) delimited by size
               " " delimited by size
               function trim(WS-ALERT-STATUS-TEXT) delimited by size
               " rc=" delimited by size
               function trim(WS-RC-EDIT) delimited by size
               " secs=" delimited by size
               function trim(WS-SECS-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Perform WRITE-ALERT-LOG-RECORD.
           Exit section.

      * The page itself is logged under NIGHTRUN: who, at what
      * severity, when, and what it held back.
       WRITE-ALERT-LOG-RECORD section.
           Move spaces to WS-TXN-OUTPUT.
           String "paged=" delimited by size
               function trim(WS-PAGE-CONTACT) delimited by size
               " esc=" delimited by size
               function trim(WS-PAGE-ESCALATE) delimited by size
               " sev=" delimited by size
               WS-PAGE-SEVERITY delimited by size
               " at=" delimited by size
               WS-ALERT-TIME delimited by size
               " held=" delimited by size
               function trim(WS-HELD-LIST) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-NIGHTRUN-LOG-RECORD.
           Exit section.

      * A NIGHTRUN line of its own on TXNLOG, from WS-TXN-INPUT and
      * WS-TXN-OUTPUT.
       WRITE-NIGHTRUN-LOG-RECORD section.
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
           Move WS-TIMESTAMP   to TX-TIMESTAMP.
           Move WS-OPERATOR-ID to TX-OPERATOR-ID.
           Move "NIGHTRUN"     to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT   to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT  to TX-OUTPUT-SUMMARY.
           Perform GET-NEXT-TXN-SEQUENCE.
           Move space to TX-SPACE-5.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * The window is marked active in NIGHTACT with this run's
      * start stamp.  When a WINDOW row gives a not-finished-by time,
      * a background watcher sleeps until the next such clock time
      * and, if this same run still holds NIGHTACT then, writes the
      * LATE alert for each WINDOW LATE contact straight to PAGEOUT
      * and drops the time it paged into NIGHTLATE -- the window may
      * be deep inside a long step, so the page cannot wait for this
      * program to get control back.  The page is logged to TXNLOG
      * as soon as it does.
       START-LATE-WINDOW-WATCH section.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:16) to WS-RUN-STAMP.
           Call "CBL_DELETE_FILE" using WS-LATE-NAME.
           Move 0 to return-code.
           Open output ACTIVE-WINDOW-FILE.
           If not WS-ACTIVE-OK
               Display "Unable to mark the window active, status "
                   WS-ACTIVE-STATUS ", no late-window alarm"
               Exit section
           end-if.
           Move WS-RUN-STAMP to ACTIVE-WINDOW-RECORD.
           Write ACTIVE-WINDOW-RECORD.
           Close ACTIVE-WINDOW-FILE.
           Move spaces to WS-LATE-BY.
           Perform varying WS-OC-IX from 1 by 1
                   until WS-OC-IX is greater than WS-ONCALL-COUNT
                   or WS-LATE-BY is not equal to spaces
               If WS-OC-STEP(WS-OC-IX) is equal to "WINDOW"
                   and WS-OC-LATE-BY(WS-OC-IX) is numeric
                   Move WS-OC-LATE-BY(WS-OC-IX) to WS-LATE-BY
               end-if
           end-perform.
           If WS-LATE-BY is equal to spaces
               Exit section
           end-if.
           Perform COLLECT-LATE-CONTACTS.
           Move WS-RUN-STAMP(1:14) to WS-SERIAL-STAMP.
           Perform STAMP-TO-SERIAL.
           Move WS-SERIAL-WORK to WS-NOW-SERIAL.
           Move spaces to WS-SERIAL-STAMP.
           String WS-RUN-STAMP(1:8) delimited by size
               WS-LATE-BY delimited by size
               "00" delimited by size
               into WS-SERIAL-STAMP
           end-string.
           Perform STAMP-TO-SERIAL.
           If WS-SERIAL-WORK is not greater than WS-NOW-SERIAL
               Add 86400 to WS-SERIAL-WORK
           end-if.
           Compute WS-WATCH-SECS = WS-SERIAL-WORK - WS-NOW-SERIAL
           end-compute.
           Move WS-WATCH-SECS to WS-WATCH-EDIT.
           Move spaces to WS-WATCH-COMMAND.
           String "( sleep " delimited by size
               function trim(WS-WATCH-EDIT) delimited by size
               "; if grep -q " delimited by size
               WS-RUN-STAMP delimited by size
               " NIGHTACT 2>/dev/null; then " delimited by size
               "t=$(date +%Y%m%d%H%M%S);" delimited by size
               into WS-WATCH-COMMAND
           end-string.
           Perform varying WS-LATE-IX from 1 by 1
                   until WS-LATE-IX is greater than WS-LATE-COUNT
               Perform APPEND-LATE-PAGE-COMMAND
           end-perform.
           Move WS-WATCH-COMMAND to WS-WATCH-SWAP.
           Move spaces to WS-WATCH-COMMAND.
           String function trim(WS-WATCH-SWAP) delimited by size
               " echo $t > NIGHTLATE; fi ) >/dev/null 2>&1 &"
                   delimited by size
               into WS-WATCH-COMMAND
           end-string.
           Call "SYSTEM" using WS-WATCH-COMMAND.
           Move 0 to return-code.
           Display "Late-window alarm set for " WS-LATE-BY ".".
           Exit section.

      * Contacts for the late page follow the same rule as any other
      * alert: WINDOW rows for LATE (or any status), else * rows,
      * else one unaddressed page at severity 1.
       COLLECT-LATE-CONTACTS section.
           Move 0 to WS-LATE-COUNT.
           Move "WINDOW" to WS-MATCH-STEP.
           Perform COLLECT-LATE-ROWS.
           If WS-LATE-COUNT is equal to 0
               Move "*" to WS-MATCH-STEP
               Perform COLLECT-LATE-ROWS
           end-if.
           If WS-LATE-COUNT is equal to 0
               Move 1 to WS-LATE-COUNT
               Move "1" to WS-LATE-SEVERITY(1)
               Move spaces to WS-LATE-CONTACT(1) WS-LATE-ESCALATE(1)
           end-if.
           Exit section.

       COLLECT-LATE-ROWS section.
           Perform varying WS-OC-IX from 1 by 1
                   until WS-OC-IX is greater than WS-ONCALL-COUNT
               If WS-OC-STEP(WS-OC-IX) is equal to WS-MATCH-STEP
                   and (WS-OC-STATUS(WS-OC-IX) is equal to spaces
                       or WS-OC-STATUS(WS-OC-IX) is equal to "LATE")
                   and WS-LATE-COUNT is less than WS-LATE-MAX
                   Add 1 to WS-LATE-COUNT
                   Move WS-OC-SEVERITY(WS-OC-IX)
                       to WS-LATE-SEVERITY(WS-LATE-COUNT)
                   Move WS-OC-CONTACT(WS-OC-IX)
                       to WS-LATE-CONTACT(WS-LATE-COUNT)
                   Move WS-OC-ESCALATE(WS-OC-IX)
                       to WS-LATE-ESCALATE(WS-LATE-COUNT)
               end-if
           end-perform.
           Exit section.

      * One printf per contact, field widths matching ALERT-RECORD;
      * an empty contact goes as '' so the columns still line up.
       APPEND-LATE-PAGE-COMMAND section.
           Move WS-LATE-CONTACT(WS-LATE-IX) to WS-PAGE-CONTACT.
           If WS-PAGE-CONTACT is equal to spaces
               Move "''" to WS-PAGE-CONTACT
           end-if.
           Move WS-LATE-ESCALATE(WS-LATE-IX) to WS-PAGE-ESCALATE.
           If WS-PAGE-ESCALATE is equal to spaces
               Move "''" to WS-PAGE-ESCALATE
           end-if.
           Move WS-WATCH-COMMAND to WS-WATCH-SWAP.
           Move spaces to WS-WATCH-COMMAND.
           String function trim(WS-WATCH-SWAP) delimited by size
               " printf '%-14s %-6s %-1s %-10s %-10s %-14s %-6s "
                   delimited by size
               "%5s %6s %-60s %-60s\n' $t LATE " delimited by size
               WS-LATE-SEVERITY(WS-LATE-IX) delimited by size
               " " delimited by size
               function trim(WS-PAGE-CONTACT) delimited by size
               " " delimited by size
               function trim(WS-PAGE-ESCALATE) delimited by size
               " WINDOW LATE 0 " delimited by size
               function trim(WS-WATCH-EDIT) delimited by size
               " '' 'Window not finished by " delimited by size
               WS-LATE-BY delimited by size
               "' >> PAGEOUT;" delimited by size
               into WS-WATCH-COMMAND
           end-string.
           Exit section.

      * Checked between steps and at the end: once the watcher has
      * paged, the page is logged to TXNLOG for each contact it went
      * to, with the time it actually went out.
       CHECK-LATE-MARKER section.
           If WS-LATE-LOGGED or WS-LATE-BY is equal to spaces
               Exit section
           end-if.
           Open input LATE-MARKER-FILE.
           If not WS-LATE-OK
               Exit section
           end-if.
           Move spaces to LATE-MARKER-RECORD.
           Read LATE-MARKER-FILE
               at end continue
           end-read.
           Close LATE-MARKER-FILE.
           Move "Y" to WS-LATE-LOGGED-SW.
           Move LATE-MARKER-RECORD to WS-ALERT-TIME.
           Move "LATE" to WS-ALERT-TYPE.
           Move "WINDOW" to WS-ALERT-STEP.
           Move "LATE" to WS-ALERT-STATUS-TEXT.
           Move spaces to WS-HELD-LIST.
           Move 0 to WS-RC-EDIT.
           Move WS-WATCH-SECS to WS-SECS-EDIT.
           Display "Window not finished by " WS-LATE-BY
               ", on-call paged.".
           Perform varying WS-LATE-IX from 1 by 1
                   until WS-LATE-IX is greater than WS-LATE-COUNT
               Move WS-LATE-SEVERITY(WS-LATE-IX) to WS-PAGE-SEVERITY
               Move WS-LATE-CONTACT(WS-LATE-IX) to WS-PAGE-CONTACT
               Move WS-LATE-ESCALATE(WS-LATE-IX) to WS-PAGE-ESCALATE
               Move spaces to WS-TXN-INPUT
               String "alert LATE WINDOW LATE rc=0 secs="
                       delimited by size
                   function trim(WS-SECS-EDIT) delimited by size
                   " by=" delimited by size
                   WS-LATE-BY delimited by size
                   into WS-TXN-INPUT
               end-string
               Perform WRITE-ALERT-LOG-RECORD
           end-perform.
           Exit section.

      * The window is over: NIGHTACT goes, so a watcher that wakes
      * later finds nothing to page about.
       END-LATE-WINDOW-WATCH section.
           Perform CHECK-LATE-MARKER.
           Call "CBL_DELETE_FILE" using WS-ACTIVE-NAME.
           Call "CBL_DELETE_FILE" using WS-LATE-NAME.
           Move 0 to return-code.
           Exit section.

      * With no NIGHTFILE installed the built-in list covers the
      * built-in plan's steps.
       LOAD-FILE-LIST section.
           Move 0 to WS-FL-COUNT.
           Move "N" to WS-FILELIST-EOF.
           Open input FILE-LIST-FILE.
           If not WS-FILELIST-OK
               Perform varying WS-FL-IX from 1 by 1
                       until WS-FL-IX is greater than
                           WS-DEFAULT-FILE-COUNT
                   Add 1 to WS-FL-COUNT
                   Move WS-DF-STEP(WS-FL-IX) to WS-FL-STEP(WS-FL-IX)
                   Move WS-DF-ROLE(WS-FL-IX) to WS-FL-ROLE(WS-FL-IX)
                   Move WS-DF-FILE(WS-FL-IX) to WS-FL-FILE(WS-FL-IX)
                   Move WS-DEFAULT-RETAIN to WS-FL-RETAIN(WS-FL-IX)
               end-perform
               Exit section
           end-if.
           Perform READ-FILE-LIST-RECORD.
           Perform with test before until END-OF-FILELIST
               If WS-FL-COUNT is less than WS-FL-MAX
                   Add 1 to WS-FL-COUNT
                   Move function upper-case(NF-STEP-NAME)
                       to WS-FL-STEP(WS-FL-COUNT)
                   Move function upper-case(NF-ROLE)
                       to WS-FL-ROLE(WS-FL-COUNT)
                   Move NF-FILE-NAME to WS-FL-FILE(WS-FL-COUNT)
                   If function trim(NF-RETAIN) is numeric
                       and function numval(NF-RETAIN) is greater
                           than 0
                       Compute WS-FL-RETAIN(WS-FL-COUNT) =
                           function numval(NF-RETAIN)
                       end-compute
                   else
                       Move WS-DEFAULT-RETAIN
                           to WS-FL-RETAIN(WS-FL-COUNT)
                   end-if
               else
                   Display "File list table full, a NIGHTFILE row "
                       "was not loaded"
               end-if
               Perform READ-FILE-LIST-RECORD
           end-perform.
           Close FILE-LIST-FILE.
           Exit section.

       READ-FILE-LIST-RECORD section.
           Read FILE-LIST-FILE
               at end move "Y" to WS-FILELIST-EOF
           end-read.
           Exit section.

       LOAD-GENERATION-CATALOG section.
           Move 0 to WS-CT-COUNT.
           Move "N" to WS-CATALOG-EOF.
           Open input CATALOG-FILE.
           If not WS-CATALOG-OK
               Exit section
           end-if.
           Perform READ-CATALOG-RECORD.
           Perform with test before until END-OF-CATALOG
               If WS-CT-COUNT is less than WS-CT-MAX
                   Add 1 to WS-CT-COUNT
                   Move NC-DATE to WS-CT-DATE(WS-CT-COUNT)
                   Move NC-STEP-NAME to WS-CT-STEP(WS-CT-COUNT)
                   Move NC-ROLE to WS-CT-ROLE(WS-CT-COUNT)
                   Move NC-FILE-NAME to WS-CT-FILE(WS-CT-COUNT)
                   Move NC-GENERATION to WS-CT-GEN(WS-CT-COUNT)
                   Move NC-RECORD-COUNT to WS-CT-RECORDS(WS-CT-COUNT)
                   Move NC-BYTE-SIZE to WS-CT-BYTES(WS-CT-COUNT)
                   Move NC-GEN-NAME to WS-CT-GEN-NAME(WS-CT-COUNT)
                   Move "Y" to WS-CT-KEPT(WS-CT-COUNT)
               else
                   Display "Generation catalog table full, an "
                       "entry was not loaded"
               end-if
               Perform READ-CATALOG-RECORD
           end-perform.
           Close CATALOG-FILE.
           Exit section.

       READ-CATALOG-RECORD section.
           Read CATALOG-FILE
               at end move "Y" to WS-CATALOG-EOF
           end-read.
           Exit section.

      * Swept entries are simply left out of the rewrite.
       SAVE-GENERATION-CATALOG section.
           Open output CATALOG-FILE.
           If not WS-CATALOG-OK
               Display "Unable to write generation catalog, status "
                   WS-CATALOG-STATUS
               Exit section
           end-if.
           Perform varying WS-CT-IX from 1 by 1
                   until WS-CT-IX is greater than WS-CT-COUNT
               If WS-CT-KEPT(WS-CT-IX) is equal to "Y"
                   Move spaces to CATALOG-RECORD
                   Move WS-CT-DATE(WS-CT-IX) to NC-DATE
                   Move WS-CT-STEP(WS-CT-IX) to NC-STEP-NAME
                   Move WS-CT-ROLE(WS-CT-IX) to NC-ROLE
                   Move WS-CT-FILE(WS-CT-IX) to NC-FILE-NAME
                   Move WS-CT-GEN(WS-CT-IX) to NC-GENERATION
                   Move WS-CT-RECORDS(WS-CT-IX) to NC-RECORD-COUNT
                   Move WS-CT-BYTES(WS-CT-IX) to NC-BYTE-SIZE
                   Move WS-CT-GEN-NAME(WS-CT-IX) to NC-GEN-NAME
                   Write CATALOG-RECORD
               end-if
           end-perform.
           Close CATALOG-FILE.
           Exit section.

      * Every listed file of the given role for the step at
      * WS-STEP-IX is copied aside under tonight's date, and the
      * catalog rewritten at once so a window that dies later still
      * knows what it kept.
       CAPTURE-STEP-GENERATIONS section.
           Move WS-TONIGHT-DATE to WS-CAPTURE-DATE.
           Move 0 to WS-CAPTURED.
           Perform varying WS-FL-IX from 1 by 1
                   until WS-FL-IX is greater than WS-FL-COUNT
               If WS-FL-STEP(WS-FL-IX) is equal to
                       WS-STEP-NAME(WS-STEP-IX)
                   and WS-FL-ROLE(WS-FL-IX) is equal to
                       WS-CAPTURE-ROLE
                   Perform CAPTURE-ONE-GENERATION
               end-if
           end-perform.
           If WS-CAPTURED is greater than 0
               Perform SAVE-GENERATION-CATALOG
           end-if.
           Exit section.

      * The copy is byte for byte; the record count is its line
      * count and the size comes from the file system.  A file the
      * step has not made (or been given) tonight is passed over.
      * Generation numbers run on per file name across all steps.
       CAPTURE-ONE-GENERATION section.
           Move spaces to WS-LIVE-NAME.
           Move WS-FL-FILE(WS-FL-IX) to WS-LIVE-NAME.
           Call "CBL_CHECK_FILE_EXIST" using WS-LIVE-NAME
               WS-FILE-DETAILS.
           If return-code is not equal to 0
               Move 0 to return-code
               Exit section
           end-if.
           If WS-CT-COUNT is not less than WS-CT-MAX
               Display "Generation catalog full, "
                   function trim(WS-LIVE-NAME) " not kept"
               Exit section
           end-if.
           Move 0 to WS-GEN-NUMBER.
           Perform varying WS-CT-IX from 1 by 1
                   until WS-CT-IX is greater than WS-CT-COUNT
               If WS-CT-FILE(WS-CT-IX) is equal to WS-LIVE-NAME
                   and WS-CT-GEN(WS-CT-IX) is greater than
                       WS-GEN-NUMBER
                   Move WS-CT-GEN(WS-CT-IX) to WS-GEN-NUMBER
               end-if
           end-perform.
           Add 1 to WS-GEN-NUMBER.
           Move WS-GEN-NUMBER to WS-GEN-EDIT.
           Move spaces to WS-GEN-NAME.
           String function trim(WS-LIVE-NAME) delimited by size
               "." delimited by size
               WS-CAPTURE-DATE delimited by size
               "." delimited by size
               WS-GEN-EDIT delimited by size
               into WS-GEN-NAME
           end-string.
           Call "CBL_COPY_FILE" using WS-LIVE-NAME WS-GEN-NAME.
           If return-code is not equal to 0
               Display "Unable to keep a generation of "
                   function trim(WS-LIVE-NAME)
               Move 0 to return-code
               Exit section
           end-if.
           Perform COUNT-GENERATION-RECORDS.
           Add 1 to WS-CT-COUNT.
           Move WS-CAPTURE-DATE to WS-CT-DATE(WS-CT-COUNT).
           Move WS-STEP-NAME(WS-STEP-IX) to WS-CT-STEP(WS-CT-COUNT).
           Move WS-CAPTURE-ROLE to WS-CT-ROLE(WS-CT-COUNT).
           Move WS-LIVE-NAME to WS-CT-FILE(WS-CT-COUNT).
           Move WS-GEN-NUMBER to WS-CT-GEN(WS-CT-COUNT).
           Move WS-GEN-RECORDS to WS-CT-RECORDS(WS-CT-COUNT).
           Move WS-FILE-SIZE to WS-CT-BYTES(WS-CT-COUNT).
           Move WS-GEN-NAME to WS-CT-GEN-NAME(WS-CT-COUNT).
           Move "Y" to WS-CT-KEPT(WS-CT-COUNT).
           Add 1 to WS-CAPTURED.
           If not WS-MODE-RERUN
               Perform SWEEP-EXPIRED-GENERATIONS
           end-if.
           Exit section.

       COUNT-GENERATION-RECORDS section.
           Move 0 to WS-GEN-RECORDS.
           Move "N" to WS-GENFILE-EOF.
           Open input GENERATION-FILE.
           If not WS-GENFILE-OK
               Exit section
           end-if.
           Perform READ-GENERATION-RECORD.
           Perform with test before until END-OF-GENFILE
               Add 1 to WS-GEN-RECORDS
               Perform READ-GENERATION-RECORD
           end-perform.
           Close GENERATION-FILE.
           Exit section.

       READ-GENERATION-RECORD section.
           Read GENERATION-FILE
               at end move "Y" to WS-GENFILE-EOF
           end-read.
           Exit section.

      * Retention is counted per step, role and file at WS-FL-IX:
      * while more generations are kept than the row allows, the
      * oldest is deleted and dropped from the catalog.
       SWEEP-EXPIRED-GENERATIONS section.
           Move WS-FL-RETAIN(WS-FL-IX) to WS-KEEP-LIMIT.
           Perform COUNT-KEPT-GENERATIONS.
           Perform with test before
                   until WS-KEEP-COUNT is not greater than
                       WS-KEEP-LIMIT
               Perform DROP-OLDEST-GENERATION
               Perform COUNT-KEPT-GENERATIONS
           end-perform.
           Exit section.

       COUNT-KEPT-GENERATIONS section.
           Move 0 to WS-KEEP-COUNT.
           Move 0 to WS-CT-PICK-IX.
           Perform varying WS-CT-IX from 1 by 1
                   until WS-CT-IX is greater than WS-CT-COUNT
               If WS-CT-KEPT(WS-CT-IX) is equal to "Y"
                   and WS-CT-STEP(WS-CT-IX) is equal to
                       WS-FL-STEP(WS-FL-IX)
                   and WS-CT-ROLE(WS-CT-IX) is equal to
                       WS-FL-ROLE(WS-FL-IX)
                   and WS-CT-FILE(WS-CT-IX) is equal to
                       WS-FL-FILE(WS-FL-IX)
                   Add 1 to WS-KEEP-COUNT
                   If WS-CT-PICK-IX is equal to 0
                       Move WS-CT-IX to WS-CT-PICK-IX
                   else
                       If WS-CT-GEN(WS-CT-IX) is less than
                               WS-CT-GEN(WS-CT-PICK-IX)
                           Move WS-CT-IX to WS-CT-PICK-IX
                       end-if
                   end-if
               end-if
           end-perform.
           Exit section.

       DROP-OLDEST-GENERATION section.
           Move WS-CT-GEN-NAME(WS-CT-PICK-IX) to WS-GEN-NAME.
           Call "CBL_DELETE_FILE" using WS-GEN-NAME.
           Move 0 to return-code.
           Move "N" to WS-CT-KEPT(WS-CT-PICK-IX).
           Display "Generation " function trim(WS-GEN-NAME)
               " past retention, swept.".
           Exit section.

      * A rerun changes the live files under a chosen night's data,
      * so nothing is swept until it is over: the generation being
      * reinstated must not go out from under it.
       SWEEP-ALL-GENERATIONS section.
           Perform varying WS-FL-IX from 1 by 1
                   until WS-FL-IX is greater than WS-FL-COUNT
               If WS-FL-ROLE(WS-FL-IX) is not equal to "P"
                   Perform SWEEP-EXPIRED-GENERATIONS
               end-if
           end-perform.
           Perform SAVE-GENERATION-CATALOG.
           Exit section.

      * Rerun one step against a prior night's inputs.  A step that
      * posts to a cumulative file would post that night's work a
      * second time, so it is refused unless OVERRIDE is given.  The
      * live inputs are kept as tonight's generation before the old
      * night's are copied over them, so nothing current is lost;
      * the rerun's outputs are kept the same way.  No restart
      * control, alert or close-out is involved.
       RERUN-PRIOR-NIGHT section.
           Move function upper-case(WS-RERUN-STEP) to WS-RERUN-STEP.
           Move function upper-case(WS-RERUN-OVERRIDE)
               to WS-RERUN-OVERRIDE.
           Move 0 to WS-RERUN-IX.
           Perform varying WS-STEP-IX from 1 by 1
                   until WS-STEP-IX is greater than WS-STEP-COUNT
               If WS-STEP-NAME(WS-STEP-IX) is equal to WS-RERUN-STEP
                   Move WS-STEP-IX to WS-RERUN-IX
               end-if
           end-perform.
           If WS-RERUN-IX is equal to 0
               Display "Rerun: step " function trim(WS-RERUN-STEP)
                   " is not on the plan."
               Stop run with error status 1
           end-if.
           If WS-RERUN-DATE is not numeric
               Display "Rerun: night must be given as YYYYMMDD."
               Stop run with error status 1
           end-if.
           Move WS-RERUN-IX to WS-STEP-IX.
           Perform CHECK-RERUN-POSTINGS.
           If WS-POSTS-LIST is not equal to spaces
               and WS-RERUN-OVERRIDE is not equal to "OVERRIDE"
               Display "Rerun refused: " function trim(WS-RERUN-STEP)
                   " posts to " function trim(WS-POSTS-LIST)
                   "; give OVERRIDE to post that night again."
               Move "refused" to WS-TXN-OUTPUT
               Perform WRITE-RERUN-LOG-RECORD
               Stop run with error status 1
           end-if.
           Move WS-CT-COUNT to WS-CT-PRIOR-COUNT.
           Move "I" to WS-CAPTURE-ROLE.
           Perform CAPTURE-STEP-GENERATIONS.
           Perform REINSTATE-NIGHT-INPUTS.
           If WS-RERUN-INPUTS is greater than 0
               and WS-REINSTATED is equal to 0
               Display "Rerun: no input generations of "
                   function trim(WS-RERUN-STEP) " for "
                   WS-RERUN-DATE " are on the catalog."
               Perform SWEEP-ALL-GENERATIONS
               Stop run with error status 1
           end-if.
           Move WS-STEP-CMD(WS-STEP-IX) to WS-STEP-COMMAND.
           Move WS-STEP-BUDGET(WS-STEP-IX) to WS-BUDGET-SECS.
           Perform RUN-STEP.
           Move "O" to WS-CAPTURE-ROLE.
           Perform CAPTURE-STEP-GENERATIONS.
           Perform WRITE-JOB-LOG-RECORD.
           Move WS-RETURN-CODE to WS-RC-EDIT.
           Move spaces to WS-TXN-OUTPUT.
           String "status=" delimited by size
               function trim(WS-STATUS-TEXT) delimited by size
               " rc=" delimited by size
               function trim(WS-RC-EDIT) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-RERUN-LOG-RECORD.
           Perform SWEEP-ALL-GENERATIONS.
           Display "Rerun of " function trim(WS-RERUN-STEP)
               " against " WS-RERUN-DATE " ended "
               function trim(WS-STATUS-TEXT) ".".
           If WS-RETURN-CODE is not equal to 0
               Stop run with error status 1
           end-if.
           Exit section.

       CHECK-RERUN-POSTINGS section.
           Move spaces to WS-POSTS-LIST.
           Perform varying WS-FL-IX from 1 by 1
                   until WS-FL-IX is greater than WS-FL-COUNT
               If WS-FL-STEP(WS-FL-IX) is equal to WS-RERUN-STEP
                   and WS-FL-ROLE(WS-FL-IX) is equal to "P"
                   If WS-POSTS-LIST is equal to spaces
                       Move WS-FL-FILE(WS-FL-IX) to WS-POSTS-LIST
                   else
                       Move WS-POSTS-LIST to WS-HELD-SWAP
                       Move spaces to WS-POSTS-LIST
                       String function trim(WS-HELD-SWAP)
                               delimited by size
                           "," delimited by size
                           function trim(WS-FL-FILE(WS-FL-IX))
                               delimited by size
                           into WS-POSTS-LIST
                       end-string
                   end-if
               end-if
           end-perform.
           Exit section.

      * For each input the step names, the newest generation taken
      * that night goes back over the live file -- never one just
      * taken by this rerun, even when the night named is tonight.
      * A step that names no inputs simply runs again.
       REINSTATE-NIGHT-INPUTS section.
           Move 0 to WS-REINSTATED.
           Move 0 to WS-RERUN-INPUTS.
           Perform varying WS-FL-IX from 1 by 1
                   until WS-FL-IX is greater than WS-FL-COUNT
               If WS-FL-STEP(WS-FL-IX) is equal to WS-RERUN-STEP
                   and WS-FL-ROLE(WS-FL-IX) is equal to "I"
                   Add 1 to WS-RERUN-INPUTS
                   Perform REINSTATE-ONE-INPUT
               end-if
           end-perform.
           Exit section.

       REINSTATE-ONE-INPUT section.
           Move 0 to WS-CT-PICK-IX.
           Perform varying WS-CT-IX from 1 by 1
                   until WS-CT-IX is greater than WS-CT-PRIOR-COUNT
               If WS-CT-KEPT(WS-CT-IX) is equal to "Y"
                   and WS-CT-DATE(WS-CT-IX) is equal to WS-RERUN-DATE
                   and WS-CT-STEP(WS-CT-IX) is equal to WS-RERUN-STEP
                   and WS-CT-ROLE(WS-CT-IX) is equal to "I"
                   and WS-CT-FILE(WS-CT-IX) is equal to
                       WS-FL-FILE(WS-FL-IX)
                   If WS-CT-PICK-IX is equal to 0
                       Move WS-CT-IX to WS-CT-PICK-IX
                   else
                       If WS-CT-GEN(WS-CT-IX) is greater than
                               WS-CT-GEN(WS-CT-PICK-IX)
                           Move WS-CT-IX to WS-CT-PICK-IX
                       end-if
                   end-if
               end-if
           end-perform.
           If WS-CT-PICK-IX is equal to 0
               Display "Rerun: no " WS-RERUN-DATE " generation of "
                   function trim(WS-FL-FILE(WS-FL-IX))
                   ", live file left as it is."
               Exit section
           end-if.
           Move spaces to WS-LIVE-NAME.
           Move WS-FL-FILE(WS-FL-IX) to WS-LIVE-NAME.
           Move WS-CT-GEN-NAME(WS-CT-PICK-IX) to WS-GEN-NAME.
           Call "CBL_COPY_FILE" using WS-GEN-NAME WS-LIVE-NAME.
           If return-code is not equal to 0
               Display "Rerun: unable to reinstate "
                   function trim(WS-GEN-NAME)
               Move 0 to return-code
               Exit section
           end-if.
           Add 1 to WS-REINSTATED.
           Display "Reinstated " function trim(WS-GEN-NAME)
               " as " function trim(WS-LIVE-NAME) ".".
           Exit section.

       WRITE-RERUN-LOG-RECORD section.
           Move spaces to WS-TXN-INPUT.
           String "rerun step=" delimited by size
               function trim(WS-RERUN-STEP) delimited by size
               " night=" delimited by size
               WS-RERUN-DATE delimited by size
               " override=" delimited by size
               function trim(WS-RERUN-OVERRIDE) delimited by size
               into WS-TXN-INPUT
           end-string.
           Perform WRITE-NIGHTRUN-LOG-RECORD.
           Exit section.

      * The optional HOLCAL calendar lists holiday dates, one
      * YYYYMMDD per line; with no calendar only weekends count as
      * non-business nights for the month-end frequency.
           Exit section.

       WRITE-REFUSAL-LOG-RECORD section.
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

      * The day's close-out: a TXNLOG line holding the count of the
      * date's sequence-carrying records and the sum of their
      * sequence numbers, so the verifier can prove a line deleted
      * cannot vouch for them either way.  The close-out carries
      * its own sequence and is written whether or not every step
      * completed; a restarted window's second close-out simply
      * re-states the whole date.  The count and the close-out line
      * are both made under the TXNLOCK lock, so a grouped step or
      * a desk screen cannot slip a line in between them.
       WRITE-DAILY-CLOSEOUT section.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:8) to WS-CLOSEOUT-DATE.
           Move 0 to WS-CLOSE-COUNT.
           If not WS-TXNLOG-OK
               Display "Unable to open transaction log file, status "
                   WS-TXNLOG-STATUS
               Perform RELEASE-TXNLOG-LOCK
               Exit section
           end-if.
           Move spaces to TX-SPACE-1 TX-SPACE-2 TX-SPACE-3
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * A leftover control file with unfinished steps means the last
                   end-if
                   Move function upper-case(JP-FREQUENCY) to
                       WS-STEP-FREQ(WS-STEP-COUNT)
                   Move function upper-case(JP-GROUP) to
                       WS-STEP-GROUP(WS-STEP-COUNT)
               else
                   Display "Job plan table full, step "
                       JP-STEP-NAME " not loaded"
      * only records that survived the edit (the rejects stay behind
      * in ROSTREJ/EDITRPT).  The BMI step depends on the edit step
      * and is skipped if the edit fails.  The Euler step's control
      * should say MODE=Q so the request queue drains.  The
      * registration feed runs ahead of the roster build with a
      * continue policy: yesterday's master still builds a roster.
      * PATMERGE follows it as a step of its own, also on continue
      * and depending on nothing, so the merges already queued on
      * MERGEREQ are worked even on a night the feed fails.
      * The duplicate-patient scan is a month-end job; its candidates
      * wait for a reviewer, and the pairs they confirm are merged by
      * the next night's PATMERGE step.  The pharmacy dosing file
      * is only worth sending once the night's visits are posted, so
      * it depends on the BMI step.  The overdue referral report
      * goes out weekly, on Friday nights.
      * Every built-in step runs on its own; overlapping steps is
      * something a site opts into with groups on its NIGHTPLAN.
       BUILD-DEFAULT-PLAN section.
           Move 13 to WS-STEP-COUNT.
           Perform varying WS-SORT-IX from 1 by 1
                   until WS-SORT-IX is greater than WS-STEP-COUNT
               Move spaces to WS-STEP-ENTRY(WS-SORT-IX)
           Move "IDXBKUP" to WS-STEP-NAME(1).
           Move 003 to WS-STEP-ORDER(1).
           Move "./idxbkup B" to WS-STEP-CMD(1).
           Move "ADTLOAD" to WS-STEP-NAME(2).
           Move 004 to WS-STEP-ORDER(2).
           Move "bmi/adtload" to WS-STEP-CMD(2).
           Move "ROSTBLD" to WS-STEP-NAME(3).
           Move 006 to WS-STEP-ORDER(3).
           Move "S" to WS-STEP-POLICY(3).
           Move "bmi/rostbld" to WS-STEP-CMD(3).
           Move "ROSTEDIT" to WS-STEP-NAME(4).
           Move 010 to WS-STEP-ORDER(4).
           Move "S" to WS-STEP-POLICY(4).
           Move "ROSTBLD" to WS-STEP-DEPENDS(4).
           Move "bmi/rostedit && mv CLEANROS ROSTER"
               to WS-STEP-CMD(4).
           Move "BMI-CALCULATOR" to WS-STEP-NAME(5).
           Move 020 to WS-STEP-ORDER(5).
           Move "ROSTEDIT" to WS-STEP-DEPENDS(5).
           Move "bmi/bmi U" to WS-STEP-CMD(5).
           Move "COBOLLATZ" to WS-STEP-NAME(6).
           Move 030 to WS-STEP-ORDER(6).
           Move "./cobollatz U" to WS-STEP-CMD(6).
           Move "EULER" to WS-STEP-NAME(7).
           Move 040 to WS-STEP-ORDER(7).
           Move "euler/euler U" to WS-STEP-CMD(7).
           Move "LATZMNT" to WS-STEP-NAME(8).
           Move 050 to WS-STEP-ORDER(8).
           Move "W5" to WS-STEP-FREQ(8).
           Move "./latzmnt V" to WS-STEP-CMD(8).
           Move "MSGXTRCT" to WS-STEP-NAME(9).
           Move 025 to WS-STEP-ORDER(9).
           Move "bmi/msgxtrct" to WS-STEP-CMD(9).
           Move "PATDUPL" to WS-STEP-NAME(10).
           Move 060 to WS-STEP-ORDER(10).
           Move "E" to WS-STEP-FREQ(10).
           Move "bmi/patdupl S" to WS-STEP-CMD(10).
           Move "PHRXTRCT" to WS-STEP-NAME(11).
           Move 022 to WS-STEP-ORDER(11).
           Move "BMI-CALCULATOR" to WS-STEP-DEPENDS(11).
           Move "bmi/phrxtrct" to WS-STEP-CMD(11).
           Move "REFRPT" to WS-STEP-NAME(12).
           Move 055 to WS-STEP-ORDER(12).
           Move "W5" to WS-STEP-FREQ(12).
           Move "bmi/refrpt" to WS-STEP-CMD(12).
           Move "PATMERGE" to WS-STEP-NAME(13).
           Move 005 to WS-STEP-ORDER(13).
           Move "bmi/patmerge B" to WS-STEP-CMD(13).
           Exit section.

      * A straight exchange sort; the plan tops out at twenty steps,
               Exit section
           end-if.
           Move spaces to JL-SPACE-1 JL-SPACE-2 JL-SPACE-3
               JL-SPACE-4 JL-SPACE-5 JL-SPACE-6 JL-SPACE-7
               JL-SPACE-8.
           Move WS-TIMESTAMP to JL-TIMESTAMP.
           Move WS-STEP-NAME(WS-STEP-IX) to JL-STEP-NAME.
           Move WS-RETURN-CODE to JL-RETURN-CODE.
           Move WS-STEP-END to JL-END-TIME.
           Move WS-ELAPSED-SECS to JL-ELAPSED-SECS.
           Move WS-PROCESSED-COUNT to JL-PROCESSED.
           Move WS-LOG-GROUP to JL-GROUP.
           Write JOB-LOG-RECORD.
           Close JOB-LOG-FILE.
           Perform WRITE-STEP-STAT-RECORD.
