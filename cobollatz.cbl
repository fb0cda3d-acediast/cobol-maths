      *                  number drawn from the shared TXNSEQ control
      *                  file, so the verifier can prove nothing was
      *                  lost from the log.
      * 2026-10-15  RLP  Added inverse-tree mode (run mode T): from a
      *                  target value, every predecessor out to a
      *                  requested depth -- 2n always, (n-1)/3 when
      *                  that is a whole odd number above 1 -- is
      *                  written to LATZTREE with its depth and parent,
      *                  with a per-depth count summary on LATZTSUM.
      *                  A sample of the nodes is walked forward again
      *                  and checked against LATZCACH where cached.
      *                  Unattended runs take TARGET= and DEPTH= from
      *                  LATZCTL.
      * 2026-10-15  RLP  Campaign mode can now be run by several
      *                  workers at once from the same run directory.
      *                  Each segment is claimed on the LATZCLM claim
      *                  file under the worker's id (WORKER= in
      *                  LATZCTL, or prompted; the operator id if left
      *                  blank) and marked done only once its results
      *                  are folded into LATZCSUM and LATZREC, which
      *                  now happens under a campaign lock so two
      *                  workers never rewrite them at once.  Campaign
      *                  segments now fold into LATZREC as range runs
      *                  do.  A claim older than the stale limit on
      *                  LATZCAMP (minutes, default 240) is taken over
      *                  by the next worker to look.  LATZCAMP's next
      *                  start is now the first segment not yet done.
      * 2026-10-15  RLP  Added general-map mode (run mode G) for the
      *                  3n+1 relatives: odd terms go to an+b for a
      *                  chosen multiplier and addend (5n+1, 3n-1,
      *                  ...), even terms still halve.  Each start in
      *                  the range ends reached-1, cycled (the cycle
      *                  found by Brent's method and reported by its
      *                  smallest member and length) or presumed
      *                  divergent past a step or peak cutoff.  The
      *                  results go to their own LATZGCAC cache and
      *                  LATZGREC records file keyed by map, never
      *                  LATZCACH or LATZREC, and LATZGSUM counts the
      *                  starts that ended in each cycle.  Unattended
      *                  runs take MAPA=, MAPB= and optionally
      *                  MAXSTEPS= and MAXPEAK= from LATZCTL.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
           Select CAMPAIGN-FILE assign to "LATZCAMP"
               organization is line sequential
               file status is WS-CAMPAIGN-STATUS.
           Select CLAIM-FILE assign to "LATZCLM"
               organization is indexed
               access mode is random
               record key is CL-SEGMENT
               lock mode is manual with lock on multiple records
               file status is WS-CLAIM-STATUS.
           Select CAMPAIGN-SUMMARY-FILE assign to "LATZCSUM"
               organization is line sequential
               file status is WS-CAMPSUM-STATUS.
           Select NEW-RECORDS-FILE assign to "LATZNEWR"
               organization is line sequential
               file status is WS-NEWREC-STATUS.
           Select TREE-FILE assign to "LATZTREE"
               organization is line sequential
               file status is WS-TREE-STATUS.
           Select TREE-SUMMARY-FILE assign to "LATZTSUM"
               organization is line sequential
               file status is WS-TREESUM-STATUS.
           Select MAP-CACHE-FILE assign to "LATZGCAC"
               organization is indexed
               access mode is random
               record key is MC-KEY
               file status is WS-MAP-CACHE-STATUS.
           Select MAP-RECORDS-FILE assign to "LATZGREC"
               organization is line sequential
               file status is WS-MAPREC-STATUS.
           Select MAP-SUMMARY-FILE assign to "LATZGSUM"
               organization is line sequential
               file status is WS-MAPSUM-STATUS.
           Select RUN-CONTROL-FILE assign to "LATZCTL"
               organization is line sequential
               file status is WS-CONTROL-STATUS.
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
           05  CG-NEXT-START        picture is Z(19)9.
           05  CG-SPACE-5           picture is X(01).
           05  CG-COMPLETE          picture is X(01).
           05  CG-SPACE-6           picture is X(01).
           05  CG-STALE-MINUTES     picture is Z(5)9.

       FD  CLAIM-FILE.
           COPY LATZCLM.

       FD  CAMPAIGN-SUMMARY-FILE.
       01  CAMPAIGN-SUMMARY-RECORD.
       FD  NEW-RECORDS-FILE.
       01  NEW-RECORDS-LINE         picture is X(100).

       FD  TREE-FILE.
       01  TREE-RECORD.
           05  TR-VALUE             picture is Z(19)9.
           05  TR-SPACE-1           picture is X(01).
           05  TR-DEPTH             picture is Z(4)9.
           05  TR-SPACE-2           picture is X(01).
           05  TR-PARENT            picture is Z(19)9.
           05  TR-SPACE-3           picture is X(01).
           05  TR-PARITY            picture is X(04).

       FD  TREE-SUMMARY-FILE.
       01  TREE-SUMMARY-LINE        picture is X(100).

       FD  MAP-CACHE-FILE.
       01  MAP-CACHE-RECORD.
           05  MC-KEY.
               10  MC-MAP-ID        picture is X(08).
               10  MC-START         picture is 9(20).
           05  MC-OUTCOME           picture is X(01).
           05  MC-STEPS             picture is 9(09).
           05  MC-PEAK              picture is 9(20).
           05  MC-CYCLE-MIN         picture is 9(20).
           05  MC-CYCLE-LENGTH      picture is 9(09).
           05  MC-STEP-LIMIT        picture is 9(09).
           05  MC-PEAK-LIMIT        picture is 9(20).

       FD  MAP-RECORDS-FILE.
       01  MAP-RECORDS-RECORD.
           05  MR-MAP-ID            picture is X(08).
           05  MR-SPACE-1           picture is X(01).
           05  MR-TYPE              picture is X(08).
           05  MR-SPACE-2           picture is X(01).
           05  MR-START             picture is Z(19)9.
           05  MR-SPACE-3           picture is X(01).
           05  MR-STEPS             picture is Z(8)9.
           05  MR-SPACE-4           picture is X(01).
           05  MR-PEAK              picture is Z(19)9.

       FD  MAP-SUMMARY-FILE.
       01  MAP-SUMMARY-LINE         picture is X(100).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD       picture is X(80).

       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77 WS-NUMBER usage is binary-double unsigned.
       77 WS-OUTPUT picture is Z(19)9.
       77 WS-CTL-START    usage is binary-double unsigned value 0.
       77 WS-CTL-FROM     usage is binary-double unsigned value 0.
       77 WS-CTL-TO       usage is binary-double unsigned value 0.
       77 WS-CTL-TARGET   usage is binary-double unsigned value 0.
       77 WS-CTL-DEPTH    usage is binary-long value 0.
       77 WS-CTL-WORKER   picture is X(10) value spaces.
       77 WS-CTL-MAP-A    usage is binary-long value 0.
       77 WS-CTL-MAP-B    usage is binary-long value 0.
       77 WS-CTL-MAX-STEPS usage is binary-long value 0.
       77 WS-CTL-MAX-PEAK usage is binary-double unsigned value 0.

       77 WS-SEQUENCE-STATUS picture is X(02) value spaces.
           88 WS-SEQUENCE-OK        value "00".
           88 WS-RANGE-MODE   value "R".
           88 WS-LIST-MODE    value "L".
           88 WS-CAMPAIGN-MODE value "C".
           88 WS-TREE-MODE    value "T".
           88 WS-MAP-MODE     value "G".

       77 WS-RANGE-FROM usage is binary-double unsigned.
       77 WS-RANGE-TO   usage is binary-double unsigned.
                                value 0.
       77 WS-CAMP-PEAK    usage is binary-double unsigned value 0.
       77 WS-CAMP-CHAIN-EDIT picture is Z(12)9.
       77 WS-CAMP-STALE-MINUTES usage is binary-long value 0.
       77 WS-CAMP-SEG-TOTAL usage is binary-long value 0.
       77 WS-SEG-CHAINS   usage is binary-long value 0.
       77 WS-SEG-BEST-START usage is binary-double unsigned value 0.
       77 WS-SEG-BEST-STEPS usage is binary-long value 0.
       77 WS-SEG-PEAK-START usage is binary-double unsigned value 0.
       77 WS-SEG-PEAK     usage is binary-double unsigned value 0.

      * Segment claims shared with any other worker on the campaign.
      * Segment 0 on LATZCLM is the campaign lock; it is held only
      * while a finished segment is folded in, and a worker that
      * cannot get it inside WS-LOCK-MAX-TRIES waits leaves the
      * segment claimed, to go stale and be redone.
       77 WS-WORKER-ID    picture is X(10) value spaces.
       77 WS-CLAIM-STATUS picture is X(02) value spaces.
           88 WS-CLAIM-OK           value "00" "02".
           88 WS-CLAIM-NOT-FOUND    value "23".
       77 WS-CLAIMED-SW   picture is X(01) value "N".
           88 WS-CLAIMED            value "Y".
       77 WS-LOCK-HELD-SW picture is X(01) value "N".
           88 WS-LOCK-HELD          value "Y".
       77 WS-LOW-DONE-SW  picture is X(01) value "N".
           88 WS-LOW-DONE           value "Y".
       77 WS-CLAIM-IX     usage is binary-long value 0.
       77 WS-LOW-IX       usage is binary-long value 0.
       77 WS-CLAIM-STAMP  picture is X(14) value spaces.
       77 WS-NOW-STAMP    picture is X(14) value spaces.
       77 WS-CLAIM-AGE    usage is binary-long value 0.
       77 WS-STALE-WORKER picture is X(10) value spaces.
       77 WS-LOCK-TRIES   usage is binary-long value 0.
       77 WS-LOCK-MAX-TRIES usage is binary-long value 300.
       77 WS-LOCK-WAIT-SECONDS usage is binary-long value 1.
       77 WS-SEGMENT-EDIT picture is Z(8)9.

      * Inverse-tree mode walks depth-first off an explicit stack,
      * one entry per depth, so only the tree's depth has to fit in
      * storage, never its width.  Entry IX holds the node at depth
      * IX - 1, how many of its predecessors have been offered so far
      * (0 none, 1 the 2n one, 2 both), and the running count of
      * nodes found at that depth.
       77 WS-TREE-STATUS picture is X(02) value spaces.
           88 WS-TREE-OK            value "00".
       77 WS-TREESUM-STATUS picture is X(02) value spaces.
           88 WS-TREESUM-OK         value "00".
       77 WS-TREE-TARGET  usage is binary-double unsigned value 0.
       77 WS-TREE-DEPTH   usage is binary-long value 0.
       77 WS-TREE-MAX-DEPTH usage is binary-long value 100.
       77 WS-TREE-LEVEL   usage is binary-long value 0.
       77 WS-TREE-IX      usage is binary-long value 0.
       77 WS-TREE-CHILD   usage is binary-double unsigned value 0.
       77 WS-TREE-NODES   usage is binary-double unsigned value 0.
       77 WS-TREE-SAMPLE-EVERY usage is binary-long value 100.
       77 WS-TREE-SAMPLED usage is binary-long value 0.
       77 WS-TREE-CHECKED usage is binary-long value 0.
       77 WS-TREE-MISMATCHES usage is binary-long value 0.
       77 WS-TREE-TARGET-STEPS usage is binary-long value 0.
       77 WS-TREE-TARGET-PEAK usage is binary-double unsigned
                                value 0.
       77 WS-TREE-EXPECT-STEPS usage is binary-long value 0.
       77 WS-TREE-EXPECT-PEAK usage is binary-double unsigned
                                value 0.
       77 WS-TREE-WALK    usage is binary-long value 0.
       77 WS-TREE-DEPTH-NOW usage is binary-long value 0.
       77 WS-TREE-DEPTH-EDIT picture is Z(4)9.
       77 WS-TREE-STEPS-EDIT picture is Z(8)9.
       77 WS-TREE-NODES-EDIT picture is Z(19)9.
       01 WS-TREE-TABLE.
           05 WS-TREE-ENTRY occurs 101 times.
               10 WS-TREE-NODE     usage is binary-double unsigned.
               10 WS-TREE-OFFERED  usage is binary-long.
               10 WS-TREE-COUNT    usage is binary-double unsigned.

      * General-map mode: odd terms go to WS-MAP-A * n + WS-MAP-B,
      * even terms halve.  The walk keeps Brent's saved value and
      * power-of-two window (WS-GEN-SAVED, WS-GEN-POWER) to notice a
      * repeat without storing the chain; a repeat is then measured
      * for where the cycle starts (WS-GEN-MU) and its smallest
      * member.  WS-GEN-STEPS counts values, start included, as
      * WS-CHAIN-STEPS does for 3n+1.
       77 WS-MAP-A        usage is binary-long value 0.
       77 WS-MAP-B        usage is binary-long value 0.
       77 WS-MAP-ID       picture is X(08) value spaces.
       77 WS-MAP-A-EDIT   picture is Z(2)9.
       77 WS-MAP-B-EDIT   picture is Z(2)9.
       77 WS-MAP-MAX-STEPS usage is binary-long value 100000.
       77 WS-MAP-MAX-PEAK usage is binary-double unsigned
                                value 1000000000000000000.
       77 WS-MAP-PROMPT   picture is X(60) value spaces.
       77 WS-MAP-ANSWER   picture is X(24) value spaces.
       77 WS-MAP-CACHE-STATUS picture is X(02) value spaces.
           88 WS-MAP-CACHE-OK      value "00".
           88 WS-MAP-CACHE-MISSING value "35".
       77 WS-MAP-CACHE-ACTIVE-SW picture is X(01) value "N".
           88 WS-MAP-CACHE-ACTIVE  value "Y".
       77 WS-MAP-CACHE-FOUND-SW picture is X(01) value "N".
           88 WS-MAP-CACHE-FOUND   value "Y".
       77 WS-MAP-CACHE-REFRESH-SW picture is X(01) value "N".
           88 WS-MAP-CACHE-REFRESH value "Y".
       77 WS-MAP-CACHE-HITS usage is binary-long value 0.
       77 WS-MAP-CACHE-MISSES usage is binary-long value 0.
       77 WS-MAPREC-STATUS picture is X(02) value spaces.
           88 WS-MAPREC-OK         value "00".
       77 WS-MAPREC-EOF   picture is X(01) value "N".
           88 END-OF-MAP-RECORDS   value "Y".
       77 WS-MAPSUM-STATUS picture is X(02) value spaces.
           88 WS-MAPSUM-OK         value "00".
       77 WS-GEN-VALUE    usage is binary-double unsigned value 0.
       77 WS-GEN-PEAK     usage is binary-double unsigned value 0.
       77 WS-GEN-SAVED    usage is binary-double unsigned value 0.
       77 WS-GEN-TORTOISE usage is binary-double unsigned value 0.
       77 WS-GEN-HARE     usage is binary-double unsigned value 0.
       77 WS-GEN-CYCLE-MIN usage is binary-double unsigned value 0.
       77 WS-GEN-STEPS    usage is binary-long value 0.
       77 WS-GEN-POWER    usage is binary-long value 0.
       77 WS-GEN-LAMBDA   usage is binary-long value 0.
       77 WS-GEN-MU       usage is binary-long value 0.
       77 WS-GEN-CYCLE-LENGTH usage is binary-long value 0.
       77 WS-GEN-WALK     usage is binary-long value 0.
       77 WS-GEN-OUTCOME  picture is X(01) value space.
           88 WS-GEN-REACHED-ONE   value "1".
           88 WS-GEN-CYCLED        value "C".
           88 WS-GEN-DIVERGENT     value "D".
       77 WS-GEN-OVERFLOW-SW picture is X(01) value "N".
           88 WS-GEN-OVERFLOW      value "Y".
       77 WS-MAP-ONES     usage is binary-long value 0.
       77 WS-MAP-CYCLED   usage is binary-long value 0.
       77 WS-MAP-DIVERGENT usage is binary-long value 0.
       77 WS-MAP-OTHER-CYCLES usage is binary-long value 0.
       77 WS-MAP-BEST-START usage is binary-double unsigned value 0.
       77 WS-MAP-BEST-STEPS usage is binary-long value 0.
       77 WS-MAP-BEST-PEAK usage is binary-double unsigned value 0.
       77 WS-MAP-HIGH-START usage is binary-double unsigned value 0.
       77 WS-MAP-HIGH-STEPS usage is binary-long value 0.
       77 WS-MAP-HIGH-PEAK usage is binary-double unsigned value 0.
       77 WS-MAP-CYCLE-MAX usage is binary-long value 50.
       77 WS-MAP-CYCLE-COUNT usage is binary-long value 0.
       77 WS-MAP-CYCLE-IX usage is binary-long value 0.
       01 WS-MAP-CYCLE-TABLE.
           05 WS-MAP-CYC-ENTRY occurs 50 times.
               10 WS-MAP-CYC-MIN    usage is binary-double unsigned.
               10 WS-MAP-CYC-LENGTH usage is binary-long.
               10 WS-MAP-CYC-COUNT  usage is binary-long.
      * LATZGREC holds every map's records, two lines a map; the
      * whole file is read, this map's lines judged, and all of it
      * written back.
       77 WS-MAP-REC-MAX  usage is binary-long value 200.
       77 WS-MAP-REC-COUNT usage is binary-long value 0.
       77 WS-MAP-REC-IX   usage is binary-long value 0.
       77 WS-MAP-NEW-RECORDS usage is binary-long value 0.
       01 WS-MAP-RECORD-TABLE.
           05 WS-MAP-REC-ENTRY occurs 200 times.
               10 WS-MAP-REC-MAP    picture is X(08).
               10 WS-MAP-REC-TYPE   picture is X(08).
               10 WS-MAP-REC-START  usage is binary-double unsigned.
               10 WS-MAP-REC-STEPS  usage is binary-long.
               10 WS-MAP-REC-PEAK   usage is binary-double unsigned.
       77 WS-MAP-CAND-TYPE picture is X(08) value spaces.
       77 WS-MAP-CAND-START usage is binary-double unsigned value 0.
       77 WS-MAP-CAND-STEPS usage is binary-long value 0.
       77 WS-MAP-CAND-PEAK usage is binary-double unsigned value 0.

       77 WS-CHECKPOINT-STATUS picture is X(02) value spaces.
           88 WS-CHECKPOINT-OK      value "00".
           88 WS-TXNLOG-OK          value "00".
       77 WS-TXNSEQ-STATUS picture is X(02) value spaces.
           88 WS-TXNSEQ-OK          value "00".
       77 WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77 WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77 WS-TXNLOCK-TRIES usage is binary-long value 0.
       77 WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77 WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77 WS-TXN-SEQUENCE picture is 9(09) value 0.
       77 WS-OPERATOR-ID picture is X(10) value spaces.
       77 WS-TXN-INPUT   picture is X(64) value spaces.
                   perform BATCH-RUN
               when WS-CAMPAIGN-MODE
                   perform CAMPAIGN-RUN
               when WS-TREE-MODE
                   perform TREE-RUN
               when WS-MAP-MODE
                   perform GENERAL-MAP-RUN
               when other
                   perform SINGLE-RUN
           end-evaluate.
      * Unattended runs take their answers from LATZCTL as named
      * NAME=VALUE fields, not positional console lines; OPERATOR
      * and MODE are always required, START for a single run, FROM
      * and TO for a range, TARGET and DEPTH for an inverse tree;
      * WORKER optionally names a campaign worker; a general map
      * needs FROM, TO, MAPA and MAPB, with MAXSTEPS and MAXPEAK
      * optional.
       LOAD-RUN-CONTROL section.
           Move "N" to WS-CONTROL-EOF.
           Open input RUN-CONTROL-FILE.
                   continue
               when "C"
                   continue
               when "T"
                   If WS-CTL-TARGET is equal to 0
                       or WS-CTL-DEPTH is equal to 0
                       Display "Run control missing required "
                           "parameter TARGET or DEPTH"
                       Stop run with error status 1
                   end-if
                   If WS-CTL-DEPTH is greater than WS-TREE-MAX-DEPTH
                       Display "Run control DEPTH may not exceed "
                           "100"
                       Stop run with error status 1
                   end-if
               when "G"
                   If WS-CTL-FROM is equal to 0
                       or WS-CTL-TO is equal to 0
                       or WS-CTL-MAP-A is equal to 0
                       Display "Run control missing required "
                           "parameter FROM, TO or MAPA"
                       Stop run with error status 1
                   end-if
                   If WS-CTL-MAP-A is greater than 999
                       or WS-CTL-MAP-B is less than -999
                       or WS-CTL-MAP-B is greater than 999
                       or WS-CTL-MAP-A + WS-CTL-MAP-B is less than 1
                       Display "Run control MAPA must be 1-999 and "
                           "MAPB -999 to 999, with MAPA+MAPB at "
                           "least 1"
                       Stop run with error status 1
                   end-if
               when other
                   Display "Run control MODE must be S, R, L, "
                       "C, T or G"
                   Stop run with error status 1
           end-evaluate.
           Exit section.
                   Compute WS-CTL-TO =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "TARGET"
                   Compute WS-CTL-TARGET =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "DEPTH"
                   Compute WS-CTL-DEPTH =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "WORKER"
                   Move function trim(WS-CTL-VALUE)
                       to WS-CTL-WORKER
               when "MAPA"
                   Compute WS-CTL-MAP-A =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "MAPB"
                   Compute WS-CTL-MAP-B =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "MAXSTEPS"
                   Compute WS-CTL-MAX-STEPS =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "MAXPEAK"
                   Compute WS-CTL-MAX-PEAK =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when spaces
                   continue
               when other
           end-if.
           If WS-CONSOLE-IO
               Display "Run mode (S=Single, R=Range, L=List file, "
                   "C=Campaign, T=Tree, G=General map): "
                   with no advancing
               Accept WS-RUN-MODE from console
           else
               Display
                   "Run mode (S=Single, R=Range, L=List file, "
                   "C=Campaign, T=Tree, G=General map): "
                   with no advancing upon console
               end-display
               Accept WS-RUN-MODE from stdin
           end-if.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

      * Works the campaign defined in LATZCAMP alongside any other
      * workers sharing the run directory: up to CG-SEGS-PER-RUN
      * segments of CG-SEGMENT-SIZE values each, every one claimed on
      * LATZCLM before it is walked and folded into LATZCSUM and
      * LATZREC under the campaign lock once it lands, so only a
      * segment in flight is ever at risk.  The run ends early when
      * no segment is left to claim.
       CAMPAIGN-RUN section.
           Perform LOAD-CAMPAIGN-CONTROL.
           If not WS-CAMP-VALID
               Perform DISPLAY-CAMPAIGN-DONE
               Exit section
           end-if.
           Perform PROMPT-WORKER-ID.
           Perform OPEN-CLAIM-FILE.
           If not WS-CAMP-VALID
               Exit section
           end-if.
           Perform OPEN-CHAIN-CACHE.
           Perform OPEN-NEW-RECORDS-REPORT.
           Move 0 to WS-CHAIN-COUNT.
           Move 0 to WS-SEGS-THIS-RUN.
           Move "Y" to WS-CLAIMED-SW.
           Perform with test before
                   until WS-SEGS-THIS-RUN is not less than
                       WS-CAMP-SEGS-PER-RUN
                   or WS-CAMP-COMPLETE
                   or not WS-CLAIMED
               Perform CLAIM-NEXT-SEGMENT
               If WS-CLAIMED
                   Perform PROCESS-ONE-SEGMENT
               end-if
           end-perform.
           Perform CLOSE-NEW-RECORDS-REPORT.
           Perform CLOSE-CHAIN-CACHE.
           Close CLAIM-FILE.
           If WS-CAMP-COMPLETE
               Perform LOAD-CAMPAIGN-SUMMARY
               Perform DISPLAY-CAMPAIGN-DONE
           else
               If not WS-CLAIMED
                   Perform DISPLAY-NO-SEGMENT-FREE
               end-if
           end-if.
           Move spaces to WS-TXN-INPUT.
           Move WS-CAMP-FROM to WS-TXN-NUMBER-EDIT.
               into WS-TXN-INPUT
           end-string.
           Move WS-CHAIN-COUNT to WS-TXN-COUNT-EDIT.
           Move WS-SEGS-THIS-RUN to WS-SEGMENT-EDIT.
           Move spaces to WS-TXN-OUTPUT.
           String "chains=" delimited by size
               function trim(WS-TXN-COUNT-EDIT) delimited by size
               " segs=" delimited by size
               function trim(WS-SEGMENT-EDIT) delimited by size
               " worker=" delimited by size
               function trim(WS-WORKER-ID) delimited by size
               " complete=" delimited by size
               WS-CAMP-COMPLETE-SW delimited by size
               into WS-TXN-OUTPUT
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

       PROMPT-WORKER-ID section.
           If WS-UNATTENDED
               Move WS-CTL-WORKER to WS-WORKER-ID
           else
               If WS-CONSOLE-IO
                   Display "Worker id (blank = operator id): "
                       with no advancing
                   Accept WS-WORKER-ID from console
               else
                   Display "Worker id (blank = operator id): "
                       with no advancing upon console
                   end-display
                   Accept WS-WORKER-ID from stdin
               end-if
           end-if.
           If WS-WORKER-ID is equal to spaces
               Move WS-OPERATOR-ID to WS-WORKER-ID
           end-if.
           Exit section.

      * The first worker on a campaign writes segment 0 with the
      * campaign's bounds and segment size; every later one checks
      * LATZCAMP still matches, so claims cut for an old campaign
      * are never taken as progress on a new one.  A segment 0 held
      * locked by a worker mid-fold is simply not checked this time.
       OPEN-CLAIM-FILE section.
           Open i-o CLAIM-FILE.
           If WS-CLAIM-STATUS is equal to "35"
               Open output CLAIM-FILE
               Close CLAIM-FILE
               Open i-o CLAIM-FILE
           end-if.
           If not WS-CLAIM-OK
               Perform DISPLAY-CLAIM-ERROR
               Move "N" to WS-CAMP-VALID-SW
               Exit section
           end-if.
           Move 0 to CL-SEGMENT.
           Read CLAIM-FILE
               invalid key continue
           end-read.
           Evaluate true
               when WS-CLAIM-NOT-FOUND
                   Perform WRITE-CAMPAIGN-CLAIM-ENTRY
               when WS-CLAIM-OK
                   If CL-SEG-FROM is not equal to WS-CAMP-FROM
                       or CL-SEG-TO is not equal to WS-CAMP-TO
                       or CL-SEGMENT-SIZE is not equal to
                           WS-CAMP-SEG-SIZE
                       Perform DISPLAY-CLAIM-MISMATCH
                       Close CLAIM-FILE
                       Move "N" to WS-CAMP-VALID-SW
                   end-if
               when other
                   continue
           end-evaluate.
           Exit section.

       WRITE-CAMPAIGN-CLAIM-ENTRY section.
           Move 0 to CL-SEGMENT.
           Move "C" to CL-STATE.
           Move spaces to CL-WORKER.
           Move WS-CAMP-FROM to CL-SEG-FROM.
           Move WS-CAMP-TO to CL-SEG-TO.
           Move function current-date(1:14) to CL-CLAIMED-AT.
           Move spaces to CL-DONE-AT.
           Move WS-CAMP-SEG-SIZE to CL-SEGMENT-SIZE.
           Move 0 to CL-CLAIM-COUNT.
           Write CLAIM-RECORD
               invalid key continue
           end-write.
           Exit section.

      * Scans from the first segment LATZCAMP says is unfinished.  A
      * segment with no claim yet is taken by writing one -- another
      * worker writing it first shows as a duplicate key, and the
      * scan moves on; an in-progress claim older than the stale
      * limit is taken over.  Done segments, and ones another worker
      * holds or is folding, are passed by.
       CLAIM-NEXT-SEGMENT section.
           Move "N" to WS-CLAIMED-SW.
           Compute WS-CLAIM-IX =
               (WS-CAMP-NEXT - WS-CAMP-FROM) / WS-CAMP-SEG-SIZE + 1
           end-compute.
           Perform with test before
                   until WS-CLAIMED
                   or WS-CLAIM-IX is greater than WS-CAMP-SEG-TOTAL
               Perform TRY-CLAIM-SEGMENT
               If not WS-CLAIMED
                   Add 1 to WS-CLAIM-IX
               end-if
           end-perform.
           Exit section.

       TRY-CLAIM-SEGMENT section.
           Perform SET-SEGMENT-BOUNDS.
           Move function current-date(1:14) to WS-NOW-STAMP.
           Move WS-CLAIM-IX to CL-SEGMENT.
           Read CLAIM-FILE
               invalid key continue
           end-read.
           Evaluate true
               when WS-CLAIM-NOT-FOUND
                   Perform WRITE-NEW-CLAIM
               when WS-CLAIM-OK and CL-IN-PROGRESS
                   Perform TAKE-OVER-STALE-CLAIM
               when other
                   continue
           end-evaluate.
           Exit section.

       SET-SEGMENT-BOUNDS section.
           Compute WS-SEG-FROM =
               WS-CAMP-FROM + (WS-CLAIM-IX - 1) * WS-CAMP-SEG-SIZE
           end-compute.
           Compute WS-SEG-TO =
               WS-SEG-FROM + WS-CAMP-SEG-SIZE - 1
           end-compute.
           If WS-SEG-TO is greater than WS-CAMP-TO
               Move WS-CAMP-TO to WS-SEG-TO
           end-if.
           Exit section.

       WRITE-NEW-CLAIM section.
           Move WS-CLAIM-IX to CL-SEGMENT.
           Move "P" to CL-STATE.
           Move WS-WORKER-ID to CL-WORKER.
           Move WS-SEG-FROM to CL-SEG-FROM.
           Move WS-SEG-TO to CL-SEG-TO.
           Move WS-NOW-STAMP to CL-CLAIMED-AT.
           Move spaces to CL-DONE-AT.
           Move 0 to CL-CHAINS.
           Move 1 to CL-CLAIM-COUNT.
           Write CLAIM-RECORD
               invalid key continue
           end-write.
           If WS-CLAIM-OK
               Move "Y" to WS-CLAIMED-SW
               Move WS-NOW-STAMP to WS-CLAIM-STAMP
           end-if.
           Exit section.

      * The age is judged twice: once on the plain read, and again
      * once the claim is locked, in case its worker finished it or
      * another worker took it over in between.
       TAKE-OVER-STALE-CLAIM section.
           Perform COMPUTE-CLAIM-AGE.
           If WS-CLAIM-AGE is less than WS-CAMP-STALE-MINUTES
               Exit section
           end-if.
           Move WS-CLAIM-IX to CL-SEGMENT.
           Read CLAIM-FILE with lock
               invalid key continue
           end-read.
           If not WS-CLAIM-OK
               Exit section
           end-if.
           If not CL-IN-PROGRESS
               Unlock CLAIM-FILE
               Exit section
           end-if.
           Perform COMPUTE-CLAIM-AGE.
           If WS-CLAIM-AGE is less than WS-CAMP-STALE-MINUTES
               Unlock CLAIM-FILE
               Exit section
           end-if.
           Move CL-WORKER to WS-STALE-WORKER.
           Move WS-WORKER-ID to CL-WORKER.
           Move WS-NOW-STAMP to CL-CLAIMED-AT.
           Add 1 to CL-CLAIM-COUNT.
           Rewrite CLAIM-RECORD
               invalid key continue
           end-rewrite.
           If WS-CLAIM-OK
               Move "Y" to WS-CLAIMED-SW
               Move WS-NOW-STAMP to WS-CLAIM-STAMP
               Perform DISPLAY-SEGMENT-RECLAIMED
           end-if.
           Unlock CLAIM-FILE.
           Exit section.

      * Minutes from the claim stamp on the record to now; a claim
      * with no readable stamp counts as stale.
       COMPUTE-CLAIM-AGE section.
           If CL-CLAIMED-AT is not numeric
               Move WS-CAMP-STALE-MINUTES to WS-CLAIM-AGE
               Exit section
           end-if.
           Compute WS-CLAIM-AGE =
               (function integer-of-date(
                   function numval(WS-NOW-STAMP(1:8)))
                - function integer-of-date(
                   function numval(CL-CLAIMED-AT(1:8)))) * 1440
               + function numval(WS-NOW-STAMP(9:2)) * 60
               + function numval(WS-NOW-STAMP(11:2))
               - function numval(CL-CLAIMED-AT(9:2)) * 60
               - function numval(CL-CLAIMED-AT(11:2))
           end-compute.
           Exit section.

       PROCESS-ONE-SEGMENT section.
           Move 0 to WS-SEG-CHAINS.
           Move 0 to WS-SEG-BEST-START.
           Move 0 to WS-SEG-BEST-STEPS.
           Move 0 to WS-SEG-PEAK-START.
           Move 0 to WS-SEG-PEAK.
           Initialize WS-CANDIDATE-TABLE.
           Perform varying WS-START from WS-SEG-FROM by 1
                   until WS-START is greater than WS-SEG-TO
               Perform OBTAIN-CHAIN-STATS
               Add 1 to WS-CHAIN-COUNT
               Add 1 to WS-SEG-CHAINS
               If WS-CHAIN-STEPS is greater than
                       WS-SEG-BEST-STEPS
                   Move WS-START to WS-SEG-BEST-START
                   Move WS-CHAIN-STEPS to WS-SEG-BEST-STEPS
               end-if
               If WS-PEAK is greater than WS-SEG-PEAK
                   Move WS-START to WS-SEG-PEAK-START
                   Move WS-PEAK to WS-SEG-PEAK
               end-if
               Perform TRACK-RECORD-CANDIDATES
           end-perform.
           Add 1 to WS-SEGS-THIS-RUN.
           Perform FOLD-SEGMENT-RESULTS.
           Exit section.

      * Under the campaign lock, and only while this segment's claim
      * is still in progress: a slow worker whose claim went stale
      * and was finished by the worker that took it over finds it
      * done, and discards its own copy, so no segment is counted
      * twice.  Whoever finishes first folds and marks it done.
       FOLD-SEGMENT-RESULTS section.
           Perform ACQUIRE-CAMPAIGN-LOCK.
           If not WS-LOCK-HELD
               Perform DISPLAY-LOCK-TIMEOUT
               Exit section
           end-if.
           Move WS-CLAIM-IX to CL-SEGMENT.
           Read CLAIM-FILE with lock
               invalid key continue
           end-read.
           If not WS-CLAIM-OK or not CL-IN-PROGRESS
               Perform DISPLAY-SEGMENT-DISCARDED
               Unlock CLAIM-FILE
               Exit section
           end-if.
           Perform LOAD-CAMPAIGN-SUMMARY.
           Add WS-SEG-CHAINS to WS-CAMP-CHAINS.
           If WS-SEG-BEST-STEPS is greater than WS-CAMP-BEST-STEPS
               Move WS-SEG-BEST-START to WS-CAMP-BEST-START
               Move WS-SEG-BEST-STEPS to WS-CAMP-BEST-STEPS
           end-if.
           If WS-SEG-PEAK is greater than WS-CAMP-PEAK
               Move WS-SEG-PEAK-START to WS-CAMP-PEAK-START
               Move WS-SEG-PEAK to WS-CAMP-PEAK
           end-if.
           Perform SAVE-CAMPAIGN-SUMMARY.
           Perform FOLD-RECORD-CANDIDATES.
           Move WS-CLAIM-IX to CL-SEGMENT.
           Move "D" to CL-STATE.
           Move WS-WORKER-ID to CL-WORKER.
           Move WS-CLAIM-STAMP to CL-CLAIMED-AT.
           Move function current-date(1:14) to CL-DONE-AT.
           Move WS-SEG-CHAINS to CL-CHAINS.
           Rewrite CLAIM-RECORD
               invalid key continue
           end-rewrite.
           Perform ADVANCE-CAMPAIGN-CONTROL.
           Unlock CLAIM-FILE.
           Perform DISPLAY-SEGMENT-DONE.
           Exit section.

       ACQUIRE-CAMPAIGN-LOCK section.
           Move "N" to WS-LOCK-HELD-SW.
           Move 0 to WS-LOCK-TRIES.
           Perform with test after
                   until WS-LOCK-HELD
                   or WS-LOCK-TRIES is not less than WS-LOCK-MAX-TRIES
               Move 0 to CL-SEGMENT
               Read CLAIM-FILE with lock
                   invalid key continue
               end-read
               If WS-CLAIM-OK
                   Move "Y" to WS-LOCK-HELD-SW
               else
                   Add 1 to WS-LOCK-TRIES
                   Call "C$SLEEP" using WS-LOCK-WAIT-SECONDS
               end-if
           end-perform.
           Exit section.

      * LATZCAMP is re-read under the lock, since other workers move
      * it too; its next start becomes the first segment not yet
      * done, and the campaign is complete once every segment is.
       ADVANCE-CAMPAIGN-CONTROL section.
           Perform LOAD-CAMPAIGN-CONTROL.
           If not WS-CAMP-VALID
               Exit section
           end-if.
           Compute WS-LOW-IX =
               (WS-CAMP-NEXT - WS-CAMP-FROM) / WS-CAMP-SEG-SIZE + 1
           end-compute.
           Move "Y" to WS-LOW-DONE-SW.
           Perform with test before
                   until not WS-LOW-DONE
                   or WS-LOW-IX is greater than WS-CAMP-SEG-TOTAL
               Move WS-LOW-IX to CL-SEGMENT
               Read CLAIM-FILE
                   invalid key continue
               end-read
               If WS-CLAIM-OK and CL-DONE
                   Add 1 to WS-LOW-IX
               else
                   Move "N" to WS-LOW-DONE-SW
               end-if
           end-perform.
           If WS-LOW-IX is greater than WS-CAMP-SEG-TOTAL
               Move "Y" to WS-CAMP-COMPLETE-SW
               Compute WS-CAMP-NEXT = WS-CAMP-TO + 1 end-compute
           else
               Compute WS-CAMP-NEXT =
                   WS-CAMP-FROM + (WS-LOW-IX - 1) * WS-CAMP-SEG-SIZE
               end-compute
           end-if.
           Perform SAVE-CAMPAIGN-CONTROL.
           Exit section.

       LOAD-CAMPAIGN-CONTROL section.
           Move "N" to WS-CAMP-VALID-SW.
           Open input CAMPAIGN-FILE.
                       function numval(CG-NEXT-START)
                   end-compute
                   Move CG-COMPLETE to WS-CAMP-COMPLETE-SW
                   Compute WS-CAMP-STALE-MINUTES =
                       function numval(CG-STALE-MINUTES)
                   end-compute
                   Move "Y" to WS-CAMP-VALID-SW
           end-read.
           Close CAMPAIGN-FILE.
               If WS-CAMP-NEXT is less than WS-CAMP-FROM
                   Move WS-CAMP-FROM to WS-CAMP-NEXT
               end-if
               If WS-CAMP-STALE-MINUTES is not greater than 0
                   Move 240 to WS-CAMP-STALE-MINUTES
               end-if
               If WS-CAMP-FROM is equal to 0
                   or WS-CAMP-TO is less than WS-CAMP-FROM
                   or WS-CAMP-SEG-SIZE is not greater than 0
                   or WS-CAMP-SEGS-PER-RUN is not greater than 0
                   Move "N" to WS-CAMP-VALID-SW
               else
                   Compute WS-CAMP-SEG-TOTAL =
                       (WS-CAMP-TO - WS-CAMP-FROM) / WS-CAMP-SEG-SIZE
                       + 1
                   end-compute
               end-if
           end-if.
           If not WS-CAMP-VALID
               Exit section
           end-if.
           Move spaces to CG-SPACE-1 CG-SPACE-2 CG-SPACE-3
               CG-SPACE-4 CG-SPACE-5 CG-SPACE-6.
           Move WS-CAMP-FROM to CG-FROM.
           Move WS-CAMP-TO to CG-TO.
           Move WS-CAMP-SEG-SIZE to CG-SEGMENT-SIZE.
           Move WS-CAMP-SEGS-PER-RUN to CG-SEGS-PER-RUN.
           Move WS-CAMP-NEXT to CG-NEXT-START.
           Move WS-CAMP-COMPLETE-SW to CG-COMPLETE.
           Move WS-CAMP-STALE-MINUTES to CG-STALE-MINUTES.
           Write CAMPAIGN-RECORD.
           Close CAMPAIGN-FILE.
           Exit section.
           end-if.
           Exit section.

       DISPLAY-CLAIM-ERROR section.
           If WS-CONSOLE-IO
               Display "Segment claim file LATZCLM unavailable, "
                   "status " WS-CLAIM-STATUS ", campaign not run"
           else
               Display "Segment claim file LATZCLM unavailable, "
                   "status " WS-CLAIM-STATUS ", campaign not run"
                   upon console
           end-if.
           Exit section.

       DISPLAY-CLAIM-MISMATCH section.
           If WS-CONSOLE-IO
               Display "LATZCLM holds claims for a different "
                   "campaign than LATZCAMP; clear it before "
                   "starting a new one"
           else
               Display "LATZCLM holds claims for a different "
                   "campaign than LATZCAMP; clear it before "
                   "starting a new one" upon console
           end-if.
           Exit section.

       DISPLAY-LOCK-TIMEOUT section.
           Move WS-CLAIM-IX to WS-SEGMENT-EDIT.
           If WS-CONSOLE-IO
               Display "Campaign lock not obtained, segment "
                   function trim(WS-SEGMENT-EDIT)
                   " left claimed to be redone"
           else
               Display "Campaign lock not obtained, segment "
                   function trim(WS-SEGMENT-EDIT)
                   " left claimed to be redone" upon console
           end-if.
           Exit section.

       DISPLAY-SEGMENT-DISCARDED section.
           Move WS-CLAIM-IX to WS-SEGMENT-EDIT.
           If WS-CONSOLE-IO
               Display "Segment " function trim(WS-SEGMENT-EDIT)
                   " already finished by another worker, results "
                   "discarded"
           else
               Display "Segment " function trim(WS-SEGMENT-EDIT)
                   " already finished by another worker, results "
                   "discarded" upon console
           end-if.
           Exit section.

       DISPLAY-SEGMENT-RECLAIMED section.
           Move WS-CLAIM-IX to WS-SEGMENT-EDIT.
           If WS-CONSOLE-IO
               Display "Segment " function trim(WS-SEGMENT-EDIT)
                   " reclaimed from stale worker "
                   function trim(WS-STALE-WORKER)
           else
               Display "Segment " function trim(WS-SEGMENT-EDIT)
                   " reclaimed from stale worker "
                   function trim(WS-STALE-WORKER) upon console
           end-if.
           Exit section.

       DISPLAY-NO-SEGMENT-FREE section.
           If WS-CONSOLE-IO
               Display "No campaign segment left to claim; the rest "
                   "are held by other workers."
           else
               Display "No campaign segment left to claim; the rest "
                   "are held by other workers." upon console
           end-if.
           Exit section.

      * Builds the inverse tree above a target value: every starting
      * value that reaches the target in 1 through DEPTH steps, each
      * written to LATZTREE with its depth and the node it steps to.
      * The target's own chain is taken first (cache or HAILSTONE) so
      * sampled nodes can be checked against LATZCACH as they appear;
      * a target of 1 is a chain of one value, not the 1-4-2-1 loop.
       TREE-RUN section.
           Perform PROMPT-TREE-TARGET.
           Move WS-ENTRY to WS-TREE-TARGET.
           Perform PROMPT-TREE-DEPTH.
           Open output TREE-FILE.
           If not WS-TREE-OK
               Perform DISPLAY-TREE-ERROR
               Exit section
           end-if.
           Open output TREE-SUMMARY-FILE.
           If not WS-TREESUM-OK
               Perform DISPLAY-TREESUM-ERROR
           end-if.
           Move 0 to WS-TREE-NODES.
           Move 0 to WS-TREE-SAMPLED.
           Move 0 to WS-TREE-CHECKED.
           Move 0 to WS-TREE-MISMATCHES.
           Perform OPEN-CHAIN-CACHE.
           If WS-TREE-TARGET is equal to 1
               Move 1 to WS-TREE-TARGET-STEPS
               Move 1 to WS-TREE-TARGET-PEAK
           else
               Move WS-TREE-TARGET to WS-START
               Perform OBTAIN-CHAIN-STATS
               Move WS-CHAIN-STEPS to WS-TREE-TARGET-STEPS
               Move WS-PEAK to WS-TREE-TARGET-PEAK
           end-if.
           Perform WRITE-TREE-HEADING.
           Perform BUILD-INVERSE-TREE.
           Perform CLOSE-CHAIN-CACHE.
           Close TREE-FILE.
           Perform WRITE-TREE-DEPTH-SUMMARY.
           If WS-TREESUM-OK
               Close TREE-SUMMARY-FILE
           end-if.
           Move WS-TREE-TARGET to WS-TXN-NUMBER-EDIT.
           Move WS-TREE-DEPTH to WS-TREE-DEPTH-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "mode=tree target=" delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               " depth=" delimited by size
               function trim(WS-TREE-DEPTH-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move WS-TREE-NODES to WS-TREE-NODES-EDIT.
           Move WS-TREE-CHECKED to WS-TXN-COUNT-EDIT.
           Move WS-TREE-MISMATCHES to WS-TREE-STEPS-EDIT.
           Move spaces to WS-TXN-OUTPUT.
           String "nodes=" delimited by size
               function trim(WS-TREE-NODES-EDIT) delimited by size
               " checked=" delimited by size
               function trim(WS-TXN-COUNT-EDIT) delimited by size
               " mismatch=" delimited by size
               function trim(WS-TREE-STEPS-EDIT) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

       PROMPT-TREE-TARGET section.
           If WS-UNATTENDED
               Move WS-CTL-TARGET to WS-ENTRY
               Exit section
           end-if.
           Move 0 to WS-ENTRY-CHECK.
           Perform with test after until WS-ENTRY-CHECK is greater
                   than zero
               If WS-CONSOLE-IO
                   Display "Tree target value: " with no advancing
                   Accept WS-ENTRY-CHECK from console
               else
                   Display "Tree target value: " with no advancing
                       upon console
                   end-display
                   Accept WS-ENTRY-CHECK from stdin
               end-if
               If WS-ENTRY-CHECK is not greater than zero
                   Perform DISPLAY-TREE-TARGET-ERROR
               end-if
           end-perform.
           Move WS-ENTRY-CHECK to WS-ENTRY.
           Exit section.

       DISPLAY-TREE-TARGET-ERROR section.
           If WS-CONSOLE-IO
               Display "Tree target must be positive, re-enter."
           else
               Display "Tree target must be positive, re-enter."
                   upon console
           end-if.
           Exit section.

       PROMPT-TREE-DEPTH section.
           If WS-UNATTENDED
               Move WS-CTL-DEPTH to WS-TREE-DEPTH
               Exit section
           end-if.
           Move 0 to WS-ENTRY-CHECK.
           Perform with test after until WS-ENTRY-CHECK is greater
                   than zero and WS-ENTRY-CHECK is not greater than
                   WS-TREE-MAX-DEPTH
               If WS-CONSOLE-IO
                   Display "Tree depth (1-100): " with no advancing
                   Accept WS-ENTRY-CHECK from console
               else
                   Display "Tree depth (1-100): " with no advancing
                       upon console
                   end-display
                   Accept WS-ENTRY-CHECK from stdin
               end-if
               If WS-ENTRY-CHECK is not greater than zero
                   or WS-ENTRY-CHECK is greater than WS-TREE-MAX-DEPTH
                   Perform DISPLAY-TREE-DEPTH-ERROR
               end-if
           end-perform.
           Move WS-ENTRY-CHECK to WS-TREE-DEPTH.
           Exit section.

       DISPLAY-TREE-DEPTH-ERROR section.
           If WS-CONSOLE-IO
               Display "Tree depth must be 1 through 100, re-enter."
           else
               Display "Tree depth must be 1 through 100, re-enter."
                   upon console
           end-if.
           Exit section.

      * Depth-first: the top entry offers its 2n predecessor, then its
      * odd one, then is popped; an entry already at the requested
      * depth is popped without offering anything.  The 1-4-2 loop
      * cannot recur because (4-1)/3 = 1 is never offered.
       BUILD-INVERSE-TREE section.
           Initialize WS-TREE-TABLE.
           Move 1 to WS-TREE-LEVEL.
           Move WS-TREE-TARGET to WS-TREE-NODE(1).
           Move 1 to WS-TREE-COUNT(1).
           Perform with test before until WS-TREE-LEVEL is equal to 0
               Evaluate true
                   when WS-TREE-LEVEL is greater than WS-TREE-DEPTH
                       Subtract 1 from WS-TREE-LEVEL
                   when WS-TREE-OFFERED(WS-TREE-LEVEL) is equal to 0
                       Move 1 to WS-TREE-OFFERED(WS-TREE-LEVEL)
                       Perform OFFER-DOUBLE-PREDECESSOR
                   when WS-TREE-OFFERED(WS-TREE-LEVEL) is equal to 1
                       Move 2 to WS-TREE-OFFERED(WS-TREE-LEVEL)
                       Perform OFFER-ODD-PREDECESSOR
                   when other
                       Subtract 1 from WS-TREE-LEVEL
               end-evaluate
           end-perform.
           Exit section.

      * 2n is always a predecessor; one that will not fit the working
      * value stops the run the same way HAILSTONE does on 3n+1.
       OFFER-DOUBLE-PREDECESSOR section.
           Compute WS-TREE-CHILD = WS-TREE-NODE(WS-TREE-LEVEL) * 2
               on size error
                   Perform DISPLAY-TREE-OVERFLOW
                   Stop run with error status 1
           end-compute.
           Perform PUSH-TREE-NODE.
           Exit section.

      * (n-1)/3 is a whole odd number exactly when n leaves 4 over a
      * multiple of 6; above 1 rules out n = 4.
       OFFER-ODD-PREDECESSOR section.
           If function rem(WS-TREE-NODE(WS-TREE-LEVEL), 6) is not
                   equal to 4
               Exit section
           end-if.
           Compute WS-TREE-CHILD =
               (WS-TREE-NODE(WS-TREE-LEVEL) - 1) / 3
           end-compute.
           If WS-TREE-CHILD is not greater than 1
               Exit section
           end-if.
           Perform PUSH-TREE-NODE.
           Exit section.

       PUSH-TREE-NODE section.
           Add 1 to WS-TREE-LEVEL.
           Move WS-TREE-CHILD to WS-TREE-NODE(WS-TREE-LEVEL).
           Move 0 to WS-TREE-OFFERED(WS-TREE-LEVEL).
           Add 1 to WS-TREE-COUNT(WS-TREE-LEVEL).
           Add 1 to WS-TREE-NODES.
           Compute WS-TREE-DEPTH-NOW = WS-TREE-LEVEL - 1 end-compute.
           Perform WRITE-TREE-NODE.
           If function mod(WS-TREE-NODES, WS-TREE-SAMPLE-EVERY)
                   is equal to 1
               Perform CROSS-CHECK-TREE-NODE
           end-if.
           Exit section.

       WRITE-TREE-NODE section.
           Move spaces to TR-SPACE-1 TR-SPACE-2 TR-SPACE-3.
           Move WS-TREE-CHILD to TR-VALUE.
           Move WS-TREE-DEPTH-NOW to TR-DEPTH.
           Move WS-TREE-NODE(WS-TREE-DEPTH-NOW) to TR-PARENT.
           If function rem(WS-TREE-CHILD,2) is equal to 0
               then move "EVEN" to TR-PARITY
               else move "ODD " to TR-PARITY
           end-if.
           Write TREE-RECORD.
           Exit section.

      * A sampled node is walked forward DEPTH-NOW steps, which must
      * land on the target; its whole chain is then the walk plus the
      * target's chain, so where LATZCACH holds the node its steps
      * and peak must agree with that.  Both step counts include the
      * target once, so the walk adds exactly DEPTH-NOW to it.
       CROSS-CHECK-TREE-NODE section.
           Add 1 to WS-TREE-SAMPLED.
           Move WS-TREE-CHILD to WS-NUMBER.
           Move WS-TREE-CHILD to WS-TREE-EXPECT-PEAK.
           Perform varying WS-TREE-WALK from 1 by 1
                   until WS-TREE-WALK is greater than WS-TREE-DEPTH-NOW
               compute WS-NUMBER = HAILSTONE(WS-NUMBER)
               If WS-NUMBER is greater than WS-TREE-EXPECT-PEAK
                   Move WS-NUMBER to WS-TREE-EXPECT-PEAK
               end-if
           end-perform.
           If WS-NUMBER is not equal to WS-TREE-TARGET
               Add 1 to WS-TREE-MISMATCHES
               Perform REPORT-TREE-WALK-MISMATCH
               Exit section
           end-if.
           If WS-TREE-TARGET-PEAK is greater than WS-TREE-EXPECT-PEAK
               Move WS-TREE-TARGET-PEAK to WS-TREE-EXPECT-PEAK
           end-if.
           Compute WS-TREE-EXPECT-STEPS =
               WS-TREE-TARGET-STEPS + WS-TREE-DEPTH-NOW
           end-compute.
           If not WS-CACHE-ACTIVE
               Exit section
           end-if.
           Move WS-TREE-CHILD to CH-START.
           Read CHAIN-CACHE-FILE
               invalid key
                   continue
               not invalid key
                   Add 1 to WS-TREE-CHECKED
                   If CH-STEPS is not equal to WS-TREE-EXPECT-STEPS
                       or CH-PEAK is not equal to WS-TREE-EXPECT-PEAK
                       Add 1 to WS-TREE-MISMATCHES
                       Perform REPORT-TREE-CACHE-MISMATCH
                   end-if
           end-read.
           Exit section.

       REPORT-TREE-WALK-MISMATCH section.
           Move WS-TREE-CHILD to WS-TXN-NUMBER-EDIT.
           Move WS-TREE-DEPTH-NOW to WS-TREE-DEPTH-EDIT.
           Move spaces to TREE-SUMMARY-LINE.
           String "Mismatch " delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               " depth " delimited by size
               function trim(WS-TREE-DEPTH-EDIT) delimited by size
               ": forward walk does not reach the target"
                   delimited by size
               into TREE-SUMMARY-LINE
           end-string.
           Perform WRITE-TREE-SUMMARY-LINE.
           Exit section.

       REPORT-TREE-CACHE-MISMATCH section.
           Move WS-TREE-CHILD to WS-TXN-NUMBER-EDIT.
           Move WS-TREE-DEPTH-NOW to WS-TREE-DEPTH-EDIT.
           Move WS-TREE-EXPECT-STEPS to WS-TREE-STEPS-EDIT.
           Move CH-STEPS to WS-TXN-COUNT-EDIT.
           Move spaces to TREE-SUMMARY-LINE.
           String "Mismatch " delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               " depth " delimited by size
               function trim(WS-TREE-DEPTH-EDIT) delimited by size
               ": expected steps " delimited by size
               function trim(WS-TREE-STEPS-EDIT) delimited by size
               ", LATZCACH has " delimited by size
               function trim(WS-TXN-COUNT-EDIT) delimited by size
               into TREE-SUMMARY-LINE
           end-string.
           Perform WRITE-TREE-SUMMARY-LINE.
           Move WS-TREE-EXPECT-PEAK to WS-TXN-NUMBER-EDIT.
           Move CH-PEAK to WS-TXN-NUMBER-EDIT-2.
           Move spaces to TREE-SUMMARY-LINE.
           String "    expected peak " delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               ", LATZCACH has " delimited by size
               function trim(WS-TXN-NUMBER-EDIT-2) delimited by size
               into TREE-SUMMARY-LINE
           end-string.
           Perform WRITE-TREE-SUMMARY-LINE.
           Exit section.

       WRITE-TREE-HEADING section.
           Move WS-TREE-TARGET to WS-TXN-NUMBER-EDIT.
           Move WS-TREE-DEPTH to WS-TREE-DEPTH-EDIT.
           Move spaces to TREE-SUMMARY-LINE.
           String "Inverse tree above " delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               " to depth " delimited by size
               function trim(WS-TREE-DEPTH-EDIT) delimited by size
               into TREE-SUMMARY-LINE
           end-string.
           Perform WRITE-TREE-SUMMARY-LINE.
           Move WS-TREE-TARGET-STEPS to WS-TREE-STEPS-EDIT.
           Move WS-TREE-TARGET-PEAK to WS-TXN-NUMBER-EDIT-2.
           Move spaces to TREE-SUMMARY-LINE.
           String "Target chain: steps " delimited by size
               function trim(WS-TREE-STEPS-EDIT) delimited by size
               ", peak " delimited by size
               function trim(WS-TXN-NUMBER-EDIT-2) delimited by size
               into TREE-SUMMARY-LINE
           end-string.
           Perform WRITE-TREE-SUMMARY-LINE.
           Exit section.

       WRITE-TREE-DEPTH-SUMMARY section.
           Perform varying WS-TREE-IX from 2 by 1
                   until WS-TREE-IX is greater than WS-TREE-DEPTH + 1
               Compute WS-TREE-DEPTH-NOW = WS-TREE-IX - 1
               end-compute
               Move WS-TREE-DEPTH-NOW to WS-TREE-DEPTH-EDIT
               Move WS-TREE-COUNT(WS-TREE-IX) to WS-TREE-NODES-EDIT
               Move spaces to TREE-SUMMARY-LINE
               String "Depth " delimited by size
                   WS-TREE-DEPTH-EDIT delimited by size
                   ": " delimited by size
                   WS-TREE-NODES-EDIT delimited by size
                   " node(s)" delimited by size
                   into TREE-SUMMARY-LINE
               end-string
               Perform WRITE-TREE-SUMMARY-LINE
           end-perform.
           Move WS-TREE-NODES to WS-TREE-NODES-EDIT.
           Move spaces to TREE-SUMMARY-LINE.
           String "Total        " delimited by size
               WS-TREE-NODES-EDIT delimited by size
               " node(s)" delimited by size
               into TREE-SUMMARY-LINE
           end-string.
           Perform WRITE-TREE-SUMMARY-LINE.
           Move WS-TREE-SAMPLED to WS-TXN-COUNT-EDIT.
           Move WS-TREE-CHECKED to WS-TREE-STEPS-EDIT.
           Move WS-TREE-MISMATCHES to WS-CACHE-HIT-EDIT.
           Move spaces to TREE-SUMMARY-LINE.
           String "Cross-check: " delimited by size
               function trim(WS-TXN-COUNT-EDIT) delimited by size
               " sampled, " delimited by size
               function trim(WS-TREE-STEPS-EDIT) delimited by size
               " found on LATZCACH, " delimited by size
               function trim(WS-CACHE-HIT-EDIT) delimited by size
               " mismatched" delimited by size
               into TREE-SUMMARY-LINE
           end-string.
           Perform WRITE-TREE-SUMMARY-LINE.
           Exit section.

       WRITE-TREE-SUMMARY-LINE section.
           If WS-TREESUM-OK
               Write TREE-SUMMARY-LINE
           end-if.
           If WS-CONSOLE-IO
               Display function trim(TREE-SUMMARY-LINE trailing)
           else
               Display function trim(TREE-SUMMARY-LINE trailing)
                   upon console
           end-if.
           Exit section.

       DISPLAY-TREE-OVERFLOW section.
           Move WS-TREE-NODE(WS-TREE-LEVEL) to WS-TXN-NUMBER-EDIT.
           If WS-CONSOLE-IO
               Display "Inverse tree: 2n overflow on "
                   function trim(WS-TXN-NUMBER-EDIT)
           else
               Display "Inverse tree: 2n overflow on "
                   function trim(WS-TXN-NUMBER-EDIT) upon console
           end-if.
           Exit section.

       DISPLAY-TREE-ERROR section.
           If WS-CONSOLE-IO
               Display "Unable to open tree file, status "
                   WS-TREE-STATUS
           else
               Display "Unable to open tree file, status "
                   WS-TREE-STATUS upon console
           end-if.
           Exit section.

       DISPLAY-TREESUM-ERROR section.
           If WS-CONSOLE-IO
               Display "Unable to open tree summary file, status "
                   WS-TREESUM-STATUS
           else
               Display "Unable to open tree summary file, status "
                   WS-TREESUM-STATUS upon console
           end-if.
           Exit section.

      * Runs a range of starts through the chosen an+b map.  Every
      * start is answered from LATZGCAC under this map's id where it
      * can be, walked otherwise, and tallied by how it ended; the
      * LATZGSUM summary and the map's LATZGREC records follow.
       GENERAL-MAP-RUN section.
           Perform PROMPT-MAP-PARAMETERS.
           Perform PROMPT-RANGE-FROM.
           Move WS-ENTRY to WS-RANGE-FROM.
           Perform PROMPT-RANGE-TO.
           Move WS-ENTRY to WS-RANGE-TO.
           Perform BUILD-MAP-ID.
           Move 0 to WS-CHAIN-COUNT.
           Move 0 to WS-MAP-ONES.
           Move 0 to WS-MAP-CYCLED.
           Move 0 to WS-MAP-DIVERGENT.
           Move 0 to WS-MAP-OTHER-CYCLES.
           Move 0 to WS-MAP-CYCLE-COUNT.
           Move 0 to WS-MAP-BEST-START.
           Move 0 to WS-MAP-BEST-STEPS.
           Move 0 to WS-MAP-BEST-PEAK.
           Move 0 to WS-MAP-HIGH-START.
           Move 0 to WS-MAP-HIGH-STEPS.
           Move 0 to WS-MAP-HIGH-PEAK.
           Initialize WS-MAP-CYCLE-TABLE.
           Perform OPEN-MAP-CACHE.
           Perform varying WS-START from WS-RANGE-FROM by 1
                   until WS-START is greater than WS-RANGE-TO
               Perform OBTAIN-MAP-CHAIN-STATS
               Perform TALLY-MAP-OUTCOME
               Add 1 to WS-CHAIN-COUNT
           end-perform.
           Perform CLOSE-MAP-CACHE.
           Perform WRITE-MAP-SUMMARY.
           Move WS-RANGE-FROM to WS-TXN-NUMBER-EDIT.
           Move WS-RANGE-TO to WS-TXN-NUMBER-EDIT-2.
           Move spaces to WS-TXN-INPUT.
           String "map=" delimited by size
               WS-MAP-ID delimited by space
               " from=" delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               " to=" delimited by size
               function trim(WS-TXN-NUMBER-EDIT-2)
                   delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           Move WS-MAP-ONES to WS-TXN-COUNT-EDIT.
           Move WS-MAP-CYCLED to WS-TREE-STEPS-EDIT.
           Move WS-MAP-DIVERGENT to WS-CACHE-HIT-EDIT.
           Move WS-MAP-CYCLE-COUNT to WS-CACHE-MISS-EDIT.
           String "ones=" delimited by size
               function trim(WS-TXN-COUNT-EDIT) delimited by size
               " cycled=" delimited by size
               function trim(WS-TREE-STEPS-EDIT) delimited by size
               " divergent=" delimited by size
               function trim(WS-CACHE-HIT-EDIT) delimited by size
               " cycles=" delimited by size
               function trim(WS-CACHE-MISS-EDIT) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

      * The multiplier must be 1-999 and the addend -999 to 999, with
      * a+b at least 1 so no odd term can map to zero or below; the
      * cutoffs take their defaults when left blank.
       PROMPT-MAP-PARAMETERS section.
           If WS-UNATTENDED
               Move WS-CTL-MAP-A to WS-MAP-A
               Move WS-CTL-MAP-B to WS-MAP-B
               If WS-CTL-MAX-STEPS is greater than 0
                   Move WS-CTL-MAX-STEPS to WS-MAP-MAX-STEPS
               end-if
               If WS-CTL-MAX-PEAK is greater than 0
                   Move WS-CTL-MAX-PEAK to WS-MAP-MAX-PEAK
               end-if
               Exit section
           end-if.
           Move "Odd-term multiplier a, for an+b (1-999):"
               to WS-MAP-PROMPT.
           Move 0 to WS-ENTRY-CHECK.
           Perform with test after until WS-ENTRY-CHECK is greater
                   than zero and WS-ENTRY-CHECK is less than 1000
               Perform ACCEPT-MAP-ANSWER
               Compute WS-ENTRY-CHECK = function numval(WS-MAP-ANSWER)
               end-compute
               If WS-ENTRY-CHECK is not greater than zero
                   or WS-ENTRY-CHECK is not less than 1000
                   Perform DISPLAY-MAP-ENTRY-ERROR
               end-if
           end-perform.
           Move WS-ENTRY-CHECK to WS-MAP-A.
           Move "Odd-term addend b (-999 to 999):" to WS-MAP-PROMPT.
           Move 1000 to WS-ENTRY-CHECK.
           Perform with test after until WS-ENTRY-CHECK is greater
                   than -1000 and WS-ENTRY-CHECK is less than 1000
                   and WS-ENTRY-CHECK + WS-MAP-A is greater than 0
               Perform ACCEPT-MAP-ANSWER
               Compute WS-ENTRY-CHECK = function numval(WS-MAP-ANSWER)
               end-compute
               If WS-ENTRY-CHECK is not greater than -1000
                   or WS-ENTRY-CHECK is not less than 1000
                   or WS-ENTRY-CHECK + WS-MAP-A is not greater than 0
                   Perform DISPLAY-MAP-ENTRY-ERROR
               end-if
           end-perform.
           Move WS-ENTRY-CHECK to WS-MAP-B.
           Move "Step cutoff (blank = 100000):" to WS-MAP-PROMPT.
           Perform ACCEPT-MAP-ANSWER.
           If WS-MAP-ANSWER is not equal to spaces
               Compute WS-ENTRY-CHECK = function numval(WS-MAP-ANSWER)
               end-compute
               If WS-ENTRY-CHECK is greater than 0
                   and WS-ENTRY-CHECK is less than 1000000000
                   Move WS-ENTRY-CHECK to WS-MAP-MAX-STEPS
               end-if
           end-if.
           Move "Peak cutoff (blank = 1000000000000000000):"
               to WS-MAP-PROMPT.
           Perform ACCEPT-MAP-ANSWER.
           If WS-MAP-ANSWER is not equal to spaces
               Compute WS-ENTRY-CHECK = function numval(WS-MAP-ANSWER)
               end-compute
               If WS-ENTRY-CHECK is greater than 0
                   Move WS-ENTRY-CHECK to WS-MAP-MAX-PEAK
               end-if
           end-if.
           Exit section.

       ACCEPT-MAP-ANSWER section.
           Move spaces to WS-MAP-ANSWER.
           If WS-CONSOLE-IO
               Display function trim(WS-MAP-PROMPT) " "
                   with no advancing
               Accept WS-MAP-ANSWER from console
           else
               Display function trim(WS-MAP-PROMPT) " "
                   with no advancing upon console
               end-display
               Accept WS-MAP-ANSWER from stdin
           end-if.
           Exit section.

       DISPLAY-MAP-ENTRY-ERROR section.
           If WS-CONSOLE-IO
               Display "Out of range (a 1-999, b -999 to 999, a+b "
                   "at least 1), re-enter."
           else
               Display "Out of range (a 1-999, b -999 to 999, a+b "
                   "at least 1), re-enter." upon console
           end-if.
           Exit section.

      * The map's id is how it reads -- 5N+1, 3N-1 -- and keys its
      * cache entries and records lines.
       BUILD-MAP-ID section.
           Move WS-MAP-A to WS-MAP-A-EDIT.
           Move WS-MAP-B to WS-MAP-B-EDIT.
           Move spaces to WS-MAP-ID.
           If WS-MAP-B is less than 0
               String function trim(WS-MAP-A-EDIT) delimited by size
                   "N-" delimited by size
                   function trim(WS-MAP-B-EDIT) delimited by size
                   into WS-MAP-ID
               end-string
           else
               String function trim(WS-MAP-A-EDIT) delimited by size
                   "N+" delimited by size
                   function trim(WS-MAP-B-EDIT) delimited by size
                   into WS-MAP-ID
               end-string
           end-if.
           Exit section.

       OPEN-MAP-CACHE section.
           Move "N" to WS-MAP-CACHE-ACTIVE-SW.
           Move 0 to WS-MAP-CACHE-HITS.
           Move 0 to WS-MAP-CACHE-MISSES.
           Open i-o MAP-CACHE-FILE.
           If WS-MAP-CACHE-MISSING
               Open output MAP-CACHE-FILE
               Close MAP-CACHE-FILE
               Open i-o MAP-CACHE-FILE
           end-if.
           If WS-MAP-CACHE-OK
               Move "Y" to WS-MAP-CACHE-ACTIVE-SW
           else
               Perform DISPLAY-MAP-CACHE-UNAVAILABLE
           end-if.
           Exit section.

       CLOSE-MAP-CACHE section.
           If WS-MAP-CACHE-ACTIVE
               Close MAP-CACHE-FILE
               Move WS-MAP-CACHE-HITS to WS-CACHE-HIT-EDIT
               Move WS-MAP-CACHE-MISSES to WS-CACHE-MISS-EDIT
               Perform DISPLAY-MAP-CACHE-COUNTS
           end-if.
           Exit section.

       OBTAIN-MAP-CHAIN-STATS section.
           Perform LOOKUP-MAP-CACHE.
           If WS-MAP-CACHE-FOUND
               Add 1 to WS-MAP-CACHE-HITS
           else
               Perform COMPUTE-MAP-CHAIN-STATS
               Add 1 to WS-MAP-CACHE-MISSES
               Perform WRITE-MAP-CACHE
           end-if.
           Exit section.

      * A cached reached-1 or cycled answer is exact and always used.
      * A presumed-divergent one only stands if it was cut off at or
      * beyond this run's cutoffs; otherwise the start is walked
      * again and the entry rewritten with the new answer.
       LOOKUP-MAP-CACHE section.
           Move "N" to WS-MAP-CACHE-FOUND-SW.
           Move "N" to WS-MAP-CACHE-REFRESH-SW.
           If not WS-MAP-CACHE-ACTIVE
               Exit section
           end-if.
           Move WS-MAP-ID to MC-MAP-ID.
           Move WS-START to MC-START.
           Read MAP-CACHE-FILE
               invalid key
                   continue
               not invalid key
                   If MC-OUTCOME is equal to "D"
                       and (MC-STEP-LIMIT is less than
                               WS-MAP-MAX-STEPS
                           or MC-PEAK-LIMIT is less than
                               WS-MAP-MAX-PEAK)
                       Move "Y" to WS-MAP-CACHE-REFRESH-SW
                   else
                       Move MC-OUTCOME to WS-GEN-OUTCOME
                       Move MC-STEPS to WS-GEN-STEPS
                       Move MC-PEAK to WS-GEN-PEAK
                       Move MC-CYCLE-MIN to WS-GEN-CYCLE-MIN
                       Move MC-CYCLE-LENGTH to WS-GEN-CYCLE-LENGTH
                       Move "Y" to WS-MAP-CACHE-FOUND-SW
                   end-if
           end-read.
           Exit section.

       WRITE-MAP-CACHE section.
           If not WS-MAP-CACHE-ACTIVE
               Exit section
           end-if.
           Move WS-MAP-ID to MC-MAP-ID.
           Move WS-START to MC-START.
           Move WS-GEN-OUTCOME to MC-OUTCOME.
           Move WS-GEN-STEPS to MC-STEPS.
           Move WS-GEN-PEAK to MC-PEAK.
           Move WS-GEN-CYCLE-MIN to MC-CYCLE-MIN.
           Move WS-GEN-CYCLE-LENGTH to MC-CYCLE-LENGTH.
           Move WS-MAP-MAX-STEPS to MC-STEP-LIMIT.
           Move WS-MAP-MAX-PEAK to MC-PEAK-LIMIT.
           If WS-MAP-CACHE-REFRESH
               Rewrite MAP-CACHE-RECORD
                   invalid key continue
               end-rewrite
           else
               Write MAP-CACHE-RECORD
                   invalid key continue
               end-write
           end-if.
           Exit section.

      * Walks one start until it reaches 1, repeats a value, or runs
      * past a cutoff (or past what the working value can hold).
      * Brent's method: the value last saved is compared with every
      * new one, and re-saved each time the window, doubling from 1,
      * fills -- a repeat is caught within two laps of the cycle,
      * with WS-GEN-LAMBDA then its exact length.
       COMPUTE-MAP-CHAIN-STATS section.
           Move WS-START to WS-GEN-VALUE.
           Move WS-START to WS-GEN-PEAK.
           Move WS-START to WS-GEN-SAVED.
           Move 1 to WS-GEN-STEPS.
           Move 1 to WS-GEN-POWER.
           Move 0 to WS-GEN-LAMBDA.
           Move 0 to WS-GEN-CYCLE-MIN.
           Move 0 to WS-GEN-CYCLE-LENGTH.
           Move "N" to WS-GEN-OVERFLOW-SW.
           Move space to WS-GEN-OUTCOME.
           Perform with test before until WS-GEN-OUTCOME is not
                   equal to space
               If WS-GEN-VALUE is equal to 1
                   Move "1" to WS-GEN-OUTCOME
               else
                   Perform MAP-ONE-STEP
                   Add 1 to WS-GEN-STEPS
                   Add 1 to WS-GEN-LAMBDA
                   If WS-GEN-VALUE is greater than WS-GEN-PEAK
                       Move WS-GEN-VALUE to WS-GEN-PEAK
                   end-if
                   Evaluate true
                       when WS-GEN-OVERFLOW
                           or WS-GEN-STEPS is greater than
                               WS-MAP-MAX-STEPS
                           or WS-GEN-PEAK is greater than
                               WS-MAP-MAX-PEAK
                           Move "D" to WS-GEN-OUTCOME
                       when WS-GEN-VALUE is equal to WS-GEN-SAVED
                           Move "C" to WS-GEN-OUTCOME
                       when WS-GEN-LAMBDA is equal to WS-GEN-POWER
                           Move WS-GEN-VALUE to WS-GEN-SAVED
                           Compute WS-GEN-POWER = WS-GEN-POWER * 2
                           end-compute
                           Move 0 to WS-GEN-LAMBDA
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform.
           If WS-GEN-CYCLED
               Perform MEASURE-MAP-CYCLE
           end-if.
           Exit section.

      * With the cycle length known, a second walker started that
      * many terms ahead of the first meets it exactly where the
      * cycle begins; one lap from there finds the smallest member.
      * The chain's length is then the values before the cycle plus
      * the cycle itself, every value counted once.
       MEASURE-MAP-CYCLE section.
           Move WS-GEN-LAMBDA to WS-GEN-CYCLE-LENGTH.
           Move WS-START to WS-GEN-VALUE.
           Perform varying WS-GEN-WALK from 1 by 1
                   until WS-GEN-WALK is greater than
                       WS-GEN-CYCLE-LENGTH
               Perform MAP-ONE-STEP
           end-perform.
           Move WS-GEN-VALUE to WS-GEN-HARE.
           Move WS-START to WS-GEN-TORTOISE.
           Move 0 to WS-GEN-MU.
           Perform with test before
                   until WS-GEN-TORTOISE is equal to WS-GEN-HARE
               Move WS-GEN-TORTOISE to WS-GEN-VALUE
               Perform MAP-ONE-STEP
               Move WS-GEN-VALUE to WS-GEN-TORTOISE
               Move WS-GEN-HARE to WS-GEN-VALUE
               Perform MAP-ONE-STEP
               Move WS-GEN-VALUE to WS-GEN-HARE
               Add 1 to WS-GEN-MU
           end-perform.
           Compute WS-GEN-STEPS = WS-GEN-MU + WS-GEN-CYCLE-LENGTH
           end-compute.
           Move WS-GEN-TORTOISE to WS-GEN-CYCLE-MIN.
           Move WS-GEN-TORTOISE to WS-GEN-VALUE.
           Perform varying WS-GEN-WALK from 2 by 1
                   until WS-GEN-WALK is greater than
                       WS-GEN-CYCLE-LENGTH
               Perform MAP-ONE-STEP
               If WS-GEN-VALUE is less than WS-GEN-CYCLE-MIN
                   Move WS-GEN-VALUE to WS-GEN-CYCLE-MIN
               end-if
           end-perform.
           Exit section.

      * One term of the map.  An odd term too big for the working
      * value is left as it was and flagged, and the walk calls the
      * start divergent rather than stopping the run.
       MAP-ONE-STEP section.
           If function rem(WS-GEN-VALUE, 2) is equal to 0
               Divide 2 into WS-GEN-VALUE
           else
               Compute WS-GEN-VALUE =
                   WS-GEN-VALUE * WS-MAP-A + WS-MAP-B
                   on size error
                       Move "Y" to WS-GEN-OVERFLOW-SW
               end-compute
           end-if.
           Exit section.

       TALLY-MAP-OUTCOME section.
           Evaluate true
               when WS-GEN-REACHED-ONE
                   Add 1 to WS-MAP-ONES
                   Perform TRACK-MAP-BESTS
               when WS-GEN-CYCLED
                   Add 1 to WS-MAP-CYCLED
                   Perform FILE-MAP-CYCLE
                   Perform TRACK-MAP-BESTS
               when other
                   Add 1 to WS-MAP-DIVERGENT
           end-evaluate.
           Exit section.

      * Presumed-divergent starts never hold a record: their step
      * count and peak are only where the cutoff stopped them.
       TRACK-MAP-BESTS section.
           If WS-GEN-STEPS is greater than WS-MAP-BEST-STEPS
               Move WS-START to WS-MAP-BEST-START
               Move WS-GEN-STEPS to WS-MAP-BEST-STEPS
               Move WS-GEN-PEAK to WS-MAP-BEST-PEAK
           end-if.
           If WS-GEN-PEAK is greater than WS-MAP-HIGH-PEAK
               Move WS-START to WS-MAP-HIGH-START
               Move WS-GEN-STEPS to WS-MAP-HIGH-STEPS
               Move WS-GEN-PEAK to WS-MAP-HIGH-PEAK
           end-if.
           Exit section.

      * A cycle is known by its smallest member and its length.
      * Past WS-MAP-CYCLE-MAX distinct cycles the rest are counted
      * together.
       FILE-MAP-CYCLE section.
           Move 0 to WS-MAP-CYCLE-IX.
           Perform varying WS-GEN-WALK from 1 by 1
                   until WS-GEN-WALK is greater than WS-MAP-CYCLE-COUNT
                   or WS-MAP-CYCLE-IX is greater than 0
               If WS-MAP-CYC-MIN(WS-GEN-WALK) is equal to
                       WS-GEN-CYCLE-MIN
                   and WS-MAP-CYC-LENGTH(WS-GEN-WALK) is equal to
                       WS-GEN-CYCLE-LENGTH
                   Move WS-GEN-WALK to WS-MAP-CYCLE-IX
               end-if
           end-perform.
           If WS-MAP-CYCLE-IX is equal to 0
               If WS-MAP-CYCLE-COUNT is not less than WS-MAP-CYCLE-MAX
                   Add 1 to WS-MAP-OTHER-CYCLES
                   Exit section
               end-if
               Add 1 to WS-MAP-CYCLE-COUNT
               Move WS-MAP-CYCLE-COUNT to WS-MAP-CYCLE-IX
               Move WS-GEN-CYCLE-MIN to WS-MAP-CYC-MIN(WS-MAP-CYCLE-IX)
               Move WS-GEN-CYCLE-LENGTH to
                   WS-MAP-CYC-LENGTH(WS-MAP-CYCLE-IX)
               Move 0 to WS-MAP-CYC-COUNT(WS-MAP-CYCLE-IX)
           end-if.
           Add 1 to WS-MAP-CYC-COUNT(WS-MAP-CYCLE-IX).
           Exit section.

       WRITE-MAP-SUMMARY section.
           Open output MAP-SUMMARY-FILE.
           If not WS-MAPSUM-OK
               Perform DISPLAY-MAPSUM-ERROR
           end-if.
           Move WS-RANGE-FROM to WS-TXN-NUMBER-EDIT.
           Move WS-RANGE-TO to WS-TXN-NUMBER-EDIT-2.
           Move spaces to MAP-SUMMARY-LINE.
           String "----- Map " delimited by size
               WS-MAP-ID delimited by space
               ", starts " delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               " - " delimited by size
               function trim(WS-TXN-NUMBER-EDIT-2) delimited by size
               " -----" delimited by size
               into MAP-SUMMARY-LINE
           end-string.
           Perform WRITE-MAP-SUMMARY-LINE.
           Move WS-MAP-MAX-STEPS to WS-TXN-COUNT-EDIT.
           Move WS-MAP-MAX-PEAK to WS-TXN-NUMBER-EDIT.
           Move spaces to MAP-SUMMARY-LINE.
           String "Divergence cutoffs: steps " delimited by size
               function trim(WS-TXN-COUNT-EDIT) delimited by size
               ", peak " delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               into MAP-SUMMARY-LINE
           end-string.
           Perform WRITE-MAP-SUMMARY-LINE.
           Move WS-MAP-ONES to WS-TXN-COUNT-EDIT.
           Move spaces to MAP-SUMMARY-LINE.
           String "Reached 1:          " delimited by size
               WS-TXN-COUNT-EDIT delimited by size
               into MAP-SUMMARY-LINE
           end-string.
           Perform WRITE-MAP-SUMMARY-LINE.
           Move WS-MAP-CYCLED to WS-TXN-COUNT-EDIT.
           Move spaces to MAP-SUMMARY-LINE.
           String "Entered a cycle:    " delimited by size
               WS-TXN-COUNT-EDIT delimited by size
               into MAP-SUMMARY-LINE
           end-string.
           Perform WRITE-MAP-SUMMARY-LINE.
           Move WS-MAP-DIVERGENT to WS-TXN-COUNT-EDIT.
           Move spaces to MAP-SUMMARY-LINE.
           String "Presumed divergent: " delimited by size
               WS-TXN-COUNT-EDIT delimited by size
               into MAP-SUMMARY-LINE
           end-string.
           Perform WRITE-MAP-SUMMARY-LINE.
           Perform WRITE-MAP-CYCLE-LINES.
           Perform UPDATE-MAP-RECORDS-FILE.
           If WS-MAPSUM-OK
               Close MAP-SUMMARY-FILE
           end-if.
           Exit section.

       WRITE-MAP-CYCLE-LINES section.
           If WS-MAP-CYCLE-COUNT is equal to 0
               Exit section
           end-if.
           Move "Cycles entered (smallest member, length, starts):"
               to MAP-SUMMARY-LINE.
           Perform WRITE-MAP-SUMMARY-LINE.
           Perform varying WS-MAP-CYCLE-IX from 1 by 1
                   until WS-MAP-CYCLE-IX is greater than
                       WS-MAP-CYCLE-COUNT
               Move WS-MAP-CYC-MIN(WS-MAP-CYCLE-IX)
                   to WS-TXN-NUMBER-EDIT
               Move WS-MAP-CYC-LENGTH(WS-MAP-CYCLE-IX)
                   to WS-TREE-STEPS-EDIT
               Move WS-MAP-CYC-COUNT(WS-MAP-CYCLE-IX)
                   to WS-TXN-COUNT-EDIT
               Move spaces to MAP-SUMMARY-LINE
               String "  " delimited by size
                   WS-TXN-NUMBER-EDIT delimited by size
                   " " delimited by size
                   WS-TREE-STEPS-EDIT delimited by size
                   " " delimited by size
                   WS-TXN-COUNT-EDIT delimited by size
                   into MAP-SUMMARY-LINE
               end-string
               Perform WRITE-MAP-SUMMARY-LINE
           end-perform.
           If WS-MAP-OTHER-CYCLES is greater than 0
               Move WS-MAP-OTHER-CYCLES to WS-TXN-COUNT-EDIT
               Move spaces to MAP-SUMMARY-LINE
               String "  further cycles, not listed: "
                       delimited by size
                   function trim(WS-TXN-COUNT-EDIT) delimited by size
                   " start(s)" delimited by size
                   into MAP-SUMMARY-LINE
               end-string
               Perform WRITE-MAP-SUMMARY-LINE
           end-if.
           Exit section.

       WRITE-MAP-SUMMARY-LINE section.
           If WS-MAPSUM-OK
               Write MAP-SUMMARY-LINE
           end-if.
           If WS-CONSOLE-IO
               Display function trim(MAP-SUMMARY-LINE trailing)
           else
               Display function trim(MAP-SUMMARY-LINE trailing)
                   upon console
           end-if.
           Exit section.

      * This map's longest chain and highest peak are judged against
      * its own lines on LATZGREC; other maps' lines pass through
      * untouched.  Records broken are announced on the summary.
       UPDATE-MAP-RECORDS-FILE section.
           Perform LOAD-MAP-RECORDS-FILE.
           Move 0 to WS-MAP-NEW-RECORDS.
           If WS-MAP-BEST-STEPS is greater than 0
               Move "LONGEST" to WS-MAP-CAND-TYPE
               Move WS-MAP-BEST-START to WS-MAP-CAND-START
               Move WS-MAP-BEST-STEPS to WS-MAP-CAND-STEPS
               Move WS-MAP-BEST-PEAK to WS-MAP-CAND-PEAK
               Perform JUDGE-MAP-RECORD
               Move "HIGHPEAK" to WS-MAP-CAND-TYPE
               Move WS-MAP-HIGH-START to WS-MAP-CAND-START
               Move WS-MAP-HIGH-STEPS to WS-MAP-CAND-STEPS
               Move WS-MAP-HIGH-PEAK to WS-MAP-CAND-PEAK
               Perform JUDGE-MAP-RECORD
           end-if.
           If WS-MAP-NEW-RECORDS is equal to 0
               Move "(no map records broken this run)"
                   to MAP-SUMMARY-LINE
               Perform WRITE-MAP-SUMMARY-LINE
           end-if.
           Perform SAVE-MAP-RECORDS-FILE.
           Exit section.

       LOAD-MAP-RECORDS-FILE section.
           Initialize WS-MAP-RECORD-TABLE.
           Move 0 to WS-MAP-REC-COUNT.
           Move "N" to WS-MAPREC-EOF.
           Open input MAP-RECORDS-FILE.
           If not WS-MAPREC-OK
               Exit section
           end-if.
           Perform READ-MAP-RECORDS-RECORD.
           Perform with test before until END-OF-MAP-RECORDS
               If WS-MAP-REC-COUNT is less than WS-MAP-REC-MAX
                   Add 1 to WS-MAP-REC-COUNT
                   Move MR-MAP-ID to WS-MAP-REC-MAP(WS-MAP-REC-COUNT)
                   Move MR-TYPE to WS-MAP-REC-TYPE(WS-MAP-REC-COUNT)
                   Compute WS-MAP-REC-START(WS-MAP-REC-COUNT) =
                       function numval(MR-START)
                   end-compute
                   Compute WS-MAP-REC-STEPS(WS-MAP-REC-COUNT) =
                       function numval(MR-STEPS)
                   end-compute
                   Compute WS-MAP-REC-PEAK(WS-MAP-REC-COUNT) =
                       function numval(MR-PEAK)
                   end-compute
               end-if
               Perform READ-MAP-RECORDS-RECORD
           end-perform.
           Close MAP-RECORDS-FILE.
           Exit section.

       READ-MAP-RECORDS-RECORD section.
           Read MAP-RECORDS-FILE
               at end move "Y" to WS-MAPREC-EOF
           end-read.
           Exit section.

      * LONGEST is judged on steps, HIGHPEAK on peak; a tie leaves
      * the sitting holder.  A map with no line yet gets one.
       JUDGE-MAP-RECORD section.
           Move 0 to WS-MAP-CYCLE-IX.
           Perform varying WS-MAP-REC-IX from 1 by 1
                   until WS-MAP-REC-IX is greater than WS-MAP-REC-COUNT
                   or WS-MAP-CYCLE-IX is greater than 0
               If WS-MAP-REC-MAP(WS-MAP-REC-IX) is equal to WS-MAP-ID
                   and WS-MAP-REC-TYPE(WS-MAP-REC-IX) is equal to
                       WS-MAP-CAND-TYPE
                   Move WS-MAP-REC-IX to WS-MAP-CYCLE-IX
               end-if
           end-perform.
           If WS-MAP-CYCLE-IX is equal to 0
               If WS-MAP-REC-COUNT is not less than WS-MAP-REC-MAX
                   Exit section
               end-if
               Add 1 to WS-MAP-REC-COUNT
               Move WS-MAP-REC-COUNT to WS-MAP-CYCLE-IX
               Move WS-MAP-ID to WS-MAP-REC-MAP(WS-MAP-CYCLE-IX)
               Move WS-MAP-CAND-TYPE to WS-MAP-REC-TYPE(WS-MAP-CYCLE-IX)
               Move 0 to WS-MAP-REC-START(WS-MAP-CYCLE-IX)
               Move 0 to WS-MAP-REC-STEPS(WS-MAP-CYCLE-IX)
               Move 0 to WS-MAP-REC-PEAK(WS-MAP-CYCLE-IX)
           end-if.
           Move WS-MAP-CYCLE-IX to WS-MAP-REC-IX.
           If WS-MAP-CAND-TYPE is equal to "LONGEST"
               If WS-MAP-CAND-STEPS is not greater than
                       WS-MAP-REC-STEPS(WS-MAP-REC-IX)
                   Exit section
               end-if
           else
               If WS-MAP-CAND-PEAK is not greater than
                       WS-MAP-REC-PEAK(WS-MAP-REC-IX)
                   Exit section
               end-if
           end-if.
           Move WS-MAP-CAND-START to WS-MAP-REC-START(WS-MAP-REC-IX).
           Move WS-MAP-CAND-STEPS to WS-MAP-REC-STEPS(WS-MAP-REC-IX).
           Move WS-MAP-CAND-PEAK to WS-MAP-REC-PEAK(WS-MAP-REC-IX).
           Add 1 to WS-MAP-NEW-RECORDS.
           Move WS-MAP-CAND-START to WS-TXN-NUMBER-EDIT.
           Move WS-MAP-CAND-STEPS to WS-TXN-COUNT-EDIT.
           Move WS-MAP-CAND-PEAK to WS-TXN-NUMBER-EDIT-2.
           Move spaces to MAP-SUMMARY-LINE.
           String "New record " delimited by size
               WS-MAP-ID delimited by space
               " " delimited by size
               WS-MAP-CAND-TYPE delimited by size
               ": start " delimited by size
               function trim(WS-TXN-NUMBER-EDIT) delimited by size
               ", steps " delimited by size
               function trim(WS-TXN-COUNT-EDIT) delimited by size
               ", peak " delimited by size
               function trim(WS-TXN-NUMBER-EDIT-2)
                   delimited by size
               into MAP-SUMMARY-LINE
           end-string.
           Perform WRITE-MAP-SUMMARY-LINE.
           Exit section.

       SAVE-MAP-RECORDS-FILE section.
           Open output MAP-RECORDS-FILE.
           If not WS-MAPREC-OK
               Perform DISPLAY-MAPREC-ERROR
               Exit section
           end-if.
           Perform varying WS-MAP-REC-IX from 1 by 1
                   until WS-MAP-REC-IX is greater than WS-MAP-REC-COUNT
               Move spaces to MR-SPACE-1 MR-SPACE-2 MR-SPACE-3
                   MR-SPACE-4
               Move WS-MAP-REC-MAP(WS-MAP-REC-IX) to MR-MAP-ID
               Move WS-MAP-REC-TYPE(WS-MAP-REC-IX) to MR-TYPE
               Move WS-MAP-REC-START(WS-MAP-REC-IX) to MR-START
               Move WS-MAP-REC-STEPS(WS-MAP-REC-IX) to MR-STEPS
               Move WS-MAP-REC-PEAK(WS-MAP-REC-IX) to MR-PEAK
               Write MAP-RECORDS-RECORD
           end-perform.
           Close MAP-RECORDS-FILE.
           Exit section.

       DISPLAY-MAP-CACHE-UNAVAILABLE section.
           If WS-CONSOLE-IO
               Display "Map cache unavailable, status "
                   WS-MAP-CACHE-STATUS ", computing every chain"
           else
               Display "Map cache unavailable, status "
                   WS-MAP-CACHE-STATUS ", computing every chain"
                   upon console
           end-if.
           Exit section.

       DISPLAY-MAP-CACHE-COUNTS section.
           If WS-CONSOLE-IO
               Display "Map cache: "
                   function trim(WS-CACHE-HIT-EDIT) " hit(s), "
                   function trim(WS-CACHE-MISS-EDIT) " computed"
           else
               Display "Map cache: "
                   function trim(WS-CACHE-HIT-EDIT) " hit(s), "
                   function trim(WS-CACHE-MISS-EDIT) " computed"
                   upon console
           end-if.
           Exit section.

       DISPLAY-MAPSUM-ERROR section.
           If WS-CONSOLE-IO
               Display "Unable to open map summary file, status "
                   WS-MAPSUM-STATUS
           else
               Display "Unable to open map summary file, status "
                   WS-MAPSUM-STATUS upon console
           end-if.
           Exit section.

       DISPLAY-MAPREC-ERROR section.
           If WS-CONSOLE-IO
               Display "Unable to rewrite map records file, status "
                   WS-MAPREC-STATUS
           else
               Display "Unable to rewrite map records file, status "
                   WS-MAPREC-STATUS upon console
           end-if.
           Exit section.

       PROMPT-RANGE-FROM section.
           If WS-UNATTENDED
               Move WS-CTL-FROM to WS-ENTRY
               Exit section
           end-if.
           Move 0 to WS-ENTRY-CHECK.
           Perform with test after until WS-ENTRY-CHECK is greater
                   than zero
               If WS-CONSOLE-IO
                   Display "Range from: " with no advancing
                   Accept WS-ENTRY-CHECK from console
               else
                   Display "Range from: " with no advancing
                       upon console
                   end-display
                   Accept WS-ENTRY-CHECK from stdin
               end-if
               If WS-ENTRY-CHECK is not greater than zero
                   Perform DISPLAY-RANGE-FROM-ERROR
               end-if
           end-perform.
           Move WS-ENTRY-CHECK to WS-ENTRY.
           Exit section.

       DISPLAY-RANGE-FROM-ERROR section.
           If WS-CONSOLE-IO
               Display "Range from must be positive, re-enter."
           else
               Display "Range from must be positive, re-enter."
                   upon console
           end-if.
           Exit section.

       PROMPT-RANGE-TO section.
           If WS-UNATTENDED
               Move WS-CTL-TO to WS-ENTRY
               Exit section
           end-if.
           Move 0 to WS-ENTRY-CHECK.
           Perform with test after until WS-ENTRY-CHECK is greater
                   than zero
               If WS-CONSOLE-IO
                   Display "Range to:   " with no advancing
                   Accept WS-ENTRY-CHECK from console
               else
                   Display "Range to:   " with no advancing
                       upon console
                   end-display
                   Accept WS-ENTRY-CHECK from stdin
               end-if
               If WS-ENTRY-CHECK is not greater than zero
                   Perform DISPLAY-RANGE-TO-ERROR
               end-if
           end-perform.
           Move WS-ENTRY-CHECK to WS-ENTRY.
           Exit section.

       DISPLAY-RANGE-TO-ERROR section.
           If WS-CONSOLE-IO
               Display "Range to must be positive, re-enter."
           else
               Display "Range to must be positive, re-enter."
                   upon console
           end-if.
           Exit section.

       BUILD-SORT-RECORDS section.
           Evaluate true
               when WS-RANGE-MODE
                   perform BUILD-FROM-RANGE
               when WS-LIST-MODE
                   perform BUILD-FROM-LIST
           end-evaluate.
           Exit section.

       BUILD-FROM-RANGE section.
           Perform varying WS-START from WS-RANGE-FROM by 1
               until WS-START is greater than WS-RANGE-TO
               Perform RELEASE-CHAIN-STATS
           end-perform.
           Exit section.

       BUILD-FROM-LIST section.
           Move "N" to WS-LIST-EOF.
           Open input START-LIST-FILE.
           If not WS-LIST-OK
               Perform DISPLAY-LIST-ERROR
               Exit section
           end-if.
           Perform READ-START-LIST-RECORD.
           Perform with test before until END-OF-LIST
               Move START-LIST-RECORD to WS-START
               If WS-START is greater than zero
                   Perform RELEASE-CHAIN-STATS
               else
                   Perform DISPLAY-LIST-ENTRY-SKIPPED
               end-if
               Perform READ-START-LIST-RECORD
           end-perform.
               Move SF-PEAK to SM-PEAK
               Write SUMMARY-RECORD
               Perform DISPLAY-SUMMARY-LINE
               Move SF-START to WS-START
               Move SF-STEPS to WS-CHAIN-STEPS
               Move SF-PEAK to WS-PEAK
               Perform TRACK-RECORD-CANDIDATES
               Perform RETURN-SORT-RECORD
           end-perform.
      * longest chain, highest peak, and longest chain within the
      * starting value's magnitude band.
       TRACK-RECORD-CANDIDATES section.
           If WS-CHAIN-STEPS is greater than WS-CAND-STEPS(1)
               Move WS-START to WS-CAND-START(1)
               Move WS-CHAIN-STEPS to WS-CAND-STEPS(1)
               Move WS-PEAK to WS-CAND-PEAK(1)
           end-if.
           If WS-PEAK is greater than WS-CAND-PEAK(2)
               Move WS-START to WS-CAND-START(2)
               Move WS-CHAIN-STEPS to WS-CAND-STEPS(2)
               Move WS-PEAK to WS-CAND-PEAK(2)
           end-if.
           Evaluate true
               when WS-START is less than 1000
                   Move 3 to WS-BAND-IX
               when WS-START is less than 1000000
                   Move 4 to WS-BAND-IX
               when WS-START is less than 1000000000
                   Move 5 to WS-BAND-IX
               when WS-START is less than 1000000000000
                   Move 6 to WS-BAND-IX
               when WS-START is less than 1000000000000000
                   Move 7 to WS-BAND-IX
               when WS-START is less than 1000000000000000000
                   Move 8 to WS-BAND-IX
               when other
                   Move 9 to WS-BAND-IX
           end-evaluate.
           If WS-CHAIN-STEPS is greater than WS-CAND-STEPS(WS-BAND-IX)
               Move WS-START to WS-CAND-START(WS-BAND-IX)
               Move WS-CHAIN-STEPS to WS-CAND-STEPS(WS-BAND-IX)
               Move WS-PEAK to WS-CAND-PEAK(WS-BAND-IX)
           end-if.
           Exit section.

       UPDATE-RECORDS-FILE section.
           Perform OPEN-NEW-RECORDS-REPORT.
           Perform FOLD-RECORD-CANDIDATES.
           Perform CLOSE-NEW-RECORDS-REPORT.
           Exit section.

       OPEN-NEW-RECORDS-REPORT section.
           Move 0 to WS-NEW-RECORD-COUNT.
           Open output NEW-RECORDS-FILE.
           If not WS-NEWREC-OK
               Perform DISPLAY-NEWREC-ERROR
           end-if.
           Exit section.

      * LATZREC is read fresh and rewritten each time, so a campaign
      * worker folding one segment after another's sees the other's
      * records, not the file as it stood when this run started.
       FOLD-RECORD-CANDIDATES section.
           Perform LOAD-RECORDS-FILE.
           Perform varying WS-REC-IX from 1 by 1
                   until WS-REC-IX is greater than WS-REC-SLOTS
               Perform JUDGE-ONE-RECORD-SLOT
           end-perform.
           Perform SAVE-RECORDS-FILE.
           Exit section.

       CLOSE-NEW-RECORDS-REPORT section.
           If WS-NEWREC-OK
               If WS-NEW-RECORD-COUNT is equal to 0
                   Move "(no records broken this run)"
               end-if
               Close NEW-RECORDS-FILE
           end-if.
           Exit section.

      * Slot 2 is judged on peak; every other slot on step count.  A
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Open extend TRANSACTION-LOG-FILE.
           If WS-TXNLOG-STATUS is equal to "35"
           end-if.
           If not WS-TXNLOG-OK
               Perform DISPLAY-TXNLOG-ERROR
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
               If WS-CONSOLE-IO
                   Display "Unable to open transaction log lock, "
                       "status " WS-TXNLOCK-STATUS
               else
                   Display "Unable to open transaction log lock, "
                       "status " WS-TXNLOCK-STATUS upon console
               end-if
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
               If WS-CONSOLE-IO
                   Display "Transaction log lock not obtained, "
                       "status " WS-TXNLOCK-STATUS
               else
                   Display "Transaction log lock not obtained, "
                       "status " WS-TXNLOCK-STATUS upon console
               end-if
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

       DISPLAY-TXNLOG-ERROR section.
           If WS-CONSOLE-IO
               Display "Unable to open transaction log file, status "
