000100 Identification division.
       Program-ID.    PATDUPL.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Probable-duplicate patient
      *                  finder in front of PATMERGE.  The scan (S on
      *                  the command line, optionally followed by a
      *                  minimum score, 60 by default) walks the
      *                  active PATMAST patients and scores every
      *                  pair: surname and given name exact or
      *                  sounding alike (Soundex), the two names
      *                  transposed, birth date exact or off by a
      *                  day/month swap or a one-digit slip, and sex.
      *                  VISITMST adds its evidence: two ids whose
      *                  visits never overlap but whose weights carry
      *                  on from one to the other.  Pairs scoring at
      *                  or above the minimum go ranked to the DUPRPT
      *                  worklist and to the DUPCAND candidate file,
      *                  each with the suggested survivor (the id
      *                  with more visits).  Run without S, the
      *                  program is the review screen: an operator
      *                  cleared for patient records confirms each
      *                  open candidate in turn, a confirmed pair
      *                  being queued to MERGEREQ for PATMERGE's
      *                  batch mode and a rejected one recorded on
      *                  DUPREJ, which every later scan honours, so
      *                  a pair found not to be one person is never
      *                  offered again.  A pair already waiting on
      *                  MERGEREQ is not offered either.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is dynamic
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select VISIT-MASTER-FILE assign to "VISITMST"
               organization is indexed
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select DUPLICATE-REPORT-FILE assign to "DUPRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           Select CANDIDATE-FILE assign to "DUPCAND"
               organization is line sequential
               file status is WS-CANDIDATE-STATUS.
           Select REJECTED-PAIR-FILE assign to "DUPREJ"
               organization is line sequential
               file status is WS-REJECTED-STATUS.
           Select MERGE-REQUEST-FILE assign to "MERGEREQ"
               organization is line sequential
               file status is WS-REQUEST-STATUS.
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
       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-LINE    picture is X(100).

      * One candidate pair per line, best score first: the id to be
      * folded away, the suggested survivor, the decision (blank
      * while open, M queued for merge, N not a duplicate) and who
      * made it when.
       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD.
           05  DC-RANK              picture is 9(04).
           05  DC-SPACE-1           picture is X(01).
           05  DC-SCORE             picture is 9(03).
           05  DC-SPACE-2           picture is X(01).
           05  DC-FROM-ID           picture is X(10).
           05  DC-SPACE-3           picture is X(01).
           05  DC-TO-ID             picture is X(10).
           05  DC-SPACE-4           picture is X(01).
           05  DC-DECISION          picture is X(01).
               88 DC-OPEN               value space.
               88 DC-MERGE-QUEUED       value "M".
               88 DC-NOT-DUPLICATE      value "N".
           05  DC-SPACE-5           picture is X(01).
           05  DC-EVIDENCE          picture is X(60).
           05  DC-SPACE-6           picture is X(01).
           05  DC-DECIDED-BY        picture is X(10).
           05  DC-SPACE-7           picture is X(01).
           05  DC-DECIDED-AT        picture is X(14).

      * A pair reviewed and found to be two people, lower id first.
       FD  REJECTED-PAIR-FILE.
       01  REJECTED-PAIR-RECORD.
           05  DR-LOW-ID            picture is X(10).
           05  DR-SPACE-1           picture is X(01).
           05  DR-HIGH-ID           picture is X(10).
           05  DR-SPACE-2           picture is X(01).
           05  DR-OPERATOR-ID       picture is X(10).
           05  DR-SPACE-3           picture is X(01).
           05  DR-REJECTED-AT       picture is X(14).

       FD  MERGE-REQUEST-FILE.
           COPY MERGEREQ.

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
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK       value "00".
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK         value "00".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK        value "00".
       77  WS-CANDIDATE-STATUS picture is X(02) value spaces.
           88 WS-CANDIDATE-OK     value "00".
           88 WS-CANDIDATE-MISSING value "35".
       77  WS-REJECTED-STATUS picture is X(02) value spaces.
           88 WS-REJECTED-OK      value "00".
       77  WS-REQUEST-STATUS picture is X(02) value spaces.
           88 WS-REQUEST-OK       value "00".
       77  WS-MASTER-EOF    picture is X(01) value "N".
           88 END-OF-MASTER       value "Y".
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS       value "Y".
       77  WS-CANDIDATE-EOF picture is X(01) value "N".
           88 END-OF-CANDIDATES   value "Y".
       77  WS-REJECTED-EOF  picture is X(01) value "N".
           88 END-OF-REJECTED     value "Y".
       77  WS-REQUEST-EOF   picture is X(01) value "N".
           88 END-OF-REQUESTS     value "Y".
       77  WS-FOUND-SW      picture is X(01) value "N".
           88 WS-PATIENT-FOUND    value "Y".

       77  WS-ARGUMENTS     picture is X(40) value spaces.
       77  WS-RUN-MODE      picture is X(01) value spaces.
           88 WS-MODE-SCAN        value "S" "s".
       77  WS-MIN-SCORE-ARG picture is X(03) value spaces.
       77  WS-MIN-SCORE     usage is binary-long value 60.
       77  WS-SCORE-EDIT    picture is ZZ9.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-PAIRS-EDIT    picture is Z(11)9.

      * Every active patient, in PATMAST key order, with the name
      * split into surname and given name, the Soundex code of each,
      * and a summary of the visits on VISITMST: how many, the first
      * and last visit stamps and the weights recorded at each.
       77  WS-PAT-MAX       usage is binary-long value 3000.
       77  WS-PAT-COUNT     usage is binary-long value 0.
       77  WS-PAT-IX        usage is binary-long value 0.
       77  WS-PAT-JX        usage is binary-long value 0.
       77  WS-PAT-OVERFLOW-SW picture is X(01) value "N".
           88 WS-PAT-OVERFLOWED   value "Y".
       01  WS-PATIENT-TABLE.
           05  WS-PAT-ENTRY occurs 3000 times.
               10  WS-PT-ID         picture is X(10).
               10  WS-PT-NAME       picture is X(30).
               10  WS-PT-BIRTH      picture is X(08).
               10  WS-PT-SEX        picture is X(01).
               10  WS-PT-SURNAME    picture is X(20).
               10  WS-PT-GIVEN      picture is X(20).
               10  WS-PT-SUR-CODE   picture is X(04).
               10  WS-PT-GIV-CODE   picture is X(04).
               10  WS-PT-VISITS     usage is binary-long.
               10  WS-PT-FIRST-TS   picture is X(14).
               10  WS-PT-LAST-TS    picture is X(14).
               10  WS-PT-FIRST-WT   picture is X(05).
               10  WS-PT-LAST-WT    picture is X(05).

      * A name is "SURNAME, GIVEN ..." when it carries a comma,
      * otherwise "GIVEN ... SURNAME".
       77  WS-NAME-WORK     picture is X(30) value spaces.
       77  WS-NAME-REST     picture is X(30) value spaces.
       77  WS-NAME-SURNAME  picture is X(20) value spaces.
       77  WS-NAME-GIVEN    picture is X(20) value spaces.
       77  WS-COMMA-COUNT   usage is binary-long value 0.
       77  WS-WORD-IX       usage is binary-long value 0.
       01  WS-NAME-WORD-TABLE.
           05  WS-NAME-WORD     picture is X(20) occurs 6 times.

      * Soundex: the first letter kept, the rest coded by sound,
      * vowels separating repeats, H and W not, to four characters.
       77  WS-SDX-IN        picture is X(20) value spaces.
       77  WS-SDX-MAP       picture is X(20) value spaces.
       77  WS-SDX-CODE      picture is X(04) value spaces.
       77  WS-SDX-IX        usage is binary-long value 0.
       77  WS-SDX-LEN       usage is binary-long value 0.
       77  WS-SDX-CHAR      picture is X(01) value space.
           88 WS-SDX-LETTER       value "A" thru "Z".
       77  WS-SDX-DIGIT     picture is X(01) value space.
       77  WS-SDX-LAST      picture is X(01) value space.

      * Points for each kind of evidence; the total tops out at 100.
       77  WS-PTS-SUR-EXACT  usage is binary-long value 30.
       77  WS-PTS-SUR-SOUND  usage is binary-long value 20.
       77  WS-PTS-GIV-EXACT  usage is binary-long value 20.
       77  WS-PTS-GIV-SOUND  usage is binary-long value 12.
       77  WS-PTS-GIV-INIT   usage is binary-long value 8.
       77  WS-PTS-SWAP-EXACT usage is binary-long value 45.
       77  WS-PTS-SWAP-SOUND usage is binary-long value 35.
       77  WS-PTS-DOB-EXACT  usage is binary-long value 30.
       77  WS-PTS-DOB-SWAP   usage is binary-long value 20.
       77  WS-PTS-DOB-SLIP   usage is binary-long value 18.
       77  WS-PTS-SEX        usage is binary-long value 10.
       77  WS-PTS-WEIGHT     usage is binary-long value 10.
      * Visits apart count as one run of weights when the later id's
      * first weight is within this many kg of the earlier's last.
       77  WS-WEIGHT-STEP-MAX picture is 9(02)V9 value 05.0.

       77  WS-SUR-POINTS    usage is binary-long value 0.
       77  WS-GIV-POINTS    usage is binary-long value 0.
       77  WS-SWAP-POINTS   usage is binary-long value 0.
       77  WS-NAME-POINTS   usage is binary-long value 0.
       77  WS-DOB-POINTS    usage is binary-long value 0.
       77  WS-SEX-POINTS    usage is binary-long value 0.
       77  WS-VISIT-POINTS  usage is binary-long value 0.
       77  WS-PAIR-SCORE    usage is binary-long value 0.
       77  WS-SUR-TEXT      picture is X(10) value spaces.
       77  WS-GIV-TEXT      picture is X(10) value spaces.
       77  WS-SWAP-TEXT     picture is X(10) value spaces.
       77  WS-DOB-TEXT      picture is X(10) value spaces.
       77  WS-SEX-TEXT      picture is X(10) value spaces.
       77  WS-VISIT-TEXT    picture is X(10) value spaces.
       77  WS-EVIDENCE      picture is X(60) value spaces.
       77  WS-DIGIT-DIFFS   usage is binary-long value 0.
       77  WS-DIGIT-IX      usage is binary-long value 0.
       77  WS-EARLIER-IX    usage is binary-long value 0.
       77  WS-LATER-IX      usage is binary-long value 0.
       77  WS-EARLIER-WT    picture is 9(03)V9 value 0.
       77  WS-LATER-WT      picture is 9(03)V9 value 0.
       77  WS-WEIGHT-STEP   picture is 9(03)V9 value 0.
       77  WS-SURVIVOR-IX   usage is binary-long value 0.
       77  WS-DUPLICATE-IX  usage is binary-long value 0.
       77  WS-PAIRS-COMPARED usage is binary-double value 0.

      * Candidates found by the scan, ranked by score before they
      * are written.
       77  WS-CAND-MAX      usage is binary-long value 500.
       77  WS-CAND-COUNT    usage is binary-long value 0.
       77  WS-CAND-IX       usage is binary-long value 0.
       77  WS-CAND-JX       usage is binary-long value 0.
       77  WS-CAND-OVERFLOW-SW picture is X(01) value "N".
           88 WS-CAND-OVERFLOWED  value "Y".
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-ENTRY occurs 500 times.
               10  WS-CD-SCORE      usage is binary-long.
               10  WS-CD-FROM-IX    usage is binary-long.
               10  WS-CD-TO-IX      usage is binary-long.
               10  WS-CD-EVIDENCE   picture is X(60).
       01  WS-CAND-SWAP             picture is X(72).

      * Pairs a reviewer has already turned down, and pairs already
      * waiting on the merge queue; neither is offered again.
       77  WS-REJ-MAX       usage is binary-long value 2000.
       77  WS-REJ-COUNT     usage is binary-long value 0.
       77  WS-REJ-IX        usage is binary-long value 0.
       01  WS-REJECTED-TABLE.
           05  WS-REJ-ENTRY occurs 2000 times.
               10  WS-RJ-LOW-ID     picture is X(10).
               10  WS-RJ-HIGH-ID    picture is X(10).
       77  WS-QUEUED-MAX    usage is binary-long value 500.
       77  WS-QUEUED-COUNT  usage is binary-long value 0.
       77  WS-QUEUED-IX     usage is binary-long value 0.
       01  WS-QUEUED-TABLE.
           05  WS-QUEUED-ENTRY occurs 500 times.
               10  WS-QU-FROM-ID    picture is X(10).
               10  WS-QU-TO-ID      picture is X(10).
       77  WS-SUPPRESS-SW   picture is X(01) value "N".
           88 WS-PAIR-REJECTED    value "R".
           88 WS-PAIR-QUEUED      value "Q".
           88 WS-PAIR-OFFERED     value "N".
       77  WS-REJ-SKIPPED   usage is binary-long value 0.
       77  WS-QUEUED-SKIPPED usage is binary-long value 0.
       77  WS-LOW-ID        picture is X(10) value spaces.
       77  WS-HIGH-ID       picture is X(10) value spaces.

      * The review screen works the candidate file in place, the way
      * SUSPREV works its suspense file.
       77  WS-REVIEW-MAX    usage is binary-long value 500.
       77  WS-REVIEW-COUNT  usage is binary-long value 0.
       77  WS-REVIEW-IX     usage is binary-long value 0.
       77  WS-SAVE-IX       usage is binary-long value 0.
       77  WS-REVIEW-OVERFLOW-SW picture is X(01) value "N".
           88 WS-REVIEW-OVERFLOWED value "Y".
       01  WS-REVIEW-TABLE.
           05  WS-REVIEW-ENTRY picture is X(119) occurs 500 times.
       77  WS-QUIT-SW       picture is X(01) value "N".
           88 WS-QUIT-ASKED       value "Y".
       77  WS-ACTION        picture is X(01) value spaces.
           88 WS-ACTION-MERGE     value "M" "m".
           88 WS-ACTION-REVERSE   value "R" "r".
           88 WS-ACTION-REJECT    value "N" "n".
           88 WS-ACTION-SKIP      value "S" "s".
           88 WS-ACTION-EXIT      value "X" "x".
       77  WS-FROM-ID       picture is X(10) value spaces.
       77  WS-TO-ID         picture is X(10) value spaces.
       77  WS-SHOWN-ID      picture is X(10) value spaces.
       77  WS-SHOWN-LABEL   picture is X(10) value spaces.
       77  WS-ACTIVE-SW     picture is X(01) value "N".
           88 WS-BOTH-ACTIVE      value "Y".
       77  WS-QUEUED-TODAY  usage is binary-long value 0.
       77  WS-REJECTED-TODAY usage is binary-long value 0.

      * The review screen opens only for an operator cleared for
      * patient records on OPERAUTH; a refusal goes to TXNLOG.
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

      * Both patients of every pair shown, and every decision, go to
      * the ACCJRNL access journal under the operator's id.
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
           Accept WS-ARGUMENTS from command-line.
           Unstring WS-ARGUMENTS delimited by all spaces
               into WS-RUN-MODE WS-MIN-SCORE-ARG
           end-unstring.
           If WS-MODE-SCAN
               Perform SCAN-FOR-DUPLICATES
               Stop run
           end-if.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           Perform VERIFY-OPERATOR-AUTH.
           Perform REVIEW-CANDIDATES.
           Stop run.

      ******************************************************************
      * The scan.
      ******************************************************************

      * Unattended under NIGHTRUN, so the log line goes out under
      * NIGHTRUN's name the way the other batch steps' do.
       SCAN-FOR-DUPLICATES section.
           Move "NIGHTRUN" to WS-OPERATOR-ID.
           If WS-MIN-SCORE-ARG is not equal to spaces
               Compute WS-MIN-SCORE =
                   function numval(WS-MIN-SCORE-ARG)
               end-compute
               If WS-MIN-SCORE is less than 1
                   or WS-MIN-SCORE is greater than 100
                   Display "Minimum score must be 1 to 100, "
                       "scan not run."
                   Stop run with error status 1
               end-if
           end-if.
           Perform LOAD-REJECTED-PAIRS.
           Perform LOAD-QUEUED-MERGES.
           Perform LOAD-ACTIVE-PATIENTS.
           Perform LOAD-VISIT-SUMMARIES.
           Perform varying WS-PAT-IX from 1 by 1
                   until WS-PAT-IX is not less than WS-PAT-COUNT
               Compute WS-PAT-JX = WS-PAT-IX + 1
               Perform with test before
                       until WS-PAT-JX is greater than WS-PAT-COUNT
                   Add 1 to WS-PAIRS-COMPARED
                   Perform SCORE-ONE-PAIR
                   Add 1 to WS-PAT-JX
               end-perform
           end-perform.
           Perform RANK-CANDIDATES.
           Perform WRITE-CANDIDATE-FILE.
           Perform WRITE-DUPLICATE-REPORT.
           Move WS-PAT-COUNT to WS-COUNT-EDIT.
           Move WS-MIN-SCORE to WS-SCORE-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "scan active=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " min=" delimited by size
               function trim(WS-SCORE-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move WS-CAND-COUNT to WS-COUNT-EDIT.
           Move WS-REJ-SKIPPED to WS-COUNT-EDIT-2.
           Move WS-QUEUED-SKIPPED to WS-COUNT-EDIT-3.
           Move spaces to WS-TXN-OUTPUT.
           String "candidates=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " rejected-skipped=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " queued-skipped=" delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Display "Duplicate scan: " function trim(WS-COUNT-EDIT)
               " candidate pair(s) written to DUPCAND.".
           Exit section.

      * A missing DUPREJ just means nothing has been rejected yet.
       LOAD-REJECTED-PAIRS section.
           Move 0 to WS-REJ-COUNT.
           Move "N" to WS-REJECTED-EOF.
           Open input REJECTED-PAIR-FILE.
           If not WS-REJECTED-OK
               Exit section
           end-if.
           Perform READ-REJECTED-PAIR.
           Perform with test before until END-OF-REJECTED
               If WS-REJ-COUNT is less than WS-REJ-MAX
                   Add 1 to WS-REJ-COUNT
                   Move DR-LOW-ID to WS-RJ-LOW-ID(WS-REJ-COUNT)
                   Move DR-HIGH-ID to WS-RJ-HIGH-ID(WS-REJ-COUNT)
               else
                   Display "Rejected-pair table full, a rejected "
                       "pair may be offered again"
               end-if
               Perform READ-REJECTED-PAIR
           end-perform.
           Close REJECTED-PAIR-FILE.
           Exit section.

       READ-REJECTED-PAIR section.
           Read REJECTED-PAIR-FILE
               at end move "Y" to WS-REJECTED-EOF
           end-read.
           Exit section.

       LOAD-QUEUED-MERGES section.
           Move 0 to WS-QUEUED-COUNT.
           Move "N" to WS-REQUEST-EOF.
           Open input MERGE-REQUEST-FILE.
           If not WS-REQUEST-OK
               Exit section
           end-if.
           Perform READ-MERGE-REQUEST.
           Perform with test before until END-OF-REQUESTS
               If WS-QUEUED-COUNT is less than WS-QUEUED-MAX
                   Add 1 to WS-QUEUED-COUNT
                   Move MQ-FROM-ID to WS-QU-FROM-ID(WS-QUEUED-COUNT)
                   Move MQ-TO-ID to WS-QU-TO-ID(WS-QUEUED-COUNT)
               end-if
               Perform READ-MERGE-REQUEST
           end-perform.
           Close MERGE-REQUEST-FILE.
           Exit section.

       READ-MERGE-REQUEST section.
           Read MERGE-REQUEST-FILE
               at end move "Y" to WS-REQUEST-EOF
           end-read.
           Exit section.

      * Only active patients are candidates: an inactive id is
      * either already merged or deliberately closed.
       LOAD-ACTIVE-PATIENTS section.
           Move 0 to WS-PAT-COUNT.
           Move "N" to WS-MASTER-EOF.
           Open input PATIENT-MASTER-FILE.
           If not WS-PATMAST-OK
               Display "Unable to open patient master, status "
                   WS-PATMAST-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-NEXT-MASTER-RECORD.
           Perform with test before until END-OF-MASTER
               If PM-ACTIVE-FLAG is equal to "A"
                   If WS-PAT-COUNT is less than WS-PAT-MAX
                       Add 1 to WS-PAT-COUNT
                       Perform LOAD-ONE-PATIENT
                   else
                       Move "Y" to WS-PAT-OVERFLOW-SW
                   end-if
               end-if
               Perform READ-NEXT-MASTER-RECORD
           end-perform.
           Close PATIENT-MASTER-FILE.
           If WS-PAT-OVERFLOWED
               Display "More active patients than the table; "
                   "patients past the first 3000 not compared."
           end-if.
           Exit section.

       READ-NEXT-MASTER-RECORD section.
           If not END-OF-MASTER
               Read PATIENT-MASTER-FILE next
                   at end move "Y" to WS-MASTER-EOF
               end-read
           end-if.
           Exit section.

       LOAD-ONE-PATIENT section.
           Move PM-PATIENT-ID to WS-PT-ID(WS-PAT-COUNT).
           Move PM-PATIENT-NAME to WS-PT-NAME(WS-PAT-COUNT).
           Move PM-BIRTH-DATE to WS-PT-BIRTH(WS-PAT-COUNT).
           Move function upper-case(PM-SEX)
               to WS-PT-SEX(WS-PAT-COUNT).
           Perform SPLIT-PATIENT-NAME.
           Move WS-NAME-SURNAME to WS-PT-SURNAME(WS-PAT-COUNT).
           Move WS-NAME-GIVEN to WS-PT-GIVEN(WS-PAT-COUNT).
           Move WS-NAME-SURNAME to WS-SDX-IN.
           Perform COMPUTE-SOUNDEX.
           Move WS-SDX-CODE to WS-PT-SUR-CODE(WS-PAT-COUNT).
           Move WS-NAME-GIVEN to WS-SDX-IN.
           Perform COMPUTE-SOUNDEX.
           Move WS-SDX-CODE to WS-PT-GIV-CODE(WS-PAT-COUNT).
           Move 0 to WS-PT-VISITS(WS-PAT-COUNT).
           Move spaces to WS-PT-FIRST-TS(WS-PAT-COUNT)
               WS-PT-LAST-TS(WS-PAT-COUNT)
               WS-PT-FIRST-WT(WS-PAT-COUNT)
               WS-PT-LAST-WT(WS-PAT-COUNT).
           Exit section.

      * "SURNAME, GIVEN MIDDLE" splits at the comma; anything else is
      * taken as "GIVEN MIDDLE SURNAME", the last word the surname.
       SPLIT-PATIENT-NAME section.
           Move spaces to WS-NAME-SURNAME WS-NAME-GIVEN
               WS-NAME-REST WS-NAME-WORD-TABLE.
           Move function upper-case(function trim(PM-PATIENT-NAME))
               to WS-NAME-WORK.
           Move 0 to WS-COMMA-COUNT.
           Inspect WS-NAME-WORK tallying WS-COMMA-COUNT for all ",".
           If WS-COMMA-COUNT is greater than 0
               Unstring WS-NAME-WORK delimited by ","
                   into WS-NAME-SURNAME WS-NAME-REST
               end-unstring
               Move function trim(WS-NAME-REST) to WS-NAME-WORK
               Unstring WS-NAME-WORK delimited by all spaces
                   into WS-NAME-GIVEN
               end-unstring
               Exit section
           end-if.
           Unstring WS-NAME-WORK delimited by all spaces
               into WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
                   WS-NAME-WORD(4) WS-NAME-WORD(5) WS-NAME-WORD(6)
           end-unstring.
           Move WS-NAME-WORD(1) to WS-NAME-GIVEN.
           Perform varying WS-WORD-IX from 6 by -1
                   until WS-WORD-IX is less than 2
                   or WS-NAME-SURNAME is not equal to spaces
               If WS-NAME-WORD(WS-WORD-IX) is not equal to spaces
                   Move WS-NAME-WORD(WS-WORD-IX) to WS-NAME-SURNAME
               end-if
           end-perform.
           Exit section.

      * H and W map to "/" so they can be passed over without
      * separating two letters of the same code, as a vowel does.
       COMPUTE-SOUNDEX section.
           Move spaces to WS-SDX-CODE.
           Move 0 to WS-SDX-LEN.
           Move space to WS-SDX-LAST.
           Move WS-SDX-IN to WS-SDX-MAP.
           Inspect WS-SDX-MAP converting
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               to "0123012/02245501262301/202".
           Perform varying WS-SDX-IX from 1 by 1
                   until WS-SDX-IX is greater than 20
                   or WS-SDX-LEN is equal to 4
               Move WS-SDX-IN(WS-SDX-IX:1) to WS-SDX-CHAR
               Move WS-SDX-MAP(WS-SDX-IX:1) to WS-SDX-DIGIT
               Evaluate true
                   when not WS-SDX-LETTER
                       continue
                   when WS-SDX-LEN is equal to 0
                       Move WS-SDX-CHAR to WS-SDX-CODE(1:1)
                       Move 1 to WS-SDX-LEN
                       Move WS-SDX-DIGIT to WS-SDX-LAST
                   when WS-SDX-DIGIT is equal to "/"
                       continue
                   when WS-SDX-DIGIT is equal to "0"
                       Move "0" to WS-SDX-LAST
                   when WS-SDX-DIGIT is equal to WS-SDX-LAST
                       continue
                   when other
                       Add 1 to WS-SDX-LEN
                       Move WS-SDX-DIGIT to WS-SDX-CODE(WS-SDX-LEN:1)
                       Move WS-SDX-DIGIT to WS-SDX-LAST
               end-evaluate
           end-perform.
           If WS-SDX-LEN is greater than 0
               Inspect WS-SDX-CODE replacing all spaces by "0"
           end-if.
           Exit section.

      * One sequential pass of the visit master, which is in the same
      * patient-id order as the table: visits of an id not in the
      * table (inactive, or past the table's end) are passed over.
       LOAD-VISIT-SUMMARIES section.
           Move "N" to WS-VISIT-EOF.
           Open input VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Visit master unavailable, status "
                   WS-VISIT-STATUS ", scored without visit evidence"
               Exit section
           end-if.
           Move 1 to WS-PAT-IX.
           Perform READ-NEXT-VISIT.
           Perform with test before until END-OF-VISITS
                   or WS-PAT-IX is greater than WS-PAT-COUNT
               Perform with test before
                       until WS-PAT-IX is greater than WS-PAT-COUNT
                       or WS-PT-ID(WS-PAT-IX) is not less than
                           VM-PATIENT-ID
                   Add 1 to WS-PAT-IX
               end-perform
               If WS-PAT-IX is not greater than WS-PAT-COUNT
                   and WS-PT-ID(WS-PAT-IX) is equal to VM-PATIENT-ID
                   Perform ADD-VISIT-TO-SUMMARY
               end-if
               Perform READ-NEXT-VISIT
           end-perform.
           Close VISIT-MASTER-FILE.
           Exit section.

       READ-NEXT-VISIT section.
           If not END-OF-VISITS
               Read VISIT-MASTER-FILE next
                   at end move "Y" to WS-VISIT-EOF
               end-read
           end-if.
           Exit section.

      * Visits come in timestamp order within the id, so the first
      * seen is the earliest and each later one the latest so far.
       ADD-VISIT-TO-SUMMARY section.
           Add 1 to WS-PT-VISITS(WS-PAT-IX).
           If WS-PT-VISITS(WS-PAT-IX) is equal to 1
               Move VM-TIMESTAMP(1:14) to WS-PT-FIRST-TS(WS-PAT-IX)
               Move VM-WEIGHT to WS-PT-FIRST-WT(WS-PAT-IX)
           end-if.
           Move VM-TIMESTAMP(1:14) to WS-PT-LAST-TS(WS-PAT-IX).
           Move VM-WEIGHT to WS-PT-LAST-WT(WS-PAT-IX).
           Exit section.

      * The names are scored first and a pair with nothing in common
      * by name goes no further: a shared birthday alone is not a
      * duplicate.
       SCORE-ONE-PAIR section.
           Perform SCORE-NAMES.
           If WS-NAME-POINTS is equal to 0
               Exit section
           end-if.
           Perform SCORE-BIRTH-DATES.
           Perform SCORE-SEX.
           Perform SCORE-VISITS.
           Compute WS-PAIR-SCORE = WS-NAME-POINTS + WS-DOB-POINTS
               + WS-SEX-POINTS + WS-VISIT-POINTS
           end-compute.
           If WS-PAIR-SCORE is less than WS-MIN-SCORE
               Exit section
           end-if.
           Perform CHECK-PAIR-SUPPRESSED.
           Evaluate true
               when WS-PAIR-REJECTED
                   Add 1 to WS-REJ-SKIPPED
               when WS-PAIR-QUEUED
                   Add 1 to WS-QUEUED-SKIPPED
               when other
                   Perform ADD-CANDIDATE
           end-evaluate.
           Exit section.

      * Surname and given name compared as they stand, then crossed
      * over for a registration keyed with the two names swapped;
      * whichever reading scores better is the one kept.
       SCORE-NAMES section.
           Move 0 to WS-SUR-POINTS WS-GIV-POINTS WS-SWAP-POINTS
               WS-NAME-POINTS.
           Move spaces to WS-SUR-TEXT WS-GIV-TEXT WS-SWAP-TEXT.
           Evaluate true
               when WS-PT-SURNAME(WS-PAT-IX) is equal to spaces
                   continue
               when WS-PT-SURNAME(WS-PAT-IX) is equal to
                       WS-PT-SURNAME(WS-PAT-JX)
                   Move WS-PTS-SUR-EXACT to WS-SUR-POINTS
                   Move "sur=exact" to WS-SUR-TEXT
               when WS-PT-SUR-CODE(WS-PAT-IX) is equal to
                       WS-PT-SUR-CODE(WS-PAT-JX)
                   Move WS-PTS-SUR-SOUND to WS-SUR-POINTS
                   Move "sur=sound" to WS-SUR-TEXT
           end-evaluate.
           Evaluate true
               when WS-PT-GIVEN(WS-PAT-IX) is equal to spaces
                   or WS-PT-GIVEN(WS-PAT-JX) is equal to spaces
                   continue
               when WS-PT-GIVEN(WS-PAT-IX) is equal to
                       WS-PT-GIVEN(WS-PAT-JX)
                   Move WS-PTS-GIV-EXACT to WS-GIV-POINTS
                   Move "giv=exact" to WS-GIV-TEXT
               when WS-PT-GIVEN(WS-PAT-IX)(1:1) is not equal to
                       WS-PT-GIVEN(WS-PAT-JX)(1:1)
                   continue
               when WS-PT-GIVEN(WS-PAT-IX)(2:1) is equal to space
                   or WS-PT-GIVEN(WS-PAT-JX)(2:1) is equal to space
                   Move WS-PTS-GIV-INIT to WS-GIV-POINTS
                   Move "giv=init" to WS-GIV-TEXT
               when WS-PT-GIV-CODE(WS-PAT-IX) is equal to
                       WS-PT-GIV-CODE(WS-PAT-JX)
                   Move WS-PTS-GIV-SOUND to WS-GIV-POINTS
                   Move "giv=sound" to WS-GIV-TEXT
           end-evaluate.
           If WS-PT-SURNAME(WS-PAT-IX) is not equal to spaces
               and WS-PT-GIVEN(WS-PAT-IX) is not equal to spaces
               Evaluate true
                   when WS-PT-SURNAME(WS-PAT-IX) is equal to
                           WS-PT-GIVEN(WS-PAT-JX)
                       and WS-PT-GIVEN(WS-PAT-IX) is equal to
                           WS-PT-SURNAME(WS-PAT-JX)
                       Move WS-PTS-SWAP-EXACT to WS-SWAP-POINTS
                       Move "swap=exact" to WS-SWAP-TEXT
                   when WS-PT-SUR-CODE(WS-PAT-IX) is equal to
                           WS-PT-GIV-CODE(WS-PAT-JX)
                       and WS-PT-GIV-CODE(WS-PAT-IX) is equal to
                           WS-PT-SUR-CODE(WS-PAT-JX)
                       Move WS-PTS-SWAP-SOUND to WS-SWAP-POINTS
                       Move "swap=sound" to WS-SWAP-TEXT
               end-evaluate
           end-if.
           If WS-SWAP-POINTS is greater than
                   WS-SUR-POINTS + WS-GIV-POINTS
               Move WS-SWAP-POINTS to WS-NAME-POINTS
               Move spaces to WS-SUR-TEXT WS-GIV-TEXT
           else
               Compute WS-NAME-POINTS = WS-SUR-POINTS + WS-GIV-POINTS
               end-compute
               Move spaces to WS-SWAP-TEXT
           end-if.
           Exit section.

      * Exact; else the same year with day and month exchanged;
      * else a single digit out anywhere in the eight.  A birth date
      * never keyed (zeros) matches nothing.
       SCORE-BIRTH-DATES section.
           Move 0 to WS-DOB-POINTS.
           Move spaces to WS-DOB-TEXT.
           If WS-PT-BIRTH(WS-PAT-IX) is equal to "00000000"
               or WS-PT-BIRTH(WS-PAT-JX) is equal to "00000000"
               Exit section
           end-if.
           If WS-PT-BIRTH(WS-PAT-IX) is equal to
                   WS-PT-BIRTH(WS-PAT-JX)
               Move WS-PTS-DOB-EXACT to WS-DOB-POINTS
               Move "dob=exact" to WS-DOB-TEXT
               Exit section
           end-if.
           If WS-PT-BIRTH(WS-PAT-IX)(1:4) is equal to
                   WS-PT-BIRTH(WS-PAT-JX)(1:4)
               and WS-PT-BIRTH(WS-PAT-IX)(5:2) is equal to
                   WS-PT-BIRTH(WS-PAT-JX)(7:2)
               and WS-PT-BIRTH(WS-PAT-IX)(7:2) is equal to
                   WS-PT-BIRTH(WS-PAT-JX)(5:2)
               Move WS-PTS-DOB-SWAP to WS-DOB-POINTS
               Move "dob=d/m" to WS-DOB-TEXT
               Exit section
           end-if.
           Move 0 to WS-DIGIT-DIFFS.
           Perform varying WS-DIGIT-IX from 1 by 1
                   until WS-DIGIT-IX is greater than 8
               If WS-PT-BIRTH(WS-PAT-IX)(WS-DIGIT-IX:1) is not equal
                       to WS-PT-BIRTH(WS-PAT-JX)(WS-DIGIT-IX:1)
                   Add 1 to WS-DIGIT-DIFFS
               end-if
           end-perform.
           If WS-DIGIT-DIFFS is equal to 1
               Move WS-PTS-DOB-SLIP to WS-DOB-POINTS
               Move "dob=1digit" to WS-DOB-TEXT
           end-if.
           Exit section.

       SCORE-SEX section.
           Move 0 to WS-SEX-POINTS.
           Move spaces to WS-SEX-TEXT.
           If WS-PT-SEX(WS-PAT-IX) is equal to space
               or WS-PT-SEX(WS-PAT-JX) is equal to space
               Exit section
           end-if.
           If WS-PT-SEX(WS-PAT-IX) is equal to WS-PT-SEX(WS-PAT-JX)
               Move WS-PTS-SEX to WS-SEX-POINTS
               Move "sex=same" to WS-SEX-TEXT
           else
               Move "sex=differ" to WS-SEX-TEXT
           end-if.
           Exit section.

      * Two registrations of one person are used one after the
      * other: the later id's visits start after the earlier id's
      * last, and the weight picks up where it left off.  Visits that
      * interleave are noted but score nothing.
       SCORE-VISITS section.
           Move 0 to WS-VISIT-POINTS.
           Move spaces to WS-VISIT-TEXT.
           If WS-PT-VISITS(WS-PAT-IX) is equal to 0
               or WS-PT-VISITS(WS-PAT-JX) is equal to 0
               Exit section
           end-if.
           Evaluate true
               when WS-PT-LAST-TS(WS-PAT-IX) is less than
                       WS-PT-FIRST-TS(WS-PAT-JX)
                   Move WS-PAT-IX to WS-EARLIER-IX
                   Move WS-PAT-JX to WS-LATER-IX
               when WS-PT-LAST-TS(WS-PAT-JX) is less than
                       WS-PT-FIRST-TS(WS-PAT-IX)
                   Move WS-PAT-JX to WS-EARLIER-IX
                   Move WS-PAT-IX to WS-LATER-IX
               when other
                   Move "wt=overlap" to WS-VISIT-TEXT
                   Exit section
           end-evaluate.
           Compute WS-EARLIER-WT =
               function numval(WS-PT-LAST-WT(WS-EARLIER-IX))
           end-compute.
           Compute WS-LATER-WT =
               function numval(WS-PT-FIRST-WT(WS-LATER-IX))
           end-compute.
           If WS-EARLIER-WT is greater than WS-LATER-WT
               Compute WS-WEIGHT-STEP = WS-EARLIER-WT - WS-LATER-WT
           else
               Compute WS-WEIGHT-STEP = WS-LATER-WT - WS-EARLIER-WT
           end-if.
           If WS-WEIGHT-STEP is not greater than WS-WEIGHT-STEP-MAX
               Move WS-PTS-WEIGHT to WS-VISIT-POINTS
               Move "wt=cont" to WS-VISIT-TEXT
           else
               Move "wt=apart" to WS-VISIT-TEXT
           end-if.
           Exit section.

      * The table is in id order, so the first of the pair is always
      * the lower id, the order DUPREJ keeps its pairs in.
       CHECK-PAIR-SUPPRESSED section.
           Move "N" to WS-SUPPRESS-SW.
           Perform varying WS-REJ-IX from 1 by 1
                   until WS-REJ-IX is greater than WS-REJ-COUNT
                   or WS-PAIR-REJECTED
               If WS-RJ-LOW-ID(WS-REJ-IX) is equal to
                       WS-PT-ID(WS-PAT-IX)
                   and WS-RJ-HIGH-ID(WS-REJ-IX) is equal to
                       WS-PT-ID(WS-PAT-JX)
                   Move "R" to WS-SUPPRESS-SW
               end-if
           end-perform.
           If WS-PAIR-REJECTED
               Exit section
           end-if.
           Perform varying WS-QUEUED-IX from 1 by 1
                   until WS-QUEUED-IX is greater than WS-QUEUED-COUNT
                   or WS-PAIR-QUEUED
               If (WS-QU-FROM-ID(WS-QUEUED-IX) is equal to
                       WS-PT-ID(WS-PAT-IX)
                   and WS-QU-TO-ID(WS-QUEUED-IX) is equal to
                       WS-PT-ID(WS-PAT-JX))
                   or (WS-QU-FROM-ID(WS-QUEUED-IX) is equal to
                       WS-PT-ID(WS-PAT-JX)
                   and WS-QU-TO-ID(WS-QUEUED-IX) is equal to
                       WS-PT-ID(WS-PAT-IX))
                   Move "Q" to WS-SUPPRESS-SW
               end-if
           end-perform.
           Exit section.

      * The suggested survivor is the id with more visits, then the
      * one seen most recently, then the older (lower) id; the other
      * is the one PATMERGE would fold away.
       ADD-CANDIDATE section.
           If WS-CAND-COUNT is not less than WS-CAND-MAX
               Move "Y" to WS-CAND-OVERFLOW-SW
               Exit section
           end-if.
           Evaluate true
               when WS-PT-VISITS(WS-PAT-JX) is greater than
                       WS-PT-VISITS(WS-PAT-IX)
                   Move WS-PAT-JX to WS-SURVIVOR-IX
                   Move WS-PAT-IX to WS-DUPLICATE-IX
               when WS-PT-VISITS(WS-PAT-JX) is equal to
                       WS-PT-VISITS(WS-PAT-IX)
                   and WS-PT-LAST-TS(WS-PAT-JX) is greater than
                       WS-PT-LAST-TS(WS-PAT-IX)
                   Move WS-PAT-JX to WS-SURVIVOR-IX
                   Move WS-PAT-IX to WS-DUPLICATE-IX
               when other
                   Move WS-PAT-IX to WS-SURVIVOR-IX
                   Move WS-PAT-JX to WS-DUPLICATE-IX
           end-evaluate.
           Move spaces to WS-EVIDENCE.
           String WS-SUR-TEXT delimited by space
               " " delimited by size
               WS-GIV-TEXT delimited by space
               " " delimited by size
               WS-SWAP-TEXT delimited by space
               " " delimited by size
               WS-DOB-TEXT delimited by space
               " " delimited by size
               WS-SEX-TEXT delimited by space
               " " delimited by size
               WS-VISIT-TEXT delimited by space
               into WS-EVIDENCE
           end-string.
           Perform SQUEEZE-EVIDENCE.
           Add 1 to WS-CAND-COUNT.
           Move WS-PAIR-SCORE to WS-CD-SCORE(WS-CAND-COUNT).
           Move WS-DUPLICATE-IX to WS-CD-FROM-IX(WS-CAND-COUNT).
           Move WS-SURVIVOR-IX to WS-CD-TO-IX(WS-CAND-COUNT).
           Move WS-EVIDENCE to WS-CD-EVIDENCE(WS-CAND-COUNT).
           Exit section.

      * The evidence words are strung with a space after each, so a
      * blank word leaves a double space behind; those are closed up.
       SQUEEZE-EVIDENCE section.
           Move spaces to WS-NAME-WORD-TABLE.
           Unstring WS-EVIDENCE delimited by all spaces
               into WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
                   WS-NAME-WORD(4) WS-NAME-WORD(5) WS-NAME-WORD(6)
           end-unstring.
           Move spaces to WS-EVIDENCE.
           String WS-NAME-WORD(1) delimited by space
               " " delimited by size
               WS-NAME-WORD(2) delimited by space
               " " delimited by size
               WS-NAME-WORD(3) delimited by space
               " " delimited by size
               WS-NAME-WORD(4) delimited by space
               " " delimited by size
               WS-NAME-WORD(5) delimited by space
               " " delimited by size
               WS-NAME-WORD(6) delimited by space
               into WS-EVIDENCE
           end-string.
           Move function trim(WS-EVIDENCE) to WS-EVIDENCE.
           Exit section.

      * A straight exchange sort, best score first; equal scores keep
      * the order they were found in.
       RANK-CANDIDATES section.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is not less than WS-CAND-COUNT
               Perform varying WS-CAND-JX from 1 by 1
                       until WS-CAND-JX is not less than
                           WS-CAND-COUNT
                   If WS-CD-SCORE(WS-CAND-JX) is less than
                           WS-CD-SCORE(WS-CAND-JX + 1)
                       Move WS-CAND-ENTRY(WS-CAND-JX)
                           to WS-CAND-SWAP
                       Move WS-CAND-ENTRY(WS-CAND-JX + 1)
                           to WS-CAND-ENTRY(WS-CAND-JX)
                       Move WS-CAND-SWAP
                           to WS-CAND-ENTRY(WS-CAND-JX + 1)
                   end-if
               end-perform
           end-perform.
           Exit section.

      * The candidate file is rebuilt from each scan: a pair decided
      * since the last one is either on DUPREJ, on MERGEREQ or merged
      * (and so inactive), and is not found again.
       WRITE-CANDIDATE-FILE section.
           Open output CANDIDATE-FILE.
           If not WS-CANDIDATE-OK
               Display "Unable to open candidate file, status "
                   WS-CANDIDATE-STATUS
               Stop run with error status 1
           end-if.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is greater than WS-CAND-COUNT
               Move spaces to CANDIDATE-RECORD
               Move WS-CAND-IX to DC-RANK
               Move WS-CD-SCORE(WS-CAND-IX) to DC-SCORE
               Move WS-PT-ID(WS-CD-FROM-IX(WS-CAND-IX)) to DC-FROM-ID
               Move WS-PT-ID(WS-CD-TO-IX(WS-CAND-IX)) to DC-TO-ID
               Move WS-CD-EVIDENCE(WS-CAND-IX) to DC-EVIDENCE
               Write CANDIDATE-RECORD
           end-perform.
           Close CANDIDATE-FILE.
           Exit section.

       WRITE-DUPLICATE-REPORT section.
           Move function current-date to WS-TIMESTAMP.
           Open output DUPLICATE-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Move spaces to DUPLICATE-REPORT-LINE.
           String "----- Probable duplicate patients "
               delimited by size
               WS-TIMESTAMP(1:8) delimited by size
               " -----" delimited by size
               into DUPLICATE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-PAT-COUNT to WS-COUNT-EDIT.
           Move WS-PAIRS-COMPARED to WS-PAIRS-EDIT.
           Move WS-MIN-SCORE to WS-SCORE-EDIT.
           String "Active patients: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  pairs compared: " delimited by size
               function trim(WS-PAIRS-EDIT) delimited by size
               "  minimum score: " delimited by size
               function trim(WS-SCORE-EDIT) delimited by size
               into DUPLICATE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-REJ-SKIPPED to WS-COUNT-EDIT.
           Move WS-QUEUED-SKIPPED to WS-COUNT-EDIT-2.
           String "Not offered: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " rejected before, " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " already queued for merge" delimited by size
               into DUPLICATE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move "Rank Score  Id         Name                        "
               to DUPLICATE-REPORT-LINE.
           Move "    Born     Sex Visits First    Last     Wt"
               to DUPLICATE-REPORT-LINE(53:).
           Perform WRITE-REPORT-LINE.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is greater than WS-CAND-COUNT
               Perform WRITE-REPORT-PAIR
           end-perform.
           Perform WRITE-REPORT-LINE.
           Move WS-CAND-COUNT to WS-COUNT-EDIT.
           String "Candidate pairs: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into DUPLICATE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           If WS-CAND-OVERFLOWED
               Move "More candidates than the table; raise the minimum"
                   to DUPLICATE-REPORT-LINE
               Move " score to see the rest." to
                   DUPLICATE-REPORT-LINE(51:)
               Perform WRITE-REPORT-LINE
           end-if.
           Close DUPLICATE-REPORT-FILE.
           Exit section.

      * The id to be folded away first, then the suggested survivor,
      * then the evidence the score was built from.
       WRITE-REPORT-PAIR section.
           Perform WRITE-REPORT-LINE.
           Move WS-CAND-IX to WS-COUNT-EDIT.
           Move WS-CD-SCORE(WS-CAND-IX) to WS-SCORE-EDIT.
           Move WS-COUNT-EDIT(6:4) to DUPLICATE-REPORT-LINE(1:4).
           Move WS-SCORE-EDIT to DUPLICATE-REPORT-LINE(7:3).
           Move WS-CD-FROM-IX(WS-CAND-IX) to WS-PAT-IX.
           Perform FORMAT-REPORT-PATIENT.
           Perform WRITE-REPORT-LINE.
           Move WS-CD-TO-IX(WS-CAND-IX) to WS-PAT-IX.
           Perform FORMAT-REPORT-PATIENT.
           Perform WRITE-REPORT-LINE.
           String "           evidence: " delimited by size
               WS-CD-EVIDENCE(WS-CAND-IX) delimited by size
               into DUPLICATE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-CD-FROM-IX(WS-CAND-IX) to WS-PAT-IX.
           Move WS-CD-TO-IX(WS-CAND-IX) to WS-PAT-JX.
           String "           suggested: merge " delimited by size
               WS-PT-ID(WS-PAT-IX) delimited by space
               " into " delimited by size
               WS-PT-ID(WS-PAT-JX) delimited by space
               into DUPLICATE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       FORMAT-REPORT-PATIENT section.
           Move WS-PT-ID(WS-PAT-IX) to DUPLICATE-REPORT-LINE(12:10).
           Move WS-PT-NAME(WS-PAT-IX)
               to DUPLICATE-REPORT-LINE(23:30).
           Move WS-PT-BIRTH(WS-PAT-IX)
               to DUPLICATE-REPORT-LINE(57:8).
           Move WS-PT-SEX(WS-PAT-IX) to DUPLICATE-REPORT-LINE(67:1).
           Move WS-PT-VISITS(WS-PAT-IX) to WS-COUNT-EDIT.
           Move WS-COUNT-EDIT(4:6) to DUPLICATE-REPORT-LINE(70:6).
           If WS-PT-VISITS(WS-PAT-IX) is greater than 0
               Move WS-PT-FIRST-TS(WS-PAT-IX)(1:8)
                   to DUPLICATE-REPORT-LINE(77:8)
               Move WS-PT-LAST-TS(WS-PAT-IX)(1:8)
                   to DUPLICATE-REPORT-LINE(86:8)
               Move WS-PT-LAST-WT(WS-PAT-IX)
                   to DUPLICATE-REPORT-LINE(95:5)
           end-if.
           Exit section.

       WRITE-REPORT-LINE section.
           Write DUPLICATE-REPORT-LINE.
           Move spaces to DUPLICATE-REPORT-LINE.
           Exit section.

      ******************************************************************
      * The review screen.
      ******************************************************************

       REVIEW-CANDIDATES section.
           Perform LOAD-REVIEW-TABLE.
           If WS-REVIEW-COUNT is equal to 0
               Display "No candidate pairs on file."
               Exit section
           end-if.
           Open input PATIENT-MASTER-FILE.
           If not WS-PATMAST-OK
               Display "Unable to open patient master, status "
                   WS-PATMAST-STATUS
               Stop run with error status 1
           end-if.
           Perform varying WS-REVIEW-IX from 1 by 1
                   until WS-REVIEW-IX is greater than WS-REVIEW-COUNT
                   or WS-QUIT-ASKED
               Move WS-REVIEW-ENTRY(WS-REVIEW-IX) to CANDIDATE-RECORD
               If DC-OPEN
                   Perform REVIEW-ONE-CANDIDATE
               end-if
           end-perform.
           Close PATIENT-MASTER-FILE.
           Move WS-QUEUED-TODAY to WS-COUNT-EDIT.
           Move WS-REJECTED-TODAY to WS-COUNT-EDIT-2.
           Display "Review done, " function trim(WS-COUNT-EDIT)
               " pair(s) queued for merge, "
               function trim(WS-COUNT-EDIT-2)
               " rejected.".
           Exit section.

       LOAD-REVIEW-TABLE section.
           Move 0 to WS-REVIEW-COUNT.
           Move "N" to WS-CANDIDATE-EOF.
           Open input CANDIDATE-FILE.
           If WS-CANDIDATE-MISSING
               Display "No DUPCAND on file."
               Exit section
           end-if.
           If not WS-CANDIDATE-OK
               Display "Unable to open candidate file, status "
                   WS-CANDIDATE-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-CANDIDATE-RECORD.
           Perform with test before until END-OF-CANDIDATES
               If WS-REVIEW-COUNT is less than WS-REVIEW-MAX
                   Add 1 to WS-REVIEW-COUNT
                   Move CANDIDATE-RECORD to
                       WS-REVIEW-ENTRY(WS-REVIEW-COUNT)
               else
                   Move "Y" to WS-REVIEW-OVERFLOW-SW
               end-if
               Perform READ-CANDIDATE-RECORD
           end-perform.
           Close CANDIDATE-FILE.
           If WS-REVIEW-OVERFLOWED
               Display "Candidate file is larger than the table; "
                   "decisions cannot be saved this session."
               Move 0 to WS-REVIEW-COUNT
           end-if.
           Exit section.

       READ-CANDIDATE-RECORD section.
           Read CANDIDATE-FILE
               at end move "Y" to WS-CANDIDATE-EOF
           end-read.
           Exit section.

       SAVE-REVIEW-TABLE section.
           Open output CANDIDATE-FILE.
           If not WS-CANDIDATE-OK
               Display "Unable to rewrite candidate file, status "
                   WS-CANDIDATE-STATUS
               Exit section
           end-if.
           Perform varying WS-REVIEW-IX from 1 by 1
                   until WS-REVIEW-IX is greater than WS-REVIEW-COUNT
               Move WS-REVIEW-ENTRY(WS-REVIEW-IX) to CANDIDATE-RECORD
               Write CANDIDATE-RECORD
           end-perform.
           Close CANDIDATE-FILE.
           Exit section.

      * Both patients are read afresh: a pair where either has been
      * merged or closed since the scan is passed over, and the next
      * scan will not find it.  The whole table is saved at every
      * decision so a killed session leaves an honest file behind.
       REVIEW-ONE-CANDIDATE section.
           Move DC-FROM-ID to WS-FROM-ID.
           Move DC-TO-ID to WS-TO-ID.
           Move "Y" to WS-ACTIVE-SW.
           Display " ".
           Move DC-SCORE to WS-SCORE-EDIT.
           Display "Pair " DC-RANK "  score " WS-SCORE-EDIT "  "
               function trim(DC-EVIDENCE).
           Move WS-FROM-ID to WS-SHOWN-ID.
           Move "Duplicate" to WS-SHOWN-LABEL.
           Perform SHOW-CANDIDATE-PATIENT.
           Move WS-TO-ID to WS-SHOWN-ID.
           Move "Survivor" to WS-SHOWN-LABEL.
           Perform SHOW-CANDIDATE-PATIENT.
           If not WS-BOTH-ACTIVE
               Display "  No longer both active, not offered."
               Exit section
           end-if.
           Perform with test after
                   until WS-ACTION-MERGE or WS-ACTION-REVERSE
                   or WS-ACTION-REJECT or WS-ACTION-SKIP
                   or WS-ACTION-EXIT
               Display "Action (M=Merge as shown, R=Reverse, "
                   "N=Not a duplicate, S=Skip, X=Exit): "
                   with no advancing
               Accept WS-ACTION from console
           end-perform.
           Evaluate true
               when WS-ACTION-MERGE
                   Perform QUEUE-CANDIDATE-MERGE
               when WS-ACTION-REVERSE
                   Move DC-TO-ID to WS-FROM-ID
                   Move DC-FROM-ID to WS-TO-ID
                   Perform QUEUE-CANDIDATE-MERGE
               when WS-ACTION-REJECT
                   Perform REJECT-CANDIDATE-PAIR
               when WS-ACTION-EXIT
                   Move "Y" to WS-QUIT-SW
               when other
                   continue
           end-evaluate.
           Move space to WS-ACTION.
           Exit section.

       SHOW-CANDIDATE-PATIENT section.
           Move WS-SHOWN-ID to PM-PATIENT-ID.
           Perform READ-PATIENT-MASTER.
           If not WS-PATIENT-FOUND
               Display "  " WS-SHOWN-LABEL " " WS-SHOWN-ID
                   "  (not on the patient master)"
               Move "N" to WS-ACTIVE-SW
               Exit section
           end-if.
           Display "  " WS-SHOWN-LABEL " " PM-PATIENT-ID "  "
               PM-PATIENT-NAME " " PM-BIRTH-DATE " " PM-SEX " "
               PM-ACTIVE-FLAG.
           If PM-ACTIVE-FLAG is not equal to "A"
               Move "N" to WS-ACTIVE-SW
           end-if.
           Move "VIEW" to WS-JRNL-ACTION.
           Move spaces to WS-JRNL-AFTER.
           String "duplicate candidate name=" delimited by size
               function trim(PM-PATIENT-NAME) delimited by size
               " dob=" delimited by size
               PM-BIRTH-DATE delimited by size
               into WS-JRNL-AFTER
           end-string.
           Move PM-PATIENT-ID to WS-JRNL-PATIENT-ID.
           Perform WRITE-ACCESS-JOURNAL-RECORD.
           Exit section.

       READ-PATIENT-MASTER section.
           Move "N" to WS-FOUND-SW.
           Read PATIENT-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   Move "Y" to WS-FOUND-SW
           end-read.
           Exit section.

      * The merge itself is PATMERGE's: the pair goes onto MERGEREQ
      * for its batch mode, exactly as the ADT feed's merges do.
       QUEUE-CANDIDATE-MERGE section.
           Move function current-date to WS-TIMESTAMP.
           Open extend MERGE-REQUEST-FILE.
           If WS-REQUEST-STATUS is equal to "35"
               Open output MERGE-REQUEST-FILE
           end-if.
           If not WS-REQUEST-OK
               Display "Unable to open merge request queue, status "
                   WS-REQUEST-STATUS ", pair not queued"
               Exit section
           end-if.
           Move spaces to MERGE-REQUEST-RECORD.
           Move WS-FROM-ID to MQ-FROM-ID.
           Move WS-TO-ID to MQ-TO-ID.
           Move "PATDUPL" to MQ-SOURCE.
           Move WS-OPERATOR-ID to MQ-OPERATOR-ID.
           Move WS-TIMESTAMP(1:14) to MQ-REQUESTED.
           Write MERGE-REQUEST-RECORD.
           Close MERGE-REQUEST-FILE.
           Move WS-FROM-ID to DC-FROM-ID.
           Move WS-TO-ID to DC-TO-ID.
           Move "M" to DC-DECISION.
           Add 1 to WS-QUEUED-TODAY.
           Display "  Queued: merge " function trim(WS-FROM-ID)
               " into " function trim(WS-TO-ID)
               " at the next PATMERGE batch run.".
           Move "MERGEQ" to WS-JRNL-ACTION.
           Move spaces to WS-TXN-OUTPUT.
           String "queued merge into " delimited by size
               WS-TO-ID delimited by space
               into WS-TXN-OUTPUT
           end-string.
           Perform RECORD-CANDIDATE-DECISION.
           Exit section.

       REJECT-CANDIDATE-PAIR section.
           Move function current-date to WS-TIMESTAMP.
           If WS-FROM-ID is less than WS-TO-ID
               Move WS-FROM-ID to WS-LOW-ID
               Move WS-TO-ID to WS-HIGH-ID
           else
               Move WS-TO-ID to WS-LOW-ID
               Move WS-FROM-ID to WS-HIGH-ID
           end-if.
           Open extend REJECTED-PAIR-FILE.
           If WS-REJECTED-STATUS is equal to "35"
               Open output REJECTED-PAIR-FILE
           end-if.
           If not WS-REJECTED-OK
               Display "Unable to open rejected-pair file, status "
                   WS-REJECTED-STATUS ", pair not rejected"
               Exit section
           end-if.
           Move spaces to REJECTED-PAIR-RECORD.
           Move WS-LOW-ID to DR-LOW-ID.
           Move WS-HIGH-ID to DR-HIGH-ID.
           Move WS-OPERATOR-ID to DR-OPERATOR-ID.
           Move WS-TIMESTAMP(1:14) to DR-REJECTED-AT.
           Write REJECTED-PAIR-RECORD.
           Close REJECTED-PAIR-FILE.
           Move "N" to DC-DECISION.
           Add 1 to WS-REJECTED-TODAY.
           Display "  Rejected: the pair will not be offered again.".
           Move "NOTDUP" to WS-JRNL-ACTION.
           Move spaces to WS-TXN-OUTPUT.
           String "rejected, not the same patient as "
               delimited by size
               WS-TO-ID delimited by space
               into WS-TXN-OUTPUT
           end-string.
           Perform RECORD-CANDIDATE-DECISION.
           Exit section.

      * The stamped candidate goes back into the table and the file,
      * the decision to the journal against the id folded away (or
      * the first of a rejected pair) and to TXNLOG.
       RECORD-CANDIDATE-DECISION section.
           Move WS-OPERATOR-ID to DC-DECIDED-BY.
           Move WS-TIMESTAMP(1:14) to DC-DECIDED-AT.
           Move CANDIDATE-RECORD to WS-REVIEW-ENTRY(WS-REVIEW-IX).
           Move WS-REVIEW-IX to WS-SAVE-IX.
           Perform SAVE-REVIEW-TABLE.
           Move WS-SAVE-IX to WS-REVIEW-IX.
           Move WS-REVIEW-ENTRY(WS-REVIEW-IX) to CANDIDATE-RECORD.
           Move DC-SCORE to WS-SCORE-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "pair " delimited by size
               WS-FROM-ID delimited by space
               " " delimited by size
               WS-TO-ID delimited by space
               " score=" delimited by size
               function trim(WS-SCORE-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move WS-TXN-INPUT to WS-JRNL-BEFORE.
           Move WS-TXN-OUTPUT to WS-JRNL-AFTER.
           Move WS-FROM-ID to WS-JRNL-PATIENT-ID.
           Perform WRITE-ACCESS-JOURNAL-RECORD.
           Perform WRITE-TRANSACTION-LOG-RECORD.
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
               Move "startup authorization check" to WS-TXN-INPUT
               Perform WRITE-TRANSACTION-LOG-RECORD
               Stop run with error status 1
           end-if.
           Exit section.

       READ-OPERAUTH-RECORD section.
           Read OPERATOR-AUTH-FILE
               at end move "Y" to WS-OPERAUTH-EOF
           end-read.
           Exit section.

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
           Move WS-TIMESTAMP     to TX-TIMESTAMP.
           Move WS-OPERATOR-ID   to TX-OPERATOR-ID.
           Move "PATDUPL"        to TX-PROGRAM-NAME.
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

      * One journal line per patient shown or decided, opened and
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
           Move "PATDUPL"          to AJ-PROGRAM-NAME.
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

       End program PATDUPL.
