000100 Identification division.
       Program-ID.    ADTLOAD.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Applies the EHR's nightly
      *                  registration feed (ADTFEED: a header, add/
      *                  change/deactivate/merge details and a trailer
      *                  count, the same envelope as our EHRXMIT) to
      *                  the keyed PATMAST, so the desk stops
      *                  re-keying what the EHR already holds.  The
      *                  feed is counted against its trailer before
      *                  anything is applied and refused whole if it
      *                  does not balance.  A message that conflicts
      *                  with the master -- a change or deactivate
      *                  for an unknown id, an add for a held id with
      *                  a different birth date, a merge onto an
      *                  unknown or inactive survivor -- goes to the
      *                  ADTEXCP exceptions report instead of being
      *                  applied.  Merges are queued on MERGEREQ for
      *                  PATMERGE's batch mode, which runs straight
      *                  after this step, so a fed merge re-keys the
      *                  history exactly as a keyed one does.  The
      *                  run's counts go to TXNLOG under the operator
      *                  id on the command line (NIGHTRUN if blank).
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select FEED-FILE assign to "ADTFEED"
               organization is line sequential
               file status is WS-FEED-STATUS.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select EXCEPTION-REPORT-FILE assign to "ADTEXCP"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           Select MERGE-REQUEST-FILE assign to "MERGEREQ"
               organization is line sequential
               file status is WS-REQUEST-STATUS.
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
       FD  FEED-FILE.
       01  FEED-RECORD              picture is X(80).
       01  FEED-HEADER-RECORD redefines FEED-RECORD.
           05  AH-RECORD-TYPE       picture is X(01).
           05  AH-FEED-DATE         picture is 9(08).
           05  AH-SOURCE-SYSTEM     picture is X(10).
           05  FILLER               picture is X(61).
       01  FEED-DETAIL-RECORD redefines FEED-RECORD.
           05  AD-MESSAGE-TYPE      picture is X(01).
               88 AD-ADD-MESSAGE       value "A".
               88 AD-CHANGE-MESSAGE    value "C".
               88 AD-DEACT-MESSAGE     value "D".
               88 AD-MERGE-MESSAGE     value "M".
           05  AD-PATIENT-ID        picture is X(10).
           05  AD-PATIENT-NAME      picture is X(30).
           05  AD-BIRTH-DATE        picture is X(08).
           05  AD-SEX               picture is X(01).
               88 AD-SEX-VALID         value "M" "F" "U".
           05  AD-MERGE-TO          picture is X(10).
           05  FILLER               picture is X(20).
       01  FEED-TRAILER-RECORD redefines FEED-RECORD.
           05  AT-RECORD-TYPE       picture is X(01).
           05  AT-DETAIL-COUNT      picture is 9(09).
           05  FILLER               picture is X(70).

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE    picture is X(80).

       FD  MERGE-REQUEST-FILE.
           COPY MERGEREQ.

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-FEED-STATUS   picture is X(02) value spaces.
           88 WS-FEED-OK           value "00".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK        value "00".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK         value "00".
       77  WS-REQUEST-STATUS picture is X(02) value spaces.
           88 WS-REQUEST-OK        value "00".
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
       77  WS-FEED-EOF      picture is X(01) value "N".
           88 END-OF-FEED          value "Y".
       77  WS-FOUND-SW      picture is X(01) value "N".
           88 WS-PATIENT-FOUND     value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-FEED-DATE     picture is 9(08) value 0.
       77  WS-SOURCE-SYSTEM picture is X(10) value spaces.

      * Balance facts from the first pass over the feed.
       77  WS-RECORD-COUNT  usage is binary-long value 0.
       77  WS-DETAIL-COUNT  usage is binary-long value 0.
       77  WS-TRAILER-COUNT usage is binary-long value 0.
       77  WS-HEADER-SW     picture is X(01) value "N".
           88 WS-HEADER-SEEN       value "Y".
       77  WS-TRAILER-SW    picture is X(01) value "N".
           88 WS-TRAILER-SEEN      value "Y".
       77  WS-BALANCED-SW   picture is X(01) value "Y".
           88 WS-FEED-BALANCED     value "Y".
       77  WS-BALANCE-TEXT  picture is X(40) value spaces.

       77  WS-ADD-COUNT     usage is binary-long value 0.
       77  WS-REPEAT-COUNT  usage is binary-long value 0.
       77  WS-CHANGE-COUNT  usage is binary-long value 0.
       77  WS-DEACT-COUNT   usage is binary-long value 0.
       77  WS-MERGE-COUNT   usage is binary-long value 0.
       77  WS-EXCEPTION-COUNT usage is binary-long value 0.
       77  WS-EXCEPTION-TEXT picture is X(40) value spaces.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-COUNT-EDIT-4  picture is Z(8)9.
       77  WS-COUNT-EDIT-5  picture is Z(8)9.

       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

       01  WS-EXCEPTION-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WE-MESSAGE-TYPE      picture is X(01).
           05  FILLER               picture is X(02) value spaces.
           05  WE-PATIENT-ID        picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WE-MERGE-TO          picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WE-REASON            picture is X(40).

003000 Procedure division.
       MAIN section.
           Accept WS-OPERATOR-ID from command-line.
           If WS-OPERATOR-ID is equal to spaces
               Move "NIGHTRUN" to WS-OPERATOR-ID
           end-if.
           Perform CHECK-FEED-BALANCE.
           Open output EXCEPTION-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open exceptions report, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Perform WRITE-REPORT-HEADING.
           If not WS-FEED-BALANCED
               Perform REFUSE-UNBALANCED-FEED
               Close EXCEPTION-REPORT-FILE
               Stop run with error status 1
           end-if.
           Perform APPLY-FEED.
           Perform WRITE-REPORT-TOTALS.
           Close EXCEPTION-REPORT-FILE.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Stop run.

      * First pass: the header must lead, the trailer must close,
      * and the trailer's count must match the details between them.
      * A short or doubled transfer is caught here, before a single
      * patient is touched.
       CHECK-FEED-BALANCE section.
           Move "N" to WS-FEED-EOF.
           Open input FEED-FILE.
           If not WS-FEED-OK
               Display "Unable to open registration feed, status "
                   WS-FEED-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-FEED-RECORD.
           Perform with test before until END-OF-FEED
               Add 1 to WS-RECORD-COUNT
               Evaluate true
                   when AH-RECORD-TYPE is equal to "H"
                       If WS-RECORD-COUNT is equal to 1
                           Move "Y" to WS-HEADER-SW
                           Move AH-FEED-DATE to WS-FEED-DATE
                           Move AH-SOURCE-SYSTEM to WS-SOURCE-SYSTEM
                       else
                           Move "N" to WS-BALANCED-SW
                           Move "header record out of place"
                               to WS-BALANCE-TEXT
                       end-if
                   when AT-RECORD-TYPE is equal to "T"
                       If WS-TRAILER-SEEN
                           Move "N" to WS-BALANCED-SW
                           Move "more than one trailer record"
                               to WS-BALANCE-TEXT
                       end-if
                       Move "Y" to WS-TRAILER-SW
                       Move AT-DETAIL-COUNT to WS-TRAILER-COUNT
                   when other
                       If WS-TRAILER-SEEN
                           Move "N" to WS-BALANCED-SW
                           Move "detail record after the trailer"
                               to WS-BALANCE-TEXT
                       end-if
                       Add 1 to WS-DETAIL-COUNT
               end-evaluate
               Perform READ-FEED-RECORD
           end-perform.
           Close FEED-FILE.
           Evaluate true
               when not WS-FEED-BALANCED
                   continue
               when not WS-HEADER-SEEN
                   Move "N" to WS-BALANCED-SW
                   Move "no header record" to WS-BALANCE-TEXT
               when not WS-TRAILER-SEEN
                   Move "N" to WS-BALANCED-SW
                   Move "no trailer record" to WS-BALANCE-TEXT
               when WS-TRAILER-COUNT is not equal to WS-DETAIL-COUNT
                   Move "N" to WS-BALANCED-SW
                   Move "trailer count does not match details"
                       to WS-BALANCE-TEXT
               when other
                   continue
           end-evaluate.
           Exit section.

       READ-FEED-RECORD section.
           Read FEED-FILE
               at end move "Y" to WS-FEED-EOF
           end-read.
           Exit section.

       REFUSE-UNBALANCED-FEED section.
           Move WS-DETAIL-COUNT to WS-COUNT-EDIT.
           Move WS-TRAILER-COUNT to WS-COUNT-EDIT-2.
           Move spaces to EXCEPTION-REPORT-LINE.
           String "FEED REFUSED, " delimited by size
               function trim(WS-BALANCE-TEXT) delimited by size
               into EXCEPTION-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move spaces to EXCEPTION-REPORT-LINE.
           String "Details counted: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  trailer count: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               "  nothing applied" delimited by size
               into EXCEPTION-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move spaces to WS-TXN-OUTPUT.
           String "REFUSED " delimited by size
               function trim(WS-BALANCE-TEXT) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

      * Second pass: details in feed order, so an add followed by a
      * change for the same patient lands the way the EHR sent it.
       APPLY-FEED section.
           Open i-o PATIENT-MASTER-FILE.
           If not WS-PATMAST-OK
               Display "Unable to open patient master, status "
                   WS-PATMAST-STATUS
               Close EXCEPTION-REPORT-FILE
               Stop run with error status 1
           end-if.
           Open extend MERGE-REQUEST-FILE.
           If WS-REQUEST-STATUS is equal to "35"
               Open output MERGE-REQUEST-FILE
           end-if.
           If not WS-REQUEST-OK
               Display "Unable to open merge request queue, status "
                   WS-REQUEST-STATUS
               Close PATIENT-MASTER-FILE
               Close EXCEPTION-REPORT-FILE
               Stop run with error status 1
           end-if.
           Move "N" to WS-FEED-EOF.
           Open input FEED-FILE.
           Perform READ-FEED-RECORD.
           Perform with test before until END-OF-FEED
               If AH-RECORD-TYPE is not equal to "H"
                   and AT-RECORD-TYPE is not equal to "T"
                   Perform APPLY-ONE-MESSAGE
               end-if
               Perform READ-FEED-RECORD
           end-perform.
           Close FEED-FILE.
           Close MERGE-REQUEST-FILE.
           Close PATIENT-MASTER-FILE.
           Exit section.

       APPLY-ONE-MESSAGE section.
           Move AD-PATIENT-ID to PM-PATIENT-ID.
           Perform READ-PATIENT-MASTER.
           Evaluate true
               when AD-PATIENT-ID is equal to spaces
                   Move "patient id missing" to WS-EXCEPTION-TEXT
                   Perform WRITE-EXCEPTION-LINE
               when AD-ADD-MESSAGE
                   Perform APPLY-ADD-MESSAGE
               when AD-CHANGE-MESSAGE
                   Perform APPLY-CHANGE-MESSAGE
               when AD-DEACT-MESSAGE
                   Perform APPLY-DEACT-MESSAGE
               when AD-MERGE-MESSAGE
                   Perform APPLY-MERGE-MESSAGE
               when other
                   Move "unknown message type" to WS-EXCEPTION-TEXT
                   Perform WRITE-EXCEPTION-LINE
           end-evaluate.
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

      * An add for an id already held is the EHR re-sending what we
      * have: the same birth date refreshes name and sex and brings
      * a deactivated patient back, a different birth date is two
      * people on one id and goes to the exceptions report.  An id
      * PATMERGE folded away is never revived here.
       APPLY-ADD-MESSAGE section.
           If AD-BIRTH-DATE is not numeric
               or not AD-SEX-VALID
               or AD-PATIENT-NAME is equal to spaces
               Move "add with incomplete demographics"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           If not WS-PATIENT-FOUND
               Move spaces to PATIENT-MASTER-RECORD
               Move AD-PATIENT-ID to PM-PATIENT-ID
               Move AD-PATIENT-NAME to PM-PATIENT-NAME
               Move AD-BIRTH-DATE to PM-BIRTH-DATE
               Move AD-SEX to PM-SEX
               Move "A" to PM-ACTIVE-FLAG
               Write PATIENT-MASTER-RECORD
                   invalid key
                       Move "add could not be written"
                           to WS-EXCEPTION-TEXT
                       Perform WRITE-EXCEPTION-LINE
                   not invalid key
                       Add 1 to WS-ADD-COUNT
               end-write
               Exit section
           end-if.
           If PM-BIRTH-DATE is not equal to AD-BIRTH-DATE
               Move "add for held id, birth date differs"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           If PM-MERGED-TO is not equal to spaces
               Move "add for an id merged away"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           Move AD-PATIENT-NAME to PM-PATIENT-NAME.
           Move AD-SEX to PM-SEX.
           Move "A" to PM-ACTIVE-FLAG.
           Perform REWRITE-PATIENT-MASTER.
           If WS-PATMAST-OK
               Add 1 to WS-REPEAT-COUNT
           end-if.
           Exit section.

      * A change carries only what moved: a blank name, a blank birth
      * date or a blank sex leaves that field as held.
       APPLY-CHANGE-MESSAGE section.
           If not WS-PATIENT-FOUND
               Move "change for an unknown id" to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           If (AD-BIRTH-DATE is not equal to spaces
                   and AD-BIRTH-DATE is not numeric)
               or (AD-SEX is not equal to space
                   and not AD-SEX-VALID)
               Move "change with invalid demographics"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           If AD-PATIENT-NAME is not equal to spaces
               Move AD-PATIENT-NAME to PM-PATIENT-NAME
           end-if.
           If AD-BIRTH-DATE is not equal to spaces
               Move AD-BIRTH-DATE to PM-BIRTH-DATE
           end-if.
           If AD-SEX is not equal to space
               Move AD-SEX to PM-SEX
           end-if.
           Perform REWRITE-PATIENT-MASTER.
           If WS-PATMAST-OK
               Add 1 to WS-CHANGE-COUNT
           end-if.
           Exit section.

       APPLY-DEACT-MESSAGE section.
           If not WS-PATIENT-FOUND
               Move "deactivate for an unknown id"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           Move "I" to PM-ACTIVE-FLAG.
           Perform REWRITE-PATIENT-MASTER.
           If WS-PATMAST-OK
               Add 1 to WS-DEACT-COUNT
           end-if.
           Exit section.

      * The same refusals PATMERGE makes, checked here so they land
      * on the exceptions report with the rest of the feed's
      * conflicts; a merge that passes is queued, not performed.
       APPLY-MERGE-MESSAGE section.
           If not WS-PATIENT-FOUND
               Move "merge from an unknown id" to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           If AD-MERGE-TO is equal to spaces
               or AD-MERGE-TO is equal to AD-PATIENT-ID
               Move "merge with no separate survivor"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           Move AD-MERGE-TO to PM-PATIENT-ID.
           Perform READ-PATIENT-MASTER.
           If not WS-PATIENT-FOUND
               Move "merge onto an unknown survivor"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           If PM-ACTIVE-FLAG is not equal to "A"
               Move "merge onto an inactive survivor"
                   to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
               Exit section
           end-if.
           Move spaces to MERGE-REQUEST-RECORD.
           Move AD-PATIENT-ID to MQ-FROM-ID.
           Move AD-MERGE-TO to MQ-TO-ID.
           Move "ADTLOAD" to MQ-SOURCE.
           Move WS-OPERATOR-ID to MQ-OPERATOR-ID.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:14) to MQ-REQUESTED.
           Write MERGE-REQUEST-RECORD.
           If WS-REQUEST-OK
               Add 1 to WS-MERGE-COUNT
           else
               Move "merge could not be queued" to WS-EXCEPTION-TEXT
               Perform WRITE-EXCEPTION-LINE
           end-if.
           Exit section.

       REWRITE-PATIENT-MASTER section.
           Rewrite PATIENT-MASTER-RECORD
               invalid key
                   Move "master record could not be rewritten"
                       to WS-EXCEPTION-TEXT
                   Perform WRITE-EXCEPTION-LINE
           end-rewrite.
           Exit section.

       WRITE-EXCEPTION-LINE section.
           Add 1 to WS-EXCEPTION-COUNT.
           Move AD-MESSAGE-TYPE to WE-MESSAGE-TYPE.
           Move AD-PATIENT-ID to WE-PATIENT-ID.
           Move AD-MERGE-TO to WE-MERGE-TO.
           Move WS-EXCEPTION-TEXT to WE-REASON.
           Move WS-EXCEPTION-LINE to EXCEPTION-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-HEADING section.
           Move spaces to EXCEPTION-REPORT-LINE.
           String "ADT registration feed dated " delimited by size
               WS-FEED-DATE delimited by size
               " from " delimited by size
               function trim(WS-SOURCE-SYSTEM) delimited by size
               into EXCEPTION-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move "  T  Patient     Merge to    Exception"
               to EXCEPTION-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-TOTALS section.
           Move spaces to EXCEPTION-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move WS-DETAIL-COUNT to WS-COUNT-EDIT.
           Move WS-EXCEPTION-COUNT to WS-COUNT-EDIT-2.
           Move spaces to EXCEPTION-REPORT-LINE.
           String "Messages: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  exceptions: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               into EXCEPTION-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-ADD-COUNT to WS-COUNT-EDIT.
           Move WS-REPEAT-COUNT to WS-COUNT-EDIT-2.
           Move WS-CHANGE-COUNT to WS-COUNT-EDIT-3.
           Move WS-DEACT-COUNT to WS-COUNT-EDIT-4.
           Move WS-MERGE-COUNT to WS-COUNT-EDIT-5.
           Move spaces to EXCEPTION-REPORT-LINE.
           String "Added: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  re-sent: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               "  changed: " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               "  deactivated: " delimited by size
               function trim(WS-COUNT-EDIT-4) delimited by size
               "  merges queued: " delimited by size
               function trim(WS-COUNT-EDIT-5) delimited by size
               into EXCEPTION-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move spaces to WS-TXN-OUTPUT.
           String "add=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " resent=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " chg=" delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               " deact=" delimited by size
               function trim(WS-COUNT-EDIT-4) delimited by size
               " merge=" delimited by size
               function trim(WS-COUNT-EDIT-5) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Exit section.

       WRITE-REPORT-LINE section.
           Write EXCEPTION-REPORT-LINE.
           Display EXCEPTION-REPORT-LINE.
           Exit section.

       BUILD-TXN-INPUT section.
           Move WS-DETAIL-COUNT to WS-COUNT-EDIT-2.
           Move WS-EXCEPTION-COUNT to WS-COUNT-EDIT-3.
           Move spaces to WS-TXN-INPUT.
           String "adt feed=" delimited by size
               WS-FEED-DATE delimited by size
               " msgs=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " excp=" delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               into WS-TXN-INPUT
           end-string.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Perform BUILD-TXN-INPUT.
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
           Move "ADTLOAD"      to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT   to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT  to TX-OUTPUT-SUMMARY.
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

       End program ADTLOAD.
