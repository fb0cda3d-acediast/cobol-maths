000100 Identification division.
       Program-ID.    ACCDISC.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Disclosure report from the
      *                  ACCJRNL patient-record access journal for a
      *                  keyed date range, either by patient -- every
      *                  view or change of that patient's record, who
      *                  made it, from which screen, with the values
      *                  before and after, and a count per operator
      *                  -- or by operator: every patient that
      *                  operator touched, each access in full, and
      *                  a count per patient with first and last
      *                  times.  The report discloses patient access
      *                  in its own right, so it is run only by an
      *                  operator cleared for patient records on
      *                  OPERAUTH, and each run goes to TXNLOG.
      * 2026-10-15  RLP  Views and changes told apart by the journal
      *                  action, not by whether there were values
      *                  before, so an add or a booking counts as a
      *                  change and prints as after:, not shown:.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select ACCESS-JOURNAL-FILE assign to "ACCJRNL"
               organization is line sequential
               file status is WS-ACCJRNL-STATUS.
           Select DISCLOSURE-REPORT-FILE assign to "ACCDRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
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

002000 Data division.
       File section.
       FD  ACCESS-JOURNAL-FILE.
           COPY ACCJRNL.

       FD  DISCLOSURE-REPORT-FILE.
       01  DISCLOSURE-REPORT-LINE   picture is X(100).

       FD  OPERATOR-AUTH-FILE.
           COPY OPERAUTH.

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-ACCJRNL-STATUS picture is X(02) value spaces.
           88 WS-ACCJRNL-OK        value "00".
           88 WS-ACCJRNL-MISSING   value "35".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK         value "00".
       77  WS-OPERAUTH-STATUS picture is X(02) value spaces.
           88 WS-OPERAUTH-OK       value "00".
       77  WS-OPERAUTH-EOF  picture is X(01) value "N".
           88 END-OF-OPERAUTH      value "Y".
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
       77  WS-EOF-SWITCH    picture is X(01) value "N".
           88 END-OF-JOURNAL       value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-OPERATOR-CHECK picture is X(01) value "U".
           88 WS-OPERATOR-VALID    value "V".
           88 WS-OPERATOR-UNKNOWN  value "U".
           88 WS-OPERATOR-BARRED   value "B".
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

       77  WS-REPORT-MODE   picture is X(01) value spaces.
           88 WS-BY-PATIENT        value "P" "p".
           88 WS-BY-OPERATOR       value "O" "o".
           88 WS-MODE-VALID        value "P" "p" "O" "o".
       77  WS-SUBJECT-ID    picture is X(10) value spaces.
       77  WS-FROM-DATE     picture is X(08) value spaces.
       77  WS-TO-DATE       picture is X(08) value spaces.

       77  WS-READ-COUNT    usage is binary-long value 0.
       77  WS-SELECT-COUNT  usage is binary-long value 0.
       77  WS-CHANGE-COUNT  usage is binary-long value 0.

      * By patient, one entry per operator who touched the record;
      * by operator, one per patient the operator touched.
       77  WS-SUM-MAX       usage is binary-long value 2000.
       77  WS-SUM-COUNT     usage is binary-long value 0.
       77  WS-SUM-IX        usage is binary-long value 0.
       77  WS-SUM-FOUND-IX  usage is binary-long value 0.
       77  WS-SUM-DROPPED   usage is binary-long value 0.
       77  WS-SUM-KEY       picture is X(10) value spaces.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY occurs 2000 times.
               10  WS-SUM-ID        picture is X(10).
               10  WS-SUM-ACCESSES  usage is binary-long.
               10  WS-SUM-CHANGES   usage is binary-long.
               10  WS-SUM-FIRST     picture is X(14).
               10  WS-SUM-LAST      picture is X(14).

       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.

       01  WS-DETAIL-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WD-DATE              picture is X(08).
           05  FILLER               picture is X(01) value spaces.
           05  WD-TIME              picture is X(06).
           05  FILLER               picture is X(02) value spaces.
           05  WD-OPERATOR-ID       picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WD-PROGRAM-NAME      picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WD-PATIENT-ID        picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WD-ACTION            picture is X(08).
           05  FILLER               picture is X(02) value spaces.
           05  WD-SEQUENCE          picture is X(09).

       01  WS-SUMMARY-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WU-ID                picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WU-ACCESSES          picture is Z(6)9.
           05  FILLER               picture is X(02) value spaces.
           05  WU-CHANGES           picture is Z(6)9.
           05  FILLER               picture is X(02) value spaces.
           05  WU-FIRST             picture is X(14).
           05  FILLER               picture is X(02) value spaces.
           05  WU-LAST              picture is X(14).

003000 Procedure division.
       MAIN section.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           Perform VERIFY-OPERATOR-AUTH.
           Perform with test after until WS-MODE-VALID
               Display "Report by (P=Patient, O=Operator): "
                   with no advancing
               Accept WS-REPORT-MODE from console
               If not WS-MODE-VALID
                   Display "Enter P or O, re-enter."
               end-if
           end-perform.
           Perform with test after
                   until WS-SUBJECT-ID is not equal to spaces
               If WS-BY-PATIENT
                   Display "Patient id: " with no advancing
               else
                   Display "Operator id to report on: "
                       with no advancing
               end-if
               Accept WS-SUBJECT-ID from console
           end-perform.
           Display "From date (YYYYMMDD, blank = first on file): "
               with no advancing.
           Accept WS-FROM-DATE from console.
           If WS-FROM-DATE is equal to spaces
               Move "00000000" to WS-FROM-DATE
           end-if.
           Display "To date (YYYYMMDD, blank = today): "
               with no advancing.
           Accept WS-TO-DATE from console.
           If WS-TO-DATE is equal to spaces
               Move function current-date to WS-TIMESTAMP
               Move WS-TIMESTAMP(1:8) to WS-TO-DATE
           end-if.
           Open output DISCLOSURE-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Perform WRITE-REPORT-HEADING.
           Open input ACCESS-JOURNAL-FILE.
           If WS-ACCJRNL-MISSING
               Move "Y" to WS-EOF-SWITCH
           else
               If not WS-ACCJRNL-OK
                   Display "Unable to open access journal, status "
                       WS-ACCJRNL-STATUS
                   Stop run with error status 1
               end-if
               Perform READ-JOURNAL-RECORD
           end-if.
           Perform with test before until END-OF-JOURNAL
               Add 1 to WS-READ-COUNT
               If AJ-TIMESTAMP(1:8) is not less than WS-FROM-DATE
                   and AJ-TIMESTAMP(1:8) is not greater than
                       WS-TO-DATE
                   Perform SELECT-JOURNAL-RECORD
               end-if
               Perform READ-JOURNAL-RECORD
           end-perform.
           If not WS-ACCJRNL-MISSING
               Close ACCESS-JOURNAL-FILE
           end-if.
           Perform WRITE-REPORT-SUMMARY.
           Close DISCLOSURE-REPORT-FILE.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Stop run.

       READ-JOURNAL-RECORD section.
           Read ACCESS-JOURNAL-FILE
               at end move "Y" to WS-EOF-SWITCH
           end-read.
           Exit section.

       SELECT-JOURNAL-RECORD section.
           If WS-BY-PATIENT
               If AJ-PATIENT-ID is not equal to WS-SUBJECT-ID
                   Exit section
               end-if
               Move AJ-OPERATOR-ID to WS-SUM-KEY
           else
               If AJ-OPERATOR-ID is not equal to WS-SUBJECT-ID
                   Exit section
               end-if
               Move AJ-PATIENT-ID to WS-SUM-KEY
           end-if.
           Add 1 to WS-SELECT-COUNT.
           If not AJ-READ-ONLY
               Add 1 to WS-CHANGE-COUNT
           end-if.
           Perform WRITE-ACCESS-DETAIL.
           Perform TALLY-SUMMARY-ENTRY.
           Exit section.

      * An access in full: when, who, where, whom and what, then the
      * values before and after on their own lines when there are
      * any.
       WRITE-ACCESS-DETAIL section.
           Move AJ-TIMESTAMP(1:8) to WD-DATE.
           Move AJ-TIMESTAMP(9:6) to WD-TIME.
           Move AJ-OPERATOR-ID to WD-OPERATOR-ID.
           Move AJ-PROGRAM-NAME to WD-PROGRAM-NAME.
           Move AJ-PATIENT-ID to WD-PATIENT-ID.
           Move AJ-ACTION to WD-ACTION.
           Move AJ-SEQUENCE to WD-SEQUENCE.
           Move WS-DETAIL-LINE to DISCLOSURE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           If AJ-BEFORE-VALUES is not equal to spaces
               String "      before: " delimited by size
                   AJ-BEFORE-VALUES delimited by size
                   into DISCLOSURE-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           If AJ-AFTER-VALUES is not equal to spaces
               If AJ-READ-ONLY
                   String "      shown:  " delimited by size
                       AJ-AFTER-VALUES delimited by size
                       into DISCLOSURE-REPORT-LINE
                   end-string
               else
                   String "      after:  " delimited by size
                       AJ-AFTER-VALUES delimited by size
                       into DISCLOSURE-REPORT-LINE
                   end-string
               end-if
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

       TALLY-SUMMARY-ENTRY section.
           Move 0 to WS-SUM-FOUND-IX.
           Perform varying WS-SUM-IX from 1 by 1
                   until WS-SUM-IX is greater than WS-SUM-COUNT
                   or WS-SUM-FOUND-IX is greater than 0
               If WS-SUM-ID(WS-SUM-IX) is equal to WS-SUM-KEY
                   Move WS-SUM-IX to WS-SUM-FOUND-IX
               end-if
           end-perform.
           If WS-SUM-FOUND-IX is equal to 0
               If WS-SUM-COUNT is not less than WS-SUM-MAX
                   Add 1 to WS-SUM-DROPPED
                   Exit section
               end-if
               Add 1 to WS-SUM-COUNT
               Move WS-SUM-COUNT to WS-SUM-FOUND-IX
               Move WS-SUM-KEY to WS-SUM-ID(WS-SUM-FOUND-IX)
               Move 0 to WS-SUM-ACCESSES(WS-SUM-FOUND-IX)
               Move 0 to WS-SUM-CHANGES(WS-SUM-FOUND-IX)
               Move AJ-TIMESTAMP(1:14) to
                   WS-SUM-FIRST(WS-SUM-FOUND-IX)
           end-if.
           Add 1 to WS-SUM-ACCESSES(WS-SUM-FOUND-IX).
           If not AJ-READ-ONLY
               Add 1 to WS-SUM-CHANGES(WS-SUM-FOUND-IX)
           end-if.
           Move AJ-TIMESTAMP(1:14) to WS-SUM-LAST(WS-SUM-FOUND-IX).
           Exit section.

       WRITE-REPORT-HEADING section.
           Move spaces to DISCLOSURE-REPORT-LINE.
           If WS-BY-PATIENT
               String "----- Access disclosure for patient "
                       delimited by size
                   function trim(WS-SUBJECT-ID) delimited by size
                   ", " delimited by size
                   WS-FROM-DATE delimited by size
                   " to " delimited by size
                   WS-TO-DATE delimited by size
                   " -----" delimited by size
                   into DISCLOSURE-REPORT-LINE
               end-string
           else
               String "----- Patients accessed by operator "
                       delimited by size
                   function trim(WS-SUBJECT-ID) delimited by size
                   ", " delimited by size
                   WS-FROM-DATE delimited by size
                   " to " delimited by size
                   WS-TO-DATE delimited by size
                   " -----" delimited by size
                   into DISCLOSURE-REPORT-LINE
               end-string
           end-if.
           Perform WRITE-REPORT-LINE.
           String "  Date     Time    Operator    Program     "
                   delimited by size
               "Patient     Action    Sequence" delimited by size
               into DISCLOSURE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-SUMMARY section.
           If WS-SELECT-COUNT is equal to 0
               Move "  (no access on file in the range)" to
                   DISCLOSURE-REPORT-LINE
               Perform WRITE-REPORT-LINE
           end-if.
           Perform WRITE-REPORT-LINE.
           If WS-BY-PATIENT
               Move "Operators (accesses, changes, first, last):"
                   to DISCLOSURE-REPORT-LINE
           else
               Move "Patients touched (accesses, changes, first, last):"
                   to DISCLOSURE-REPORT-LINE
           end-if.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-SUM-IX from 1 by 1
                   until WS-SUM-IX is greater than WS-SUM-COUNT
               Move WS-SUM-ID(WS-SUM-IX) to WU-ID
               Move WS-SUM-ACCESSES(WS-SUM-IX) to WU-ACCESSES
               Move WS-SUM-CHANGES(WS-SUM-IX) to WU-CHANGES
               Move WS-SUM-FIRST(WS-SUM-IX) to WU-FIRST
               Move WS-SUM-LAST(WS-SUM-IX) to WU-LAST
               Move WS-SUMMARY-LINE to DISCLOSURE-REPORT-LINE
               Perform WRITE-REPORT-LINE
           end-perform.
           If WS-SUM-DROPPED is greater than 0
               Move WS-SUM-DROPPED to WS-COUNT-EDIT
               String "  (summary table full, " delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " access(es) detailed above but not counted)"
                       delimited by size
                   into DISCLOSURE-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Move WS-SELECT-COUNT to WS-COUNT-EDIT.
           Move WS-CHANGE-COUNT to WS-COUNT-EDIT-2.
           Move WS-READ-COUNT to WS-COUNT-EDIT-3.
           String "Accesses: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  of which changes: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               "  journal lines read: " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               into DISCLOSURE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-LINE section.
           Write DISCLOSURE-REPORT-LINE.
           Display DISCLOSURE-REPORT-LINE(1:79).
           Move spaces to DISCLOSURE-REPORT-LINE.
           Exit section.

      * The report is itself a disclosure, so it is held to the same
      * patient-record clearance as the screens it reports on.
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
               Perform WRITE-TXN-LOG-LINE
               Stop run with error status 1
           end-if.
           Exit section.

       READ-OPERAUTH-RECORD section.
           Read OPERATOR-AUTH-FILE
               at end move "Y" to WS-OPERAUTH-EOF
           end-read.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Move spaces to WS-TXN-INPUT.
           If WS-BY-PATIENT
               String "disclose patient=" delimited by size
                   WS-SUBJECT-ID delimited by space
                   " from=" delimited by size
                   WS-FROM-DATE delimited by size
                   " to=" delimited by size
                   WS-TO-DATE delimited by size
                   into WS-TXN-INPUT
               end-string
           else
               String "disclose operator=" delimited by size
                   WS-SUBJECT-ID delimited by space
                   " from=" delimited by size
                   WS-FROM-DATE delimited by size
                   " to=" delimited by size
                   WS-TO-DATE delimited by size
                   into WS-TXN-INPUT
               end-string
           end-if.
           Move WS-SELECT-COUNT to WS-COUNT-EDIT.
           Move WS-SUM-COUNT to WS-COUNT-EDIT-2.
           Move spaces to WS-TXN-OUTPUT.
           String "accesses=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " distinct=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-TXN-LOG-LINE.
           Exit section.

       WRITE-TXN-LOG-LINE section.
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
           Move "ACCDISC"        to TX-PROGRAM-NAME.
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

       End program ACCDISC.
