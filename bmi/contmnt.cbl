000100 Identification division.
       Program-ID.    CONTMNT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Desk maintenance for the
      *                  PATCONT patient contact file (address, phone,
      *                  preferred channel, opt-out flag) that the
      *                  nightly reminder and recall extract reads.
      *                  A contact can only be added for a patient on
      *                  PATMAST, and the channel chosen must have
      *                  the detail it needs -- an address for mail,
      *                  a phone number for SMS -- so the vendor is
      *                  never sent a notice it cannot deliver.
      * 2026-10-15  RLP  The screen asks for the operator's id and
      *                  opens only for one cleared for patient
      *                  records on OPERAUTH.  Every add, update, opt
      *                  out and opt in is journaled to ACCJRNL with
      *                  the contact's values before and after, and
      *                  every contact shown by a list is journaled
      *                  as seen.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select PATIENT-CONTACT-FILE assign to "PATCONT"
               organization is indexed
               access mode is dynamic
               record key is PC-PATIENT-ID
               file status is WS-CONTACT-STATUS.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
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
       FD  PATIENT-CONTACT-FILE.
           COPY PATCONT.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

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
       77  WS-CONTACT-STATUS picture is X(02) value spaces.
           88 WS-CONTACT-OK       value "00".
           88 WS-CONTACT-MISSING  value "35".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK       value "00".
       77  WS-CONTACT-EOF   picture is X(01) value "N".
           88 END-OF-CONTACTS     value "Y".
       77  WS-FOUND-SW      picture is X(01) value "N".
           88 WS-CONTACT-FOUND    value "Y".
       77  WS-PATMAST-OPEN-SW picture is X(01) value "N".
           88 WS-PATMAST-OPEN     value "Y".
       77  WS-LIST-COUNT    usage is binary-long value 0.

       77  WS-ACTION        picture is X(01) value spaces.
           88 WS-ACTION-ADD        value "A" "a".
           88 WS-ACTION-UPDATE     value "U" "u".
           88 WS-ACTION-OPT-OUT    value "O" "o".
           88 WS-ACTION-OPT-IN     value "I" "i".
           88 WS-ACTION-LIST       value "L" "l".
           88 WS-ACTION-EXIT       value "X" "x".

       77  WS-ENTRY-ID      picture is X(10) value spaces.
       77  WS-ENTRY-ADDRESS-1 picture is X(30) value spaces.
       77  WS-ENTRY-ADDRESS-2 picture is X(30) value spaces.
       77  WS-ENTRY-POSTCODE picture is X(10) value spaces.
       77  WS-ENTRY-PHONE   picture is X(15) value spaces.
       77  WS-ENTRY-CHANNEL picture is X(01) value spaces.
           88 WS-CHANNEL-VALID     value "M" "S".
           88 WS-CHANNEL-MAIL      value "M".
           88 WS-CHANNEL-SMS       value "S".
       77  WS-DETAILS-SW    picture is X(01) value "N".
           88 WS-DETAILS-VALID     value "Y".
       77  WS-CONTACT-VALUES picture is X(64) value spaces.

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

      * Every contact shown or changed goes to the ACCJRNL access
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
           Perform OPEN-CONTACT-FILE.
           Open input PATIENT-MASTER-FILE.
           If WS-PATMAST-OK
               Move "Y" to WS-PATMAST-OPEN-SW
           else
               Display "Patient master unavailable, status "
                   WS-PATMAST-STATUS ", contacts cannot be added"
           end-if.
           Perform with test after until WS-ACTION-EXIT
               Display "Action (A=Add, U=Update, O=Opt out, "
                   "I=Opt in, L=List, X=Exit): " with no advancing
               Accept WS-ACTION from console
               Evaluate true
                   when WS-ACTION-ADD
                       perform ADD-CONTACT
                   when WS-ACTION-UPDATE
                       perform UPDATE-CONTACT
                   when WS-ACTION-OPT-OUT
                       perform OPT-OUT-CONTACT
                   when WS-ACTION-OPT-IN
                       perform OPT-IN-CONTACT
                   when WS-ACTION-LIST
                       perform LIST-CONTACTS
                   when WS-ACTION-EXIT
                       continue
                   when other
                       Display "Unknown action, re-enter."
               end-evaluate
           end-perform.
           Close PATIENT-CONTACT-FILE.
           If WS-PATMAST-OPEN
               Close PATIENT-MASTER-FILE
           end-if.
           Stop run.

      * A contact file that is not there yet is created empty, the
      * way PATMAINT starts its master.
       OPEN-CONTACT-FILE section.
           Open i-o PATIENT-CONTACT-FILE.
           If WS-CONTACT-MISSING
               Display "PATCONT not found, starting an empty file."
               Open output PATIENT-CONTACT-FILE
               Close PATIENT-CONTACT-FILE
               Open i-o PATIENT-CONTACT-FILE
           end-if.
           If not WS-CONTACT-OK
               Display "Unable to open contact file, status "
                   WS-CONTACT-STATUS
               Stop run with error status 1
           end-if.
           Exit section.

       FIND-CONTACT section.
           Move "N" to WS-FOUND-SW.
           Move WS-ENTRY-ID to PC-PATIENT-ID.
           Read PATIENT-CONTACT-FILE
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

      * Re-prompted until the preferred channel has what it needs.
       PROMPT-CONTACT-DETAILS section.
           Move "N" to WS-DETAILS-SW.
           Perform with test after until WS-DETAILS-VALID
               Move spaces to WS-ENTRY-ADDRESS-1 WS-ENTRY-ADDRESS-2
                   WS-ENTRY-POSTCODE WS-ENTRY-PHONE
               Display "Address line 1: " with no advancing
               Accept WS-ENTRY-ADDRESS-1 from console
               Display "Address line 2: " with no advancing
               Accept WS-ENTRY-ADDRESS-2 from console
               Display "Postcode: " with no advancing
               Accept WS-ENTRY-POSTCODE from console
               Display "Phone: " with no advancing
               Accept WS-ENTRY-PHONE from console
               Move spaces to WS-ENTRY-CHANNEL
               Perform with test after until WS-CHANNEL-VALID
                   Display "Preferred channel (M=Mail, S=SMS): "
                       with no advancing
                   Accept WS-ENTRY-CHANNEL from console
                   Move function upper-case(WS-ENTRY-CHANNEL)
                       to WS-ENTRY-CHANNEL
                   If not WS-CHANNEL-VALID
                       Display "Channel must be M or S, re-enter."
                   end-if
               end-perform
               Evaluate true
                   when WS-CHANNEL-MAIL
                       and (WS-ENTRY-ADDRESS-1 is equal to spaces
                       or WS-ENTRY-POSTCODE is equal to spaces)
                       Display "Mail needs an address and postcode, "
                           "re-enter."
                   when WS-CHANNEL-SMS
                       and WS-ENTRY-PHONE is equal to spaces
                       Display "SMS needs a phone number, re-enter."
                   when other
                       Move "Y" to WS-DETAILS-SW
               end-evaluate
           end-perform.
           Exit section.

       MOVE-CONTACT-DETAILS section.
           Move WS-ENTRY-ADDRESS-1 to PC-ADDRESS-LINE-1.
           Move WS-ENTRY-ADDRESS-2 to PC-ADDRESS-LINE-2.
           Move WS-ENTRY-POSTCODE to PC-POSTCODE.
           Move WS-ENTRY-PHONE to PC-PHONE.
           Move WS-ENTRY-CHANNEL to PC-CHANNEL.
           Exit section.

       ADD-CONTACT section.
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
           Perform FIND-CONTACT.
           If WS-CONTACT-FOUND
               Display "Patient " function trim(WS-ENTRY-ID)
                   " already has a contact record."
               Exit section
           end-if.
           Display "Patient " function trim(PM-PATIENT-NAME).
           Perform PROMPT-CONTACT-DETAILS.
           Move spaces to PATIENT-CONTACT-RECORD.
           Move WS-ENTRY-ID to PC-PATIENT-ID.
           Perform MOVE-CONTACT-DETAILS.
           Move "N" to PC-OPT-OUT-FLAG.
           Write PATIENT-CONTACT-RECORD
               invalid key
                   Display "Unable to add contact, status "
                       WS-CONTACT-STATUS
               not invalid key
                   Display "Contact for " function trim(WS-ENTRY-ID)
                       " added."
                   Move "ADD" to WS-JRNL-ACTION
                   Perform BUILD-CONTACT-VALUES
                   Move spaces to WS-JRNL-BEFORE
                   Move WS-CONTACT-VALUES to WS-JRNL-AFTER
                   Perform JOURNAL-CONTACT-CHANGE
           end-write.
           Exit section.

      * The opt-out flag and the last recall date are left as they
      * stand; an address change is not consent.
       UPDATE-CONTACT section.
           Perform PROMPT-PATIENT-ID.
           Perform FIND-CONTACT.
           If not WS-CONTACT-FOUND
               Display "Patient " function trim(WS-ENTRY-ID)
                   " has no contact record."
               Exit section
           end-if.
           Display "Now: " function trim(PC-ADDRESS-LINE-1) ", "
               function trim(PC-ADDRESS-LINE-2) " "
               function trim(PC-POSTCODE) "  phone "
               function trim(PC-PHONE) "  channel " PC-CHANNEL.
           Perform BUILD-CONTACT-VALUES.
           Move WS-CONTACT-VALUES to WS-JRNL-BEFORE.
           Perform PROMPT-CONTACT-DETAILS.
           Perform MOVE-CONTACT-DETAILS.
           Move "UPDATE" to WS-JRNL-ACTION.
           Perform REWRITE-CONTACT.
           Exit section.

       OPT-OUT-CONTACT section.
           Perform PROMPT-PATIENT-ID.
           Perform FIND-CONTACT.
           If not WS-CONTACT-FOUND
               Display "Patient " function trim(WS-ENTRY-ID)
                   " has no contact record."
               Exit section
           end-if.
           Perform BUILD-CONTACT-VALUES.
           Move WS-CONTACT-VALUES to WS-JRNL-BEFORE.
           Move "Y" to PC-OPT-OUT-FLAG.
           Move "OPTOUT" to WS-JRNL-ACTION.
           Perform REWRITE-CONTACT.
           Exit section.

       OPT-IN-CONTACT section.
           Perform PROMPT-PATIENT-ID.
           Perform FIND-CONTACT.
           If not WS-CONTACT-FOUND
               Display "Patient " function trim(WS-ENTRY-ID)
                   " has no contact record."
               Exit section
           end-if.
           Perform BUILD-CONTACT-VALUES.
           Move WS-CONTACT-VALUES to WS-JRNL-BEFORE.
           Move "N" to PC-OPT-OUT-FLAG.
           Move "OPTIN" to WS-JRNL-ACTION.
           Perform REWRITE-CONTACT.
           Exit section.

      * The caller has set the journal action and the values before
      * the change.
       REWRITE-CONTACT section.
           Rewrite PATIENT-CONTACT-RECORD
               invalid key
                   Display "Unable to update contact, status "
                       WS-CONTACT-STATUS
                   Move spaces to WS-JRNL-BEFORE
               not invalid key
                   Display "Contact for " function trim(WS-ENTRY-ID)
                       " updated."
                   Perform BUILD-CONTACT-VALUES
                   Move WS-CONTACT-VALUES to WS-JRNL-AFTER
                   Perform JOURNAL-CONTACT-CHANGE
           end-rewrite.
           Exit section.

       LIST-CONTACTS section.
           Display "----- Patient contacts -----".
           Move 0 to WS-LIST-COUNT.
           Move "N" to WS-CONTACT-EOF.
           Move low-values to PC-PATIENT-ID.
           Start PATIENT-CONTACT-FILE key is greater than or equal
                   to PC-PATIENT-ID
               invalid key move "Y" to WS-CONTACT-EOF
           end-start.
           Perform READ-NEXT-CONTACT.
           Perform with test before until END-OF-CONTACTS
               Add 1 to WS-LIST-COUNT
               Display PC-PATIENT-ID space PC-CHANNEL space
                   PC-OPT-OUT-FLAG space PC-PHONE space
                   PC-POSTCODE space PC-LAST-RECALL-DATE
               Move PC-PATIENT-ID to WS-JRNL-PATIENT-ID
               Move "LIST" to WS-JRNL-ACTION
               Move "patient contact list" to WS-JRNL-AFTER
               Perform WRITE-ACCESS-JOURNAL-RECORD
               Perform READ-NEXT-CONTACT
           end-perform.
           Display "Contacts on file: " WS-LIST-COUNT.
           Exit section.

       READ-NEXT-CONTACT section.
           If not END-OF-CONTACTS
               Read PATIENT-CONTACT-FILE next
                   at end move "Y" to WS-CONTACT-EOF
               end-read
           end-if.
           Exit section.

      * The contact's own values in one line, taken before a change
      * and again after it, so a disputed edit shows both sides.
       BUILD-CONTACT-VALUES section.
           Move spaces to WS-CONTACT-VALUES.
           String "ch=" delimited by size
               PC-CHANNEL delimited by size
               " out=" delimited by size
               PC-OPT-OUT-FLAG delimited by size
               " ph=" delimited by size
               function trim(PC-PHONE) delimited by size
               " pc=" delimited by size
               function trim(PC-POSTCODE) delimited by size
               " ad=" delimited by size
               function trim(PC-ADDRESS-LINE-1) delimited by size
               into WS-CONTACT-VALUES
           end-string.
           Exit section.

       JOURNAL-CONTACT-CHANGE section.
           Move PC-PATIENT-ID to WS-JRNL-PATIENT-ID.
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
           Move "CONTMNT"        to TX-PROGRAM-NAME.
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
           Move "CONTMNT"          to AJ-PROGRAM-NAME.
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

       End program CONTMNT.
