      *                  authorization, from what to what -- since an
      *                  authorization change is exactly the kind of
      *                  event the auditors ask about.
      * 2026-10-15  RLP  C flag added for VISCORR visit corrections.
      * 2026-10-15  RLP  S flag added for the APPTMNT supervisor
      *                  override of a full or closed session.
      * 2026-10-15  RLP  P flag added for the patient-record screens
      *                  (BMIINQ, PATMAINT, APPTMNT, REJRWORK,
      *                  SUSPREV).
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

002000 Data division.
       File section.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-OPERAUTH-STATUS picture is X(02) value spaces.
           88 WS-OPERAUTH-OK      value "00".
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
       77  WS-EOF-SWITCH    picture is X(01) value "N".
           88 END-OF-AUTH-FILE    value "Y".
               10  WS-OPR-LATZ      picture is X(01).
               10  WS-OPR-EULER     picture is X(01).
               10  WS-OPR-NIGHT     picture is X(01).
               10  WS-OPR-CORR      picture is X(01).
               10  WS-OPR-SUPV      picture is X(01).
               10  WS-OPR-PAT       picture is X(01).

       77  WS-ACTION        picture is X(01) value spaces.
           88 WS-ACTION-ADD       value "A" "a".
           88 WS-FLAG-LATZ         value "L" "l".
           88 WS-FLAG-EULER        value "E" "e".
           88 WS-FLAG-NIGHT        value "N" "n".
           88 WS-FLAG-CORR         value "C" "c".
           88 WS-FLAG-SUPV         value "S" "s".
           88 WS-FLAG-PAT          value "P" "p".
           88 WS-FLAG-KNOWN        value "B" "b" "L" "l"
                                         "E" "e" "N" "n"
                                         "C" "c" "S" "s"
                                         "P" "p".
       77  WS-FLAG-NAME     picture is X(05) value spaces.
       77  WS-OLD-SETTING   picture is X(01) value spaces.
       77  WS-NEW-SETTING   picture is X(01) value spaces.
                       WS-OPR-EULER(WS-OPER-COUNT)
                   Move OA-NIGHT-FLAG to
                       WS-OPR-NIGHT(WS-OPER-COUNT)
                   Move OA-CORR-FLAG to
                       WS-OPR-CORR(WS-OPER-COUNT)
                   Move OA-SUPV-FLAG to
                       WS-OPR-SUPV(WS-OPER-COUNT)
                   Move OA-PAT-FLAG to
                       WS-OPR-PAT(WS-OPER-COUNT)
               else
                   Move "Y" to WS-OVERFLOW-SW
                   Display "Operator table full, record "
               Move WS-OPR-LATZ(WS-OPER-IX) to OA-LATZ-FLAG
               Move WS-OPR-EULER(WS-OPER-IX) to OA-EULER-FLAG
               Move WS-OPR-NIGHT(WS-OPER-IX) to OA-NIGHT-FLAG
               Move WS-OPR-CORR(WS-OPER-IX) to OA-CORR-FLAG
               Move WS-OPR-SUPV(WS-OPER-IX) to OA-SUPV-FLAG
               Move WS-OPR-PAT(WS-OPER-IX) to OA-PAT-FLAG
               Write OPERATOR-AUTH-RECORD
           end-perform.
           Close OPERATOR-AUTH-FILE.
           Move spaces to WS-FLAG-CODE.
           Perform with test after until WS-FLAG-KNOWN
               Display "Flag (B=BMI, L=Collatz, E=Euler, "
                   "N=Nightly window, C=Visit correction, "
                   "S=Booking supervisor, P=Patient records): "
                   with no advancing
               Accept WS-FLAG-CODE from console
               If not WS-FLAG-KNOWN
                   Display "Flag must be B, L, E, N, C, S or P, "
                       "re-enter."
               end-if
           end-perform.
           Evaluate true
                   Move "LATZ" to WS-FLAG-NAME
               when WS-FLAG-EULER
                   Move "EULER" to WS-FLAG-NAME
               when WS-FLAG-CORR
                   Move "CORR" to WS-FLAG-NAME
               when WS-FLAG-SUPV
                   Move "SUPV" to WS-FLAG-NAME
               when WS-FLAG-PAT
                   Move "PAT" to WS-FLAG-NAME
               when other
                   Move "NIGHT" to WS-FLAG-NAME
           end-evaluate.
           Move "N" to WS-OPR-LATZ(WS-OPER-COUNT).
           Move "N" to WS-OPR-EULER(WS-OPER-COUNT).
           Move "N" to WS-OPR-NIGHT(WS-OPER-COUNT).
           Move "N" to WS-OPR-CORR(WS-OPER-COUNT).
           Move "N" to WS-OPR-SUPV(WS-OPER-COUNT).
           Move "N" to WS-OPR-PAT(WS-OPER-COUNT).
           Perform SAVE-OPERATOR-TABLE.
           Move spaces to WS-TXN-INPUT.
           String "op=" delimited by size
                       WS-OLD-SETTING
                   Move WS-NEW-SETTING to
                       WS-OPR-EULER(WS-FOUND-IX)
               when WS-FLAG-CORR
                   Move WS-OPR-CORR(WS-FOUND-IX) to
                       WS-OLD-SETTING
                   Move WS-NEW-SETTING to
                       WS-OPR-CORR(WS-FOUND-IX)
               when WS-FLAG-SUPV
                   Move WS-OPR-SUPV(WS-FOUND-IX) to
                       WS-OLD-SETTING
                   Move WS-NEW-SETTING to
                       WS-OPR-SUPV(WS-FOUND-IX)
               when WS-FLAG-PAT
                   Move WS-OPR-PAT(WS-FOUND-IX) to
                       WS-OLD-SETTING
                   Move WS-NEW-SETTING to
                       WS-OPR-PAT(WS-FOUND-IX)
               when other
                   Move WS-OPR-NIGHT(WS-FOUND-IX) to
                       WS-OLD-SETTING
               WS-OPR-EULER(WS-FOUND-IX) delimited by size
               " N=" delimited by size
               WS-OPR-NIGHT(WS-FOUND-IX) delimited by size
               " C=" delimited by size
               WS-OPR-CORR(WS-FOUND-IX) delimited by size
               " S=" delimited by size
               WS-OPR-SUPV(WS-FOUND-IX) delimited by size
               " P=" delimited by size
               WS-OPR-PAT(WS-FOUND-IX) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform varying WS-OPER-IX from WS-FOUND-IX by 1

       LIST-OPERATORS section.
           Display "----- Operator file -----".
           Display "Operator   BMI LATZ EULER NIGHT CORR SUPV PAT".
           Perform varying WS-OPER-IX from 1 by 1
                   until WS-OPER-IX is greater than WS-OPER-COUNT
               Display WS-OPR-ID(WS-OPER-IX) space
                   WS-OPR-BMI(WS-OPER-IX) "   "
                   WS-OPR-LATZ(WS-OPER-IX) "    "
                   WS-OPR-EULER(WS-OPER-IX) "     "
                   WS-OPR-NIGHT(WS-OPER-IX) "     "
                   WS-OPR-CORR(WS-OPER-IX) "    "
                   WS-OPR-SUPV(WS-OPER-IX) "    "
                   WS-OPR-PAT(WS-OPER-IX)
           end-perform.
           Display "Operators on file: " WS-OPER-COUNT.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
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

       End program OPRMAINT.
