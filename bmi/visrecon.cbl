      *                  and a second pass lists master records with
      *                  no audit line behind them.  Mode R reports
      *                  only; mode F repairs.
      * 2026-10-15  RLP  VISCORR amendments are honoured: a visit
      *                  line with a later correction or void behind
      *                  it is counted as superseded instead of
      *                  compared, the last correction is what the
      *                  master must hold, and a voided visit must
      *                  be off the master (repair mode deletes one
      *                  that is still there).
      * 2026-10-15  RLP  A repaired visit gets the audit line's site
      *                  code along with its values.
      * 2026-10-15  RLP  A repaired visit's pharmacy dosing values
      *                  are left blank; the audit line does not
      *                  carry them.

001000 Environment division.
       Configuration section.
           05  WS-AUDIT-KEY picture is X(36) occurs 5000 times.
       77  WS-THIS-KEY      picture is X(36) value spaces.

      * Visits VISCORR has amended, found by a first read of the
      * trail: how many correction/void entries each has, and how
      * many pass one has met so far, so only the last one counts.
       77  WS-ADJ-MAX       usage is binary-long value 500.
       77  WS-ADJ-COUNT     usage is binary-long value 0.
       77  WS-ADJ-IX        usage is binary-long value 0.
       77  WS-ADJ-FOUND-IX  usage is binary-long value 0.
       01  WS-ADJUSTMENT-TABLE.
           05  WS-ADJ-ENTRY occurs 500 times.
               10  WS-ADJ-KEY       picture is X(36).
               10  WS-ADJ-TOTAL     usage is binary-long.
               10  WS-ADJ-SEEN      usage is binary-long.
       77  WS-LINE-CURRENT-SW picture is X(01) value "Y".
           88 WS-LINE-CURRENT     value "Y".

       77  WS-AUDIT-COUNT   usage is binary-long value 0.
       77  WS-MATCHED-COUNT usage is binary-long value 0.
       77  WS-MISSING-COUNT usage is binary-long value 0.
       77  WS-VALUE-DIFF-COUNT usage is binary-long value 0.
       77  WS-ORPHAN-COUNT  usage is binary-long value 0.
       77  WS-MASTER-COUNT  usage is binary-long value 0.
       77  WS-SUPERSEDED-COUNT usage is binary-long value 0.
       77  WS-VOID-LEFT-COUNT usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.

               Display "Mode must be R or F."
               Stop run with error status 1
           end-if.
           Perform LOAD-AMENDED-VISITS.
           Open input AUDIT-FILE.
           If not WS-AUDIT-OK
               Display "Unable to open audit file, status "
           Perform with test before until END-OF-AUDIT
               Add 1 to WS-AUDIT-COUNT
               Perform REMEMBER-AUDIT-KEY
               Perform CLASSIFY-AUDIT-LINE
               Evaluate true
                   when not WS-LINE-CURRENT
                       Add 1 to WS-SUPERSEDED-COUNT
                   when AR-VOID-ENTRY
                       Perform CHECK-VOIDED-VISIT
                   when other
                       Perform CHECK-ONE-AUDIT-RECORD
               end-evaluate
               Perform READ-AUDIT-RECORD
           end-perform.
           Exit section.

       LOAD-AMENDED-VISITS section.
           Move 0 to WS-ADJ-COUNT.
           Move "N" to WS-AUDIT-EOF.
           Open input AUDIT-FILE.
           If not WS-AUDIT-OK
               Exit section
           end-if.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               If not AR-VISIT-ENTRY
                   Perform FIND-AMENDED-VISIT
                   Evaluate true
                       when WS-ADJ-FOUND-IX is greater than 0
                           Add 1 to WS-ADJ-TOTAL(WS-ADJ-FOUND-IX)
                       when WS-ADJ-COUNT is less than WS-ADJ-MAX
                           Add 1 to WS-ADJ-COUNT
                           Move WS-THIS-KEY to
                               WS-ADJ-KEY(WS-ADJ-COUNT)
                           Move 1 to WS-ADJ-TOTAL(WS-ADJ-COUNT)
                           Move 0 to WS-ADJ-SEEN(WS-ADJ-COUNT)
                       when other
                           Display "Amended-visit table full, an "
                               "amendment is compared as a visit"
                   end-evaluate
               end-if
               Perform READ-AUDIT-RECORD
           end-perform.
           Close AUDIT-FILE.
           Move "N" to WS-AUDIT-EOF.
           Exit section.

       FIND-AMENDED-VISIT section.
           Move spaces to WS-THIS-KEY.
           String AR-PATIENT-ID delimited by size
               AR-TIMESTAMP delimited by size
               into WS-THIS-KEY
           end-string.
           Move 0 to WS-ADJ-FOUND-IX.
           Perform varying WS-ADJ-IX from 1 by 1
                   until WS-ADJ-IX is greater than WS-ADJ-COUNT
                   or WS-ADJ-FOUND-IX is greater than 0
               If WS-ADJ-KEY(WS-ADJ-IX) is equal to WS-THIS-KEY
                   Move WS-ADJ-IX to WS-ADJ-FOUND-IX
               end-if
           end-perform.
           Exit section.

      * A line governs its visit unless something later in the trail
      * amends it: an original visit with any amendment behind it is
      * superseded, and so is every amendment but the last.
       CLASSIFY-AUDIT-LINE section.
           Move "Y" to WS-LINE-CURRENT-SW.
           Perform FIND-AMENDED-VISIT.
           If WS-ADJ-FOUND-IX is equal to 0
               Exit section
           end-if.
           If AR-VISIT-ENTRY
               Move "N" to WS-LINE-CURRENT-SW
               Exit section
           end-if.
           Add 1 to WS-ADJ-SEEN(WS-ADJ-FOUND-IX).
           If WS-ADJ-SEEN(WS-ADJ-FOUND-IX) is less than
                   WS-ADJ-TOTAL(WS-ADJ-FOUND-IX)
               Move "N" to WS-LINE-CURRENT-SW
           end-if.
           Exit section.

       CHECK-VOIDED-VISIT section.
           Move AR-PATIENT-ID to VM-PATIENT-ID.
           Move AR-TIMESTAMP to VM-TIMESTAMP.
           Read VISIT-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   Add 1 to WS-VOID-LEFT-COUNT
                   Move spaces to RECON-REPORT-LINE
                   String "  voided, on master:   " delimited by size
                       AR-PATIENT-ID delimited by size
                       " " delimited by size
                       AR-TIMESTAMP(1:14) delimited by size
                       into RECON-REPORT-LINE
                   end-string
                   Perform WRITE-REPORT-LINE
                   If WS-REPAIR-MODE
                       Delete VISIT-MASTER-FILE
                           invalid key
                               Display "Repair delete failed, "
                                   "status " WS-VISIT-STATUS
                           not invalid key
                               Add 1 to WS-REPAIRED-COUNT
                       end-delete
                   end-if
           end-read.
           Exit section.

       READ-AUDIT-RECORD section.
           Read AUDIT-FILE
               at end move "Y" to WS-AUDIT-EOF
           Move AR-HEIGHT     to VM-HEIGHT.
           Move AR-BMI        to VM-BMI.
           Move AR-CATEGORY   to VM-CATEGORY.
           Move AR-SITE-CODE  to VM-SITE-CODE.
           Move spaces        to VM-DOSING-VALUES.
           Write VISIT-MASTER-RECORD
               invalid key
                   Display "Repair write failed, status "
               into RECON-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-SUPERSEDED-COUNT to WS-COUNT-EDIT.
           Move WS-VOID-LEFT-COUNT to WS-COUNT-EDIT-2.
           Move spaces to RECON-REPORT-LINE.
           String "Superseded by amendment: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  voided still on master: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               into RECON-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           If WS-REPAIR-MODE
               Move WS-REPAIRED-COUNT to WS-COUNT-EDIT
               Move spaces to RECON-REPORT-LINE
