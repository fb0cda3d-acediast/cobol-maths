      *                  master is rebuilt from scratch each time and
      *                  duplicate audit lines are counted and
      *                  dropped.
      * 2026-10-15  RLP  VISCORR correction and void entries are
      *                  replayed in trail order: a correction
      *                  rewrites its visit with the corrected
      *                  values and a void deletes it, so a rebuild
      *                  lands on the same master VISCORR left.
      * 2026-10-15  RLP  The visit's site code is carried from the
      *                  audit line to the master; a line with no
      *                  site loads blank, read as the original site.
      * 2026-10-15  RLP  The pharmacy dosing values BMI-CALCULATOR
      *                  stores on a visit are not on the audit
      *                  trail, so a rebuilt visit has them blank, as
      *                  a visit from before they existed does.

001000 Environment division.
       Configuration section.
       77  WS-READ-COUNT    usage is binary-long value 0.
       77  WS-LOAD-COUNT    usage is binary-long value 0.
       77  WS-DUP-COUNT     usage is binary-long value 0.
       77  WS-CORRECTED-COUNT usage is binary-long value 0.
       77  WS-VOIDED-COUNT  usage is binary-long value 0.
       77  WS-UNMATCHED-COUNT usage is binary-long value 0.

003000 Procedure division.
       MAIN section.
                   WS-AUDIT-STATUS
               Stop run with error status 1
           end-if.
      * Emptied by an output open, then reopened i-o so a correction
      * or void entry can rewrite or delete what the trail loaded.
           Open output VISIT-MASTER-FILE.
           If WS-VISIT-OK
               Close VISIT-MASTER-FILE
               Open i-o VISIT-MASTER-FILE
           end-if.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
           Display "Audit records read:   " WS-READ-COUNT.
           Display "Visit records loaded: " WS-LOAD-COUNT.
           Display "Duplicates dropped:   " WS-DUP-COUNT.
           Display "Corrections applied:  " WS-CORRECTED-COUNT.
           Display "Voids applied:        " WS-VOIDED-COUNT.
           Display "Unmatched amendments: " WS-UNMATCHED-COUNT.
           Stop run.

       READ-AUDIT-RECORD section.
           Move AR-HEIGHT     to VM-HEIGHT.
           Move AR-BMI        to VM-BMI.
           Move AR-CATEGORY   to VM-CATEGORY.
           Move AR-SITE-CODE  to VM-SITE-CODE.
           Move spaces        to VM-DOSING-VALUES.
           Evaluate true
               when AR-CORRECTION-ENTRY
                   Perform APPLY-CORRECTION-ENTRY
               when AR-VOID-ENTRY
                   Perform APPLY-VOID-ENTRY
               when other
                   Write VISIT-MASTER-RECORD
                       invalid key
                           Add 1 to WS-DUP-COUNT
                       not invalid key
                           Add 1 to WS-LOAD-COUNT
                   end-write
           end-evaluate.
           Exit section.

      * A correction entry always follows the visit it amends in the
      * trail, so by the time it is read the visit is on the master
      * to be rewritten; one with nothing to amend is counted.
       APPLY-CORRECTION-ENTRY section.
           Rewrite VISIT-MASTER-RECORD
               invalid key
                   Add 1 to WS-UNMATCHED-COUNT
               not invalid key
                   Add 1 to WS-CORRECTED-COUNT
           end-rewrite.
           Exit section.

       APPLY-VOID-ENTRY section.
           Delete VISIT-MASTER-FILE
               invalid key
                   Add 1 to WS-UNMATCHED-COUNT
               not invalid key
                   Add 1 to WS-VOIDED-COUNT
           end-delete.
           Exit section.

       End program BMIHLOAD.
