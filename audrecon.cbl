      *                  either side are reported -- the gaps a failed
      *                  log-file open leaves behind are exactly what
      *                  this report exists to catch.
      * 2026-10-15  RLP  VISCORR correction and void entries in
      *                  BMIHIST are left out of the BMI match; they
      *                  are logged under VISCORR, not BMI-CALCULATOR.

001000 Environment division.
       Configuration section.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               If AR-TIMESTAMP(1:8) is equal to WS-RECON-DATE
                   and AR-VISIT-ENTRY
                   Add 1 to WS-HIST-TOTAL
                   Move AR-PATIENT-ID to WS-PAT-LOOKUP-ID
                   Perform FIND-PATIENT-ENTRY
