      *                  disagreement flagged and excluded from the
      *                  verified run.  "How many verified digits of
      *                  pi do we actually have" is now one file.
      * 2026-10-15  RLP  The master layout moved to the shared EULRMST
      *                  copybook, which now carries EULRVRFY's
      *                  independent-confirmation stamp.  A rebuilt
      *                  master keeps the stamp only as far as its
      *                  digits are unchanged from the master it
      *                  replaces; a disagreement hold is kept while
      *                  the digits through the disagreeing place are
      *                  unchanged and lifted, pending a fresh
      *                  verification, once they are rebuilt.

001000 Environment division.
       Configuration section.
           COPY EULRLOG.

       FD  MASTER-FILE.
           COPY EULRMST.

       FD  CONS-REPORT-FILE.
       01  CONS-REPORT-LINE         picture is X(80).
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.

      * The confirmation stamp off the master being replaced.
       77  WS-OLD-DIGITS    picture is X(4000) value spaces.
       77  WS-OLD-CONFIRMED usage is binary-long value 0.
       77  WS-OLD-DISAGREE  usage is binary-long value 0.
       77  WS-OLD-CONFIRMED-AT picture is X(14) value spaces.
       77  WS-KEEP-CONFIRMED usage is binary-long value 0.
       77  WS-HOLD-LIFTED-SW picture is X(01) value "N".
           88 WS-HOLD-LIFTED       value "Y".

003000 Procedure division.
       MAIN section.
           Open output CONS-REPORT-FILE.
           Move 0 to WS-USED-COUNT.
           Move 0 to WS-FAILED-COUNT.
           Move 0 to WS-DISPUTE-COUNT.
           Move "N" to WS-HOLD-LIFTED-SW.
           Move "N" to WS-LEDGER-EOF.
           Open input LEDGER-FILE.
           If not WS-LEDGER-OK
               WS-THIS-CONST delimited by size
               into WS-MASTER-NAME
           end-string.
           Perform READ-PRIOR-CONFIRMATION.
           Open output MASTER-FILE.
           If not WS-MASTER-OK
               Move spaces to CONS-REPORT-LINE
               Move spaces to
                   MD-DIGITS(WS-CONTIG-COUNT + 1:)
           end-if.
           Perform CARRY-FORWARD-CONFIRMATION.
           Write MASTER-RECORD.
           Close MASTER-FILE.
           Exit section.

      * No prior master, or one written before the stamp existed,
      * leaves nothing to carry forward.
       READ-PRIOR-CONFIRMATION section.
           Move spaces to WS-OLD-DIGITS.
           Move 0 to WS-OLD-CONFIRMED.
           Move 0 to WS-OLD-DISAGREE.
           Move spaces to WS-OLD-CONFIRMED-AT.
           Open input MASTER-FILE.
           If not WS-MASTER-OK
               Exit section
           end-if.
           Read MASTER-FILE
               at end continue
               not at end
                   Move MD-DIGITS to WS-OLD-DIGITS
                   Compute WS-OLD-CONFIRMED =
                       function numval(MD-CONFIRMED-COUNT)
                   end-compute
                   Compute WS-OLD-DISAGREE =
                       function numval(MD-DISAGREE-PLACE)
                   end-compute
                   Move MD-CONFIRMED-AT to WS-OLD-CONFIRMED-AT
           end-read.
           Close MASTER-FILE.
           Exit section.

      * Confirmed places and a disagreement hold both describe the
      * digits that were verified, so each survives the rebuild only
      * while those digits are unchanged; confirmation is kept no
      * further than the new master reaches.
       CARRY-FORWARD-CONFIRMATION section.
           Move 0 to MD-CONFIRMED-COUNT.
           Move 0 to MD-DISAGREE-PLACE.
           Move spaces to MD-CONFIRMED-AT.
           Move WS-OLD-CONFIRMED to WS-KEEP-CONFIRMED.
           If WS-KEEP-CONFIRMED is greater than WS-CONTIG-COUNT
               Move WS-CONTIG-COUNT to WS-KEEP-CONFIRMED
           end-if.
           If WS-KEEP-CONFIRMED is greater than 0
               If WS-MASTER-DIGITS(1:WS-KEEP-CONFIRMED) is equal to
                       WS-OLD-DIGITS(1:WS-KEEP-CONFIRMED)
                   Move WS-KEEP-CONFIRMED to MD-CONFIRMED-COUNT
                   Move WS-OLD-CONFIRMED-AT to MD-CONFIRMED-AT
               end-if
           end-if.
           If WS-OLD-DISAGREE is greater than 0
               If WS-OLD-DISAGREE is not greater than WS-CONTIG-COUNT
                   and WS-MASTER-DIGITS(1:WS-OLD-DISAGREE) is equal
                       to WS-OLD-DIGITS(1:WS-OLD-DISAGREE)
                   Move WS-OLD-DISAGREE to MD-DISAGREE-PLACE
                   Move WS-OLD-CONFIRMED-AT to MD-CONFIRMED-AT
               else
                   Move "Y" to WS-HOLD-LIFTED-SW
               end-if
           end-if.
           Exit section.

       REPORT-ONE-CONSTANT section.
           Move WS-USED-COUNT to WS-COUNT-EDIT.
           Move WS-FAILED-COUNT to WS-COUNT-EDIT-2.
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           If WS-HOLD-LIFTED
               Move WS-OLD-DISAGREE to WS-COUNT-EDIT
               Move spaces to CONS-REPORT-LINE
               String "  Digits through disputed place "
                       delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " rebuilt; hold lifted, re-verify"
                       delimited by size
                   into CONS-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

       WRITE-REPORT-LINE section.
