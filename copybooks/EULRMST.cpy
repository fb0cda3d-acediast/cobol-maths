      * EULRMST.cpy
      * Canonical verified master digit record, one per constant
      * (EULRMSTE, EULRMSTP, EULRMSTS): place 1 through
      * MD-DIGIT-COUNT as EULRCONS stitched them from the ledger.
      * EULRVRFY recomputes the constant by a second method and
      * stamps how many places it independently confirmed, when,
      * and the first place where the two methods disagree (zero
      * when none); EULRLOOK serves no digit at or beyond a
      * disagreement.  A master written before the stamp existed
      * reads back with the stamp blank, i.e. nothing confirmed.
      * 2026-10-15  RLP  Lifted out of EULRCONS/EULRLOOK/EULRSTAT,
      *                  with the confirmation stamp added after the
      *                  digits.
       01  MASTER-RECORD.
           05  MD-CONST             picture is X(01).
           05  MD-SPACE-1           picture is X(01).
           05  MD-DIGIT-COUNT       picture is Z(4)9.
           05  MD-SPACE-2           picture is X(01).
           05  MD-DIGITS            picture is X(4000).
           05  MD-SPACE-3           picture is X(01).
           05  MD-CONFIRMED-COUNT   picture is Z(4)9.
           05  MD-SPACE-4           picture is X(01).
           05  MD-DISAGREE-PLACE    picture is Z(4)9.
           05  MD-SPACE-5           picture is X(01).
           05  MD-CONFIRMED-AT      picture is X(14).
