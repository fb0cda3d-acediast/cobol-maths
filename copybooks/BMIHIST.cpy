      * back (visit-master load, trend reporting, extracts) so the
      * layout cannot drift between writer and readers.
      * 2026-08-22  RLP  Lifted out of bmi.cbl unchanged.
      * 2026-10-15  RLP  Trailing entry type and posting timestamp
      *                  added for VISCORR: a correction (C) or void
      *                  (V) is appended under the original visit's
      *                  id and timestamp, never written over it.
      *                  Lines written before the change read back
      *                  blank, i.e. as ordinary visits.
      * 2026-10-15  RLP  Trailing site code added: the clinic site
      *                  (SITEMAST) the visit was taken at.  Lines
      *                  written before the change read back blank,
      *                  which every reader takes as the original
      *                  site 001.
       01  AUDIT-RECORD.
           05  AR-PATIENT-ID        picture is X(10).
           05  AR-SPACE-1           picture is X(01).
           05  AR-BMI               picture is Z9.9.
           05  AR-SPACE-5           picture is X(01).
           05  AR-CATEGORY          picture is X(18).
           05  AR-SPACE-6           picture is X(01).
           05  AR-ENTRY-TYPE        picture is X(01).
               88 AR-VISIT-ENTRY        value space.
               88 AR-CORRECTION-ENTRY   value "C".
               88 AR-VOID-ENTRY         value "V".
           05  AR-SPACE-7           picture is X(01).
           05  AR-POSTED-TIMESTAMP  picture is X(26).
           05  AR-SPACE-8           picture is X(01).
           05  AR-SITE-CODE         picture is X(03).
