      * SITEMAST.cpy
      * Clinic site master, one record per clinic location.  The
      * site code is carried on appointments (APPTFILE), the roster
      * and its reject/suspense/rework records, the visit history
      * (BMIHIST, VISITMST) and the EHR extract details.  Site 001
      * is the original clinic: a record written before sites
      * existed carries a blank site code and is read as 001, so
      * old history never has to be re-keyed.  SM-ACTIVE-FLAG:
      * A active, I inactive -- an inactive site takes no new
      * bookings and builds no roster, but keeps its history.
      * The file is listed in the order the nightly rosters are
      * built and the site reports print.
      * 2026-10-15  RLP  Initial version.
       01  SITE-MASTER-RECORD.
           05  SM-SITE-CODE         picture is X(03).
           05  SM-SPACE-1           picture is X(01).
           05  SM-SITE-NAME         picture is X(30).
           05  SM-SPACE-2           picture is X(01).
           05  SM-ACTIVE-FLAG       picture is X(01).
               88 SM-SITE-ACTIVE        value "A".
