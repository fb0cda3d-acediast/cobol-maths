      * confirms or corrects it.  SU-STATUS: O outstanding, R
      * released -- a released record can never be released twice.
      * 2026-09-02  RLP  Initial version.
      * 2026-10-15  RLP  Trailing site code added, carried from the
      *                  roster line and back onto the ROSTRWK
      *                  record at release.
       01  SUSPENSE-RECORD.
           05  SU-ROSTER-RECORD     picture is X(17).
           05  SU-ROSTER-FIELDS redefines SU-ROSTER-RECORD.
           05  SU-PRIOR-HEIGHT      picture is X(05).
           05  SU-SPACE-4           picture is X(01).
           05  SU-STATUS            picture is X(01).
           05  SU-SPACE-5           picture is X(01).
           05  SU-SITE-CODE         picture is X(03).
