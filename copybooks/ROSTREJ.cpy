      * 2026-09-02  RLP  Lifted out of rostedit.cbl with the status
      *                  byte added now that a second program works
      *                  the file.
      * 2026-10-15  RLP  Trailing site code added, carried from the
      *                  roster line and back onto the ROSTRWK
      *                  record at release.
       01  REJECT-RECORD.
           05  RJ-ROSTER-RECORD     picture is X(17).
           05  RJ-ROSTER-FIELDS redefines RJ-ROSTER-RECORD.
           05  RJ-REASON-CODE       picture is X(08).
           05  RJ-SPACE-2           picture is X(01).
           05  RJ-STATUS            picture is X(01).
           05  RJ-SPACE-3           picture is X(01).
           05  RJ-SITE-CODE         picture is X(03).
