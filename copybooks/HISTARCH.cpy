      * HISTARCH.cpy
      * Retention archive of a purged patient's history, written by
      * HISTPURG to a dated HISTARC.YYYYMMDD file and read back by
      * HISTREST to restore one patient on request.  One line type
      * per HA-RECORD-TYPE:
      *   H  header: purge date, retention cutoff and years;
      *   P  one per purged patient, with what was taken of theirs;
      *   B  a BMIHIST line, whole, as it stood in the trail;
      *   V  a VISITMST record, whole, key and all;
      *   T  trailer: patient, BMIHIST and VISITMST counts, which the
      *      file must balance to before anything live is removed or
      *      restored.
      * 2026-10-15  RLP  Initial version.
       01  HISTORY-ARCHIVE-RECORD.
           05  HA-RECORD-TYPE       picture is X(01).
               88 HA-HEADER-LINE        value "H".
               88 HA-PATIENT-LINE       value "P".
               88 HA-HISTORY-LINE       value "B".
               88 HA-VISIT-LINE         value "V".
               88 HA-TRAILER-LINE       value "T".
           05  HA-SPACE-1           picture is X(01).
           05  HA-DATA              picture is X(106).
           05  HA-HEADER-DATA redefines HA-DATA.
               10  HA-PURGE-DATE    picture is 9(08).
               10  HA-SPACE-2       picture is X(01).
               10  HA-CUTOFF-DATE   picture is 9(08).
               10  HA-SPACE-3       picture is X(01).
               10  HA-RETAIN-YEARS  picture is 9(02).
               10  FILLER           picture is X(86).
           05  HA-PATIENT-DATA redefines HA-DATA.
               10  HA-PATIENT-ID    picture is X(10).
               10  HA-SPACE-4       picture is X(01).
               10  HA-PATIENT-NAME  picture is X(30).
               10  HA-SPACE-5       picture is X(01).
               10  HA-ACTIVE-FLAG   picture is X(01).
               10  HA-SPACE-6       picture is X(01).
               10  HA-MERGED-TO     picture is X(10).
               10  HA-SPACE-7       picture is X(01).
               10  HA-LAST-VISIT    picture is 9(08).
               10  HA-SPACE-8       picture is X(01).
               10  HA-HIST-COUNT    picture is 9(07).
               10  HA-SPACE-9       picture is X(01).
               10  HA-VISIT-COUNT   picture is 9(07).
               10  FILLER           picture is X(27).
           05  HA-TRAILER-DATA redefines HA-DATA.
               10  HA-PATIENT-TOTAL picture is 9(09).
               10  HA-SPACE-10      picture is X(01).
               10  HA-HIST-TOTAL    picture is 9(09).
               10  HA-SPACE-11      picture is X(01).
               10  HA-VISIT-TOTAL   picture is 9(09).
               10  FILLER           picture is X(77).
