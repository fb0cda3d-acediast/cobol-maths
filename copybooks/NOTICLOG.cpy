      * NOTICLOG.cpy
      * Patient notice log, appended by MSGXTRCT with one line for
      * every reminder or recall notice put on the messaging vendor's
      * file, so "nobody told me" can be answered with the date, the
      * channel and what the notice was about.  NL-NOTICE-TYPE:
      * R appointment reminder, C recall.  For a reminder the
      * reference date, session and site are the appointment's; for
      * a recall the reference date is the last visit (zeros for a
      * patient never seen) and the session is blank.
      * 2026-10-15  RLP  Initial version.
       01  NOTICE-LOG-RECORD.
           05  NL-TIMESTAMP         picture is X(26).
           05  NL-SPACE-1           picture is X(01).
           05  NL-PATIENT-ID        picture is X(10).
           05  NL-SPACE-2           picture is X(01).
           05  NL-NOTICE-TYPE       picture is X(01).
               88 NL-REMINDER           value "R".
               88 NL-RECALL             value "C".
           05  NL-SPACE-3           picture is X(01).
           05  NL-CHANNEL           picture is X(01).
           05  NL-SPACE-4           picture is X(01).
           05  NL-REF-DATE          picture is X(08).
           05  NL-SPACE-5           picture is X(01).
           05  NL-REF-SESSION       picture is X(02).
           05  NL-SPACE-6           picture is X(01).
           05  NL-SITE-CODE         picture is X(03).
           05  NL-SPACE-7           picture is X(01).
           05  NL-EXTRACT-DATE      picture is X(08).
