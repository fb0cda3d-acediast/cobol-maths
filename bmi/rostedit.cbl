      *                  fresh each night, so outstanding rejects
      *                  survive until the REJRWORK screen corrects
      *                  and releases them into ROSTRWK.
      * 2026-10-15  RLP  Multi-clinic: the roster, clean roster and
      *                  rework records widen to 20 bytes with the
      *                  site code ROSTBLD stamps on each line, and
      *                  it rides through to CLEANROS, ROSTREJ and
      *                  ROSTSUSP unchanged.  A line with no site (a
      *                  hand-keyed roster or an older release) is
      *                  the original site 001.  The edit report
      *                  now breaks read/clean/reject/suspense counts
      *                  out by site under the combined totals.

001000 Environment division.
       Configuration section.
002000 Data division.
       File section.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD            picture is X(20).
       01  ROSTER-RECORD-FIELDS redefines ROSTER-RECORD.
           05  RR-PATIENT-ID        picture is X(10).
           05  RR-WEIGHT-X          picture is X(04).
           05  RR-HEIGHT-X          picture is X(03).
           05  RR-HEIGHT redefines RR-HEIGHT-X
                                    picture is 9V99.
           05  RR-SITE-CODE         picture is X(03).

       FD  CLEAN-ROSTER-FILE.
       01  CLEAN-ROSTER-RECORD      picture is X(20).

       FD  REJECT-FILE.
           COPY ROSTREJ.
       01  EDIT-REPORT-LINE         picture is X(60).

       FD  REWORK-FILE.
       01  REWORK-RECORD            picture is X(20).

       FD  SUSPENSE-FILE.
           COPY ROSTSUSP.

       77  WS-COUNT-EDIT    picture is Z(8)9.

      * Per-site counts for the edit report, in the order the sites
      * first appear on the night's input.
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-SITE-MAX      usage is binary-long value 20.
       77  WS-SITE-COUNT    usage is binary-long value 0.
       77  WS-SITE-IX       usage is binary-long value 0.
       77  WS-SITE-FOUND-IX usage is binary-long value 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY occurs 20 times.
               10  WS-SITE-CODE     picture is X(03).
               10  WS-SITE-READ     usage is binary-long.
               10  WS-SITE-CLEAN    usage is binary-long.
               10  WS-SITE-REJECT   usage is binary-long.
               10  WS-SITE-SUSPENSE usage is binary-long.
       77  WS-SITE-READ-EDIT picture is Z(4)9.
       77  WS-SITE-CLEAN-EDIT picture is Z(4)9.
       77  WS-SITE-REJECT-EDIT picture is Z(4)9.
       77  WS-SITE-SUSP-EDIT picture is Z(4)9.

003000 Procedure division.
       MAIN section.
           Perform LOAD-EDIT-PARAMETERS.
           Exit section.

       EDIT-ONE-RECORD section.
           If RR-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to RR-SITE-CODE
           end-if.
           Perform FIND-SITE-ENTRY.
           If WS-SITE-FOUND-IX is greater than 0
               Add 1 to WS-SITE-READ(WS-SITE-FOUND-IX)
           end-if.
           Perform EDIT-ROSTER-RECORD.
           Move "N" to WS-SUSPENSE-SW.
           If WS-RECORD-CLEAN and WS-VISIT-OPEN
           end-evaluate.
           Exit section.

      * Finds the record's site in the count table, adding it on
      * first sight; a full table leaves WS-SITE-FOUND-IX zero and
      * the record out of the site breakdown only.
       FIND-SITE-ENTRY section.
           Move 0 to WS-SITE-FOUND-IX.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               If WS-SITE-CODE(WS-SITE-IX) is equal to RR-SITE-CODE
                   Move WS-SITE-IX to WS-SITE-FOUND-IX
               end-if
           end-perform.
           If WS-SITE-FOUND-IX is equal to 0
               If WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Move WS-SITE-COUNT to WS-SITE-FOUND-IX
                   Move RR-SITE-CODE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move 0 to WS-SITE-READ(WS-SITE-COUNT)
                       WS-SITE-CLEAN(WS-SITE-COUNT)
                       WS-SITE-REJECT(WS-SITE-COUNT)
                       WS-SITE-SUSPENSE(WS-SITE-COUNT)
               else
                   Display "Site table full, site " RR-SITE-CODE
                       " left out of the site breakdown"
               end-if
           end-if.
           Exit section.

       READ-ROSTER-RECORD section.
           Read ROSTER-FILE
               at end move "Y" to WS-EOF-SWITCH
           Move ROSTER-RECORD to CLEAN-ROSTER-RECORD.
           Write CLEAN-ROSTER-RECORD.
           Add 1 to WS-CLEAN-COUNT.
           If WS-SITE-FOUND-IX is greater than 0
               Add 1 to WS-SITE-CLEAN(WS-SITE-FOUND-IX)
           end-if.
           Exit section.

      * One record against the patient's most recent visit: a weight
           Move WS-PRIOR-WEIGHT-X to SU-PRIOR-WEIGHT.
           Move WS-PRIOR-HEIGHT-X to SU-PRIOR-HEIGHT.
           Move "O" to SU-STATUS.
           Move RR-SITE-CODE to SU-SITE-CODE.
           Write SUSPENSE-RECORD.
           Add 1 to WS-SUSPENSE-COUNT.
           If WS-SITE-FOUND-IX is greater than 0
               Add 1 to WS-SITE-SUSPENSE(WS-SITE-FOUND-IX)
           end-if.
           Display RR-PATIENT-ID " to suspense, " WS-REASON-CODE.
           Exit section.

       WRITE-REJECT-RECORD section.
           Move space to RJ-SPACE-1.
           Move space to RJ-SPACE-2.
           Move space to RJ-SPACE-3.
           Move ROSTER-RECORD to RJ-ROSTER-RECORD.
           Move WS-REASON-CODE to RJ-REASON-CODE.
           Move "O" to RJ-STATUS.
           Move RR-SITE-CODE to RJ-SITE-CODE.
           Write REJECT-RECORD.
           Add 1 to WS-REJECT-COUNT.
           If WS-SITE-FOUND-IX is greater than 0
               Add 1 to WS-SITE-REJECT(WS-SITE-FOUND-IX)
           end-if.
           Display RR-PATIENT-ID " rejected, " WS-REASON-CODE.
           Exit section.

               into EDIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move "Site Read  Clean Reject Susp."
               to EDIT-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               Move WS-SITE-READ(WS-SITE-IX) to WS-SITE-READ-EDIT
               Move WS-SITE-CLEAN(WS-SITE-IX) to WS-SITE-CLEAN-EDIT
               Move WS-SITE-REJECT(WS-SITE-IX)
                   to WS-SITE-REJECT-EDIT
               Move WS-SITE-SUSPENSE(WS-SITE-IX)
                   to WS-SITE-SUSP-EDIT
               String WS-SITE-CODE(WS-SITE-IX) delimited by size
                   " " delimited by size
                   WS-SITE-READ-EDIT delimited by size
                   "  " delimited by size
                   WS-SITE-CLEAN-EDIT delimited by size
                   "  " delimited by size
                   WS-SITE-REJECT-EDIT delimited by size
                   " " delimited by size
                   WS-SITE-SUSP-EDIT delimited by size
                   into EDIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-perform.
           Close EDIT-REPORT-FILE.
           Exit section.

