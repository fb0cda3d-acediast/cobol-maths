      *                  no matching BMIHIST visit that date are
      *                  listed to NOSHOWRP, so the front desk knows
      *                  who to chase without grepping the history.
      * 2026-10-15  RLP  Multi-clinic: no-shows are listed under
      *                  each clinic site in SITEMAST order, with the
      *                  site's own no-show and booked counts, and
      *                  the existing totals close the report as the
      *                  combined figure.  An appointment with no
      *                  site is the original site 001.  A visit on
      *                  the date at any site still counts as seen.
      * 2026-10-15  RLP  A visit later voided on BMIHIST no longer
      *                  counts as seen, and correction lines are not
      *                  taken as visits, the way UTILRPT counts them.

001000 Environment division.
       Configuration section.
           Select NOSHOW-REPORT-FILE assign to "NOSHOWRP"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           Select SITE-MASTER-FILE assign to "SITEMAST"
               organization is line sequential
               file status is WS-SITE-STATUS.

002000 Data division.
       File section.
       FD  NOSHOW-REPORT-FILE.
       01  NOSHOW-REPORT-LINE       picture is X(60).

       FD  SITE-MASTER-FILE.
           COPY SITEMAST.

       Working-storage section.
       77  WS-APPT-STATUS   picture is X(02) value spaces.
           88 WS-APPT-OK          value "00".
       77  WS-REPORT-DATE   picture is X(08) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.

      * The date's visits, loaded once from the audit trail so each
      * appointment is answered by a table look; a voided visit stays
      * in the table marked void and does not count.
       77  WS-SEEN-MAX      usage is binary-long value 1000.
       77  WS-SEEN-COUNT    usage is binary-long value 0.
       77  WS-SEEN-IX       usage is binary-long value 0.
       77  WS-SEEN-FOUND-SW picture is X(01) value "N".
           88 WS-PATIENT-SEEN     value "Y".
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY occurs 1000 times.
               10  WS-SEEN-ID       picture is X(10).
               10  WS-SEEN-TIME     picture is X(26).
               10  WS-SEEN-VOID     picture is X(01).

       77  WS-BOOKED-COUNT  usage is binary-long value 0.
       77  WS-NOSHOW-COUNT  usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.

      * Sites in SITEMAST order, then any found only on the day's
      * appointments; the first pass counts each site's bookings and
      * no-shows, a pass per site then lists its no-shows.
       77  WS-SITE-STATUS   picture is X(02) value spaces.
           88 WS-SITE-OK          value "00".
       77  WS-SITE-EOF      picture is X(01) value "N".
           88 END-OF-SITES        value "Y".
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-APPT-SITE     picture is X(03) value spaces.
       77  WS-SITE-MAX      usage is binary-long value 20.
       77  WS-SITE-COUNT    usage is binary-long value 0.
       77  WS-SITE-IX       usage is binary-long value 0.
       77  WS-SITE-FOUND-IX usage is binary-long value 0.
       77  WS-SITE-LOOK-IX  usage is binary-long value 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY occurs 20 times.
               10  WS-SITE-CODE     picture is X(03).
               10  WS-SITE-NAME     picture is X(30).
               10  WS-SITE-BOOKED   usage is binary-long.
               10  WS-SITE-NOSHOWS  usage is binary-long.

003000 Procedure division.
       MAIN section.
               Stop run with error status 1
           end-if.
           Perform LOAD-SEEN-PATIENTS.
           Perform LOAD-SITE-MASTER.
           Open input APPOINTMENT-FILE.
           If not WS-APPT-OK
               Display "Unable to open appointment file, status "
                   WS-APPT-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-APPOINTMENT-RECORD.
           Perform with test before until END-OF-APPOINTMENTS
               If AP-STATUS is equal to "B"
                   and AP-DATE is equal to
                       function numval(WS-REPORT-DATE)
                   Add 1 to WS-BOOKED-COUNT
                   Perform COUNT-ONE-APPOINTMENT
               end-if
               Perform READ-APPOINTMENT-RECORD
           end-perform.
           Close APPOINTMENT-FILE.
           Open output NOSHOW-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Move spaces to NOSHOW-REPORT-LINE.
               into NOSHOW-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               If WS-SITE-BOOKED(WS-SITE-IX) is greater than 0
                   Perform REPORT-ONE-SITE
               end-if
           end-perform.
           Move "All sites combined:" to NOSHOW-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move WS-NOSHOW-COUNT to WS-COUNT-EDIT.
           Move spaces to NOSHOW-REPORT-LINE.
           String "No-shows: " delimited by size
           Close NOSHOW-REPORT-FILE.
           Stop run.

      * A correction line repeats its visit and is not counted
      * again; a void strikes the visit with the same id and
      * timestamp back out.
       LOAD-SEEN-PATIENTS section.
           Move 0 to WS-SEEN-COUNT.
           Move "N" to WS-AUDIT-EOF.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               If AR-TIMESTAMP(1:8) is equal to WS-REPORT-DATE
                   Evaluate true
                       when AR-VISIT-ENTRY
                           Perform ADD-SEEN-VISIT
                       when AR-VOID-ENTRY
                           Perform STRIKE-SEEN-VISIT
                       when other
                           continue
                   end-evaluate
               end-if
               Perform READ-AUDIT-RECORD
           end-perform.
           Close AUDIT-FILE.
           Exit section.

       ADD-SEEN-VISIT section.
           If WS-SEEN-COUNT is less than WS-SEEN-MAX
               Add 1 to WS-SEEN-COUNT
               Move AR-PATIENT-ID to WS-SEEN-ID(WS-SEEN-COUNT)
               Move AR-TIMESTAMP to WS-SEEN-TIME(WS-SEEN-COUNT)
               Move "N" to WS-SEEN-VOID(WS-SEEN-COUNT)
           else
               Display "Seen-id table full, a visit was not matched"
           end-if.
           Exit section.

       STRIKE-SEEN-VISIT section.
           Perform varying WS-SEEN-IX from 1 by 1
                   until WS-SEEN-IX is greater than WS-SEEN-COUNT
               If WS-SEEN-ID(WS-SEEN-IX) is equal to AR-PATIENT-ID
                   and WS-SEEN-TIME(WS-SEEN-IX) is equal to
                       AR-TIMESTAMP
                   Move "Y" to WS-SEEN-VOID(WS-SEEN-IX)
               end-if
           end-perform.
           Exit section.

       READ-AUDIT-RECORD section.
           Read AUDIT-FILE
               at end move "Y" to WS-AUDIT-EOF
           end-read.
           Exit section.

      * Every site on the master is loaded so the report runs in
      * the master's order; a missing master leaves the sites to be
      * found on the appointments themselves.
       LOAD-SITE-MASTER section.
           Move 0 to WS-SITE-COUNT.
           Move "N" to WS-SITE-EOF.
           Open input SITE-MASTER-FILE.
           If not WS-SITE-OK
               Exit section
           end-if.
           Perform READ-SITE-RECORD.
           Perform with test before until END-OF-SITES
               If SM-SITE-CODE is not equal to spaces
                   and WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Move SM-SITE-CODE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move SM-SITE-NAME to WS-SITE-NAME(WS-SITE-COUNT)
                   Move 0 to WS-SITE-BOOKED(WS-SITE-COUNT)
                       WS-SITE-NOSHOWS(WS-SITE-COUNT)
               end-if
               Perform READ-SITE-RECORD
           end-perform.
           Close SITE-MASTER-FILE.
           Exit section.

       READ-SITE-RECORD section.
           Read SITE-MASTER-FILE
               at end move "Y" to WS-SITE-EOF
           end-read.
           Exit section.

       FIND-SITE-ENTRY section.
           If AP-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to WS-APPT-SITE
           else
               Move AP-SITE-CODE to WS-APPT-SITE
           end-if.
           Move 0 to WS-SITE-FOUND-IX.
           Perform varying WS-SITE-LOOK-IX from 1 by 1
                   until WS-SITE-LOOK-IX is greater than WS-SITE-COUNT
               If WS-SITE-CODE(WS-SITE-LOOK-IX) is equal to
                       WS-APPT-SITE
                   Move WS-SITE-LOOK-IX to WS-SITE-FOUND-IX
               end-if
           end-perform.
           If WS-SITE-FOUND-IX is equal to 0
               If WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Move WS-APPT-SITE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move "(not on site master)" to
                       WS-SITE-NAME(WS-SITE-COUNT)
                   Move 0 to WS-SITE-BOOKED(WS-SITE-COUNT)
                       WS-SITE-NOSHOWS(WS-SITE-COUNT)
                   Move WS-SITE-COUNT to WS-SITE-FOUND-IX
               else
                   Display "Site table full, site " WS-APPT-SITE
                       " not reported by site"
               end-if
           end-if.
           Exit section.

       COUNT-ONE-APPOINTMENT section.
           Perform FIND-SITE-ENTRY.
           Perform CHECK-PATIENT-SEEN.
           If not WS-PATIENT-SEEN
               Add 1 to WS-NOSHOW-COUNT
           end-if.
           If WS-SITE-FOUND-IX is greater than 0
               Add 1 to WS-SITE-BOOKED(WS-SITE-FOUND-IX)
               If not WS-PATIENT-SEEN
                   Add 1 to WS-SITE-NOSHOWS(WS-SITE-FOUND-IX)
               end-if
           end-if.
           Exit section.

       CHECK-PATIENT-SEEN section.
           Move "N" to WS-SEEN-FOUND-SW.
           Perform varying WS-SEEN-IX from 1 by 1
                   until WS-SEEN-IX is greater than WS-SEEN-COUNT
               If WS-SEEN-ID(WS-SEEN-IX) is equal to
                       AP-PATIENT-ID
                   and WS-SEEN-VOID(WS-SEEN-IX) is equal to "N"
                   Move "Y" to WS-SEEN-FOUND-SW
               end-if
           end-perform.
           Exit section.

      * The site's heading, a pass of the appointment file for its
      * no-shows, and the site's own counts.
       REPORT-ONE-SITE section.
           Move spaces to NOSHOW-REPORT-LINE.
           String "Site " delimited by size
               WS-SITE-CODE(WS-SITE-IX) delimited by size
               " " delimited by size
               WS-SITE-NAME(WS-SITE-IX) delimited by size
               into NOSHOW-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move "N" to WS-APPT-EOF.
           Open input APPOINTMENT-FILE.
           If not WS-APPT-OK
               Display "Unable to open appointment file, status "
                   WS-APPT-STATUS
               Exit section
           end-if.
           Perform READ-APPOINTMENT-RECORD.
           Perform with test before until END-OF-APPOINTMENTS
               If AP-STATUS is equal to "B"
                   and AP-DATE is equal to
                       function numval(WS-REPORT-DATE)
                   Perform FIND-SITE-ENTRY
                   If WS-SITE-FOUND-IX is equal to WS-SITE-IX
                       Perform CHECK-ONE-APPOINTMENT
                   end-if
               end-if
               Perform READ-APPOINTMENT-RECORD
           end-perform.
           Close APPOINTMENT-FILE.
           Move WS-SITE-NOSHOWS(WS-SITE-IX) to WS-COUNT-EDIT.
           Move WS-SITE-BOOKED(WS-SITE-IX) to WS-COUNT-EDIT-2.
           Move spaces to NOSHOW-REPORT-LINE.
           String "  Site no-shows: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " of " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " booked" delimited by size
               into NOSHOW-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       CHECK-ONE-APPOINTMENT section.
           Perform CHECK-PATIENT-SEEN.
           If not WS-PATIENT-SEEN
               Move spaces to NOSHOW-REPORT-LINE
               String "  " delimited by size
                   AP-PATIENT-ID delimited by size
