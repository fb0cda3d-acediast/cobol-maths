      *                  unmeasured record.  The roster stops being
      *                  retyped paper; it is a file maintained all
      *                  week.
      * 2026-10-15  RLP  Multi-clinic: the roster is built one site
      *                  at a time in SITEMAST order, one pass of
      *                  the appointment file per active site, so
      *                  the night's roster comes out as one block
      *                  per site, each line carrying its site code
      *                  for the edit and the batch.  An appointment
      *                  with a blank site is the original site 001;
      *                  one for a site not active on the master is
      *                  dropped and counted.  No SITEMAST builds a
      *                  single site-001 roster as before.

001000 Environment division.
       Configuration section.
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select SITE-MASTER-FILE assign to "SITEMAST"
               organization is line sequential
               file status is WS-SITE-STATUS.

002000 Data division.
       File section.
           05  RR-PATIENT-ID        picture is X(10).
           05  RR-WEIGHT            picture is X(04).
           05  RR-HEIGHT            picture is X(03).
           05  RR-SITE-CODE         picture is X(03).

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  SITE-MASTER-FILE.
           COPY SITEMAST.

       Working-storage section.
       77  WS-APPT-STATUS   picture is X(02) value spaces.
           88 WS-APPT-OK          value "00".
       77  WS-SELECTED      usage is binary-long value 0.
       77  WS-WRITTEN       usage is binary-long value 0.
       77  WS-BAD-ID-COUNT  usage is binary-long value 0.
       77  WS-BAD-SITE-COUNT usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.

       77  WS-SITE-STATUS   picture is X(02) value spaces.
           88 WS-SITE-OK          value "00".
       77  WS-SITE-EOF      picture is X(01) value "N".
           88 END-OF-SITES        value "Y".
       77  WS-SITES-LOADED-SW picture is X(01) value "N".
           88 WS-SITES-LOADED     value "Y".
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-APPT-SITE     picture is X(03) value spaces.
       77  WS-SITE-MAX      usage is binary-long value 20.
       77  WS-SITE-COUNT    usage is binary-long value 0.
       77  WS-SITE-IX       usage is binary-long value 0.
       77  WS-SITE-FOUND-IX usage is binary-long value 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY occurs 20 times.
               10  WS-SITE-CODE     picture is X(03).
               10  WS-SITE-NAME     picture is X(30).
               10  WS-SITE-WRITTEN  usage is binary-long.

003000 Procedure division.
       MAIN section.
           Accept WS-DATE-ARG from command-line.
               Display "Build date must be YYYYMMDD."
               Stop run with error status 1
           end-if.
           Perform LOAD-SITE-MASTER.
           Open input APPOINTMENT-FILE.
           If not WS-APPT-OK
               Display "Unable to open appointment file, status "
                   WS-APPT-STATUS
               Stop run with error status 1
           end-if.
           Close APPOINTMENT-FILE.
           Open output ROSTER-FILE.
           If not WS-ROSTER-OK
               Display "Unable to open roster file, status "
                   WS-ROSTER-STATUS
               Stop run with error status 1
           end-if.
           Open input PATIENT-MASTER-FILE.
               Display "Patient master unavailable, status "
                   WS-PATMAST-STATUS ", ids not validated"
           end-if.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               Perform BUILD-SITE-ROSTER
           end-perform.
           Close ROSTER-FILE.
           If WS-PATMAST-OPEN
               Close PATIENT-MASTER-FILE
           Display "Roster for " WS-BUILD-DATE ": "
               function trim(WS-COUNT-EDIT) " record(s) from "
               "the appointment file.".
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               Move WS-SITE-WRITTEN(WS-SITE-IX) to WS-COUNT-EDIT
               Display "  Site " WS-SITE-CODE(WS-SITE-IX) " "
                   WS-SITE-NAME(WS-SITE-IX) ": "
                   function trim(WS-COUNT-EDIT) " record(s)"
           end-perform.
           If WS-BAD-SITE-COUNT is greater than 0
               Move WS-BAD-SITE-COUNT to WS-COUNT-EDIT
               Display function trim(WS-COUNT-EDIT)
                   " appointment(s) dropped, site not active on "
                   "the site master."
           end-if.
           If WS-BAD-ID-COUNT is greater than 0
               Move WS-BAD-ID-COUNT to WS-COUNT-EDIT
               Display function trim(WS-COUNT-EDIT)
           end-if.
           Stop run.

      * The site master is optional: without one the night has a
      * single roster for the original site, every appointment
      * belonging to it whatever site it was booked under.
       LOAD-SITE-MASTER section.
           Move 0 to WS-SITE-COUNT.
           Move "N" to WS-SITE-EOF.
           Open input SITE-MASTER-FILE.
           If WS-SITE-OK
               Perform READ-SITE-RECORD
               Perform with test before until END-OF-SITES
                   If SM-SITE-ACTIVE
                       and SM-SITE-CODE is not equal to spaces
                       If WS-SITE-COUNT is less than WS-SITE-MAX
                           Add 1 to WS-SITE-COUNT
                           Move SM-SITE-CODE to
                               WS-SITE-CODE(WS-SITE-COUNT)
                           Move SM-SITE-NAME to
                               WS-SITE-NAME(WS-SITE-COUNT)
                           Move 0 to WS-SITE-WRITTEN(WS-SITE-COUNT)
                       else
                           Display "Site table full, site "
                               SM-SITE-CODE " not loaded"
                       end-if
                   end-if
                   Perform READ-SITE-RECORD
               end-perform
               Close SITE-MASTER-FILE
           end-if.
           If WS-SITE-COUNT is greater than 0
               Move "Y" to WS-SITES-LOADED-SW
           else
               Display "Site master unavailable or empty, status "
                   WS-SITE-STATUS ", single-site roster built"
               Move 1 to WS-SITE-COUNT
               Move WS-ORIGINAL-SITE to WS-SITE-CODE(1)
               Move "Original site" to WS-SITE-NAME(1)
               Move 0 to WS-SITE-WRITTEN(1)
           end-if.
           Exit section.

       READ-SITE-RECORD section.
           Read SITE-MASTER-FILE
               at end move "Y" to WS-SITE-EOF
           end-read.
           Exit section.

      * One pass of the appointment file per site keeps each site's
      * lines together on the roster.  The first pass also finds the
      * appointments no pass will take -- booked under a site that
      * is not active on the master -- and drops them once.
       BUILD-SITE-ROSTER section.
           Move "N" to WS-EOF-SWITCH.
           Open input APPOINTMENT-FILE.
           If not WS-APPT-OK
               Display "Unable to open appointment file, status "
                   WS-APPT-STATUS
               Exit section
           end-if.
           Perform READ-APPOINTMENT-RECORD.
           Perform with test before until END-OF-APPOINTMENTS
               If WS-SITE-IX is equal to 1
                   Add 1 to WS-APPT-READ
               end-if
               If AP-STATUS is equal to "B"
                   and AP-DATE is equal to
                       function numval(WS-BUILD-DATE)
                   Perform SELECT-SITE-APPOINTMENT
               end-if
               Perform READ-APPOINTMENT-RECORD
           end-perform.
           Close APPOINTMENT-FILE.
           Exit section.

       SELECT-SITE-APPOINTMENT section.
           If AP-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to WS-APPT-SITE
           else
               Move AP-SITE-CODE to WS-APPT-SITE
           end-if.
           If not WS-SITES-LOADED
               Move WS-SITE-CODE(1) to WS-APPT-SITE
           end-if.
           If WS-APPT-SITE is equal to WS-SITE-CODE(WS-SITE-IX)
               Add 1 to WS-SELECTED
               Perform BUILD-ONE-ROSTER-RECORD
               Exit section
           end-if.
           If WS-SITE-IX is equal to 1
               Perform varying WS-SITE-FOUND-IX from 1 by 1
                       until WS-SITE-FOUND-IX is greater than
                           WS-SITE-COUNT
                   or WS-SITE-CODE(WS-SITE-FOUND-IX) is equal to
                           WS-APPT-SITE
                   continue
               end-perform
               If WS-SITE-FOUND-IX is greater than WS-SITE-COUNT
                   Add 1 to WS-BAD-SITE-COUNT
                   Display AP-PATIENT-ID " dropped, site "
                       WS-APPT-SITE " not on site master"
               end-if
           end-if.
           Exit section.

       READ-APPOINTMENT-RECORD section.
           Read APPOINTMENT-FILE
               at end move "Y" to WS-EOF-SWITCH
           else
               Move "000" to RR-HEIGHT
           end-if.
           Move WS-SITE-CODE(WS-SITE-IX) to RR-SITE-CODE.
           Write ROSTER-RECORD.
           Add 1 to WS-WRITTEN.
           Add 1 to WS-SITE-WRITTEN(WS-SITE-IX).
           Exit section.

       End program ROSTBLD.
