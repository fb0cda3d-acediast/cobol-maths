      *                  ones the clinicians chase hardest.  Active
      *                  patients with no visit at all lead the
      *                  report.
      * 2026-10-15  RLP  Multi-clinic: the recall list is broken out
      *                  by the clinic site of the patient's last
      *                  visit, sites in code order with their
      *                  SITEMAST names and a recall count each,
      *                  oldest-first within the site; the existing
      *                  totals close the report for all sites.  A
      *                  visit with no site, and a patient never
      *                  seen anywhere, belong to the original site
      *                  001.

001000 Environment division.
       Configuration section.
           Select RECALL-REPORT-FILE assign to "RECALRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           Select SITE-MASTER-FILE assign to "SITEMAST"
               organization is line sequential
               file status is WS-SITE-STATUS.
           Select SORT-FILE assign to "RECALWRK".

002000 Data division.
       FD  RECALL-REPORT-FILE.
       01  RECALL-REPORT-LINE       picture is X(100).

       FD  SITE-MASTER-FILE.
           COPY SITEMAST.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-SITE-CODE         picture is X(03).
           05  SR-LAST-DATE         picture is X(08).
           05  SR-PATIENT-ID        picture is X(10).
           05  SR-PATIENT-NAME      picture is X(30).
       77  WS-LAST-DATE     picture is X(08) value spaces.
       77  WS-LAST-BMI      picture is X(04) value spaces.
       77  WS-LAST-CATEGORY picture is X(18) value spaces.
       77  WS-LAST-SITE     picture is X(03) value spaces.
       77  WS-VISIT-FOUND-SW picture is X(01) value "N".
           88 WS-VISIT-FOUND       value "Y".

      * Site names for the headings, from the optional site master;
      * the control break runs on the sort's leading site code.
       77  WS-SITE-STATUS   picture is X(02) value spaces.
           88 WS-SITE-OK           value "00".
       77  WS-SITE-EOF      picture is X(01) value "N".
           88 END-OF-SITES         value "Y".
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-SITE-MAX      usage is binary-long value 20.
       77  WS-SITE-COUNT    usage is binary-long value 0.
       77  WS-SITE-IX       usage is binary-long value 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY occurs 20 times.
               10  WS-SITE-CODE     picture is X(03).
               10  WS-SITE-NAME     picture is X(30).
       77  WS-BREAK-SITE    picture is X(03) value spaces.
       77  WS-BREAK-NAME    picture is X(30) value spaces.
       77  WS-SITE-RECALLS  usage is binary-long value 0.

       77  WS-OBESE-TALLY   usage is binary-long value 0.
       77  WS-SEVERE-TALLY  usage is binary-long value 0.

           Compute WS-TODAY-SERIAL = function integer-of-date(
               function numval(WS-TIMESTAMP(1:8)))
           end-compute.
           Perform LOAD-SITE-MASTER.
           Open input PATIENT-MASTER-FILE.
           If not WS-PATMAST-OK
               Display "Unable to open patient master, status "
               Stop run with error status 1
           end-if.
           Perform WRITE-REPORT-HEADING.
           Sort SORT-FILE on ascending key SR-SITE-CODE
                                           SR-LAST-DATE
               input procedure is BUILD-RECALL-RECORDS
               output procedure is WRITE-RECALL-DETAILS.
           Perform WRITE-REPORT-TOTALS.
           Perform FIND-LAST-VISIT.
           If not WS-VISIT-FOUND
               Add 1 to WS-NEVER-COUNT
               Move WS-ORIGINAL-SITE to SR-SITE-CODE
               Move "00000000" to SR-LAST-DATE
               Move WS-PATIENT-ID to SR-PATIENT-ID
               Move PM-PATIENT-NAME to SR-PATIENT-NAME
           end-compute.
           Perform PICK-APPLICABLE-THRESHOLD.
           If WS-DAYS-SINCE is greater than WS-APPLY-DAYS
               Move WS-LAST-SITE to SR-SITE-CODE
               Move WS-LAST-DATE to SR-LAST-DATE
               Move WS-PATIENT-ID to SR-PATIENT-ID
               Move PM-PATIENT-NAME to SR-PATIENT-NAME
               Move VM-TIMESTAMP(1:8) to WS-LAST-DATE
               Move VM-BMI to WS-LAST-BMI
               Move VM-CATEGORY to WS-LAST-CATEGORY
               If VM-SITE-CODE is equal to spaces
                   Move WS-ORIGINAL-SITE to WS-LAST-SITE
               else
                   Move VM-SITE-CODE to WS-LAST-SITE
               end-if
               Perform READ-NEXT-VISIT
           end-perform.
           Exit section.

       WRITE-RECALL-DETAILS section.
           Move "N" to WS-SORT-EOF.
           Move spaces to WS-BREAK-SITE.
           Perform RETURN-SORT-RECORD.
           Perform with test before until END-OF-SORT
               If SR-SITE-CODE is not equal to WS-BREAK-SITE
                   Perform CLOSE-SITE-GROUP
                   Move SR-SITE-CODE to WS-BREAK-SITE
                   Perform OPEN-SITE-GROUP
               end-if
               Add 1 to WS-RECALL-COUNT
               Add 1 to WS-SITE-RECALLS
               Move SR-PATIENT-ID to WD-PATIENT-ID
               Move SR-PATIENT-NAME to WD-PATIENT-NAME
               Move SR-LAST-BMI to WD-LAST-BMI
               Perform WRITE-REPORT-LINE
               Perform RETURN-SORT-RECORD
           end-perform.
           Perform CLOSE-SITE-GROUP.
           Exit section.

       OPEN-SITE-GROUP section.
           Move 0 to WS-SITE-RECALLS.
           Move "(not on site master)" to WS-BREAK-NAME.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               If WS-SITE-CODE(WS-SITE-IX) is equal to WS-BREAK-SITE
                   Move WS-SITE-NAME(WS-SITE-IX) to WS-BREAK-NAME
               end-if
           end-perform.
           Move spaces to RECALL-REPORT-LINE.
           String "Site " delimited by size
               WS-BREAK-SITE delimited by size
               " " delimited by size
               WS-BREAK-NAME delimited by size
               into RECALL-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       CLOSE-SITE-GROUP section.
           If WS-BREAK-SITE is equal to spaces
               Exit section
           end-if.
           Move WS-SITE-RECALLS to WS-COUNT-EDIT.
           Move spaces to RECALL-REPORT-LINE.
           String "  Site recalls: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into RECALL-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       LOAD-SITE-MASTER section.
           Move 0 to WS-SITE-COUNT.
           Move "N" to WS-SITE-EOF.
           Open input SITE-MASTER-FILE.
           If not WS-SITE-OK
               Exit section
           end-if.
           Perform READ-SITE-RECORD.
           Perform with test before until END-OF-SITES
               If WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Move SM-SITE-CODE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move SM-SITE-NAME to WS-SITE-NAME(WS-SITE-COUNT)
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

       RETURN-SORT-RECORD section.
           Exit section.

       WRITE-REPORT-TOTALS section.
           Move "All sites combined:" to RECALL-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move WS-RECALL-COUNT to WS-COUNT-EDIT.
           Move spaces to RECALL-REPORT-LINE.
           String "Patients to recall: " delimited by size
