      *                  patients on PATMAST.  Reads the VISITMST
      *                  keyed visit master joined to PATMAST for
      *                  sex and birth date.
      * 2026-10-15  RLP  Multi-clinic: a by-site section now leads
      *                  the report -- visits, distinct patients,
      *                  mean BMI and the category mix for each
      *                  clinic site, in SITEMAST order with names --
      *                  ahead of the existing figures, which stand
      *                  as the combined total for all sites.  A
      *                  visit with no site is the original site
      *                  001; a site on a visit but not on the site
      *                  master is still reported, unnamed.

001000 Environment division.
       Configuration section.
           Select STATS-REPORT-FILE assign to "CLINSTAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           Select SITE-MASTER-FILE assign to "SITEMAST"
               organization is line sequential
               file status is WS-SITE-STATUS.

002000 Data division.
       File section.
       FD  STATS-REPORT-FILE.
       01  STATS-REPORT-LINE        picture is X(80).

       FD  SITE-MASTER-FILE.
           COPY SITEMAST.

       Working-storage section.
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK         value "00".
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.

      * Per-site totals over the range, sites in SITEMAST order and
      * any site found only on the visits after them.  The group
      * switch marks a site the current patient was seen at, so a
      * patient counts once per site however many visits they made.
       77  WS-SITE-STATUS   picture is X(02) value spaces.
           88 WS-SITE-OK          value "00".
       77  WS-SITE-EOF      picture is X(01) value "N".
           88 END-OF-SITES        value "Y".
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-VISIT-SITE    picture is X(03) value spaces.
       77  WS-SITE-MAX      usage is binary-long value 20.
       77  WS-SITE-COUNT    usage is binary-long value 0.
       77  WS-SITE-IX       usage is binary-long value 0.
       77  WS-SITE-FOUND-IX usage is binary-long value 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY occurs 20 times.
               10  WS-SITE-CODE     picture is X(03).
               10  WS-SITE-NAME     picture is X(30).
               10  WS-SITE-VISITS   usage is binary-long.
               10  WS-SITE-SEEN     usage is binary-long.
               10  WS-SITE-GROUP-SW picture is X(01).
               10  WS-SITE-BMI-SUM  usage is float-long.
               10  WS-SITE-CAT-CNT  usage is binary-long
                                    occurs 15 times.

003000 Procedure division.
       MAIN section.
           Display "From month (YYYYMM): " with no advancing.
           Move "M" to WS-SEX-CODE(1).
           Move "F" to WS-SEX-CODE(2).
           Move "U" to WS-SEX-CODE(3).
           Perform LOAD-SITE-MASTER.
           Open input VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
               and WS-GROUP-IN-RANGE
               Add 1 to WS-SEEN-COUNT
           end-if.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               If WS-SITE-GROUP-SW(WS-SITE-IX) is equal to "Y"
                   Add 1 to WS-SITE-SEEN(WS-SITE-IX)
                   Move "N" to WS-SITE-GROUP-SW(WS-SITE-IX)
               end-if
           end-perform.
           Exit section.

      * Every site on the master is loaded, inactive ones included:
      * a closed site's history still reports under its name.
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
                   Initialize WS-SITE-ENTRY(WS-SITE-COUNT)
                   Move SM-SITE-CODE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move SM-SITE-NAME to WS-SITE-NAME(WS-SITE-COUNT)
                   Move "N" to WS-SITE-GROUP-SW(WS-SITE-COUNT)
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
           If VM-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to WS-VISIT-SITE
           else
               Move VM-SITE-CODE to WS-VISIT-SITE
           end-if.
           Move 0 to WS-SITE-FOUND-IX.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               If WS-SITE-CODE(WS-SITE-IX) is equal to WS-VISIT-SITE
                   Move WS-SITE-IX to WS-SITE-FOUND-IX
               end-if
           end-perform.
           If WS-SITE-FOUND-IX is equal to 0
               If WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Initialize WS-SITE-ENTRY(WS-SITE-COUNT)
                   Move WS-VISIT-SITE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move "(not on site master)" to
                       WS-SITE-NAME(WS-SITE-COUNT)
                   Move "N" to WS-SITE-GROUP-SW(WS-SITE-COUNT)
                   Move WS-SITE-COUNT to WS-SITE-FOUND-IX
               else
                   Display "Site table full, site " WS-VISIT-SITE
                       " not tallied by site"
               end-if
           end-if.
           Exit section.

       TALLY-ONE-VISIT section.
           Perform FIND-CATEGORY-ENTRY.
           Perform FIND-SITE-ENTRY.
           If WS-SITE-FOUND-IX is greater than 0
               Add 1 to WS-SITE-VISITS(WS-SITE-FOUND-IX)
               Move "Y" to WS-SITE-GROUP-SW(WS-SITE-FOUND-IX)
               Compute WS-SITE-BMI-SUM(WS-SITE-FOUND-IX) =
                   WS-SITE-BMI-SUM(WS-SITE-FOUND-IX)
                   + function numval(VM-BMI)
               end-compute
               If WS-CAT-FOUND-IX is greater than 0
                   Add 1 to WS-SITE-CAT-CNT(WS-SITE-FOUND-IX,
                       WS-CAT-FOUND-IX)
               end-if
           end-if.
           Perform FIND-MONTH-ENTRY.
           If WS-MONTH-FOUND-IX is equal to 0
               Exit section
           end-if.
           Add 1 to WS-MTH-VISITS(WS-MONTH-FOUND-IX).
           If WS-CAT-FOUND-IX is greater than 0
               Add 1 to WS-MTH-CAT-CNT(WS-MONTH-FOUND-IX,
                   WS-CAT-FOUND-IX)
               into STATS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform REPORT-BY-SITE.
           Move "All sites combined:" to STATS-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-MONTH-IX from 1 by 1
                   until WS-MONTH-IX is greater than WS-MONTH-COUNT
               Perform REPORT-ONE-MONTH
           Close STATS-REPORT-FILE.
           Exit section.

      * One block per site that had a visit in range: the site's
      * visits, distinct patients and mean BMI, then its category
      * mix over the whole range.
       REPORT-BY-SITE section.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               If WS-SITE-VISITS(WS-SITE-IX) is greater than 0
                   Perform REPORT-ONE-SITE
               end-if
           end-perform.
           Exit section.

       REPORT-ONE-SITE section.
           Move spaces to STATS-REPORT-LINE.
           String "Site " delimited by size
               WS-SITE-CODE(WS-SITE-IX) delimited by size
               " " delimited by size
               WS-SITE-NAME(WS-SITE-IX) delimited by size
               into STATS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Compute WS-MEAN-BMI rounded =
               WS-SITE-BMI-SUM(WS-SITE-IX)
               / WS-SITE-VISITS(WS-SITE-IX)
           end-compute.
           Move WS-MEAN-BMI to WS-MEAN-EDIT.
           Move WS-SITE-VISITS(WS-SITE-IX) to WS-COUNT-EDIT.
           Move WS-SITE-SEEN(WS-SITE-IX) to WS-COUNT-EDIT-2.
           Move spaces to STATS-REPORT-LINE.
           String "  " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " visit(s), " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " patient(s), mean BMI " delimited by size
               WS-MEAN-EDIT delimited by size
               into STATS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-CAT-IX from 1 by 1
                   until WS-CAT-IX is greater than WS-CAT-COUNT
               If WS-SITE-CAT-CNT(WS-SITE-IX, WS-CAT-IX) is
                       greater than 0
                   Compute WS-PCT rounded =
                       WS-SITE-CAT-CNT(WS-SITE-IX, WS-CAT-IX)
                       * 100.0 / WS-SITE-VISITS(WS-SITE-IX)
                   end-compute
                   Move WS-SITE-CAT-CNT(WS-SITE-IX, WS-CAT-IX)
                       to WS-COUNT-EDIT
                   Move WS-PCT to WS-PCT-EDIT
                   Move spaces to STATS-REPORT-LINE
                   String "  " delimited by size
                       WS-CAT-NAME(WS-CAT-IX) delimited by size
                       " " delimited by size
                       WS-COUNT-EDIT delimited by size
                       "  " delimited by size
                       WS-PCT-EDIT delimited by size
                       "%" delimited by size
                       into STATS-REPORT-LINE
                   end-string
                   Perform WRITE-REPORT-LINE
               end-if
           end-perform.
           Exit section.

       REPORT-ONE-MONTH section.
           Move WS-MTH-VISITS(WS-MONTH-IX) to WS-COUNT-EDIT.
           Move spaces to STATS-REPORT-LINE.
