000100 Identification division.
       Program-ID.    LATZSTAT.
       Date-written.  2026-10-15.
       Installation.  WSL2.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Status report over a
      *                  campaign being worked by several COBOLLATZ
      *                  workers: segments done, in progress (with
      *                  the worker holding each, how long it has
      *                  held it, and whether the claim has gone
      *                  stale) and still outstanding, from the
      *                  LATZCLM claim file against the campaign in
      *                  LATZCAMP, and per worker the segments and
      *                  chains finished, the time spent on them and
      *                  the chains per hour that works out to.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select CAMPAIGN-FILE assign to "LATZCAMP"
               organization is line sequential
               file status is WS-CAMPAIGN-STATUS.
           Select CLAIM-FILE assign to "LATZCLM"
               organization is indexed
               access mode is dynamic
               record key is CL-SEGMENT
               file status is WS-CLAIM-STATUS.
           Select STATUS-REPORT-FILE assign to "LATZSRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

002000 Data division.
       File section.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05  CG-FROM              picture is Z(19)9.
           05  CG-SPACE-1           picture is X(01).
           05  CG-TO                picture is Z(19)9.
           05  CG-SPACE-2           picture is X(01).
           05  CG-SEGMENT-SIZE      picture is Z(8)9.
           05  CG-SPACE-3           picture is X(01).
           05  CG-SEGS-PER-RUN      picture is Z(4)9.
           05  CG-SPACE-4           picture is X(01).
           05  CG-NEXT-START        picture is Z(19)9.
           05  CG-SPACE-5           picture is X(01).
           05  CG-COMPLETE          picture is X(01).
           05  CG-SPACE-6           picture is X(01).
           05  CG-STALE-MINUTES     picture is Z(5)9.

       FD  CLAIM-FILE.
           COPY LATZCLM.

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE       picture is X(100).

       Working-storage section.
       77  WS-CAMPAIGN-STATUS picture is X(02) value spaces.
           88 WS-CAMPAIGN-OK     value "00".
       77  WS-CLAIM-STATUS  picture is X(02) value spaces.
           88 WS-CLAIM-OK        value "00" "02".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK       value "00".
       77  WS-CLAIM-EOF     picture is X(01) value "N".
           88 END-OF-CLAIMS      value "Y".

       77  WS-CAMP-FROM     usage is binary-double unsigned value 0.
       77  WS-CAMP-TO       usage is binary-double unsigned value 0.
       77  WS-CAMP-NEXT     usage is binary-double unsigned value 0.
       77  WS-CAMP-SEG-SIZE usage is binary-long value 0.
       77  WS-CAMP-SEG-TOTAL usage is binary-long value 0.
       77  WS-CAMP-STALE-MINUTES usage is binary-long value 0.
       77  WS-CAMP-COMPLETE picture is X(01) value "N".
       77  WS-LOW-SEGMENT   usage is binary-long value 0.

       77  WS-DONE-COUNT    usage is binary-long value 0.
       77  WS-ACTIVE-COUNT  usage is binary-long value 0.
       77  WS-STALE-COUNT   usage is binary-long value 0.
       77  WS-EARLY-CLAIMS  usage is binary-long value 0.
       77  WS-UNCLAIMED-DONE usage is binary-long value 0.
       77  WS-OUTSTANDING   usage is binary-long value 0.
       77  WS-NOW-STAMP     picture is X(14) value spaces.
       77  WS-FROM-STAMP    picture is X(14) value spaces.
       77  WS-TO-STAMP      picture is X(14) value spaces.
       77  WS-MINUTES       usage is binary-long value 0.

      * One slot per worker id seen on the claim file; fifty is
      * more machines than the club has.
       77  WS-WORKER-MAX    usage is binary-long value 50.
       77  WS-WORKER-COUNT  usage is binary-long value 0.
       77  WS-WORKER-IX     usage is binary-long value 0.
       77  WS-WORKER-FOUND-SW picture is X(01) value "N".
           88 WS-WORKER-FOUND    value "Y".
       01  WS-WORKER-TABLE.
           05  WS-WK-ENTRY occurs 50 times.
               10  WS-WK-ID         picture is X(10).
               10  WS-WK-DONE       usage is binary-long.
               10  WS-WK-ACTIVE     usage is binary-long.
               10  WS-WK-CHAINS     usage is binary-double.
               10  WS-WK-MINUTES    usage is binary-double.

       77  WS-RATE          usage is binary-double value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-KEY-EDIT      picture is Z(19)9.
       77  WS-KEY-EDIT-2    picture is Z(19)9.
       77  WS-CHAIN-EDIT    picture is Z(12)9.
       77  WS-STALE-FLAG    picture is X(06) value spaces.

003000 Procedure division.
       MAIN section.
           Perform LOAD-CAMPAIGN-CONTROL.
           Move function current-date(1:14) to WS-NOW-STAMP.
           Open output STATUS-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Perform WRITE-CAMPAIGN-HEADING.
           Perform SWEEP-CLAIM-FILE.
           Perform WRITE-SEGMENT-COUNTS.
           Perform WRITE-WORKER-SECTION.
           Close STATUS-REPORT-FILE.
           Stop run.

       LOAD-CAMPAIGN-CONTROL section.
           Open input CAMPAIGN-FILE.
           If not WS-CAMPAIGN-OK
               Display "Unable to open LATZCAMP, status "
                   WS-CAMPAIGN-STATUS
               Stop run with error status 1
           end-if.
           Read CAMPAIGN-FILE
               at end
                   Display "LATZCAMP holds no campaign"
                   Stop run with error status 1
           end-read.
           Close CAMPAIGN-FILE.
           Compute WS-CAMP-FROM = function numval(CG-FROM)
           end-compute.
           Compute WS-CAMP-TO = function numval(CG-TO) end-compute.
           Compute WS-CAMP-SEG-SIZE =
               function numval(CG-SEGMENT-SIZE)
           end-compute.
           Compute WS-CAMP-NEXT = function numval(CG-NEXT-START)
           end-compute.
           Compute WS-CAMP-STALE-MINUTES =
               function numval(CG-STALE-MINUTES)
           end-compute.
           Move CG-COMPLETE to WS-CAMP-COMPLETE.
           If WS-CAMP-FROM is equal to 0
               or WS-CAMP-TO is less than WS-CAMP-FROM
               or WS-CAMP-SEG-SIZE is not greater than 0
               Display "LATZCAMP campaign definition unusable"
               Stop run with error status 1
           end-if.
           If WS-CAMP-STALE-MINUTES is not greater than 0
               Move 240 to WS-CAMP-STALE-MINUTES
           end-if.
           If WS-CAMP-NEXT is less than WS-CAMP-FROM
               Move WS-CAMP-FROM to WS-CAMP-NEXT
           end-if.
           Compute WS-CAMP-SEG-TOTAL =
               (WS-CAMP-TO - WS-CAMP-FROM) / WS-CAMP-SEG-SIZE + 1
           end-compute.
           If WS-CAMP-COMPLETE is equal to "Y"
               Compute WS-LOW-SEGMENT = WS-CAMP-SEG-TOTAL + 1
               end-compute
           else
               Compute WS-LOW-SEGMENT =
                   (WS-CAMP-NEXT - WS-CAMP-FROM) / WS-CAMP-SEG-SIZE
                   + 1
               end-compute
           end-if.
           Exit section.

      * A campaign worked before the claim file existed has segments
      * below LATZCAMP's next start with no claim on file; those were
      * finished then, and count as done here.
       SWEEP-CLAIM-FILE section.
           Open input CLAIM-FILE.
           If not WS-CLAIM-OK
               Display "Unable to open LATZCLM, status "
                   WS-CLAIM-STATUS
               Stop run with error status 1
           end-if.
           Move "In progress:" to STATUS-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move 1 to CL-SEGMENT.
           Start CLAIM-FILE key is not less than CL-SEGMENT
               invalid key move "Y" to WS-CLAIM-EOF
           end-start.
           Perform READ-NEXT-CLAIM-RECORD.
           Perform with test before until END-OF-CLAIMS
               If CL-SEGMENT is less than WS-LOW-SEGMENT
                   Add 1 to WS-EARLY-CLAIMS
               end-if
               Perform TALLY-ONE-CLAIM
               Perform READ-NEXT-CLAIM-RECORD
           end-perform.
           Close CLAIM-FILE.
           If WS-ACTIVE-COUNT is equal to 0
               Move "  (none)" to STATUS-REPORT-LINE
               Perform WRITE-REPORT-LINE
           end-if.
           Compute WS-UNCLAIMED-DONE =
               WS-LOW-SEGMENT - 1 - WS-EARLY-CLAIMS
           end-compute.
           If WS-UNCLAIMED-DONE is less than 0
               Move 0 to WS-UNCLAIMED-DONE
           end-if.
           Add WS-UNCLAIMED-DONE to WS-DONE-COUNT.
           Compute WS-OUTSTANDING =
               WS-CAMP-SEG-TOTAL - WS-DONE-COUNT - WS-ACTIVE-COUNT
           end-compute.
           If WS-OUTSTANDING is less than 0
               Move 0 to WS-OUTSTANDING
           end-if.
           Exit section.

       READ-NEXT-CLAIM-RECORD section.
           If not END-OF-CLAIMS
               Read CLAIM-FILE next
                   at end move "Y" to WS-CLAIM-EOF
               end-read
           end-if.
           Exit section.

       TALLY-ONE-CLAIM section.
           Perform FIND-WORKER-SLOT.
           Evaluate true
               when CL-DONE
                   Add 1 to WS-DONE-COUNT
                   If WS-WORKER-IX is greater than 0
                       Add 1 to WS-WK-DONE(WS-WORKER-IX)
                       Add CL-CHAINS to WS-WK-CHAINS(WS-WORKER-IX)
                       Move CL-CLAIMED-AT to WS-FROM-STAMP
                       Move CL-DONE-AT to WS-TO-STAMP
                       Perform COMPUTE-MINUTES-BETWEEN
                       Add WS-MINUTES to WS-WK-MINUTES(WS-WORKER-IX)
                   end-if
               when CL-IN-PROGRESS
                   Add 1 to WS-ACTIVE-COUNT
                   If WS-WORKER-IX is greater than 0
                       Add 1 to WS-WK-ACTIVE(WS-WORKER-IX)
                   end-if
                   Perform WRITE-ACTIVE-CLAIM-LINE
               when other
                   continue
           end-evaluate.
           Exit section.

       FIND-WORKER-SLOT section.
           Move "N" to WS-WORKER-FOUND-SW.
           Perform varying WS-WORKER-IX from 1 by 1
                   until WS-WORKER-IX is greater than WS-WORKER-COUNT
                   or WS-WORKER-FOUND
               If WS-WK-ID(WS-WORKER-IX) is equal to CL-WORKER
                   Move "Y" to WS-WORKER-FOUND-SW
               end-if
           end-perform.
           If WS-WORKER-FOUND
               Subtract 1 from WS-WORKER-IX
               Exit section
           end-if.
           If WS-WORKER-COUNT is less than WS-WORKER-MAX
               Add 1 to WS-WORKER-COUNT
               Move WS-WORKER-COUNT to WS-WORKER-IX
               Initialize WS-WK-ENTRY(WS-WORKER-IX)
               Move CL-WORKER to WS-WK-ID(WS-WORKER-IX)
           else
               Move 0 to WS-WORKER-IX
           end-if.
           Exit section.

      * Whole minutes between two YYYYMMDDHHMMSS stamps; an unreadable
      * stamp gives zero.
       COMPUTE-MINUTES-BETWEEN section.
           Move 0 to WS-MINUTES.
           If WS-FROM-STAMP is not numeric
               or WS-TO-STAMP is not numeric
               Exit section
           end-if.
           Compute WS-MINUTES =
               (function integer-of-date(
                   function numval(WS-TO-STAMP(1:8)))
                - function integer-of-date(
                   function numval(WS-FROM-STAMP(1:8)))) * 1440
               + function numval(WS-TO-STAMP(9:2)) * 60
               + function numval(WS-TO-STAMP(11:2))
               - function numval(WS-FROM-STAMP(9:2)) * 60
               - function numval(WS-FROM-STAMP(11:2))
           end-compute.
           If WS-MINUTES is less than 0
               Move 0 to WS-MINUTES
           end-if.
           Exit section.

       WRITE-CAMPAIGN-HEADING section.
           Move WS-CAMP-FROM to WS-KEY-EDIT.
           Move WS-CAMP-TO to WS-KEY-EDIT-2.
           Move spaces to STATUS-REPORT-LINE.
           String "----- Campaign " delimited by size
               function trim(WS-KEY-EDIT) delimited by size
               " - " delimited by size
               function trim(WS-KEY-EDIT-2) delimited by size
               " status at " delimited by size
               WS-NOW-STAMP(1:4) delimited by size
               "-" delimited by size
               WS-NOW-STAMP(5:2) delimited by size
               "-" delimited by size
               WS-NOW-STAMP(7:2) delimited by size
               " " delimited by size
               WS-NOW-STAMP(9:2) delimited by size
               ":" delimited by size
               WS-NOW-STAMP(11:2) delimited by size
               " -----" delimited by size
               into STATUS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-CAMP-SEG-SIZE to WS-COUNT-EDIT.
           Move WS-CAMP-SEG-TOTAL to WS-COUNT-EDIT-2.
           Move WS-CAMP-STALE-MINUTES to WS-COUNT-EDIT-3.
           Move spaces to STATUS-REPORT-LINE.
           String "Segments of " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               ": " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " in all; claims go stale after " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               " minutes" delimited by size
               into STATUS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-ACTIVE-CLAIM-LINE section.
           Move CL-CLAIMED-AT to WS-FROM-STAMP.
           Move WS-NOW-STAMP to WS-TO-STAMP.
           Perform COMPUTE-MINUTES-BETWEEN.
           If WS-MINUTES is not less than WS-CAMP-STALE-MINUTES
               Move "STALE" to WS-STALE-FLAG
               Add 1 to WS-STALE-COUNT
           else
               Move spaces to WS-STALE-FLAG
           end-if.
           Move CL-SEGMENT to WS-COUNT-EDIT.
           Move CL-SEG-FROM to WS-KEY-EDIT.
           Move CL-SEG-TO to WS-KEY-EDIT-2.
           Move WS-MINUTES to WS-COUNT-EDIT-2.
           Move spaces to STATUS-REPORT-LINE.
           String "  segment " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " (" delimited by size
               function trim(WS-KEY-EDIT) delimited by size
               "-" delimited by size
               function trim(WS-KEY-EDIT-2) delimited by size
               ") worker " delimited by size
               function trim(CL-WORKER) delimited by size
               " for " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " min " delimited by size
               WS-STALE-FLAG delimited by space
               into STATUS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-SEGMENT-COUNTS section.
           Move WS-DONE-COUNT to WS-COUNT-EDIT.
           Move WS-UNCLAIMED-DONE to WS-COUNT-EDIT-2.
           Move spaces to STATUS-REPORT-LINE.
           String "Done:        " delimited by size
               WS-COUNT-EDIT delimited by size
               "  (" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " before claims were kept)" delimited by size
               into STATUS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-ACTIVE-COUNT to WS-COUNT-EDIT.
           Move WS-STALE-COUNT to WS-COUNT-EDIT-2.
           Move spaces to STATUS-REPORT-LINE.
           String "In progress: " delimited by size
               WS-COUNT-EDIT delimited by size
               "  (" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " stale)" delimited by size
               into STATUS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-OUTSTANDING to WS-COUNT-EDIT.
           Move spaces to STATUS-REPORT-LINE.
           String "Outstanding: " delimited by size
               WS-COUNT-EDIT delimited by size
               into STATUS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

      * Throughput is chains finished per hour of claim-to-done time,
      * the time each worker actually held the segments it finished.
       WRITE-WORKER-SECTION section.
           Move "Workers:" to STATUS-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           If WS-WORKER-COUNT is equal to 0
               Move "  (none)" to STATUS-REPORT-LINE
               Perform WRITE-REPORT-LINE
               Exit section
           end-if.
           Perform varying WS-WORKER-IX from 1 by 1
                   until WS-WORKER-IX is greater than WS-WORKER-COUNT
               Perform WRITE-ONE-WORKER-LINE
           end-perform.
           Exit section.

       WRITE-ONE-WORKER-LINE section.
           Move WS-WK-DONE(WS-WORKER-IX) to WS-COUNT-EDIT.
           Move WS-WK-ACTIVE(WS-WORKER-IX) to WS-COUNT-EDIT-2.
           Move WS-WK-MINUTES(WS-WORKER-IX) to WS-COUNT-EDIT-3.
           Move WS-WK-CHAINS(WS-WORKER-IX) to WS-CHAIN-EDIT.
           If WS-WK-MINUTES(WS-WORKER-IX) is greater than 0
               Compute WS-RATE =
                   WS-WK-CHAINS(WS-WORKER-IX) * 60
                   / WS-WK-MINUTES(WS-WORKER-IX)
               end-compute
               Move WS-RATE to WS-KEY-EDIT
           else
               Move 0 to WS-KEY-EDIT
           end-if.
           Move spaces to STATUS-REPORT-LINE.
           String "  " delimited by size
               WS-WK-ID(WS-WORKER-IX) delimited by size
               " done " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " active " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " chains " delimited by size
               function trim(WS-CHAIN-EDIT) delimited by size
               " in " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               " min, " delimited by size
               function trim(WS-KEY-EDIT) delimited by size
               " chains/hour" delimited by size
               into STATUS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-LINE section.
           Write STATUS-REPORT-LINE.
           Display STATUS-REPORT-LINE(1:79).
           Move spaces to STATUS-REPORT-LINE.
           Exit section.

       End program LATZSTAT.
