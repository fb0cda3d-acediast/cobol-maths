      *                  called out distinctly in the abnormal
      *                  section, with their elapsed time, instead
      *                  of blending in with ordinary failures.
      * 2026-10-15  RLP  Each step line now shows the NIGHTRUN
      *                  concurrency group it ran in, and the totals
      *                  give the actual window (first start to last
      *                  end of the steps that ran) against the sum
      *                  of step times, i.e. what the window would
      *                  have been run serially, with one line per
      *                  group showing its overlap.
      * 2026-10-15  RLP  A closing Paged section lists the night's
      *                  on-call alerts from NIGHTRUN's TXNLOG lines:
      *                  what was alerted, who was paged at what
      *                  severity, when, and what it held back.

001000 Environment division.
       Configuration section.
           05  JL-ELAPSED-SECS      picture is Z(5)9.
           05  JL-SPACE-7           picture is X(01).
           05  JL-PROCESSED         picture is Z(8)9.
           05  JL-SPACE-8           picture is X(01).
           05  JL-GROUP             picture is X(03).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.
       01  WS-ABNORMAL-TABLE.
           05  WS-ABN-LINE      picture is X(100) occurs 100 times.

       77  WS-PAGE-MAX      usage is binary-long value 50.
       77  WS-PAGE-COUNT    usage is binary-long value 0.
       77  WS-PAGE-IX       usage is binary-long value 0.
       77  WS-PAGE-DROPPED  usage is binary-long value 0.
       01  WS-PAGE-TABLE.
           05  WS-PAGE-LINE     picture is X(100) occurs 50 times.

       77  WS-CHECK-F-TALLY usage is binary-long value 0.
       77  WS-REFUSED-TALLY usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.

       77  WS-RAN-STEPS     usage is binary-long value 0.
       77  WS-FIRST-START   usage is binary-double value 0.
       77  WS-LAST-END      usage is binary-double value 0.
       77  WS-FIRST-STAMP   picture is X(14) value spaces.
       77  WS-LAST-STAMP    picture is X(14) value spaces.
       77  WS-ACTUAL-SECS   usage is binary-long value 0.
       77  WS-START-SERIAL  usage is binary-double value 0.
       77  WS-END-SERIAL    usage is binary-double value 0.
       77  WS-SERIAL-WORK   usage is binary-double value 0.
       77  WS-SERIAL-STAMP  picture is X(14) value spaces.
       77  WS-GRP-MAX       usage is binary-long value 20.
       77  WS-GRP-COUNT     usage is binary-long value 0.
       77  WS-GRP-IX        usage is binary-long value 0.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY occurs 20 times.
               10  WS-GRP-NAME      picture is X(03).
               10  WS-GRP-STEPS     usage is binary-long.
               10  WS-GRP-STEP-SECS usage is binary-long.
               10  WS-GRP-START     usage is binary-double.
               10  WS-GRP-END       usage is binary-double.

       01  WS-STEP-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  ML-PROCESSED         picture is X(09).
           05  FILLER               picture is X(02) value spaces.
           05  ML-STATUS            picture is X(06).
           05  FILLER               picture is X(02) value spaces.
           05  ML-GROUP             picture is X(03).

003000 Procedure division.
       MAIN section.
           Perform WRITE-REPORT-LINE.
           String "  Step            Start           " delimited
                   by size
               "Secs    Volume     Status  Grp" delimited by size
               into MORNING-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move JL-ELAPSED-SECS to ML-ELAPSED.
           Move JL-PROCESSED to ML-PROCESSED.
           Move JL-STATUS to ML-STATUS.
           Move JL-GROUP to ML-GROUP.
           Move WS-STEP-LINE to MORNING-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           If JL-STATUS is equal to "OK    "
               or JL-STATUS is equal to "FAILED"
               or JL-STATUS is equal to "TIMOUT"
               Perform TRACK-STEP-SPAN
           end-if.
           Compute WS-WINDOW-SECS = WS-WINDOW-SECS
               + function numval(JL-ELAPSED-SECS)
           end-compute.
           end-if.
           Exit section.

      * Only steps that actually ran mark out the window; idle
      * records (disabled, not scheduled, skipped) are stamped at the
      * moment they were passed over and would only stretch it.  A
      * step that ran in a NIGHTRUN group is also tallied against
      * that group, so its overlap can be shown.
       TRACK-STEP-SPAN section.
           Move JL-START-TIME to WS-SERIAL-STAMP.
           Perform STAMP-TO-SERIAL.
           Move WS-SERIAL-WORK to WS-START-SERIAL.
           Move JL-END-TIME to WS-SERIAL-STAMP.
           Perform STAMP-TO-SERIAL.
           Move WS-SERIAL-WORK to WS-END-SERIAL.
           Add 1 to WS-RAN-STEPS.
           If WS-RAN-STEPS is equal to 1
                   or WS-START-SERIAL is less than WS-FIRST-START
               Move WS-START-SERIAL to WS-FIRST-START
               Move JL-START-TIME to WS-FIRST-STAMP
           end-if.
           If WS-RAN-STEPS is equal to 1
                   or WS-END-SERIAL is greater than WS-LAST-END
               Move WS-END-SERIAL to WS-LAST-END
               Move JL-END-TIME to WS-LAST-STAMP
           end-if.
           If JL-GROUP is equal to spaces
               Exit section
           end-if.
           Perform varying WS-GRP-IX from 1 by 1
                   until WS-GRP-IX is greater than WS-GRP-COUNT
                   or WS-GRP-NAME(WS-GRP-IX) is equal to JL-GROUP
               continue
           end-perform.
           If WS-GRP-IX is greater than WS-GRP-COUNT
               If WS-GRP-COUNT is not less than WS-GRP-MAX
                   Exit section
               end-if
               Add 1 to WS-GRP-COUNT
               Move WS-GRP-COUNT to WS-GRP-IX
               Move JL-GROUP to WS-GRP-NAME(WS-GRP-IX)
               Move 0 to WS-GRP-STEPS(WS-GRP-IX)
               Move 0 to WS-GRP-STEP-SECS(WS-GRP-IX)
               Move WS-START-SERIAL to WS-GRP-START(WS-GRP-IX)
               Move WS-END-SERIAL to WS-GRP-END(WS-GRP-IX)
           end-if.
           Add 1 to WS-GRP-STEPS(WS-GRP-IX).
           Compute WS-GRP-STEP-SECS(WS-GRP-IX) =
               WS-GRP-STEP-SECS(WS-GRP-IX)
               + function numval(JL-ELAPSED-SECS)
           end-compute.
           If WS-START-SERIAL is less than WS-GRP-START(WS-GRP-IX)
               Move WS-START-SERIAL to WS-GRP-START(WS-GRP-IX)
           end-if.
           If WS-END-SERIAL is greater than WS-GRP-END(WS-GRP-IX)
               Move WS-END-SERIAL to WS-GRP-END(WS-GRP-IX)
           end-if.
           Exit section.

      * Day-and-time stamps go through a days-times-86400 serial, as
      * NIGHTRUN does, so a window that crosses midnight still spans
      * correctly.
       STAMP-TO-SERIAL section.
           Compute WS-SERIAL-WORK =
               function integer-of-date(
                   function numval(WS-SERIAL-STAMP(1:8))) * 86400
               + function numval(WS-SERIAL-STAMP(9:2)) * 3600
               + function numval(WS-SERIAL-STAMP(11:2)) * 60
               + function numval(WS-SERIAL-STAMP(13:2))
           end-compute.
           Exit section.

      * The night's TXNLOG lines are swept for the things a step's
      * return code alone cannot show: a run whose self-check came
      * back F, or an authorization refusal.
           Exit section.

       CHECK-TXN-ABNORMAL section.
           If TX-PROGRAM-NAME is equal to "NIGHTRUN"
               and TX-INPUT-SUMMARY(1:6) is equal to "alert "
               Perform BUFFER-PAGE-LINE
               Exit section
           end-if.
           Move 0 to WS-CHECK-F-TALLY.
           Move 0 to WS-REFUSED-TALLY.
           Inspect TX-OUTPUT-SUMMARY tallying WS-CHECK-F-TALLY
           end-if.
           Exit section.

      * NIGHTRUN logs each page as "alert <type> <step> <status>
      * rc= secs=" with "paged= esc= sev= at= held=" alongside.
       BUFFER-PAGE-LINE section.
           If WS-PAGE-COUNT is less than WS-PAGE-MAX
               Add 1 to WS-PAGE-COUNT
               Move spaces to WS-PAGE-LINE(WS-PAGE-COUNT)
               String "  " delimited by size
                   function trim(TX-INPUT-SUMMARY(7:58))
                       delimited by size
                   " " delimited by size
                   function trim(TX-OUTPUT-SUMMARY)
                       delimited by size
                   into WS-PAGE-LINE(WS-PAGE-COUNT)
               end-string
           else
               Add 1 to WS-PAGE-DROPPED
           end-if.
           Exit section.

       WRITE-TOTALS-AND-ABNORMAL section.
           Move WS-WINDOW-SECS to WS-COUNT-EDIT.
           Move WS-WINDOW-VOLUME to WS-COUNT-EDIT-2.
               into MORNING-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform WRITE-WINDOW-OVERLAP.
           Move "Abnormal:" to MORNING-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           If WS-ABN-COUNT is equal to 0
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Perform WRITE-PAGED-SECTION.
           Exit section.

       WRITE-PAGED-SECTION section.
           Move "Paged:" to MORNING-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           If WS-PAGE-COUNT is equal to 0
               Move "  (nobody paged)" to MORNING-REPORT-LINE
               Perform WRITE-REPORT-LINE
           end-if.
           Perform varying WS-PAGE-IX from 1 by 1
                   until WS-PAGE-IX is greater than WS-PAGE-COUNT
               Move WS-PAGE-LINE(WS-PAGE-IX) to MORNING-REPORT-LINE
               Perform WRITE-REPORT-LINE
           end-perform.
           If WS-PAGE-DROPPED is greater than 0
               Move WS-PAGE-DROPPED to WS-COUNT-EDIT
               Move spaces to MORNING-REPORT-LINE
               String "  (and " delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " more not shown)" delimited by size
                   into MORNING-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

      * The window total above is the sum of step times, which is
      * what the night would have taken run serially; the actual
      * window is first start to last end, shorter by whatever the
      * concurrency groups overlapped.  A rerun later the same date
      * stretches the actual window by the gap between the runs.
       WRITE-WINDOW-OVERLAP section.
           If WS-RAN-STEPS is equal to 0
               Exit section
           end-if.
           Compute WS-ACTUAL-SECS = WS-LAST-END - WS-FIRST-START
           end-compute.
           Move WS-ACTUAL-SECS to WS-COUNT-EDIT.
           Move WS-WINDOW-SECS to WS-COUNT-EDIT-2.
           String "Actual window: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " second(s), " delimited by size
               WS-FIRST-STAMP delimited by size
               " to " delimited by size
               WS-LAST-STAMP delimited by size
               " (serial " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               ")" delimited by size
               into MORNING-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-GRP-IX from 1 by 1
                   until WS-GRP-IX is greater than WS-GRP-COUNT
               Move WS-GRP-STEPS(WS-GRP-IX) to WS-COUNT-EDIT
               Compute WS-ACTUAL-SECS = WS-GRP-END(WS-GRP-IX)
                   - WS-GRP-START(WS-GRP-IX)
               end-compute
               Move WS-ACTUAL-SECS to WS-COUNT-EDIT-2
               Move WS-GRP-STEP-SECS(WS-GRP-IX) to WS-COUNT-EDIT-3
               String "  group " delimited by size
                   function trim(WS-GRP-NAME(WS-GRP-IX))
                       delimited by size
                   ": " delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " step(s) overlapped in " delimited by size
                   function trim(WS-COUNT-EDIT-2) delimited by size
                   " second(s), " delimited by size
                   function trim(WS-COUNT-EDIT-3) delimited by size
                   " second(s) of step time" delimited by size
                   into MORNING-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-perform.
           Exit section.

       WRITE-REPORT-LINE section.
