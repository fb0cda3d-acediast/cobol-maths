000100 Identification division.
       Program-ID.    EULRSTAT.
       Date-written.  2026-10-15.
       Installation.  WSL2.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Digit statistics over the
      *                  verified masters EULRCONS maintains
      *                  (EULRMSTE, EULRMSTP, EULRMSTS), one constant
      *                  or all three, over the whole verified run or
      *                  a from/to place range: frequency of each
      *                  digit with a chi-square figure against a
      *                  uniform spread, digit-pair frequencies, the
      *                  longest run of one repeated digit and where
      *                  it sits, and the first place every 2- and
      *                  3-digit string appears.  Digit strings
      *                  listed in EULRSRCH (birthdays, phone
      *                  numbers) are each reported with their first
      *                  place and count, or as not occurring within
      *                  the verified places.  The report goes to
      *                  EULRDRPT.
      * 2026-10-15  RLP  Where EULRVRFY's check found a master
      *                  disagreeing at some place, statistics stop
      *                  short of it, as EULRLOOK does, and the report
      *                  says the rest is held.
      * 2026-10-15  RLP  The first-place grid's heading is split over
      *                  two lines so it no longer runs past the
      *                  report line.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select MASTER-FILE assign to dynamic WS-MASTER-NAME
               organization is line sequential
               file status is WS-MASTER-STATUS.
           Select SEARCH-LIST-FILE assign to "EULRSRCH"
               organization is line sequential
               file status is WS-SEARCH-STATUS.
           Select DIGIT-REPORT-FILE assign to "EULRDRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

002000 Data division.
       File section.
       FD  MASTER-FILE.
           COPY EULRMST.

      * One digit string to look for per line, with an optional
      * label to carry onto the report.
       FD  SEARCH-LIST-FILE.
       01  SEARCH-LIST-RECORD.
           05  SL-DIGITS            picture is X(20).
           05  SL-SPACE-1           picture is X(01).
           05  SL-LABEL             picture is X(40).

       FD  DIGIT-REPORT-FILE.
       01  DIGIT-REPORT-LINE        picture is X(80).

       Working-storage section.
       77  WS-MASTER-STATUS picture is X(02) value spaces.
           88 WS-MASTER-OK         value "00".
       77  WS-SEARCH-STATUS picture is X(02) value spaces.
           88 WS-SEARCH-OK         value "00".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK         value "00".
       77  WS-SEARCH-EOF    picture is X(01) value "N".
           88 END-OF-SEARCH-LIST   value "Y".

       77  WS-MASTER-NAME   picture is X(08) value spaces.
       01  WS-CONSTANT-LIST.
           05  FILLER               picture is X(01) value "E".
           05  FILLER               picture is X(01) value "P".
           05  FILLER               picture is X(01) value "S".
       01  WS-CONSTANT-TABLE redefines WS-CONSTANT-LIST.
           05  WS-CONSTANT      picture is X(01) occurs 3 times.
       77  WS-CONST-IX      usage is binary-long value 0.
       77  WS-THIS-CONST    picture is X(01) value spaces.
       77  WS-CONSTANT-CODE picture is X(01) value spaces.
           88 WS-CONST-KNOWN       value "E" "P" "S" "A".
           88 WS-ALL-CONSTANTS     value "A".
       77  WS-ANSWER-IN     picture is X(08) value spaces.

       77  WS-PLACE-MAX     usage is binary-long value 4000.
       77  WS-REQ-FROM      usage is binary-long value 0.
       77  WS-REQ-TO        usage is binary-long value 0.
       77  WS-FROM-PLACE    usage is binary-long value 0.
       77  WS-TO-PLACE      usage is binary-long value 0.
       77  WS-VERIFIED-COUNT usage is binary-long value 0.
       77  WS-HOLD-PLACE    usage is binary-long value 0.
       77  WS-DIGIT-TOTAL   usage is binary-long value 0.
       77  WS-MASTER-DIGITS picture is X(4000) value spaces.

       77  WS-PLACE-IX      usage is binary-long value 0.
       77  WS-DIGIT-IX      usage is binary-long value 0.
       77  WS-ROW-IX        usage is binary-long value 0.
       77  WS-COL-IX        usage is binary-long value 0.
       77  WS-TABLE-IX      usage is binary-long value 0.
       77  WS-DIGIT-CHAR    picture is X(01) value "0".
       77  WS-DIGIT-VALUE redefines WS-DIGIT-CHAR
                            picture is 9(01).
       77  WS-PAIR-CHARS    picture is X(02) value "00".
       77  WS-PAIR-VALUE redefines WS-PAIR-CHARS
                            picture is 9(02).
       77  WS-TRIPLE-CHARS  picture is X(03) value "000".
       77  WS-TRIPLE-VALUE redefines WS-TRIPLE-CHARS
                            picture is 9(03).

       01  WS-DIGIT-TABLE.
           05  WS-DIGIT-FREQ    usage is binary-long occurs 10 times.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY    occurs 100 times.
               10  WS-PAIR-FREQ     usage is binary-long.
               10  WS-PAIR-FIRST    usage is binary-long.
       01  WS-TRIPLE-TABLE.
           05  WS-TRIPLE-FIRST  usage is binary-long occurs 1000 times.
       77  WS-PAIRS-SEEN    usage is binary-long value 0.
       77  WS-PAIRS-BY      usage is binary-long value 0.
       77  WS-TRIPLES-SEEN  usage is binary-long value 0.
       77  WS-TRIPLES-BY    usage is binary-long value 0.

      * Chi-square against ten equally likely digits has nine degrees
      * of freedom; 16.919 is the 5% point, so a figure above it is
      * the level at which a uniform spread is usually doubted.
       77  WS-EXPECTED      picture is 9(05)V9(04) value 0.
       77  WS-DEVIATION     picture is S9(05)V9(04) value 0.
       77  WS-CHI-SQUARE    picture is 9(07)V9(04) value 0.
       77  WS-CHI-CRITICAL  picture is 9(02)V9(03) value 16.919.
       77  WS-CHI-EDIT      picture is Z(6)9.999.
       77  WS-CHI-CRIT-EDIT picture is Z9.999.
       77  WS-PERCENT       picture is 9(03)V9(02) value 0.
       77  WS-PERCENT-EDIT  picture is ZZ9.99.

       77  WS-RUN-DIGIT     picture is X(01) value spaces.
       77  WS-RUN-LENGTH    usage is binary-long value 0.
       77  WS-RUN-START     usage is binary-long value 0.
       77  WS-LONG-DIGIT    picture is X(01) value spaces.
       77  WS-LONG-LENGTH   usage is binary-long value 0.
       77  WS-LONG-START    usage is binary-long value 0.

       01  WS-SEARCH-TABLE.
           05  WS-SEARCH-ENTRY      occurs 50 times.
               10  WS-SEARCH-DIGITS     picture is X(20).
               10  WS-SEARCH-LENGTH     usage is binary-long.
               10  WS-SEARCH-LABEL      picture is X(40).
               10  WS-SEARCH-VALID      picture is X(01).
       77  WS-SEARCH-MAX    usage is binary-long value 50.
       77  WS-SEARCH-COUNT  usage is binary-long value 0.
       77  WS-SEARCH-SKIPPED usage is binary-long value 0.
       77  WS-SEARCH-IX     usage is binary-long value 0.
       77  WS-SEARCH-FIRST  usage is binary-long value 0.
       77  WS-SEARCH-HITS   usage is binary-long value 0.
       77  WS-SEARCH-LAST   usage is binary-long value 0.

       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-PLACE-EDIT    picture is Z(4)9.
       77  WS-PLACE-EDIT-2  picture is Z(4)9.
       77  WS-CELL-EDIT     picture is Z(5)9.
       77  WS-CELL-PLACE    usage is binary-long value 0.
       77  WS-CELL-TEXT     picture is X(06) value spaces.
       77  WS-ROW-EDIT      picture is 9(02).
       77  WS-ROW-DIGIT     picture is 9(01).
       77  WS-LINE-POS      usage is binary-long value 0.

003000 Procedure division.
       MAIN section.
           Perform PROMPT-CONSTANT.
           Perform PROMPT-PLACE-RANGE.
           Open output DIGIT-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Perform LOAD-SEARCH-LIST.
           Move "----- Digit statistics, verified masters -----"
               to DIGIT-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           If WS-ALL-CONSTANTS
               Perform varying WS-CONST-IX from 1 by 1
                       until WS-CONST-IX is greater than 3
                   Move WS-CONSTANT(WS-CONST-IX) to WS-THIS-CONST
                   Perform REPORT-ONE-CONSTANT
               end-perform
           else
               Move WS-CONSTANT-CODE to WS-THIS-CONST
               Perform REPORT-ONE-CONSTANT
           end-if.
           Close DIGIT-REPORT-FILE.
           Stop run.

       PROMPT-CONSTANT section.
           Perform with test after until WS-CONST-KNOWN
               Display "Constant (E=e, P=pi, S=sqrt 2, A=all three): "
                   with no advancing
               Accept WS-CONSTANT-CODE from console
               Move function upper-case(WS-CONSTANT-CODE)
                   to WS-CONSTANT-CODE
               If not WS-CONST-KNOWN
                   Display "Constant must be E, P, S or A, re-enter."
               end-if
           end-perform.
           Exit section.

      * A blank from place starts at place 1 and a blank to place
      * runs to the end of whatever each master has verified; a to
      * place past the verified run is cut back to it when reported.
       PROMPT-PLACE-RANGE section.
           Move 0 to WS-REQ-FROM.
           Perform with test after
                   until WS-REQ-FROM is greater than 0
                   and WS-REQ-FROM is not greater than WS-PLACE-MAX
               Display "From place (blank = 1): " with no advancing
               Move spaces to WS-ANSWER-IN
               Accept WS-ANSWER-IN from console
               If WS-ANSWER-IN is equal to spaces
                   Move 1 to WS-REQ-FROM
               else
                   Compute WS-REQ-FROM =
                       function numval(WS-ANSWER-IN)
                   end-compute
               end-if
               If WS-REQ-FROM is not greater than 0
                   or WS-REQ-FROM is greater than WS-PLACE-MAX
                   Display "From place must be 1 through 4000, "
                       "re-enter."
               end-if
           end-perform.
           Move 0 to WS-REQ-TO.
           Perform with test after
                   until WS-REQ-TO is not less than WS-REQ-FROM
                   and WS-REQ-TO is not greater than WS-PLACE-MAX
               Display "To place (blank = end of verified run): "
                   with no advancing
               Move spaces to WS-ANSWER-IN
               Accept WS-ANSWER-IN from console
               If WS-ANSWER-IN is equal to spaces
                   Move WS-PLACE-MAX to WS-REQ-TO
               else
                   Compute WS-REQ-TO =
                       function numval(WS-ANSWER-IN)
                   end-compute
               end-if
               If WS-REQ-TO is less than WS-REQ-FROM
                   or WS-REQ-TO is greater than WS-PLACE-MAX
                   Display "To place must reach from the from "
                       "place to 4000 at most, re-enter."
               end-if
           end-perform.
           Exit section.

      * The search list is optional; entries that are not all digits
      * are listed once as skipped and never searched for.
       LOAD-SEARCH-LIST section.
           Move 0 to WS-SEARCH-COUNT.
           Move 0 to WS-SEARCH-SKIPPED.
           Move "N" to WS-SEARCH-EOF.
           Open input SEARCH-LIST-FILE.
           If not WS-SEARCH-OK
               Exit section
           end-if.
           Perform READ-SEARCH-LIST-RECORD.
           Perform with test before until END-OF-SEARCH-LIST
               If SL-DIGITS is not equal to spaces
                   If WS-SEARCH-COUNT is less than WS-SEARCH-MAX
                       Add 1 to WS-SEARCH-COUNT
                       Perform FILE-SEARCH-ENTRY
                   else
                       Add 1 to WS-SEARCH-SKIPPED
                   end-if
               end-if
               Perform READ-SEARCH-LIST-RECORD
           end-perform.
           Close SEARCH-LIST-FILE.
           Exit section.

       READ-SEARCH-LIST-RECORD section.
           Read SEARCH-LIST-FILE
               at end move "Y" to WS-SEARCH-EOF
           end-read.
           Exit section.

       FILE-SEARCH-ENTRY section.
           Move function trim(SL-DIGITS)
               to WS-SEARCH-DIGITS(WS-SEARCH-COUNT).
           Move SL-LABEL to WS-SEARCH-LABEL(WS-SEARCH-COUNT).
           Move function length(function trim(SL-DIGITS))
               to WS-SEARCH-LENGTH(WS-SEARCH-COUNT).
           Move "Y" to WS-SEARCH-VALID(WS-SEARCH-COUNT).
           Perform varying WS-DIGIT-IX from 1 by 1
                   until WS-DIGIT-IX is greater than
                       WS-SEARCH-LENGTH(WS-SEARCH-COUNT)
               If WS-SEARCH-DIGITS(WS-SEARCH-COUNT)(WS-DIGIT-IX:1)
                       is not numeric
                   Move "N" to WS-SEARCH-VALID(WS-SEARCH-COUNT)
               end-if
           end-perform.
           Exit section.

      * One constant: read its master, settle the range against
      * what is verified, then the statistics and the search list.
       REPORT-ONE-CONSTANT section.
           Move spaces to DIGIT-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform READ-VERIFIED-MASTER.
           If WS-VERIFIED-COUNT is less than WS-REQ-FROM
               Move WS-VERIFIED-COUNT to WS-PLACE-EDIT
               Move spaces to DIGIT-REPORT-LINE
               String "Constant " delimited by size
                   WS-THIS-CONST delimited by size
                   ": verified master covers " delimited by size
                   function trim(WS-PLACE-EDIT) delimited by size
                   " place(s), none in the range asked for"
                       delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
               Perform WRITE-HELD-NOTE
               Exit section
           end-if.
           Move WS-REQ-FROM to WS-FROM-PLACE.
           Move WS-REQ-TO to WS-TO-PLACE.
           If WS-TO-PLACE is greater than WS-VERIFIED-COUNT
               Move WS-VERIFIED-COUNT to WS-TO-PLACE
           end-if.
           Compute WS-DIGIT-TOTAL = WS-TO-PLACE - WS-FROM-PLACE + 1
           end-compute.
           Move WS-FROM-PLACE to WS-PLACE-EDIT.
           Move WS-TO-PLACE to WS-PLACE-EDIT-2.
           Move WS-VERIFIED-COUNT to WS-COUNT-EDIT.
           Move spaces to DIGIT-REPORT-LINE.
           String "Constant " delimited by size
               WS-THIS-CONST delimited by size
               ", places " delimited by size
               function trim(WS-PLACE-EDIT) delimited by size
               " through " delimited by size
               function trim(WS-PLACE-EDIT-2) delimited by size
               " (verified run " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " places)" delimited by size
               into DIGIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform WRITE-HELD-NOTE.
           If WS-REQ-TO is greater than WS-VERIFIED-COUNT
               and WS-REQ-TO is not equal to WS-PLACE-MAX
               Move WS-REQ-TO to WS-PLACE-EDIT
               Move spaces to DIGIT-REPORT-LINE
               String "  (to place " delimited by size
                   function trim(WS-PLACE-EDIT) delimited by size
                   " is past the verified run; cut back to it)"
                       delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Perform TALLY-DIGITS.
           Perform REPORT-DIGIT-FREQUENCY.
           Perform REPORT-PAIR-FREQUENCY.
           Perform REPORT-LONGEST-RUN.
           Perform REPORT-FIRST-PAIRS.
           Perform REPORT-FIRST-TRIPLES.
           Perform REPORT-SEARCH-LIST.
           Exit section.

      * No master at all reads as zero verified digits.  A
      * disagreement stamped by EULRVRFY holds that place onward, so
      * the run counted here ends just short of it.
       READ-VERIFIED-MASTER section.
           Move 0 to WS-VERIFIED-COUNT.
           Move 0 to WS-HOLD-PLACE.
           Move spaces to WS-MASTER-DIGITS.
           Move spaces to WS-MASTER-NAME.
           String "EULRMST" delimited by size
               WS-THIS-CONST delimited by size
               into WS-MASTER-NAME
           end-string.
           Open input MASTER-FILE.
           If not WS-MASTER-OK
               Exit section
           end-if.
           Read MASTER-FILE
               at end continue
               not at end
                   Compute WS-VERIFIED-COUNT =
                       function numval(MD-DIGIT-COUNT)
                   end-compute
                   Compute WS-HOLD-PLACE =
                       function numval(MD-DISAGREE-PLACE)
                   end-compute
                   Move MD-DIGITS to WS-MASTER-DIGITS
           end-read.
           Close MASTER-FILE.
           If WS-HOLD-PLACE is greater than 0
               and WS-HOLD-PLACE is not greater than WS-VERIFIED-COUNT
               Compute WS-VERIFIED-COUNT = WS-HOLD-PLACE - 1
               end-compute
           end-if.
           Exit section.

      * Digits from the disagreeing place on are not trusted by
      * either method, so they are left out and the report says so.
       WRITE-HELD-NOTE section.
           If WS-HOLD-PLACE is equal to 0
               Exit section
           end-if.
           Move WS-HOLD-PLACE to WS-PLACE-EDIT.
           Move spaces to DIGIT-REPORT-LINE.
           String "  (place " delimited by size
               function trim(WS-PLACE-EDIT) delimited by size
               " onward held: an independent check disagrees"
                   delimited by size
               " there)" delimited by size
               into DIGIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

      * One pass over the range fills every table at once.  A pair
      * or triple is placed by its first digit and only counted when
      * it lies wholly inside the range; a run of one digit is
      * measured as it goes, the earliest run winning a tie.
       TALLY-DIGITS section.
           Initialize WS-DIGIT-TABLE.
           Initialize WS-PAIR-TABLE.
           Initialize WS-TRIPLE-TABLE.
           Move 0 to WS-PAIRS-SEEN.
           Move 0 to WS-PAIRS-BY.
           Move 0 to WS-TRIPLES-SEEN.
           Move 0 to WS-TRIPLES-BY.
           Move spaces to WS-RUN-DIGIT.
           Move 0 to WS-RUN-LENGTH.
           Move 0 to WS-LONG-LENGTH.
           Perform varying WS-PLACE-IX from WS-FROM-PLACE by 1
                   until WS-PLACE-IX is greater than WS-TO-PLACE
               Move WS-MASTER-DIGITS(WS-PLACE-IX:1) to WS-DIGIT-CHAR
               Compute WS-TABLE-IX = WS-DIGIT-VALUE + 1 end-compute
               Add 1 to WS-DIGIT-FREQ(WS-TABLE-IX)
               Perform TRACK-DIGIT-RUN
               If WS-PLACE-IX is less than WS-TO-PLACE
                   Perform TALLY-PAIR
               end-if
               If WS-PLACE-IX + 1 is less than WS-TO-PLACE
                   Perform TALLY-TRIPLE
               end-if
           end-perform.
           Exit section.

       TRACK-DIGIT-RUN section.
           If WS-DIGIT-CHAR is equal to WS-RUN-DIGIT
               Add 1 to WS-RUN-LENGTH
           else
               Move WS-DIGIT-CHAR to WS-RUN-DIGIT
               Move 1 to WS-RUN-LENGTH
               Move WS-PLACE-IX to WS-RUN-START
           end-if.
           If WS-RUN-LENGTH is greater than WS-LONG-LENGTH
               Move WS-RUN-DIGIT to WS-LONG-DIGIT
               Move WS-RUN-LENGTH to WS-LONG-LENGTH
               Move WS-RUN-START to WS-LONG-START
           end-if.
           Exit section.

       TALLY-PAIR section.
           Move WS-MASTER-DIGITS(WS-PLACE-IX:2) to WS-PAIR-CHARS.
           Compute WS-TABLE-IX = WS-PAIR-VALUE + 1 end-compute.
           Add 1 to WS-PAIR-FREQ(WS-TABLE-IX).
           If WS-PAIR-FIRST(WS-TABLE-IX) is equal to 0
               Move WS-PLACE-IX to WS-PAIR-FIRST(WS-TABLE-IX)
               Add 1 to WS-PAIRS-SEEN
               Move WS-PLACE-IX to WS-PAIRS-BY
           end-if.
           Exit section.

       TALLY-TRIPLE section.
           Move WS-MASTER-DIGITS(WS-PLACE-IX:3) to WS-TRIPLE-CHARS.
           Compute WS-TABLE-IX = WS-TRIPLE-VALUE + 1 end-compute.
           If WS-TRIPLE-FIRST(WS-TABLE-IX) is equal to 0
               Move WS-PLACE-IX to WS-TRIPLE-FIRST(WS-TABLE-IX)
               Add 1 to WS-TRIPLES-SEEN
               Move WS-PLACE-IX to WS-TRIPLES-BY
           end-if.
           Exit section.

      * Each digit's count and share of the range, then the
      * chi-square sum of (observed - expected) squared over
      * expected, expected being a tenth of the digits counted.
       REPORT-DIGIT-FREQUENCY section.
           Move "  Digit frequency:" to DIGIT-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Compute WS-EXPECTED rounded = WS-DIGIT-TOTAL / 10
           end-compute.
           Move 0 to WS-CHI-SQUARE.
           Perform varying WS-TABLE-IX from 1 by 1
                   until WS-TABLE-IX is greater than 10
               Compute WS-DEVIATION =
                   WS-DIGIT-FREQ(WS-TABLE-IX) - WS-EXPECTED
               end-compute
               Compute WS-CHI-SQUARE rounded = WS-CHI-SQUARE +
                   (WS-DEVIATION * WS-DEVIATION) / WS-EXPECTED
               end-compute
               Compute WS-PERCENT rounded =
                   WS-DIGIT-FREQ(WS-TABLE-IX) * 100 / WS-DIGIT-TOTAL
               end-compute
               Compute WS-ROW-DIGIT = WS-TABLE-IX - 1 end-compute
               Move WS-DIGIT-FREQ(WS-TABLE-IX) to WS-COUNT-EDIT
               Move WS-PERCENT to WS-PERCENT-EDIT
               Move spaces to DIGIT-REPORT-LINE
               String "    " delimited by size
                   WS-ROW-DIGIT delimited by size
                   " " delimited by size
                   WS-COUNT-EDIT delimited by size
                   "  " delimited by size
                   WS-PERCENT-EDIT delimited by size
                   "%" delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-perform.
           Move WS-CHI-SQUARE to WS-CHI-EDIT.
           Move WS-CHI-CRITICAL to WS-CHI-CRIT-EDIT.
           Move spaces to DIGIT-REPORT-LINE.
           String "  Chi-square vs uniform: " delimited by size
               function trim(WS-CHI-EDIT) delimited by size
               " on 9 d.f. (5% point " delimited by size
               function trim(WS-CHI-CRIT-EDIT) delimited by size
               ")" delimited by size
               into DIGIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           If WS-CHI-SQUARE is greater than WS-CHI-CRITICAL
               Move "    above the 5% point: unlikely to be uniform"
                   to DIGIT-REPORT-LINE
           else
               Move "    within the 5% point: consistent with uniform"
                   to DIGIT-REPORT-LINE
           end-if.
           Perform WRITE-REPORT-LINE.
           Exit section.

      * Overlapping pairs in a ten-by-ten grid: the row is the first
      * digit, the column the second.
       REPORT-PAIR-FREQUENCY section.
           Move spaces to DIGIT-REPORT-LINE.
           String "  Digit-pair frequency (row = first digit, "
                   delimited by size
               "column = second):" delimited by size
               into DIGIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform WRITE-GRID-HEADING.
           Perform varying WS-ROW-IX from 0 by 1
                   until WS-ROW-IX is greater than 9
               Move WS-ROW-IX to WS-ROW-DIGIT
               Move spaces to DIGIT-REPORT-LINE
               String "    " delimited by size
                   WS-ROW-DIGIT delimited by size
                   "  " delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Move 8 to WS-LINE-POS
               Perform varying WS-COL-IX from 0 by 1
                       until WS-COL-IX is greater than 9
                   Compute WS-TABLE-IX =
                       WS-ROW-IX * 10 + WS-COL-IX + 1
                   end-compute
                   Move WS-PAIR-FREQ(WS-TABLE-IX) to WS-CELL-EDIT
                   Move WS-CELL-EDIT to
                       DIGIT-REPORT-LINE(WS-LINE-POS:6)
                   Add 6 to WS-LINE-POS
               end-perform
               Perform WRITE-REPORT-LINE
           end-perform.
           Exit section.

       WRITE-GRID-HEADING section.
           Move spaces to DIGIT-REPORT-LINE.
           Move 8 to WS-LINE-POS.
           Perform varying WS-COL-IX from 0 by 1
                   until WS-COL-IX is greater than 9
               Move WS-COL-IX to WS-CELL-EDIT
               Move WS-CELL-EDIT to DIGIT-REPORT-LINE(WS-LINE-POS:6)
               Add 6 to WS-LINE-POS
           end-perform.
           Perform WRITE-REPORT-LINE.
           Exit section.

       REPORT-LONGEST-RUN section.
           Move WS-LONG-LENGTH to WS-COUNT-EDIT.
           Move WS-LONG-START to WS-PLACE-EDIT.
           Compute WS-PLACE-IX = WS-LONG-START + WS-LONG-LENGTH - 1
           end-compute.
           Move WS-PLACE-IX to WS-PLACE-EDIT-2.
           Move spaces to DIGIT-REPORT-LINE.
           String "  Longest run of one digit: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " x " delimited by size
               WS-LONG-DIGIT delimited by size
               ", places " delimited by size
               function trim(WS-PLACE-EDIT) delimited by size
               " through " delimited by size
               function trim(WS-PLACE-EDIT-2) delimited by size
               into DIGIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

      * First place of every 2-digit string, same grid as the pair
      * counts; a dash is a string that never appears in the range.
       REPORT-FIRST-PAIRS section.
           Move WS-PAIRS-SEEN to WS-COUNT-EDIT.
           Move spaces to DIGIT-REPORT-LINE.
           String "  First place of each 2-digit string ("
                   delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " of 100 seen):" delimited by size
               into DIGIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform WRITE-GRID-HEADING.
           Perform varying WS-ROW-IX from 0 by 1
                   until WS-ROW-IX is greater than 9
               Move WS-ROW-IX to WS-ROW-DIGIT
               Move spaces to DIGIT-REPORT-LINE
               String "    " delimited by size
                   WS-ROW-DIGIT delimited by size
                   "  " delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Move 8 to WS-LINE-POS
               Perform varying WS-COL-IX from 0 by 1
                       until WS-COL-IX is greater than 9
                   Compute WS-TABLE-IX =
                       WS-ROW-IX * 10 + WS-COL-IX + 1
                   end-compute
                   Move WS-PAIR-FIRST(WS-TABLE-IX) to WS-CELL-PLACE
                   Perform EDIT-FIRST-PLACE-CELL
                   Move WS-CELL-TEXT to
                       DIGIT-REPORT-LINE(WS-LINE-POS:6)
                   Add 6 to WS-LINE-POS
               end-perform
               Perform WRITE-REPORT-LINE
           end-perform.
           If WS-PAIRS-SEEN is equal to 100
               Move WS-PAIRS-BY to WS-PLACE-EDIT
               Move spaces to DIGIT-REPORT-LINE
               String "    all 100 have appeared by place "
                       delimited by size
                   function trim(WS-PLACE-EDIT) delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

       EDIT-FIRST-PLACE-CELL section.
           If WS-CELL-PLACE is equal to 0
               Move "     -" to WS-CELL-TEXT
           else
               Move WS-CELL-PLACE to WS-CELL-EDIT
               Move WS-CELL-EDIT to WS-CELL-TEXT
           end-if.
           Exit section.

      * First place of every 3-digit string, a hundred rows of ten:
      * the row is the string's first two digits, the column its
      * last.
       REPORT-FIRST-TRIPLES section.
           Move WS-TRIPLES-SEEN to WS-COUNT-EDIT.
           Move spaces to DIGIT-REPORT-LINE.
           String "  First place of each 3-digit string ("
                   delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " of 1000 seen;" delimited by size
               into DIGIT-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move "    row = first two digits, column = third):"
               to DIGIT-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform WRITE-GRID-HEADING.
           Perform varying WS-ROW-IX from 0 by 1
                   until WS-ROW-IX is greater than 99
               Move WS-ROW-IX to WS-ROW-EDIT
               Move spaces to DIGIT-REPORT-LINE
               String "   " delimited by size
                   WS-ROW-EDIT delimited by size
                   "  " delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Move 8 to WS-LINE-POS
               Perform varying WS-COL-IX from 0 by 1
                       until WS-COL-IX is greater than 9
                   Compute WS-TABLE-IX =
                       WS-ROW-IX * 10 + WS-COL-IX + 1
                   end-compute
                   Move WS-TRIPLE-FIRST(WS-TABLE-IX) to WS-CELL-PLACE
                   Perform EDIT-FIRST-PLACE-CELL
                   Move WS-CELL-TEXT to
                       DIGIT-REPORT-LINE(WS-LINE-POS:6)
                   Add 6 to WS-LINE-POS
               end-perform
               Perform WRITE-REPORT-LINE
           end-perform.
           If WS-TRIPLES-SEEN is equal to 1000
               Move WS-TRIPLES-BY to WS-PLACE-EDIT
               Move spaces to DIGIT-REPORT-LINE
               String "    all 1000 have appeared by place "
                       delimited by size
                   function trim(WS-PLACE-EDIT) delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

      * Every listed string is searched for across the range,
      * overlapping matches counted, and placed by its first digit.
       REPORT-SEARCH-LIST section.
           If WS-SEARCH-COUNT is equal to 0
               Exit section
           end-if.
           Move "  Digit strings searched for (EULRSRCH):"
               to DIGIT-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-SEARCH-IX from 1 by 1
                   until WS-SEARCH-IX is greater than WS-SEARCH-COUNT
               If WS-SEARCH-VALID(WS-SEARCH-IX) is equal to "Y"
                   Perform SEARCH-ONE-STRING
                   Perform REPORT-ONE-STRING
               else
                   Move spaces to DIGIT-REPORT-LINE
                   String "    " delimited by size
                       WS-SEARCH-DIGITS(WS-SEARCH-IX)
                           delimited by space
                       "  not a digit string, skipped"
                           delimited by size
                       into DIGIT-REPORT-LINE
                   end-string
                   Perform WRITE-REPORT-LINE
               end-if
           end-perform.
           If WS-SEARCH-SKIPPED is greater than 0
               Move WS-SEARCH-SKIPPED to WS-COUNT-EDIT
               Move spaces to DIGIT-REPORT-LINE
               String "    " delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " further string(s) past the first 50 not searched"
                       delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

       SEARCH-ONE-STRING section.
           Move 0 to WS-SEARCH-FIRST.
           Move 0 to WS-SEARCH-HITS.
           Compute WS-SEARCH-LAST =
               WS-TO-PLACE - WS-SEARCH-LENGTH(WS-SEARCH-IX) + 1
           end-compute.
           Perform varying WS-PLACE-IX from WS-FROM-PLACE by 1
                   until WS-PLACE-IX is greater than WS-SEARCH-LAST
               If WS-MASTER-DIGITS(WS-PLACE-IX:
                       WS-SEARCH-LENGTH(WS-SEARCH-IX)) is equal to
                   WS-SEARCH-DIGITS(WS-SEARCH-IX)
                       (1:WS-SEARCH-LENGTH(WS-SEARCH-IX))
                   Add 1 to WS-SEARCH-HITS
                   If WS-SEARCH-FIRST is equal to 0
                       Move WS-PLACE-IX to WS-SEARCH-FIRST
                   end-if
               end-if
           end-perform.
           Exit section.

       REPORT-ONE-STRING section.
           Move spaces to DIGIT-REPORT-LINE.
           If WS-SEARCH-HITS is equal to 0
               Move WS-FROM-PLACE to WS-PLACE-EDIT
               Move WS-TO-PLACE to WS-PLACE-EDIT-2
               String "    " delimited by size
                   WS-SEARCH-DIGITS(WS-SEARCH-IX) delimited by space
                   "  does not occur within verified places "
                       delimited by size
                   function trim(WS-PLACE-EDIT) delimited by size
                   "-" delimited by size
                   function trim(WS-PLACE-EDIT-2) delimited by size
                   into DIGIT-REPORT-LINE
               end-string
           else
               Move WS-SEARCH-FIRST to WS-PLACE-EDIT
               Move WS-SEARCH-HITS to WS-COUNT-EDIT
               String "    " delimited by size
                   WS-SEARCH-DIGITS(WS-SEARCH-IX) delimited by space
                   "  first at place " delimited by size
                   function trim(WS-PLACE-EDIT) delimited by size
                   ", " delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " occurrence(s)" delimited by size
                   into DIGIT-REPORT-LINE
               end-string
           end-if.
           Perform WRITE-REPORT-LINE.
           If WS-SEARCH-LABEL(WS-SEARCH-IX) is not equal to spaces
               Move spaces to DIGIT-REPORT-LINE
               String "      (" delimited by size
                   function trim(WS-SEARCH-LABEL(WS-SEARCH-IX))
                       delimited by size
                   ")" delimited by size
                   into DIGIT-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

       WRITE-REPORT-LINE section.
           Write DIGIT-REPORT-LINE.
           Display DIGIT-REPORT-LINE(1:79).
           Move spaces to DIGIT-REPORT-LINE.
           Exit section.

       End program EULRSTAT.
