000100 Identification division.
       Program-ID.    EULRVRFY.
       Date-written.  2026-10-15.
       Installation.  WSL2.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Independent verification of
      *                  the verified masters (EULRMSTE, EULRMSTP,
      *                  EULRMSTS) past the 50-digit reference table
      *                  EULER checks against: each constant is
      *                  recomputed by a method EULER does not use --
      *                  pi from Gauss's arctangent formula, e from
      *                  the series sum (2k+2)/(2k+1)!, root 2 by
      *                  Newton iteration -- over base-10000 limbs
      *                  rather than EULER's one-digit arrays, and
      *                  compared place by place with the master.
      *                  The places confirmed, the first disagreeing
      *                  place if any, and the time are stamped into
      *                  the master and logged to TXNLOG; EULRLOOK
      *                  serves nothing at or past a disagreement.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select MASTER-FILE assign to dynamic WS-MASTER-NAME
               organization is line sequential
               file status is WS-MASTER-STATUS.
           Select VERIFY-REPORT-FILE assign to "EULRVRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           Select TRANSACTION-LOG-FILE assign to "TXNLOG"
               organization is line sequential
               file status is WS-TXNLOG-STATUS.
           Select SEQUENCE-CONTROL-FILE assign to "TXNSEQ"
               organization is line sequential
               file status is WS-TXNSEQ-STATUS.
           Select TXN-LOCK-FILE assign to "TXNLOCK"
               organization is indexed
               access mode is random
               record key is TK-SERIES
               lock mode is manual
               file status is WS-TXNLOCK-STATUS.

002000 Data division.
       File section.
       FD  MASTER-FILE.
           COPY EULRMST.

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE       picture is X(80).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-MASTER-STATUS picture is X(02) value spaces.
           88 WS-MASTER-OK         value "00".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK         value "00".
       77  WS-TXNLOG-STATUS picture is X(02) value spaces.
           88 WS-TXNLOG-OK         value "00".
       77  WS-TXNSEQ-STATUS picture is X(02) value spaces.
           88 WS-TXNSEQ-OK         value "00".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-TXN-SEQUENCE  picture is 9(09) value 0.

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
       77  WS-OPERATOR-ID   picture is X(10) value spaces.

       77  WS-VERIFIED-COUNT usage is binary-long value 0.
       77  WS-MASTER-DIGITS picture is X(4000) value spaces.
       77  WS-CHECK-DIGITS  picture is X(4004) value spaces.
       77  WS-PLACE-IX      usage is binary-long value 0.
       77  WS-CONFIRMED     usage is binary-long value 0.
       77  WS-DISAGREE      usage is binary-long value 0.
       77  WS-CONFIRMED-AT  picture is X(14) value spaces.

      * Fixed-point big numbers, four decimal digits per limb: limb 1
      * is the integer part, limbs 2 on the fraction, with four guard
      * limbs past the last place compared so truncation in the
      * divisions and products never reaches a checked digit.  A is
      * the running sum, T the current term, U a scratch copy, P the
      * assembled pi, Y, W and S the Newton iterate, its multiplier
      * and their product.  WS-LIMB-MAX covers a full 4000-place
      * master plus guard limbs and one carry limb for the products.
       77  WS-LIMB-MAX      usage is binary-long value 1010.
       77  WS-LIMB-LEN      usage is binary-long value 0.
       77  WS-LIMB-BASE     usage is binary-long value 10000.
       77  WS-LIMB-IX       usage is binary-long value 0.
       77  WS-LIMB-JX       usage is binary-long value 0.
       77  WS-LIMB-KX       usage is binary-long value 0.
       77  WS-LIMB-STOP     usage is binary-long value 0.
       77  WS-LIMB-WORK     usage is binary-double value 0.
       77  WS-LIMB-CARRY    usage is binary-double value 0.
       77  WS-LIMB-DIVISOR  usage is binary-double value 0.
       77  WS-LIMB-FACTOR   usage is binary-double value 0.
       77  WS-LIMB-DIGITS   picture is 9(04) value 0.
       77  WS-LIMB-ZERO-SW  picture is X(01) value "N".
           88 WS-NUM-T-ZERO        value "Y".
       77  WS-SERIES-K      usage is binary-long value 0.
       77  WS-ATAN-X        usage is binary-long value 0.
       77  WS-ATAN-XSQ      usage is binary-long value 0.
       77  WS-NEWTON-PASS   usage is binary-long value 0.
       77  WS-NEWTON-PASSES usage is binary-long value 12.
       01  WS-NUM-A-TABLE.
           05  WS-NUM-A     usage is binary-double occurs 1010 times.
       01  WS-NUM-T-TABLE.
           05  WS-NUM-T     usage is binary-double occurs 1010 times.
       01  WS-NUM-U-TABLE.
           05  WS-NUM-U     usage is binary-double occurs 1010 times.
       01  WS-NUM-P-TABLE.
           05  WS-NUM-P     usage is binary-double occurs 1010 times.
       01  WS-NUM-Y-TABLE.
           05  WS-NUM-Y     usage is binary-double occurs 1010 times.
       01  WS-NUM-W-TABLE.
           05  WS-NUM-W     usage is binary-double occurs 1010 times.
       01  WS-NUM-S-TABLE.
           05  WS-NUM-S     usage is binary-double occurs 1010 times.

       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.
       77  WS-PLACE-EDIT    picture is Z(4)9.
       77  WS-PLACE-EDIT-2  picture is Z(4)9.

003000 Procedure division.
       MAIN section.
           Display "Operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           If WS-OPERATOR-ID is equal to spaces
               Display "Operator id may not be blank."
               Stop run with error status 1
           end-if.
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
           Open output VERIFY-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Move "----- Second-method verification -----"
               to VERIFY-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           If WS-ALL-CONSTANTS
               Perform varying WS-CONST-IX from 1 by 1
                       until WS-CONST-IX is greater than 3
                   Move WS-CONSTANT(WS-CONST-IX) to WS-THIS-CONST
                   Perform VERIFY-ONE-CONSTANT
               end-perform
           else
               Move WS-CONSTANT-CODE to WS-THIS-CONST
               Perform VERIFY-ONE-CONSTANT
           end-if.
           Close VERIFY-REPORT-FILE.
           Stop run.

      * One constant: read the master, recompute the same number of
      * places the second way, compare, and stamp the master.
       VERIFY-ONE-CONSTANT section.
           Perform READ-VERIFIED-MASTER.
           If WS-VERIFIED-COUNT is equal to 0
               Move spaces to VERIFY-REPORT-LINE
               String "Constant " delimited by size
                   WS-THIS-CONST delimited by size
                   ": no verified master to check" delimited by size
                   into VERIFY-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
               Exit section
           end-if.
           Perform SET-LIMB-LENGTH.
           Move spaces to WS-CHECK-DIGITS.
           Evaluate WS-THIS-CONST
               when "P"
                   Perform BUILD-PI-BY-GAUSS
               when "S"
                   Perform BUILD-SQRT2-BY-NEWTON
               when other
                   Perform BUILD-E-BY-ODD-FACTORIALS
           end-evaluate.
           Perform EXTRACT-CHECK-DIGITS.
           Perform COMPARE-WITH-MASTER.
           Perform STAMP-MASTER.
           Perform REPORT-ONE-CONSTANT.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

       READ-VERIFIED-MASTER section.
           Move 0 to WS-VERIFIED-COUNT.
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
                   Move MD-DIGITS to WS-MASTER-DIGITS
           end-read.
           Close MASTER-FILE.
           Exit section.

      * Place 1 is the integer digit (limb 1); the other places need
      * one limb per four digits, then the guard limbs.
       SET-LIMB-LENGTH section.
           Compute WS-LIMB-LEN = (WS-VERIFIED-COUNT + 2) / 4 + 5
           end-compute.
           If WS-LIMB-LEN is greater than WS-LIMB-MAX - 1
               Compute WS-LIMB-LEN = WS-LIMB-MAX - 1 end-compute
           end-if.
           Exit section.

      * pi = 48 atan(1/18) + 32 atan(1/57) - 20 atan(1/239) (Gauss),
      * where EULER uses Machin's two-term formula.
       BUILD-PI-BY-GAUSS section.
           Move 18 to WS-ATAN-X.
           Perform COMPUTE-NUM-ATAN.
           Move 48 to WS-LIMB-FACTOR.
           Perform MULTIPLY-NUM-A.
           Move WS-NUM-A-TABLE to WS-NUM-P-TABLE.
           Move 57 to WS-ATAN-X.
           Perform COMPUTE-NUM-ATAN.
           Move 32 to WS-LIMB-FACTOR.
           Perform MULTIPLY-NUM-A.
           Move WS-NUM-A-TABLE to WS-NUM-U-TABLE.
           Move WS-NUM-P-TABLE to WS-NUM-A-TABLE.
           Perform ADD-NUM-U-TO-A.
           Move WS-NUM-A-TABLE to WS-NUM-P-TABLE.
           Move 239 to WS-ATAN-X.
           Perform COMPUTE-NUM-ATAN.
           Move 20 to WS-LIMB-FACTOR.
           Perform MULTIPLY-NUM-A.
           Move WS-NUM-A-TABLE to WS-NUM-U-TABLE.
           Move WS-NUM-P-TABLE to WS-NUM-A-TABLE.
           Perform SUBTRACT-NUM-U-FROM-A.
           Exit section.

      * atan(1/x) = 1/x - 1/(3 x**3) + 1/(5 x**5) - ..., summed into
      * A until the power term underflows the guard limbs.
       COMPUTE-NUM-ATAN section.
           Move "N" to WS-LIMB-ZERO-SW.
           Compute WS-ATAN-XSQ = WS-ATAN-X * WS-ATAN-X end-compute.
           Initialize WS-NUM-T-TABLE.
           Move 1 to WS-NUM-T(1).
           Move WS-ATAN-X to WS-LIMB-DIVISOR.
           Perform DIVIDE-NUM-T.
           Move WS-NUM-T-TABLE to WS-NUM-A-TABLE.
           Move 1 to WS-SERIES-K.
           Perform with test before until WS-NUM-T-ZERO
               Move WS-ATAN-XSQ to WS-LIMB-DIVISOR
               Perform DIVIDE-NUM-T
               Perform TEST-NUM-T-ZERO
               If not WS-NUM-T-ZERO
                   Move WS-NUM-T-TABLE to WS-NUM-U-TABLE
                   Compute WS-LIMB-DIVISOR = WS-SERIES-K * 2 + 1
                   end-compute
                   Perform DIVIDE-NUM-U
                   If function mod(WS-SERIES-K, 2) is equal to 1
                       Perform SUBTRACT-NUM-U-FROM-A
                   else
                       Perform ADD-NUM-U-TO-A
                   end-if
                   Add 1 to WS-SERIES-K
               end-if
           end-perform.
           Exit section.

      * e = sum over k of (2k+2)/(2k+1)!, two factorial steps per
      * term, where EULER runs the factorial-base spigot of sum 1/k!.
      * T carries 1/(2k+1)! and U the term itself.
       BUILD-E-BY-ODD-FACTORIALS section.
           Move "N" to WS-LIMB-ZERO-SW.
           Initialize WS-NUM-A-TABLE.
           Initialize WS-NUM-T-TABLE.
           Move 2 to WS-NUM-A(1).
           Move 1 to WS-NUM-T(1).
           Move 1 to WS-SERIES-K.
           Perform with test before until WS-NUM-T-ZERO
               Compute WS-LIMB-DIVISOR =
                   (WS-SERIES-K * 2) * (WS-SERIES-K * 2 + 1)
               end-compute
               Perform DIVIDE-NUM-T
               Perform TEST-NUM-T-ZERO
               If not WS-NUM-T-ZERO
                   Move WS-NUM-T-TABLE to WS-NUM-U-TABLE
                   Compute WS-LIMB-FACTOR = WS-SERIES-K * 2 + 2
                   end-compute
                   Perform MULTIPLY-NUM-U
                   Perform ADD-NUM-U-TO-A
                   Add 1 to WS-SERIES-K
               end-if
           end-perform.
           Exit section.

      * Root 2 as twice the Newton iterate for 1/root 2,
      * y = y (3 - 2 y**2) / 2, which needs no long division and
      * doubles its correct places each pass; from 0.7071 twelve
      * passes carry well past 4000 places.  EULER works root 2 out
      * longhand, digit by digit.
       BUILD-SQRT2-BY-NEWTON section.
           Initialize WS-NUM-Y-TABLE.
           Move 7071 to WS-NUM-Y(2).
           Perform varying WS-NEWTON-PASS from 1 by 1
                   until WS-NEWTON-PASS is greater than
                       WS-NEWTON-PASSES
               Move WS-NUM-Y-TABLE to WS-NUM-W-TABLE
               Perform MULTIPLY-NUM-Y-BY-W
               Move WS-NUM-S-TABLE to WS-NUM-U-TABLE
               Move 2 to WS-LIMB-FACTOR
               Perform MULTIPLY-NUM-U
               Initialize WS-NUM-A-TABLE
               Move 3 to WS-NUM-A(1)
               Perform SUBTRACT-NUM-U-FROM-A
               Move WS-NUM-A-TABLE to WS-NUM-W-TABLE
               Perform MULTIPLY-NUM-Y-BY-W
               Move WS-NUM-S-TABLE to WS-NUM-U-TABLE
               Move 2 to WS-LIMB-DIVISOR
               Perform DIVIDE-NUM-U
               Move WS-NUM-U-TABLE to WS-NUM-Y-TABLE
           end-perform.
           Move WS-NUM-Y-TABLE to WS-NUM-A-TABLE.
           Move 2 to WS-LIMB-FACTOR.
           Perform MULTIPLY-NUM-A.
           Exit section.

       DIVIDE-NUM-T section.
           Move 0 to WS-LIMB-CARRY.
           Perform varying WS-LIMB-IX from 1 by 1
                   until WS-LIMB-IX is greater than WS-LIMB-LEN
               Compute WS-LIMB-WORK =
                   WS-LIMB-CARRY * WS-LIMB-BASE + WS-NUM-T(WS-LIMB-IX)
               end-compute
               Divide WS-LIMB-WORK by WS-LIMB-DIVISOR
                   giving WS-NUM-T(WS-LIMB-IX)
                   remainder WS-LIMB-CARRY
               end-divide
           end-perform.
           Exit section.

       DIVIDE-NUM-U section.
           Move 0 to WS-LIMB-CARRY.
           Perform varying WS-LIMB-IX from 1 by 1
                   until WS-LIMB-IX is greater than WS-LIMB-LEN
               Compute WS-LIMB-WORK =
                   WS-LIMB-CARRY * WS-LIMB-BASE + WS-NUM-U(WS-LIMB-IX)
               end-compute
               Divide WS-LIMB-WORK by WS-LIMB-DIVISOR
                   giving WS-NUM-U(WS-LIMB-IX)
                   remainder WS-LIMB-CARRY
               end-divide
           end-perform.
           Exit section.

       TEST-NUM-T-ZERO section.
           Move "Y" to WS-LIMB-ZERO-SW.
           Perform varying WS-LIMB-IX from 1 by 1
                   until WS-LIMB-IX is greater than WS-LIMB-LEN
                   or not WS-NUM-T-ZERO
               If WS-NUM-T(WS-LIMB-IX) is not equal to 0
                   Move "N" to WS-LIMB-ZERO-SW
               end-if
           end-perform.
           Exit section.

       ADD-NUM-U-TO-A section.
           Move 0 to WS-LIMB-CARRY.
           Perform varying WS-LIMB-IX from WS-LIMB-LEN by -1
                   until WS-LIMB-IX is less than 1
               Compute WS-LIMB-WORK = WS-NUM-A(WS-LIMB-IX)
                   + WS-NUM-U(WS-LIMB-IX) + WS-LIMB-CARRY
               end-compute
               Divide WS-LIMB-WORK by WS-LIMB-BASE
                   giving WS-LIMB-CARRY
                   remainder WS-NUM-A(WS-LIMB-IX)
               end-divide
           end-perform.
           Exit section.

       SUBTRACT-NUM-U-FROM-A section.
           Move 0 to WS-LIMB-CARRY.
           Perform varying WS-LIMB-IX from WS-LIMB-LEN by -1
                   until WS-LIMB-IX is less than 1
               Compute WS-LIMB-WORK = WS-NUM-A(WS-LIMB-IX)
                   - WS-NUM-U(WS-LIMB-IX) - WS-LIMB-CARRY
               end-compute
               If WS-LIMB-WORK is less than 0
                   Add WS-LIMB-BASE to WS-LIMB-WORK
                   Move 1 to WS-LIMB-CARRY
               else
                   Move 0 to WS-LIMB-CARRY
               end-if
               Move WS-LIMB-WORK to WS-NUM-A(WS-LIMB-IX)
           end-perform.
           Exit section.

       MULTIPLY-NUM-A section.
           Move 0 to WS-LIMB-CARRY.
           Perform varying WS-LIMB-IX from WS-LIMB-LEN by -1
                   until WS-LIMB-IX is less than 1
               Compute WS-LIMB-WORK = WS-NUM-A(WS-LIMB-IX)
                   * WS-LIMB-FACTOR + WS-LIMB-CARRY
               end-compute
               Divide WS-LIMB-WORK by WS-LIMB-BASE
                   giving WS-LIMB-CARRY
                   remainder WS-NUM-A(WS-LIMB-IX)
               end-divide
           end-perform.
           Exit section.

       MULTIPLY-NUM-U section.
           Move 0 to WS-LIMB-CARRY.
           Perform varying WS-LIMB-IX from WS-LIMB-LEN by -1
                   until WS-LIMB-IX is less than 1
               Compute WS-LIMB-WORK = WS-NUM-U(WS-LIMB-IX)
                   * WS-LIMB-FACTOR + WS-LIMB-CARRY
               end-compute
               Divide WS-LIMB-WORK by WS-LIMB-BASE
                   giving WS-LIMB-CARRY
                   remainder WS-NUM-U(WS-LIMB-IX)
               end-divide
           end-perform.
           Exit section.

      * S = Y * W, schoolbook, each limb product landing on limb
      * i + j - 1.  Products are kept one limb past WS-LIMB-LEN so
      * the carry they send into the last limb is not lost; the
      * column sums stay far inside a binary-double until the carry
      * pass folds them back to base 10000.
       MULTIPLY-NUM-Y-BY-W section.
           Initialize WS-NUM-S-TABLE.
           Perform varying WS-LIMB-IX from 1 by 1
                   until WS-LIMB-IX is greater than WS-LIMB-LEN
               If WS-NUM-Y(WS-LIMB-IX) is not equal to 0
                   Compute WS-LIMB-STOP =
                       WS-LIMB-LEN - WS-LIMB-IX + 2
                   end-compute
                   Perform varying WS-LIMB-JX from 1 by 1
                           until WS-LIMB-JX is greater than
                               WS-LIMB-STOP
                       Compute WS-LIMB-KX =
                           WS-LIMB-IX + WS-LIMB-JX - 1
                       end-compute
                       Compute WS-NUM-S(WS-LIMB-KX) =
                           WS-NUM-S(WS-LIMB-KX) +
                           WS-NUM-Y(WS-LIMB-IX) * WS-NUM-W(WS-LIMB-JX)
                       end-compute
                   end-perform
               end-if
           end-perform.
           Move 0 to WS-LIMB-CARRY.
           Compute WS-LIMB-STOP = WS-LIMB-LEN + 1 end-compute.
           Perform varying WS-LIMB-IX from WS-LIMB-STOP by -1
                   until WS-LIMB-IX is less than 1
               Compute WS-LIMB-WORK =
                   WS-NUM-S(WS-LIMB-IX) + WS-LIMB-CARRY
               end-compute
               Divide WS-LIMB-WORK by WS-LIMB-BASE
                   giving WS-LIMB-CARRY
                   remainder WS-NUM-S(WS-LIMB-IX)
               end-divide
           end-perform.
           Move 0 to WS-NUM-S(WS-LIMB-LEN + 1).
           Exit section.

      * The result sits in A: the integer limb is place 1, and each
      * fraction limb gives the next four places.
       EXTRACT-CHECK-DIGITS section.
           Move WS-NUM-A(1) to WS-LIMB-DIGITS.
           Move WS-LIMB-DIGITS(4:1) to WS-CHECK-DIGITS(1:1).
           Move 2 to WS-PLACE-IX.
           Perform varying WS-LIMB-IX from 2 by 1
                   until WS-PLACE-IX is greater than WS-VERIFIED-COUNT
               Move WS-NUM-A(WS-LIMB-IX) to WS-LIMB-DIGITS
               Move WS-LIMB-DIGITS to WS-CHECK-DIGITS(WS-PLACE-IX:4)
               Add 4 to WS-PLACE-IX
           end-perform.
           Exit section.

       COMPARE-WITH-MASTER section.
           Move 0 to WS-DISAGREE.
           Perform varying WS-PLACE-IX from 1 by 1
                   until WS-PLACE-IX is greater than WS-VERIFIED-COUNT
                   or WS-DISAGREE is greater than 0
               If WS-CHECK-DIGITS(WS-PLACE-IX:1) is not equal to
                       WS-MASTER-DIGITS(WS-PLACE-IX:1)
                   Move WS-PLACE-IX to WS-DISAGREE
               end-if
           end-perform.
           If WS-DISAGREE is equal to 0
               Move WS-VERIFIED-COUNT to WS-CONFIRMED
           else
               Compute WS-CONFIRMED = WS-DISAGREE - 1 end-compute
           end-if.
           Move function current-date(1:14) to WS-CONFIRMED-AT.
           Exit section.

      * The master is rewritten with its digits untouched and the
      * stamp replaced.
       STAMP-MASTER section.
           Open output MASTER-FILE.
           If not WS-MASTER-OK
               Move spaces to VERIFY-REPORT-LINE
               String "  Unable to rewrite master " delimited by size
                   WS-MASTER-NAME delimited by size
                   ", status " delimited by size
                   WS-MASTER-STATUS delimited by size
                   into VERIFY-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
               Exit section
           end-if.
           Move spaces to MASTER-RECORD.
           Move WS-THIS-CONST to MD-CONST.
           Move WS-VERIFIED-COUNT to MD-DIGIT-COUNT.
           Move WS-MASTER-DIGITS to MD-DIGITS.
           Move WS-CONFIRMED to MD-CONFIRMED-COUNT.
           Move WS-DISAGREE to MD-DISAGREE-PLACE.
           Move WS-CONFIRMED-AT to MD-CONFIRMED-AT.
           Write MASTER-RECORD.
           Close MASTER-FILE.
           Exit section.

       REPORT-ONE-CONSTANT section.
           Move WS-CONFIRMED to WS-PLACE-EDIT.
           Move WS-VERIFIED-COUNT to WS-PLACE-EDIT-2.
           Move spaces to VERIFY-REPORT-LINE.
           String "Constant " delimited by size
               WS-THIS-CONST delimited by size
               ": " delimited by size
               function trim(WS-PLACE-EDIT) delimited by size
               " of " delimited by size
               function trim(WS-PLACE-EDIT-2) delimited by size
               " master place(s) independently confirmed"
                   delimited by size
               into VERIFY-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           If WS-DISAGREE is greater than 0
               Move WS-DISAGREE to WS-PLACE-EDIT
               Move spaces to VERIFY-REPORT-LINE
               String "  First disagreement at place " delimited by size
                   function trim(WS-PLACE-EDIT) delimited by size
                   ": master " delimited by size
                   WS-MASTER-DIGITS(WS-DISAGREE:1) delimited by size
                   ", second method " delimited by size
                   WS-CHECK-DIGITS(WS-DISAGREE:1) delimited by size
                   into VERIFY-REPORT-LINE
               end-string
               Perform WRITE-REPORT-LINE
               Move "  EULRLOOK will serve nothing from that place on"
                   to VERIFY-REPORT-LINE
               Perform WRITE-REPORT-LINE
               Move "  until the master is investigated and re-verified"
                   to VERIFY-REPORT-LINE
               Perform WRITE-REPORT-LINE
           end-if.
           Exit section.

       WRITE-REPORT-LINE section.
           Write VERIFY-REPORT-LINE.
           Display VERIFY-REPORT-LINE(1:79).
           Move spaces to VERIFY-REPORT-LINE.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Open extend TRANSACTION-LOG-FILE.
           If WS-TXNLOG-STATUS is equal to "35"
               Open output TRANSACTION-LOG-FILE
           end-if.
           If not WS-TXNLOG-OK
               Display "Unable to open transaction log file, status "
                   WS-TXNLOG-STATUS
               Perform RELEASE-TXNLOG-LOCK
               Exit section
           end-if.
           Move spaces to TX-SPACE-1 TX-SPACE-2 TX-SPACE-3
               TX-SPACE-4.
           Move WS-VERIFIED-COUNT to WS-PLACE-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "verify const=" delimited by size
               WS-THIS-CONST delimited by size
               " places=" delimited by size
               function trim(WS-PLACE-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move WS-CONFIRMED to WS-PLACE-EDIT.
           Move WS-DISAGREE to WS-PLACE-EDIT-2.
           Move spaces to WS-TXN-OUTPUT.
           String "confirmed=" delimited by size
               function trim(WS-PLACE-EDIT) delimited by size
               " disagree=" delimited by size
               function trim(WS-PLACE-EDIT-2) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Move WS-TIMESTAMP   to TX-TIMESTAMP.
           Move WS-OPERATOR-ID to TX-OPERATOR-ID.
           Move "EULRVRFY"     to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT   to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT  to TX-OUTPUT-SUMMARY.
           Perform GET-NEXT-TXN-SEQUENCE.
           Move space to TX-SPACE-5.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * The next log sequence comes from the TXNSEQ control file,
      * incremented and rewritten under each log write so every
      * writer draws from one unbroken series.
       GET-NEXT-TXN-SEQUENCE section.
           Move 0 to WS-TXN-SEQUENCE.
           Open input SEQUENCE-CONTROL-FILE.
           If WS-TXNSEQ-OK
               Read SEQUENCE-CONTROL-FILE
                   at end continue
                   not at end
                       Move SQ-LAST-SEQUENCE to WS-TXN-SEQUENCE
               end-read
               Close SEQUENCE-CONTROL-FILE
           end-if.
           Add 1 to WS-TXN-SEQUENCE.
           Open output SEQUENCE-CONTROL-FILE.
           If WS-TXNSEQ-OK
               Move WS-TXN-SEQUENCE to SQ-LAST-SEQUENCE
               Write SEQUENCE-CONTROL-RECORD
               Close SEQUENCE-CONTROL-FILE
           end-if.
           Exit section.

      * TXNLOG is written under the TXNLOCK lock, taken before the
      * sequence is drawn and given up only once the line is written
      * and the log closed, so runs that overlap draw and append one
      * at a time and the log stays in sequence order.  A writer
      * that cannot get it inside WS-TXNLOCK-MAX-TRIES waits writes
      * no line, and the log's status is left showing why.
       ACQUIRE-TXNLOG-LOCK section.
           Move "N" to WS-TXNLOCK-SW.
           Open i-o TXN-LOCK-FILE.
           If WS-TXNLOCK-STATUS is equal to "35"
               Perform CREATE-TXNLOG-LOCK
           end-if.
           If not WS-TXNLOCK-OK
               Display "Unable to open transaction log lock, status "
                   WS-TXNLOCK-STATUS
               Move WS-TXNLOCK-STATUS to WS-TXNLOG-STATUS
               Exit section
           end-if.
           Move 0 to WS-TXNLOCK-TRIES.
           Perform with test after
                   until WS-TXNLOG-LOCKED
                   or WS-TXNLOCK-TRIES is not less than
                       WS-TXNLOCK-MAX-TRIES
               Move "TXNLOG" to TK-SERIES
               Read TXN-LOCK-FILE with lock
                   invalid key continue
               end-read
               Evaluate true
                   when WS-TXNLOCK-OK
                       Move "Y" to WS-TXNLOCK-SW
                   when WS-TXNLOCK-STATUS is equal to "23"
                       Perform WRITE-TXNLOG-LOCK-RECORD
                       Add 1 to WS-TXNLOCK-TRIES
                   when other
                       Add 1 to WS-TXNLOCK-TRIES
                       Call "C$SLEEP" using WS-TXNLOCK-WAIT-SECONDS
               end-evaluate
           end-perform.
           If not WS-TXNLOG-LOCKED
               Display "Transaction log lock not obtained, status "
                   WS-TXNLOCK-STATUS
               Move WS-TXNLOCK-STATUS to WS-TXNLOG-STATUS
               Close TXN-LOCK-FILE
           end-if.
           Exit section.

      * Made by the first writer to find it missing; one racing it
      * in finds the record there, or writes it on its next try.
       CREATE-TXNLOG-LOCK section.
           Open output TXN-LOCK-FILE.
           If WS-TXNLOCK-OK
               Perform WRITE-TXNLOG-LOCK-RECORD
               Close TXN-LOCK-FILE
           end-if.
           Open i-o TXN-LOCK-FILE.
           Exit section.

       WRITE-TXNLOG-LOCK-RECORD section.
           Move spaces to TXN-LOCK-RECORD.
           Move "TXNLOG" to TK-SERIES.
           Move function current-date(1:14) to TK-CREATED-AT.
           Write TXN-LOCK-RECORD
               invalid key continue
           end-write.
           Exit section.

       RELEASE-TXNLOG-LOCK section.
           If WS-TXNLOG-LOCKED
               Unlock TXN-LOCK-FILE
               Close TXN-LOCK-FILE
               Move "N" to WS-TXNLOCK-SW
           end-if.
           Exit section.

       End program EULRVRFY.
