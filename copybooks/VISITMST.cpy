      * trail.  Built from BMIHIST by BMIHLOAD and kept current by
      * BMI-CALCULATOR alongside the sequential audit trail.
      * 2026-08-22  RLP  Initial version.
      * 2026-10-15  RLP  Trailing site code added, copied from the
      *                  visit's BMIHIST line; blank (a visit loaded
      *                  before sites existed) means the original
      *                  site 001.  The record grows from 68 to
      *                  71 bytes, so the master is rebuilt once from
      *                  BMIHIST by BMIHLOAD when this goes in.
      * 2026-10-15  RLP  Trailing dosing values for pharmacy: body
      *                  surface area and the method it was worked
      *                  out on, Devine ideal body weight, adjusted
      *                  body weight, and a dosing flag saying which
      *                  weight applies or why the adult formulas
      *                  were not used.  Blank on a visit recorded
      *                  before they existed.  The record grows from
      *                  71 to 87 bytes, so the master is carried
      *                  over once by IDXBKUP backup and restore
      *                  when this goes in.
       01  VISIT-MASTER-RECORD.
           05  VM-KEY.
               10  VM-PATIENT-ID    picture is X(10).
           05  VM-HEIGHT            picture is Z9.99.
           05  VM-BMI               picture is Z9.9.
           05  VM-CATEGORY          picture is X(18).
           05  VM-SITE-CODE         picture is X(03).
           05  VM-DOSING-VALUES.
               10  VM-BSA           picture is 9.99.
               10  VM-BSA-METHOD    picture is X(01).
                   88 VM-BSA-MOSTELLER     value "M".
                   88 VM-BSA-DUBOIS        value "D".
               10  VM-IDEAL-WEIGHT  picture is ZZ9.9.
               10  VM-ADJUSTED-WEIGHT picture is ZZ9.9.
               10  VM-DOSING-FLAG   picture is X(01).
                   88 VM-DOSE-ACTUAL       value "W".
                   88 VM-DOSE-ADJUSTED     value "A".
                   88 VM-DOSE-MINOR        value "M".
                   88 VM-DOSE-UNKNOWN      value "U".
