      * unmeasured patient reaches the roster zero-filled for the
      * edit to flag.
      * 2026-09-02  RLP  Initial version.
      * 2026-10-15  RLP  Trailing site code added for the second
      *                  clinic (SITEMAST).  Appointments booked
      *                  before the change read back blank, which
      *                  every reader takes as the original site 001.
       01  APPOINTMENT-RECORD.
           05  AP-PATIENT-ID        picture is X(10).
           05  AP-SPACE-1           picture is X(01).
           05  AP-WEIGHT            picture is X(04).
           05  AP-SPACE-5           picture is X(01).
           05  AP-HEIGHT            picture is X(03).
           05  AP-SPACE-6           picture is X(01).
           05  AP-SITE-CODE         picture is X(03).
