      * REFERRAL.cpy
      * Dietitian or specialist referral for a high-risk BMI result,
      * keyed on the PATMAST id plus the timestamp (to the second) of
      * the visit that raised it, so a patient's referrals read back
      * in the order they were opened and none is ever overwritten.
      * Opened by BMI-CALCULATOR when a visit falls in one of the
      * REFPARM trigger categories or shows a rapid loss since the
      * previous visit, moved along by REFMNT, and reported weekly
      * by REFRPT.
      * RF-REASON: C trigger category, L rapid loss (RF-LOSS-PCT is
      * then the share of body weight lost).  RF-SERVICE: D
      * dietitian, S specialist.  RF-STATUS: O open, B booked, S
      * seen, D declined, C closed; a referral counts as open to
      * BMI-CALCULATOR until it is declined or closed.  RF-APPT-DATE
      * and RF-APPT-SESSION name the APPTFILE appointment a booked
      * referral is linked to and are zeros/spaces otherwise.
      * 2026-10-15  RLP  Initial version.
       01  REFERRAL-RECORD.
           05  RF-KEY.
               10  RF-PATIENT-ID    picture is X(10).
               10  RF-OPENED-STAMP  picture is X(14).
           05  RF-SPACE-1           picture is X(01).
           05  RF-REASON            picture is X(01).
               88 RF-REASON-CATEGORY    value "C".
               88 RF-REASON-LOSS        value "L".
           05  RF-SPACE-2           picture is X(01).
           05  RF-CATEGORY          picture is X(18).
           05  RF-SPACE-3           picture is X(01).
           05  RF-BMI               picture is Z9.9.
           05  RF-SPACE-4           picture is X(01).
           05  RF-LOSS-PCT          picture is Z9.9.
           05  RF-SPACE-5           picture is X(01).
           05  RF-SERVICE           picture is X(01).
               88 RF-DIETITIAN          value "D".
               88 RF-SPECIALIST         value "S".
           05  RF-SPACE-6           picture is X(01).
           05  RF-CLINICIAN         picture is X(10).
           05  RF-SPACE-7           picture is X(01).
           05  RF-STATUS            picture is X(01).
               88 RF-OPEN               value "O".
               88 RF-BOOKED             value "B".
               88 RF-SEEN               value "S".
               88 RF-DECLINED           value "D".
               88 RF-CLOSED             value "C".
               88 RF-STILL-OPEN         value "O" "B" "S".
               88 RF-AWAITING           value "O" "B".
           05  RF-SPACE-8           picture is X(01).
           05  RF-STATUS-DATE       picture is 9(08).
           05  RF-SPACE-9           picture is X(01).
           05  RF-APPT-DATE         picture is 9(08).
           05  RF-SPACE-10          picture is X(01).
           05  RF-APPT-SESSION      picture is X(02).
           05  RF-SPACE-11          picture is X(01).
           05  RF-OPENED-BY         picture is X(10).
           05  RF-SPACE-12          picture is X(01).
           05  RF-SITE-CODE         picture is X(03).
