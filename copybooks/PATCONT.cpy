      * PATCONT.cpy
      * Patient contact record, one per patient, keyed on the same
      * id as PATMAST and kept apart from it so the master layout
      * every BMI program reads does not change.  Maintained at the
      * desk by CONTMNT; read by MSGXTRCT, which builds the nightly
      * reminder and recall file for the messaging vendor and stamps
      * PC-LAST-RECALL-DATE when it sends a recall notice.
      * PC-CHANNEL: M mail (to the address), S SMS (to the phone).
      * PC-OPT-OUT-FLAG: Y the patient has asked for no messages;
      * nothing is sent while it is set.
      * 2026-10-15  RLP  Initial version.
       01  PATIENT-CONTACT-RECORD.
           05  PC-PATIENT-ID        picture is X(10).
           05  PC-SPACE-1           picture is X(01).
           05  PC-ADDRESS-LINE-1    picture is X(30).
           05  PC-SPACE-2           picture is X(01).
           05  PC-ADDRESS-LINE-2    picture is X(30).
           05  PC-SPACE-3           picture is X(01).
           05  PC-POSTCODE          picture is X(10).
           05  PC-SPACE-4           picture is X(01).
           05  PC-PHONE             picture is X(15).
           05  PC-SPACE-5           picture is X(01).
           05  PC-CHANNEL           picture is X(01).
               88 PC-CHANNEL-MAIL       value "M".
               88 PC-CHANNEL-SMS        value "S".
           05  PC-SPACE-6           picture is X(01).
           05  PC-OPT-OUT-FLAG      picture is X(01).
               88 PC-OPTED-OUT          value "Y".
           05  PC-SPACE-7           picture is X(01).
           05  PC-LAST-RECALL-DATE  picture is X(08).
