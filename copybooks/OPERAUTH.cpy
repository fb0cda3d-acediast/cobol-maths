      * TX-OPERATOR-ID field in the shared transaction log can only
      * ever hold an id somebody actually issued.
      * 2026-08-23  RLP  Initial version.
      * 2026-10-15  RLP  Visit-correction flag added for VISCORR;
      *                  a record without the column reads as not
      *                  cleared.
      * 2026-10-15  RLP  Supervisor flag added: APPTMNT books into a
      *                  full or closed session only on the id of a
      *                  supervisor cleared here.  A record without
      *                  the column reads as not cleared.
      * 2026-10-15  RLP  Patient-record flag added: BMIINQ, PATMAINT,
      *                  APPTMNT, REJRWORK and SUSPREV open only for
      *                  an id cleared here, and journal every
      *                  patient they show or change to ACCJRNL.  A
      *                  record without the column reads as not
      *                  cleared.
      * 2026-10-15  RLP  The patient-record flag also opens PATDUPL,
      *                  REFMNT, CONTMNT and CAREMNT.
      * 2026-10-15  RLP  VISCORR now wants the patient-record flag as
      *                  well as the visit-correction flag.
       01  OPERATOR-AUTH-RECORD.
           05  OA-OPERATOR-ID       picture is X(10).
           05  OA-SPACE-1           picture is X(01).
           05  OA-EULER-FLAG        picture is X(01).
           05  OA-SPACE-4           picture is X(01).
           05  OA-NIGHT-FLAG        picture is X(01).
           05  OA-SPACE-5           picture is X(01).
           05  OA-CORR-FLAG         picture is X(01).
           05  OA-SPACE-6           picture is X(01).
           05  OA-SUPV-FLAG         picture is X(01).
           05  OA-SPACE-7           picture is X(01).
           05  OA-PAT-FLAG          picture is X(01).
