      *                  backup mode means both), optional YYYYMMDD.
      *                  Runs as a scheduled NIGHTPLAN step ahead of
      *                  the calculators.
      * 2026-10-15  RLP  The VISITMST payload widens to 71 bytes for
      *                  the visit's site code.  An older backup's
      *                  68-byte lines read back with a blank site,
      *                  which is the original site, so they still
      *                  restore.
      * 2026-10-15  RLP  The VISITMST payload widens to 87 bytes for
      *                  the visit's pharmacy dosing values.  An
      *                  older backup's lines read back with the
      *                  dosing values blank, which is how a visit
      *                  from before them reads, so they still
      *                  restore; a backup taken just before the
      *                  new layout goes in and restored just after
      *                  is how the master is carried over.

001000 Environment division.
       Configuration section.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  BK-RECORD-TYPE       picture is X(01).
           05  BK-PAYLOAD           picture is X(87).
       01  BACKUP-TRAILER-RECORD redefines BACKUP-RECORD.
           05  BT-RECORD-TYPE       picture is X(01).
           05  BT-RECORD-COUNT      picture is 9(09).
           05  BT-HASH-TOTAL        picture is 9(15).
           05  FILLER               picture is X(63).

       FD  BACKUP-CONTROL-FILE.
       01  BACKUP-CONTROL-RECORD.
       77  WS-RESTORED-COUNT usage is binary-long value 0.
       77  WS-TRAILER-SEEN-SW picture is X(01) value "N".
           88 WS-TRAILER-SEEN     value "Y".
       77  WS-LIVE-RECORD   picture is X(87) value spaces.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.

                       Add 1 to WS-MISSING-COUNT
                   not invalid key
                       If VISIT-MASTER-RECORD is not equal to
                               BK-PAYLOAD(1:87)
                           Add 1 to WS-DIFF-COUNT
                       end-if
               end-read

       RESTORE-ONE-DETAIL section.
           If WS-FILE-VISIT
               Move BK-PAYLOAD(1:87) to VISIT-MASTER-RECORD
               Write VISIT-MASTER-RECORD
                   invalid key
                       Display "Restore write failed, status "
