      * LATZCLM.cpy
      * Campaign segment-claim record, one per LATZCAMP segment, so
      * several COBOLLATZ workers sharing the run directory can work
      * one campaign without picking the same segment.  Segment 1
      * starts at the campaign's FROM, each SEGSIZE values long.  A
      * worker claims a segment by writing its record (a duplicate
      * key means another worker got there first), stamps it P with
      * its id and claim time, and rewrites it D once the segment's
      * results are folded into LATZCSUM and LATZREC.
      *
      * Segment 0 is the campaign record itself: FROM, TO and the
      * segment size the claims were cut for (CL-SEGMENT-SIZE), and
      * it is held locked by whichever worker is folding results, so
      * only one at a time rewrites LATZCSUM, LATZREC and LATZCAMP.
      * LATZSTAT reports the file by segment and by worker.
      * 2026-10-15  RLP  Initial version.
       01  CLAIM-RECORD.
           05  CL-SEGMENT           picture is 9(09).
           05  CL-STATE             picture is X(01).
               88 CL-CAMPAIGN-ENTRY     value "C".
               88 CL-IN-PROGRESS        value "P".
               88 CL-DONE               value "D".
           05  CL-WORKER            picture is X(10).
           05  CL-SEG-FROM          picture is 9(20).
           05  CL-SEG-TO            picture is 9(20).
           05  CL-CLAIMED-AT        picture is X(14).
           05  CL-DONE-AT           picture is X(14).
           05  CL-CHAINS            picture is 9(09).
           05  CL-SEGMENT-SIZE redefines CL-CHAINS
                                    picture is 9(09).
           05  CL-CLAIM-COUNT       picture is 9(04).
