      * MERGEREQ.cpy
      * Patient merge request, one per duplicate registration to be
      * folded into its survivor.  Queued by the programs that find
      * merges in bulk and worked by PATMERGE's batch mode, so every
      * merge -- keyed at the console or fed in overnight -- goes
      * through the one re-keying of BMIHIST, VISITMST and PATMAST.
      * 2026-10-15  RLP  Initial version.
       01  MERGE-REQUEST-RECORD.
           05  MQ-FROM-ID           picture is X(10).
           05  MQ-SPACE-1           picture is X(01).
           05  MQ-TO-ID             picture is X(10).
           05  MQ-SPACE-2           picture is X(01).
           05  MQ-SOURCE            picture is X(08).
           05  MQ-SPACE-3           picture is X(01).
           05  MQ-OPERATOR-ID       picture is X(10).
           05  MQ-SPACE-4           picture is X(01).
           05  MQ-REQUESTED         picture is X(14).
