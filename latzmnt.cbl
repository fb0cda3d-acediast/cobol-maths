
      * Rebuild for the day the index itself is unreadable: the
      * cache is reloaded from the LATZSUM summary the last range
      * or list run wrote, so a rebuild recovers that run's chains
      * and later runs refill the rest as they sweep.  Earlier
      * nights' summaries are kept as NIGHTRUN generations
      * (LATZSUM.YYYYMMDD.nnnnn on the NIGHTCAT catalog); copying
      * one over LATZSUM first rebuilds from that night instead.
       RUN-REBUILD-MODE section.
           Open input SUMMARY-FILE.
           If not WS-SUMMARY-OK
