      *
      * Parameter area for the airrefm reference-table maintenance
      * service. table picks the reference file (ACFT, COST, HOURS,
      * DST, METRO, ALTS, BORDER); action is B (browse from the
      * key, next record back in key/text), R (read one), A (add),
      * U (update), D (delete). The record travels as its key plus
      * the non-key columns in the same comma form the table's bulk
      * loader takes:
      *
      *   ACFT  key type           text descr,cruise,range,minrwy,
      *                                 burn,turn,mtow
      *   COST  key airport        text fuel,landing,handling,ccy
      *   HOURS key airport        text open,close,exempt
      *   DST   key zone           text start-mmdd,end-mmdd,delta
      *   METRO key metro,member   text (none)
      *   ALTS  key airport,alt    text (none)
      *   BORDER key airport       text customs,immig,open,close,
      *                                 notice
      *
      * Maintenance actions need admin authority and land on the
      * same audit log the master maintenance writes.
