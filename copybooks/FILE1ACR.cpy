      * Activity line for FILE1-updating programs -- shared by every
      * program that WRITEs, REWRITEs, or DELETEs FILE1 records
      * (programs "b", M1 and M6, among others) and by the
      * balancing program C1, which adjusts the prior run's stored
      * control totals by this reported activity before comparing
      * them to the file.  One
      * line per run: counts of records written/rewritten/deleted,
      * plus the signed change each run made to the KEY-FILE1 hash
      * total and to the four COMP-3 money-field totals C1 tracks.
