      * every program that REWRITEs or DELETEs FILE1 records (and so
      * must journal before/after images) and by the forward-recovery
      * apply program, so the journal's organization only has to be
      * maintained in one place (FILE1JDS, the generation reader's
      * entry, must be kept in step).  Record sequential, not line
      * sequential: the journaled REC-FILE1 image carries COMP-3
      * bytes that a line-oriented file would corrupt.
           SELECT JNL-FILE ASSIGN TO "FILE1JNL"
