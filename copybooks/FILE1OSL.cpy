      * FILE-CONTROL entry for the operator authority file -- shared
      * by the batch maintenance program M1, its proof M2, the
      * held-change release program M4 and the maintenance screen
      * M6, so the file only has to be maintained in one place.
      * One card per operator, layout in the FILE1OPR copybook;
      * each program loads the cards into the FILE1OPT table at
      * start of run.
           SELECT OPR-FILE ASSIGN TO "FILE1OPR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OPR-STATUS.
