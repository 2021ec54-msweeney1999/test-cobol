      * FILE-CONTROL entry for reading the FILE1 update journal one
      * generation at a time -- the same journal as FILE1JSL, but
      * assigned through JNL-FILE-NAME (PIC X(40), in the using
      * program's WORKING-STORAGE) so a program that reads back past
      * the last backup can open each closed generation named on the
      * generation register (FILE1JGL/FILE1JGR) and then the live
      * "FILE1JNL".  Keep the organization in step with FILE1JSL.
           SELECT JNL-FILE ASSIGN USING JNL-FILE-NAME
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS JNL-STATUS.
