      * FILE-CONTROL entry for the FILE1 legal-hold list -- shared by
      * the legal-hold maintenance program M5, which places and
      * releases holds and answers every other program's "is this
      * key held?" through its "M5-HOLD" entry point (shared
      * FILE1LHC parameter copybook), so the file's keys and access
      * only have to be maintained in one place.  Keyed by
      * KEY-FILE1.
           SELECT LGH-FILE ASSIGN TO "FILE1LGH"
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS LGH-KEY
                 FILE STATUS IS LGH-STATUS.
