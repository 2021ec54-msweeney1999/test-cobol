      * FILE-CONTROL entry for the held-change file -- shared by the
      * batch maintenance program M1, which holds deletes and large
      * A01-91/A01-160 movements here instead of applying them (as
      * the maintenance screen M6 does for its large movements),
      * and by the release program M4, which applies or rejects
      * them on a second operator's say-so and prints the register.
      * Keyed by the date, time and sequence the change was held
      * under.
           SELECT PND-FILE ASSIGN TO "FILE1PND"
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PND-KEY
                 FILE STATUS IS PND-STATUS.
