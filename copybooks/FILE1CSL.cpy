      * FILE-CONTROL entry for the FILE1 code table -- shared by the
      * code table maintenance program M3, which is its only writer, and
      * by every program that sets or prints a table-controlled code
      * (M1, M2, I1, Z1 and M6 edit against it; R1, R2, X2 and C2 print
      * its descriptions), so the file's keys and access only have to be
      * maintained in one place.  Keyed by code type plus code value.
           SELECT CDT-FILE ASSIGN TO "FILE1CDT"
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CDT-KEY
                 FILE STATUS IS CDT-STATUS.
