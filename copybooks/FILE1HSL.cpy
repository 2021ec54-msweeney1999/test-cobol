      * FILE-CONTROL entry for the FILE1 statement history -- written
      * by the statement run R4, one entry per statement mailed, so
      * each run knows the balance and the moment the prior
      * statement stopped at.  Keyed by KEY-FILE1 plus statement
      * date, so a key's statements read back in date order.
           SELECT STH-FILE ASSIGN TO "FILE1STH"
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS STH-KEY
                 FILE STATUS IS STH-STATUS.
