      * FILE-CONTROL entry for the FILE1 journal generation register --
      * one entry per closed-off generation of the update journal,
      * written by the unload U1 when it cuts FILE1JNL at a backup, and
      * read by every program that has to look back past the last backup
      * (forward recovery V1, backout V2, chain verification V3,
      * lifecycle inquiry Q1, statement run R4, delta feed X4, month-end
      * roll-forward C2).  Keyed by generation sequence number, which is
      * cut order.
           SELECT JGN-FILE ASSIGN TO "FILE1JGN"
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS JGN-SEQ
                 FILE STATUS IS JGN-STATUS.
