      * FILE-CONTROL entry for the FILE1 downstream feed register --
      * one entry per feed sent, written by the full-file extract X1
      * and the delta extract X4, brought up to date from the
      * receiver's acknowledgments by X3, and read by the morning
      * status report N1.  Keyed by the feed sequence number stamped
      * on the feed's HDR record.
           SELECT FRG-FILE ASSIGN TO "FILE1FRG"
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS FRG-SEQ
                 FILE STATUS IS FRG-STATUS.
