      * Record layout for the FILE1 statement history -- one entry
      * per statement printed: the record, the date and time the
      * statement was cut, the closing A01-91 balance it stated and
      * how many movements it listed.  The next statement opens at
      * STH-CLOSING and lists only journal movements stamped after
      * STH-DATE/STH-TIME.
       01  STH-REC.
           03  STH-KEY.
               05  STH-FILE1-KEY   PIC 9(09).
               05  STH-DATE        PIC 9(08).
           03  STH-TIME            PIC 9(08).
           03  STH-CLOSING         PIC S9(13)V99 COMP-3.
           03  STH-MOVEMENT-COUNT  PIC 9(05).
           03  FILLER              PIC X(20).
