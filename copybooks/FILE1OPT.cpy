      * The operator authority cards (FILE1OPR copybook) as held in
      * storage for the run -- shared by M1, M2, M4 and M6.  The loading
      * program stops the run on more than 200 operators.
       01  OPERATOR-TABLE.
           05  OPT-COUNT          PIC 9(03) VALUE ZERO.
           05  OPT-ENTRY OCCURS 200.
               10  OPT-ID             PIC X(08).
               10  OPT-ACTIONS        PIC X(03).
               10  OPT-RELEASE        PIC X(01).
                   88  OPT-MAY-RELEASE    VALUE "Y".
               10  OPT-FIELDS.
                   15  OPT-FIELD          PIC X(08) OCCURS 8.
