      * Record layout for the held-change file (FILE1PND).  PND-CARD
      * is the FILE1TRN card as keyed (action, key, field, value);
      * PND-AMOUNT is its value already edited by M1, and
      * PND-OLD-AMOUNT what the field held when the change was held,
      * so M4 can refuse to release a change over a record that has
      * moved since.  A change stays "H" until a release run marks
      * it "A" (approved and applied) or "R" (rejected).
       01  PND-REC.
           03  PND-KEY.
               05  PND-HELD-DATE    PIC 9(08).
               05  PND-HELD-TIME    PIC 9(08).
               05  PND-HELD-SEQ     PIC 9(05).
           03  PND-CARD.
               05  PND-ACTION       PIC X(01).
               05  PND-FILE1-KEY    PIC 9(09).
               05  PND-FIELD        PIC X(07).
               05  PND-VALUE        PIC X(50).
           03  PND-MAKER        PIC X(08).
           03  PND-AMOUNT       PIC S9(13)V99 COMP-3.
           03  PND-OLD-AMOUNT   PIC S9(13)V99 COMP-3.
           03  PND-HOLD-REASON  PIC X(30).
           03  PND-STATE        PIC X(01).
               88  PND-HELD         VALUE "H".
               88  PND-APPROVED     VALUE "A".
               88  PND-REJECTED     VALUE "R".
           03  PND-CHECKER      PIC X(08).
           03  PND-DECIDED-DATE PIC 9(08).
           03  PND-DECIDED-TIME PIC 9(08).
           03  PND-NOTE         PIC X(30).
