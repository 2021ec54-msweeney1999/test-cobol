      * Record layout for the FILE1 downstream feed register.  The
      * sending program records what it sent (feed name, when,
      * detail count, A01-91 total) in state "S"; the
      * acknowledgment run X3 records what the receiver said it got
      * and moves the feed to accepted, rejected (NAK), mismatched
      * (ACK whose count or total differs from what was sent) or
      * overdue (no answer within the allowed hours).  A rejected,
      * mismatched or overdue feed is flagged for resend until it is
      * replaced; a full-file feed is replaced by any later full-file
      * feed the receiver accepts, a delta feed by the delta run X4
      * resending its window.
       01  FRG-REC.
           03  FRG-SEQ             PIC 9(07).
           03  FRG-FEED-NAME       PIC X(08).
           03  FRG-SENT-DATE       PIC 9(08).
           03  FRG-SENT-TIME       PIC 9(08).
           03  FRG-SENT-COUNT      PIC 9(09).
           03  FRG-SENT-BALANCE    PIC S9(13)V99 COMP-3.
           03  FRG-STATE           PIC X(01).
               88  FRG-SENT            VALUE "S".
               88  FRG-ACCEPTED        VALUE "A".
               88  FRG-REJECTED        VALUE "N".
               88  FRG-MISMATCHED      VALUE "M".
               88  FRG-OVERDUE         VALUE "O".
           03  FRG-ACK-DATE        PIC 9(08).
           03  FRG-ACK-TIME        PIC 9(08).
           03  FRG-ACK-COUNT       PIC 9(09).
           03  FRG-ACK-BALANCE     PIC S9(13)V99 COMP-3.
           03  FRG-ACK-REASON      PIC X(30).
           03  FRG-RESEND-SW       PIC X(01).
               88  FRG-RESEND          VALUE "Y".
           03  FILLER              PIC X(20).
