      * Parameter area for the FILE1 legal-hold check -- shared by
      * the legal-hold maintenance program M5 and by every program
      * that must not purge, mass-change, delete or propose merging
      * a held record (A1, Z1, M1, M2, M4, D1), so the question is
      * asked the same way everywhere.  The caller sets the request
      * and its own program name, CALLs "M5-HOLD", and tests the
      * reply:
      *   OPEN     once, before the first CHECK or INQUIRE -- "08"
      *            means the hold list can't be read, and the
      *            caller must not go on to touch held keys blind
      *   CHECK    is LHK-KEY held?  "04" held (the reason is
      *            returned, and the block is counted against the
      *            hold), "00" not held
      *   INQUIRE  the same question, for a proof or preview run
      *            that blocks nothing itself -- nothing is counted
      *   CLOSE    at end of job
       01  LHK-PARMS.
           05  LHK-REQUEST        PIC X(08).
               88  LHK-OPEN           VALUE "OPEN    ".
               88  LHK-CHECK          VALUE "CHECK   ".
               88  LHK-INQUIRE        VALUE "INQUIRE ".
               88  LHK-CLOSE          VALUE "CLOSE   ".
           05  LHK-CALLER         PIC X(08).
           05  LHK-KEY            PIC 9(09).
           05  LHK-REPLY          PIC X(02).
               88  LHK-NOT-HELD       VALUE "00".
               88  LHK-HELD           VALUE "04".
               88  LHK-UNAVAILABLE    VALUE "08".
           05  LHK-REASON         PIC X(30).
