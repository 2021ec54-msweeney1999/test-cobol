      * Record layout for the FILE1 legal-hold list -- one entry per
      * KEY-FILE1 that audit or legal has asked us to preserve.  A
      * hold is in force from its hold date until its release date;
      * a release date of all zeros means not released.  A released
      * hold stays on file, with who released it, so the register
      * can still show what was held and when; placing a new hold
      * on the same key reuses the entry.  The blocked count is how
      * many times a purge, mass change, delete or merge proposal
      * has had to pass the key over while the hold was in force,
      * with the date and program of the latest.
       01  LGH-REC.
           03  LGH-KEY              PIC 9(09).
           03  LGH-REASON           PIC X(30).
           03  LGH-REQUESTED-BY     PIC X(20).
           03  LGH-HOLD-DATE        PIC 9(08).
           03  LGH-RELEASE-DATE     PIC 9(08).
           03  LGH-RELEASED-BY      PIC X(20).
           03  LGH-BLOCKED-COUNT    PIC 9(07).
           03  LGH-LAST-BLOCKED-DATE
                                    PIC 9(08).
           03  LGH-LAST-BLOCKED-BY  PIC X(08).
           03  LGH-CHANGED-DATE     PIC 9(08).
           03  FILLER               PIC X(20).
