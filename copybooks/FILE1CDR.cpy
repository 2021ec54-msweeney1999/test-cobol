      * Record layout for the FILE1 code table -- one entry per
      * valid value of a table-controlled field.  The code type is
      * the field name the code lives in, spelled the way the
      * FILE1TRN cards spell it ("A01-38 " for the classification
      * code, "A01-12 " for the A01-9 group's two-character code).
      * A code is usable only while its flag says active ("A") and
      * the run date falls inside its effective/expiry window; an
      * expiry of all zeros means open-ended.  A retired code ("R")
      * stays on file, with the date it was retired, so reports can
      * still describe the records that carry it.
       01  CDT-REC.
           03  CDT-KEY.
               05  CDT-TYPE        PIC X(07).
               05  CDT-VALUE       PIC X(02).
           03  CDT-DESC            PIC X(30).
           03  CDT-EFF-DATE        PIC 9(08).
           03  CDT-EXP-DATE        PIC 9(08).
           03  CDT-STATE           PIC X(01).
               88  CDT-ACTIVE          VALUE "A".
               88  CDT-RETIRED         VALUE "R".
           03  CDT-RETIRED-DATE    PIC 9(08).
           03  CDT-CHANGED-DATE    PIC 9(08).
