      * (before) and an "A" (after) record, a DELETE writes a "B"
      * record, a maintenance WRITE an "A" record.  JNL-IMAGE is the
      * full 1623-byte REC-FILE1 as it stood at that moment.
      * JNL-OPERATOR is who asked for the change: the operator ID
      * on the FILE1TRN batch for keyed maintenance, the program's
      * own name for a batch program acting on its own rules.
      * JNL-APPROVER is the second operator who released a held
      * change (program M4), spaces for a change that needed no
      * release.
       01  JNL-REC.
           03  JNL-RUN-DATE     PIC 9(08).
           03  JNL-RUN-TIME     PIC 9(08).
           03  JNL-IMAGE-TYPE   PIC X(01).
           03  JNL-KEY          PIC 9(09).
           03  JNL-IMAGE        PIC X(1623).
           03  JNL-OPERATOR     PIC X(08).
           03  JNL-APPROVER     PIC X(08).
