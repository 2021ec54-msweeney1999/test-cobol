      * Operator authority card (FILE1OPR), one per operator:
      *   cols  1-8   operator ID, as keyed on the FILE1TRN batch
      *               header card
      *   cols 10-12  actions the operator may key, any of A (add),
      *               C (change), D (delete), in any order
      *   col  14     Y when the operator may release (approve or
      *               reject) changes held for a second operator
      *   cols 16-79  up to eight field names, eight columns each,
      *               that the operator may set on an add or a
      *               change; *ALL in the first slot means every
      *               field M1 supports
      * Cards blank or starting with "*" in column 1 are comments.
       01  OPR-REC.
           03  OPR-ID           PIC X(08).
           03  FILLER           PIC X(01).
           03  OPR-ACTIONS      PIC X(03).
           03  FILLER           PIC X(01).
           03  OPR-RELEASE      PIC X(01).
           03  FILLER           PIC X(01).
           03  OPR-FIELDS.
               05  OPR-FIELD    PIC X(08) OCCURS 8.
           03  FILLER           PIC X(01).
