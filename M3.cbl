      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 code table maintenance and listing -- keeps the code
      * table (FILE1CDT, shared FILE1CSL/FILE1CDR copybooks) that
      * says which A01-38 classification codes and A01-12 codes are
      * valid, what they mean, and when they are in effect.  M1,
      * M2, I1 and Z1 refuse a code that is not active in the
      * table; R1, R2 and X2 print its description.
      *
      * The mode comes in as the first PARM/argument (SYSIN
      * fallback, card columns 1-5):
      *
      *   MAINT   (the default) applies the maintenance cards in
      *           FILE1CDM, rejects to FILE1CDJ with a reason, then
      *           writes the listing
      *   LIST    writes the listing only
      *
      * Maintenance card layout (FILE1CDM):
      *   col  1      action       A = add, C = change, R = retire
      *   cols 2-8    code type    A01-38 or A01-12
      *   cols 9-10   code value
      *   cols 11-40  description  (required on A; on C, blank
      *               leaves the description as it was)
      *   cols 41-48  effective    CCYYMMDD (on A, blank means the
      *               run date; on C, blank leaves it as it was)
      *   cols 49-56  expiry       CCYYMMDD, zeros meaning open-ended
      *               (blank on A means open-ended; on C, blank
      *               leaves it as it was)
      *
      * A retire card takes a code out of use without removing it:
      * records already carrying it still print its description,
      * but no program will set it again.  A change card against a
      * retired code brings it back into use.  Codes are never
      * deleted from the table.
      *
      * The listing (FILE1CDL) shows every code on the table, by
      * type and value, with whether it is in effect as of the run
      * date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  M3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1CSL.

           SELECT CDM-FILE ASSIGN TO "FILE1CDM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO "FILE1CDJ"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "FILE1CDL"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CDT-FILE.
           COPY FILE1CDR.

       FD  CDM-FILE.
       01  CDM-REC                   PIC X(80).

       FD  REJ-FILE.
       01  REJ-REC                   PIC X(88).

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(100).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  CDT-STATUS           PIC X(02).
       77  CDM-EOF-SW           PIC X(01).
           88  CDM-AT-EOF           VALUE "Y".
       77  CDT-EOF-SW           PIC X(01).
           88  CDT-AT-EOF           VALUE "Y".
       77  CDM-VALID-SW         PIC X(01).
           88  CDM-IS-VALID         VALUE "Y".

       77  CDT-MODE             PIC X(05) VALUE SPACES.
       77  RUN-DATE             PIC 9(08).

       77  CDM-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  ADD-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  CHG-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  RET-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  REJECT-COUNT         PIC 9(07) VALUE ZERO.
       77  LISTED-COUNT         PIC 9(07) VALUE ZERO.
       77  IN-EFFECT-COUNT      PIC 9(07) VALUE ZERO.

       01  CDM-LINE.
           05  CDM-ACTION        PIC X(01).
           05  CDM-TYPE          PIC X(07).
           05  CDM-VALUE         PIC X(02).
           05  CDM-DESC          PIC X(30).
           05  CDM-EFF-TEXT      PIC X(08).
           05  CDM-EFF-DATE      REDEFINES CDM-EFF-TEXT
                                 PIC 9(08).
           05  CDM-EXP-TEXT      PIC X(08).
           05  CDM-EXP-DATE      REDEFINES CDM-EXP-TEXT
                                 PIC 9(08).
           05  FILLER            PIC X(24).

       77  NEW-EFF-DATE         PIC 9(08).
       77  NEW-EXP-DATE         PIC 9(08).
       77  REJ-REASON           PIC X(30).

       01  REJ-LINE.
           05  REJ-IMAGE         PIC X(56).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  REJ-TEXT          PIC X(30).

       01  IO-REASON-TEXT.
           05  FILLER            PIC X(18) VALUE "I-O ERROR, STATUS ".
           05  IO-REASON-STATUS  PIC X(02).
           05  FILLER            PIC X(10) VALUE SPACES.

       01  RPT-TITLE-LINE.
           05  FILLER            PIC X(30)
               VALUE "FILE1 CODE TABLE AS OF ".
           05  RPT-TITLE-DATE    PIC 9(08).

       01  RPT-COLUMN-HEADER.
           05  FILLER  PIC X(07) VALUE "TYPE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(04) VALUE "CODE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(30) VALUE "DESCRIPTION".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "EFFECT".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "EXPIRES".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(08) VALUE "RETIRED".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "STATUS".

       01  RPT-DETAIL-LINE.
           05  RPD-TYPE          PIC X(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-VALUE         PIC X(02).
           05  FILLER            PIC X(04) VALUE SPACES.
           05  RPD-DESC          PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-EFF-DATE      PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-EXP-DATE      PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-RETIRED-DATE  PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-STATUS        PIC X(10).

       01  RPT-SUMMARY-LINE.
           05  RPS-TEXT          PIC X(28).
           05  RPS-COUNT         PIC Z(08)9.

      * --- date value editing (same calendar rules as the date
      * --- validation sweep in program "b") ---------------------
       01  DATE-CHECK-VALUE        PIC 9(08).
       01  DATE-CHECK-FIELDS REDEFINES DATE-CHECK-VALUE.
           05  DATE-CHECK-CCYY     PIC 9(04).
           05  DATE-CHECK-MM       PIC 9(02).
           05  DATE-CHECK-DD       PIC 9(02).

       77  DATE-VALID-SW           PIC X(01).
           88  DATE-IS-VALID           VALUE "Y".
           88  DATE-IS-INVALID         VALUE "N".
       77  DATE-CHECK-MAX-DAY       PIC 9(02).
       77  LEAP-QUOTIENT            PIC 9(07).
       77  LEAP-REMAINDER-4         PIC 9(07).
       77  LEAP-REMAINDER-100       PIC 9(07).
       77  LEAP-REMAINDER-400       PIC 9(07).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-CODE-TABLE-PARMS
           EVALUATE CDT-MODE
               WHEN "MAINT"
                   PERFORM APPLY-MAINTENANCE-CARDS
                   PERFORM LIST-CODE-TABLE
               WHEN "LIST "
                   PERFORM LIST-CODE-TABLE
               WHEN OTHER
                   DISPLAY "M3: INVALID MODE: " CDT-MODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      * ------------------------------------------------------------
      * The mode comes in as the first PARM/argument; SYSIN is the
      * fallback when no command-line argument was passed, card
      * columns 1-5.  Neither present means MAINT.
      * ------------------------------------------------------------
       GET-CODE-TABLE-PARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CDT-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-CODE-TABLE-SYSIN
           END-ACCEPT
           IF CDT-MODE = SPACES
               MOVE "MAINT" TO CDT-MODE
           END-IF
           .

       GET-CODE-TABLE-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:5) TO CDT-MODE
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * The table is created empty the first time it is opened, the
      * same way program "b" brings up the exception master.
      * ------------------------------------------------------------
       APPLY-MAINTENANCE-CARDS.
           OPEN INPUT CDM-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "M3: FILE1CDM OPEN FAILED, STATUS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CDT-FILE
           IF CDT-STATUS = "35"
               OPEN OUTPUT CDT-FILE
               CLOSE CDT-FILE
               OPEN I-O CDT-FILE
           END-IF
           IF CDT-STATUS NOT = "00"
               DISPLAY "M3: FILE1CDT OPEN FAILED, STATUS=" CDT-STATUS
               CLOSE CDM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJ-FILE

           MOVE "N" TO CDM-EOF-SW
           PERFORM UNTIL CDM-AT-EOF
               READ CDM-FILE INTO CDM-LINE
                   AT END
                       MOVE "Y" TO CDM-EOF-SW
                   NOT AT END
                       PERFORM APPLY-MAINTENANCE-CARD
               END-READ
           END-PERFORM

           CLOSE CDM-FILE
           CLOSE REJ-FILE
           CLOSE CDT-FILE

           DISPLAY "CARDS READ:        " CDM-READ-COUNT
           DISPLAY "CODES ADDED:       " ADD-APPLIED-COUNT
           DISPLAY "CODES CHANGED:     " CHG-APPLIED-COUNT
           DISPLAY "CODES RETIRED:     " RET-APPLIED-COUNT
           DISPLAY "REJECTED:          " REJECT-COUNT
           IF REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       APPLY-MAINTENANCE-CARD.
           ADD 1 TO CDM-READ-COUNT
           PERFORM EDIT-MAINTENANCE-CARD
           IF CDM-IS-VALID
               EVALUATE CDM-ACTION
                   WHEN "A"
                       PERFORM APPLY-CODE-ADD
                   WHEN "C"
                       PERFORM APPLY-CODE-CHANGE
                   WHEN "R"
                       PERFORM APPLY-CODE-RETIRE
               END-EVALUATE
           ELSE
               PERFORM WRITE-REJECT
           END-IF
           .

      * ------------------------------------------------------------
      * Edits everything that can be checked before touching the
      * table: action, code type, code value, and any dates given.
      * Blank dates are resolved here to what the action means by
      * them, leaving NEW-EFF-DATE/NEW-EXP-DATE for the apply
      * paragraphs.  First failure wins.
      * ------------------------------------------------------------
       EDIT-MAINTENANCE-CARD.
           MOVE "Y" TO CDM-VALID-SW
           IF CDM-ACTION NOT = "A" AND CDM-ACTION NOT = "C"
                   AND CDM-ACTION NOT = "R"
               MOVE "INVALID ACTION CODE" TO REJ-REASON
               MOVE "N" TO CDM-VALID-SW
           END-IF
           IF CDM-IS-VALID
               IF CDM-TYPE NOT = "A01-38 " AND CDM-TYPE NOT = "A01-12 "
                   MOVE "CODE TYPE NOT SUPPORTED" TO REJ-REASON
                   MOVE "N" TO CDM-VALID-SW
               END-IF
           END-IF
           IF CDM-IS-VALID
               IF CDM-VALUE = SPACES
                   MOVE "CODE VALUE MISSING" TO REJ-REASON
                   MOVE "N" TO CDM-VALID-SW
               END-IF
           END-IF
           IF CDM-IS-VALID AND CDM-ACTION = "A"
               IF CDM-DESC = SPACES
                   MOVE "DESCRIPTION MISSING" TO REJ-REASON
                   MOVE "N" TO CDM-VALID-SW
               END-IF
           END-IF
           IF CDM-IS-VALID AND CDM-ACTION NOT = "R"
               PERFORM EDIT-CARD-DATES
           END-IF
           .

       EDIT-CARD-DATES.
           MOVE ZERO TO NEW-EFF-DATE NEW-EXP-DATE
           IF CDM-EFF-TEXT = SPACES
               IF CDM-ACTION = "A"
                   MOVE RUN-DATE TO NEW-EFF-DATE
               END-IF
           ELSE
               IF CDM-EFF-TEXT IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO REJ-REASON
                   MOVE "N" TO CDM-VALID-SW
               ELSE
                   MOVE CDM-EFF-DATE TO DATE-CHECK-VALUE
                   PERFORM VALIDATE-DATE-FIELD
                   IF DATE-IS-INVALID OR CDM-EFF-DATE = ZERO
                       MOVE "INVALID EFFECTIVE DATE" TO REJ-REASON
                       MOVE "N" TO CDM-VALID-SW
                   ELSE
                       MOVE CDM-EFF-DATE TO NEW-EFF-DATE
                   END-IF
               END-IF
           END-IF
           IF CDM-IS-VALID AND CDM-EXP-TEXT NOT = SPACES
               IF CDM-EXP-TEXT IS NOT NUMERIC
                   MOVE "EXPIRY DATE NOT NUMERIC" TO REJ-REASON
                   MOVE "N" TO CDM-VALID-SW
               ELSE
                   MOVE CDM-EXP-DATE TO DATE-CHECK-VALUE
                   PERFORM VALIDATE-DATE-FIELD
                   IF DATE-IS-INVALID
                       MOVE "INVALID EXPIRY DATE" TO REJ-REASON
                       MOVE "N" TO CDM-VALID-SW
                   ELSE
                       MOVE CDM-EXP-DATE TO NEW-EXP-DATE
                   END-IF
               END-IF
           END-IF
           .

       APPLY-CODE-ADD.
           INITIALIZE CDT-REC
           MOVE CDM-TYPE      TO CDT-TYPE
           MOVE CDM-VALUE     TO CDT-VALUE
           MOVE CDM-DESC      TO CDT-DESC
           MOVE NEW-EFF-DATE  TO CDT-EFF-DATE
           MOVE NEW-EXP-DATE  TO CDT-EXP-DATE
           MOVE "A"           TO CDT-STATE
           MOVE ZERO          TO CDT-RETIRED-DATE
           MOVE RUN-DATE      TO CDT-CHANGED-DATE
           IF CDT-EXP-DATE NOT = ZERO
                   AND CDT-EXP-DATE < CDT-EFF-DATE
               MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               WRITE CDT-REC
               EVALUATE CDT-STATUS
                   WHEN "00"
                       ADD 1 TO ADD-APPLIED-COUNT
                   WHEN "22"
                       MOVE "CODE ALREADY ON TABLE" TO REJ-REASON
                       PERFORM WRITE-REJECT
                   WHEN OTHER
                       PERFORM WRITE-IO-REJECT
               END-EVALUATE
           END-IF
           .

      * ------------------------------------------------------------
      * Only the fields the card fills in are changed; a change to
      * a retired code also brings it back into use.
      * ------------------------------------------------------------
       APPLY-CODE-CHANGE.
           MOVE CDM-TYPE  TO CDT-TYPE
           MOVE CDM-VALUE TO CDT-VALUE
           READ CDT-FILE
           EVALUATE CDT-STATUS
               WHEN "00"
                   IF CDM-DESC NOT = SPACES
                       MOVE CDM-DESC TO CDT-DESC
                   END-IF
                   IF CDM-EFF-TEXT NOT = SPACES
                       MOVE NEW-EFF-DATE TO CDT-EFF-DATE
                   END-IF
                   IF CDM-EXP-TEXT NOT = SPACES
                       MOVE NEW-EXP-DATE TO CDT-EXP-DATE
                   END-IF
                   MOVE "A"      TO CDT-STATE
                   MOVE ZERO     TO CDT-RETIRED-DATE
                   MOVE RUN-DATE TO CDT-CHANGED-DATE
                   IF CDT-EXP-DATE NOT = ZERO
                           AND CDT-EXP-DATE < CDT-EFF-DATE
                       MOVE "EXPIRY BEFORE EFFECTIVE DATE"
                           TO REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       REWRITE CDT-REC
                       IF CDT-STATUS = "00"
                           ADD 1 TO CHG-APPLIED-COUNT
                       ELSE
                           PERFORM WRITE-IO-REJECT
                       END-IF
                   END-IF
               WHEN "23"
                   MOVE "CODE NOT ON TABLE" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       APPLY-CODE-RETIRE.
           MOVE CDM-TYPE  TO CDT-TYPE
           MOVE CDM-VALUE TO CDT-VALUE
           READ CDT-FILE
           EVALUATE CDT-STATUS
               WHEN "00"
                   IF CDT-RETIRED
                       MOVE "CODE ALREADY RETIRED" TO REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       MOVE "R"      TO CDT-STATE
                       MOVE RUN-DATE TO CDT-RETIRED-DATE
                       MOVE RUN-DATE TO CDT-CHANGED-DATE
                       REWRITE CDT-REC
                       IF CDT-STATUS = "00"
                           ADD 1 TO RET-APPLIED-COUNT
                       ELSE
                           PERFORM WRITE-IO-REJECT
                       END-IF
                   END-IF
               WHEN "23"
                   MOVE "CODE NOT ON TABLE" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       WRITE-IO-REJECT.
           MOVE CDT-STATUS TO IO-REASON-STATUS
           MOVE IO-REASON-TEXT TO REJ-REASON
           PERFORM WRITE-REJECT
           .

       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE CDM-LINE(1:56) TO REJ-IMAGE
           MOVE REJ-REASON     TO REJ-TEXT
           WRITE REJ-REC FROM REJ-LINE
           .

      * ------------------------------------------------------------
      * The listing: every code on the table in key order, which
      * groups the codes by type.  "IN EFFECT" is the same test the
      * editing programs apply -- active, effective on or before
      * the run date, and not yet expired.
      * ------------------------------------------------------------
       LIST-CODE-TABLE.
           OPEN INPUT CDT-FILE
           IF CDT-STATUS NOT = "00"
               DISPLAY "M3: NO CODE TABLE ON FILE (FILE1CDT)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE RUN-DATE TO RPT-TITLE-DATE
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-COLUMN-HEADER

           MOVE LOW-VALUES TO CDT-KEY
           START CDT-FILE KEY >= CDT-KEY
           IF CDT-STATUS NOT = "00"
               MOVE "Y" TO CDT-EOF-SW
           ELSE
               MOVE "N" TO CDT-EOF-SW
           END-IF
           PERFORM UNTIL CDT-AT-EOF
               READ CDT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CDT-EOF-SW
                   NOT AT END
                       PERFORM LIST-ONE-CODE
               END-READ
           END-PERFORM
           CLOSE CDT-FILE

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "CODES ON TABLE:             " TO RPS-TEXT
           MOVE LISTED-COUNT    TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "CODES IN EFFECT:            " TO RPS-TEXT
           MOVE IN-EFFECT-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           CLOSE RPT-FILE
           DISPLAY "CODES ON TABLE:    " LISTED-COUNT
           DISPLAY "CODES IN EFFECT:   " IN-EFFECT-COUNT
           .

       LIST-ONE-CODE.
           ADD 1 TO LISTED-COUNT
           MOVE CDT-TYPE         TO RPD-TYPE
           MOVE CDT-VALUE        TO RPD-VALUE
           MOVE CDT-DESC         TO RPD-DESC
           MOVE CDT-EFF-DATE     TO RPD-EFF-DATE
           MOVE CDT-EXP-DATE     TO RPD-EXP-DATE
           MOVE CDT-RETIRED-DATE TO RPD-RETIRED-DATE
           EVALUATE TRUE
               WHEN CDT-RETIRED
                   MOVE "RETIRED"    TO RPD-STATUS
               WHEN CDT-EFF-DATE > RUN-DATE
                   MOVE "NOT YET"    TO RPD-STATUS
               WHEN CDT-EXP-DATE NOT = ZERO
                       AND CDT-EXP-DATE < RUN-DATE
                   MOVE "EXPIRED"    TO RPD-STATUS
               WHEN OTHER
                   MOVE "IN EFFECT"  TO RPD-STATUS
                   ADD 1 TO IN-EFFECT-COUNT
           END-EVALUATE
           WRITE RPT-REC FROM RPT-DETAIL-LINE
           .

      * ------------------------------------------------------------
      * Calendar validation, same rules as the date validation sweep
      * in program "b": century-sane year, month 1-12, day within
      * the month including leap-year February, with an all-zero
      * CCYYMMDD accepted as "not applicable".
      * ------------------------------------------------------------
       VALIDATE-DATE-FIELD.
           MOVE "Y" TO DATE-VALID-SW
           IF DATE-CHECK-VALUE NOT = 0
               IF DATE-CHECK-CCYY < 1900 OR DATE-CHECK-CCYY > 2099
                   MOVE "N" TO DATE-VALID-SW
               END-IF
               IF DATE-IS-VALID
                   IF DATE-CHECK-MM < 1 OR DATE-CHECK-MM > 12
                       MOVE "N" TO DATE-VALID-SW
                   END-IF
               END-IF
               IF DATE-IS-VALID
                   PERFORM SET-MAX-DAY-FOR-MONTH
                   IF DATE-CHECK-DD < 1
                           OR DATE-CHECK-DD > DATE-CHECK-MAX-DAY
                       MOVE "N" TO DATE-VALID-SW
                   END-IF
               END-IF
           END-IF
           .

       SET-MAX-DAY-FOR-MONTH.
           EVALUATE DATE-CHECK-MM
               WHEN 1  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 2  PERFORM SET-FEBRUARY-MAX-DAY
               WHEN 3  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 4  MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 5  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 6  MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 7  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 8  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 9  MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 10 MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 11 MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 12 MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN OTHER MOVE 31 TO DATE-CHECK-MAX-DAY
           END-EVALUATE
           .

       SET-FEBRUARY-MAX-DAY.
           DIVIDE DATE-CHECK-CCYY BY 4
               GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER-4
           DIVIDE DATE-CHECK-CCYY BY 100
               GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER-100
           DIVIDE DATE-CHECK-CCYY BY 400
               GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER-400
           MOVE 28 TO DATE-CHECK-MAX-DAY
           IF LEAP-REMAINDER-4 = 0
                   AND (LEAP-REMAINDER-100 NOT = 0
                        OR LEAP-REMAINDER-400 = 0)
               MOVE 29 TO DATE-CHECK-MAX-DAY
           END-IF
           .
