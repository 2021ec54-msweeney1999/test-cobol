      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 masking run -- turns a production unload (FILE1BKP,
      * written by U1) into a de-identified copy for the test region
      * (FILE1MSK, same record sequential REC-FILE1 images, so it
      * reloads with U2 once it is put in place as FILE1BKP).
      *
      * Masked: A01-4, A01-5, A01-7 and the three name/address
      * groups A01-9, A01-18 and A01-28 -- every field in each group
      * except the A01-12/A01-21/A01-31 codes.  Everything else is
      * copied byte for byte: keys, codes, dates and the money
      * fields are untouched, so the copy carries the same record
      * count, KEY-FILE1 hash and A01-89/A01-91/A01-122/A01-160
      * totals as the unload, and C1 and U2 reconcile on it.
      *
      * Each value is masked one character at a time: a letter is
      * replaced by another letter of the same case, a digit by
      * another digit, and spaces and punctuation stay where they
      * are, so field lengths and word shapes look like real data.
      * The replacement for each position is shifted by the masking
      * key and by the characters before it in the value, and is
      * never the original character.  The mask depends only on the
      * value, the field and the key, so the same real value always
      * masks to the same value and two different values never mask
      * to the same one -- A01-4/A01-7 duplicate clusters and D1's
      * address match scores come out the same on the copy.  The
      * same group field is masked the same way in all three
      * groups.  Values sharing leading characters share leading
      * masked characters.  Blank fields stay blank.
      *
      * The masking key (up to 16 characters) is the first
      * PARM/argument, SYSIN fallback card columns 1-16.  It is
      * required -- a key anybody could read here would let the
      * masks be reversed -- and the same key gives the same masks
      * on every refresh, so test cases keyed on masked values
      * survive the next copy.
      *
      * The masking summary (FILE1MKR) shows the control totals of
      * the unload and of the copy, tied to the unload's control
      * line (FILE1UCT) when there is one, and for each masked field:
      * values masked, left blank, with no letters or digits to
      * mask, and still equal to their original (must be zero);
      * distinct values before and after (must be equal, or
      * clusters have merged); and, for the text fields, masked
      * values equal to any original value anywhere on the unload
      * (must be zero).  RETURN-CODE is 8 when any of these fails,
      * when the totals don't tie, or when the key is missing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  U3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKP-FILE ASSIGN TO "FILE1BKP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT MSK-FILE ASSIGN TO "FILE1MSK"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS MSK-STATUS.

           SELECT UCT-FILE ASSIGN TO "FILE1UCT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT SORT-WORK1 ASSIGN TO "SRTWK1".

           SELECT RPT-FILE ASSIGN TO "FILE1MKR"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKP-FILE.
       01  BKP-REC                   PIC X(1623).

       FD  MSK-FILE.
       01  MSK-REC                   PIC X(1623).

       FD  UCT-FILE.
       01  UCT-REC                   PIC X(80).

      * One original ("O") or masked ("M") value of one masked field,
      * sorted so equal values of a field fall together.
       SD  SORT-WORK1.
       01  MSW-REC.
           05  MSW-FIELD         PIC 9(02).
           05  MSW-VALUE         PIC X(50).
           05  MSW-TAG           PIC X(01).

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(132).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  MSK-STATUS           PIC X(02).
       77  BKP-EOF-SW           PIC X(01).
           88  BKP-AT-EOF           VALUE "Y".
       77  MSW-EOF-SW           PIC X(01).
           88  MSW-AT-EOF           VALUE "Y".
       77  FIRST-VALUE-SW       PIC X(01) VALUE "Y".
           88  FIRST-VALUE          VALUE "Y".
       77  RUN-FAILED-SW        PIC X(01) VALUE "N".
           88  RUN-FAILED           VALUE "Y".

       01  RUN-STAMP.
           05  RUN-DATE         PIC 9(08).
           05  RUN-TIME         PIC 9(08).

           COPY FILE1REC.

           COPY FILE1UCR.
       77  UCT-ON-FILE-SW       PIC X(01) VALUE "N".
           88  UCT-ON-FILE          VALUE "Y".
       77  UCT-TIES-SW          PIC X(01) VALUE "N".
           88  UCT-TIES             VALUE "Y".

      * --- the masking key -----------------------------------------
       77  MASK-KEY-TEXT        PIC X(16).
       01  KEY-ALPHABET.
           05  FILLER           PIC X(36)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  FILLER           PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  KEY-VALUE-TABLE.
           05  KEY-VAL          PIC 9(02) OCCURS 16.
       77  KEY-SEED             PIC 9(09) VALUE ZERO.
       77  KEY-IX               PIC S9(05) COMP-3.
       77  KEY-ALNUM-COUNT      PIC S9(05) COMP-3.

      * --- the replacement alphabets -------------------------------
       01  UPPER-ALPHABET       PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  UPPER-TABLE REDEFINES UPPER-ALPHABET.
           05  UPPER-CHAR       PIC X(01) OCCURS 26.
       01  LOWER-ALPHABET       PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  LOWER-TABLE REDEFINES LOWER-ALPHABET.
           05  LOWER-CHAR       PIC X(01) OCCURS 26.
       01  DIGIT-ALPHABET       PIC X(10) VALUE "0123456789".
       01  DIGIT-TABLE REDEFINES DIGIT-ALPHABET.
           05  DIGIT-CHAR       PIC X(01) OCCURS 10.

      * --- one value being masked ----------------------------------
       77  MASK-FIELD           PIC 9(02).
       77  MASK-LENGTH          PIC 9(02).
       77  MASK-VALUE           PIC X(50).
       77  MASK-RESULT          PIC X(50).
       77  MASK-CHAR            PIC X(01).
       77  MASK-IX              PIC S9(05) COMP-3.
       77  MASK-ALNUM-SW        PIC X(01).
           88  MASK-HAD-ALNUM       VALUE "Y".
       77  CHAR-KIND            PIC X(01).
       77  CHAR-POS             PIC 9(02).
       77  CHAR-RANGE           PIC 9(02).
       77  SHIFT-RANGE          PIC 9(02).
       77  MASK-CHAIN           PIC 9(09).
       77  SHIFT-WORK           PIC 9(09).
       77  SHIFT-QUOT           PIC 9(09).
       77  MASK-SHIFT           PIC 9(02).
       77  NEW-POS              PIC 9(02).
       77  KEY-A                PIC 9(02).
       77  KEY-B                PIC 9(02).

      * --- the masked fields ---------------------------------------
       01  FIELD-NAME-VALUES.
           05  FILLER  PIC X(21) VALUE "A01-4               T".
           05  FILLER  PIC X(21) VALUE "A01-5               T".
           05  FILLER  PIC X(21) VALUE "A01-7               T".
           05  FILLER  PIC X(21) VALUE "A01-10/19/29        T".
           05  FILLER  PIC X(21) VALUE "A01-11/20/30        T".
           05  FILLER  PIC X(21) VALUE "A01-13/22/32        N".
           05  FILLER  PIC X(21) VALUE "A01-14/23/33        N".
           05  FILLER  PIC X(21) VALUE "A01-15/24/34        N".
           05  FILLER  PIC X(21) VALUE "A01-16/25/35        T".
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
           05  FIELD-NAME-ENTRY OCCURS 9.
               10  FLD-NAME     PIC X(20).
               10  FLD-KIND     PIC X(01).
                   88  FLD-IS-TEXT  VALUE "T".
       01  FIELD-COUNT-TABLE.
           05  FIELD-COUNT-ENTRY OCCURS 9.
               10  FLD-MASKED       PIC 9(09).
               10  FLD-BLANK        PIC 9(09).
               10  FLD-NOTHING      PIC 9(09).
               10  FLD-UNCHANGED    PIC 9(09).
               10  FLD-DISTINCT-IN  PIC 9(09).
               10  FLD-DISTINCT-OUT PIC 9(09).
               10  FLD-MATCH-ORIG   PIC 9(09).
       77  FIELD-IX             PIC S9(05) COMP-3.

      * --- equal values of one field, from the sort ----------------
       77  GROUP-FIELD          PIC 9(02).
       77  GROUP-VALUE          PIC X(50).
       77  GROUP-ORIGINAL-SW    PIC X(01).
           88  GROUP-HAS-ORIGINAL   VALUE "Y".
       77  GROUP-MASKED-SW      PIC X(01).
           88  GROUP-HAS-MASKED     VALUE "Y".

      * --- control totals, unload and copy -------------------------
       77  IN-RECORD-COUNT      PIC 9(09) VALUE ZERO.
       77  IN-KEY-HASH          PIC 9(18) VALUE ZERO.
       77  IN-A01-89-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  IN-A01-91-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  IN-A01-122-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  IN-A01-160-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  OUT-RECORD-COUNT     PIC 9(09) VALUE ZERO.
       77  OUT-KEY-HASH         PIC 9(18) VALUE ZERO.
       77  OUT-A01-89-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  OUT-A01-91-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  OUT-A01-122-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  OUT-A01-160-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  FAULT-COUNT          PIC 9(07) VALUE ZERO.

      * --- the summary ---------------------------------------------
       01  RPT-TITLE-LINE.
           05  FILLER            PIC X(28)
               VALUE "FILE1 MASKING SUMMARY AS OF ".
           05  RPT-TITLE-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RPT-TITLE-TIME    PIC 9(08).

       01  RPT-TOTAL-HEADER.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(20) VALUE "        UNLOAD".
           05  FILLER  PIC X(20) VALUE "   MASKED COPY".
           05  FILLER  PIC X(20) VALUE "  UNLOAD CONTROL".

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-TEXT    PIC X(20).
           05  RPT-TOTAL-IN      PIC -(15)9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-OUT     PIC -(15)9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-CTL     PIC X(19).
       77  CTL-DISP             PIC -(15)9.99.

       01  RPT-FIELD-HEADER.
           05  FILLER  PIC X(20) VALUE "FIELD".
           05  FILLER  PIC X(11) VALUE "     MASKED".
           05  FILLER  PIC X(11) VALUE "      BLANK".
           05  FILLER  PIC X(11) VALUE "  NO ALNUM".
           05  FILLER  PIC X(11) VALUE "  UNCHANGED".
           05  FILLER  PIC X(11) VALUE "  DIST BEF".
           05  FILLER  PIC X(11) VALUE "  DIST AFT".
           05  FILLER  PIC X(11) VALUE " = ORIGINAL".
           05  FILLER  PIC X(10) VALUE "  RESULT".

       01  RPT-FIELD-LINE.
           05  RPF-NAME          PIC X(20).
           05  RPF-MASKED        PIC Z(10)9.
           05  RPF-BLANK         PIC Z(10)9.
           05  RPF-NOTHING       PIC Z(10)9.
           05  RPF-UNCHANGED     PIC Z(10)9.
           05  RPF-DISTINCT-IN   PIC Z(10)9.
           05  RPF-DISTINCT-OUT  PIC Z(10)9.
           05  RPF-MATCH-ORIG    PIC Z(10)9.
           05  RPF-MATCH-NA REDEFINES RPF-MATCH-ORIG PIC X(11).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPF-RESULT        PIC X(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM GET-MASK-KEY-PARM
           INITIALIZE FIELD-COUNT-TABLE
           OPEN INPUT BKP-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "U3: FILE1BKP OPEN FAILED, STATUS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MSK-FILE
           IF MSK-STATUS NOT = "00"
               DISPLAY "U3: FILE1MSK OPEN FAILED, STATUS=" MSK-STATUS
               CLOSE BKP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SORT SORT-WORK1 ON ASCENDING KEY MSW-FIELD MSW-VALUE MSW-TAG
               INPUT PROCEDURE IS MASK-UNLOAD-RECORDS
               OUTPUT PROCEDURE IS COUNT-DISTINCT-VALUES
           IF SORT-RETURN NOT = ZERO
               DISPLAY "U3: SORT FAILED, SORT-RETURN=" SORT-RETURN
               MOVE "Y" TO RUN-FAILED-SW
           END-IF

           CLOSE BKP-FILE
           CLOSE MSK-FILE
           PERFORM READ-UNLOAD-CONTROL
           PERFORM WRITE-MASKING-SUMMARY

           DISPLAY "RECORDS READ:       " IN-RECORD-COUNT
           DISPLAY "RECORDS WRITTEN:    " OUT-RECORD-COUNT
           DISPLAY "SUMMARY FAULTS:     " FAULT-COUNT
           IF RUN-FAILED OR FAULT-COUNT > ZERO
               DISPLAY "U3: MASKED COPY NOT FIT FOR RELEASE"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * ------------------------------------------------------------
      * The key comes in as the first PARM/argument; SYSIN is the
      * fallback when no command-line argument was passed, card
      * columns 1-16.  Each key character becomes a number (its
      * place in 0-9, A-Z, a-z; anything else 62), and the seed
      * folds all sixteen together.  A key with no letter or digit
      * in it is refused.
      * ------------------------------------------------------------
       GET-MASK-KEY-PARM.
           MOVE SPACES TO MASK-KEY-TEXT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT MASK-KEY-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-MASK-KEY-SYSIN
           END-ACCEPT
           IF MASK-KEY-TEXT = SPACES
               DISPLAY "U3: MASKING KEY REQUIRED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO KEY-SEED
           MOVE ZERO TO KEY-ALNUM-COUNT
           PERFORM VARYING KEY-IX FROM 1 BY 1 UNTIL KEY-IX > 16
               MOVE ZERO TO KEY-VAL(KEY-IX)
               INSPECT KEY-ALPHABET TALLYING KEY-VAL(KEY-IX)
                   FOR CHARACTERS BEFORE INITIAL MASK-KEY-TEXT(KEY-IX:1)
               IF KEY-VAL(KEY-IX) < 62
                   ADD 1 TO KEY-ALNUM-COUNT
               END-IF
               COMPUTE SHIFT-WORK = KEY-SEED * 63 + KEY-VAL(KEY-IX)
               DIVIDE SHIFT-WORK BY 9973
                   GIVING SHIFT-QUOT REMAINDER KEY-SEED
           END-PERFORM
           IF KEY-ALNUM-COUNT = ZERO
               DISPLAY "U3: MASKING KEY HAS NO LETTER OR DIGIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       GET-MASK-KEY-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:16) TO MASK-KEY-TEXT
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * Sort input: each unload record is totalled, masked, totalled
      * again and written to the copy; every masked field's original
      * and masked values go to the sort for the distinct-value
      * proof.
      * ------------------------------------------------------------
       MASK-UNLOAD-RECORDS.
           MOVE "N" TO BKP-EOF-SW
           PERFORM UNTIL BKP-AT-EOF
               READ BKP-FILE INTO REC-FILE1
                   AT END
                       MOVE "Y" TO BKP-EOF-SW
                   NOT AT END
                       PERFORM MASK-ONE-RECORD
               END-READ
           END-PERFORM
           .

       MASK-ONE-RECORD.
           ADD 1 TO IN-RECORD-COUNT
           ADD KEY-FILE1 TO IN-KEY-HASH
           ADD A01-89  TO IN-A01-89-TOTAL
           ADD A01-91  TO IN-A01-91-TOTAL
           ADD A01-122 TO IN-A01-122-TOTAL
           ADD A01-160 TO IN-A01-160-TOTAL

           MOVE 1 TO MASK-FIELD
           MOVE 50 TO MASK-LENGTH
           MOVE A01-4 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-4

           MOVE 2 TO MASK-FIELD
           MOVE A01-5 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-5

           MOVE 3 TO MASK-FIELD
           MOVE 16 TO MASK-LENGTH
           MOVE A01-7 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-7

           PERFORM MASK-A01-9-GROUP
           PERFORM MASK-A01-18-GROUP
           PERFORM MASK-A01-28-GROUP

           MOVE REC-FILE1 TO MSK-REC
           WRITE MSK-REC
           IF MSK-STATUS NOT = "00"
               DISPLAY "U3: FILE1MSK WRITE FAILED, STATUS=" MSK-STATUS
                       " KEY " KEY-FILE1
               MOVE "Y" TO RUN-FAILED-SW
           ELSE
               ADD 1 TO OUT-RECORD-COUNT
               ADD KEY-FILE1 TO OUT-KEY-HASH
               ADD A01-89  TO OUT-A01-89-TOTAL
               ADD A01-91  TO OUT-A01-91-TOTAL
               ADD A01-122 TO OUT-A01-122-TOTAL
               ADD A01-160 TO OUT-A01-160-TOTAL
           END-IF
           .

       MASK-A01-9-GROUP.
           MOVE 4 TO MASK-FIELD
           MOVE 35 TO MASK-LENGTH
           MOVE A01-10 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-10
           MOVE 5 TO MASK-FIELD
           MOVE 30 TO MASK-LENGTH
           MOVE A01-11 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-11
           MOVE 6 TO MASK-FIELD
           MOVE 5 TO MASK-LENGTH
           MOVE A01-13 (1:5) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-13 (1:5)
           MOVE 7 TO MASK-FIELD
           MOVE 3 TO MASK-LENGTH
           MOVE A01-14 (1:3) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-14 (1:3)
           MOVE 8 TO MASK-FIELD
           MOVE 5 TO MASK-LENGTH
           MOVE A01-15 (1:5) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-15 (1:5)
           MOVE 9 TO MASK-FIELD
           MOVE 15 TO MASK-LENGTH
           MOVE A01-16 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-16
           .

       MASK-A01-18-GROUP.
           MOVE 4 TO MASK-FIELD
           MOVE 35 TO MASK-LENGTH
           MOVE A01-19 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-19
           MOVE 5 TO MASK-FIELD
           MOVE 30 TO MASK-LENGTH
           MOVE A01-20 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-20
           MOVE 6 TO MASK-FIELD
           MOVE 5 TO MASK-LENGTH
           MOVE A01-22 (1:5) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-22 (1:5)
           MOVE 7 TO MASK-FIELD
           MOVE 3 TO MASK-LENGTH
           MOVE A01-23 (1:3) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-23 (1:3)
           MOVE 8 TO MASK-FIELD
           MOVE 5 TO MASK-LENGTH
           MOVE A01-24 (1:5) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-24 (1:5)
           MOVE 9 TO MASK-FIELD
           MOVE 15 TO MASK-LENGTH
           MOVE A01-25 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-25
           .

       MASK-A01-28-GROUP.
           MOVE 4 TO MASK-FIELD
           MOVE 35 TO MASK-LENGTH
           MOVE A01-29 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-29
           MOVE 5 TO MASK-FIELD
           MOVE 30 TO MASK-LENGTH
           MOVE A01-30 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-30
           MOVE 6 TO MASK-FIELD
           MOVE 5 TO MASK-LENGTH
           MOVE A01-32 (1:5) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-32 (1:5)
           MOVE 7 TO MASK-FIELD
           MOVE 3 TO MASK-LENGTH
           MOVE A01-33 (1:3) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-33 (1:3)
           MOVE 8 TO MASK-FIELD
           MOVE 5 TO MASK-LENGTH
           MOVE A01-34 (1:5) TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-34 (1:5)
           MOVE 9 TO MASK-FIELD
           MOVE 15 TO MASK-LENGTH
           MOVE A01-35 TO MASK-VALUE
           PERFORM MASK-ONE-VALUE
           MOVE MASK-RESULT TO A01-35
           .

      * ------------------------------------------------------------
      * Mask the first MASK-LENGTH characters of MASK-VALUE into
      * MASK-RESULT for field MASK-FIELD.  The running chain starts
      * from the key seed and the field, and takes in each
      * original character as it goes, so the same value always
      * comes out the same and the mask can only be undone one
      * character at a time, from the front, with the key.
      * ------------------------------------------------------------
       MASK-ONE-VALUE.
           MOVE MASK-VALUE TO MASK-RESULT
           IF MASK-VALUE(1:MASK-LENGTH) = SPACES
               ADD 1 TO FLD-BLANK(MASK-FIELD)
           ELSE
               MOVE "N" TO MASK-ALNUM-SW
               COMPUTE MASK-CHAIN = KEY-SEED + MASK-FIELD * 101
               PERFORM MASK-ONE-CHARACTER
                   VARYING MASK-IX FROM 1 BY 1
                   UNTIL MASK-IX > MASK-LENGTH
               EVALUATE TRUE
                   WHEN NOT MASK-HAD-ALNUM
                       ADD 1 TO FLD-NOTHING(MASK-FIELD)
                   WHEN MASK-RESULT(1:MASK-LENGTH)
                           = MASK-VALUE(1:MASK-LENGTH)
                       ADD 1 TO FLD-UNCHANGED(MASK-FIELD)
                       PERFORM RELEASE-MASKED-PAIR
                   WHEN OTHER
                       ADD 1 TO FLD-MASKED(MASK-FIELD)
                       PERFORM RELEASE-MASKED-PAIR
               END-EVALUATE
           END-IF
           .

       MASK-ONE-CHARACTER.
           MOVE MASK-VALUE(MASK-IX:1) TO MASK-CHAR
           MOVE SPACE TO CHAR-KIND
           MOVE ZERO TO CHAR-POS
           INSPECT UPPER-ALPHABET TALLYING CHAR-POS
               FOR CHARACTERS BEFORE INITIAL MASK-CHAR
           IF CHAR-POS < 26
               MOVE "U" TO CHAR-KIND
               MOVE 26 TO CHAR-RANGE
           ELSE
               MOVE ZERO TO CHAR-POS
               INSPECT LOWER-ALPHABET TALLYING CHAR-POS
                   FOR CHARACTERS BEFORE INITIAL MASK-CHAR
               IF CHAR-POS < 26
                   MOVE "L" TO CHAR-KIND
                   MOVE 26 TO CHAR-RANGE
               ELSE
                   MOVE ZERO TO CHAR-POS
                   INSPECT DIGIT-ALPHABET TALLYING CHAR-POS
                       FOR CHARACTERS BEFORE INITIAL MASK-CHAR
                   IF CHAR-POS < 10
                       MOVE "D" TO CHAR-KIND
                       MOVE 10 TO CHAR-RANGE
                   END-IF
               END-IF
           END-IF

           IF CHAR-KIND = SPACE
               COMPUTE SHIFT-WORK = MASK-CHAIN * 31 + MASK-IX
               DIVIDE SHIFT-WORK BY 9973
                   GIVING SHIFT-QUOT REMAINDER MASK-CHAIN
           ELSE
               MOVE "Y" TO MASK-ALNUM-SW
               COMPUTE SHIFT-WORK = MASK-IX + MASK-FIELD * 3
               DIVIDE SHIFT-WORK BY 16
                   GIVING SHIFT-QUOT REMAINDER KEY-A
               ADD 1 TO KEY-A
               COMPUTE SHIFT-WORK = MASK-IX * 5 + MASK-FIELD
               DIVIDE SHIFT-WORK BY 16
                   GIVING SHIFT-QUOT REMAINDER KEY-B
               ADD 1 TO KEY-B
      * A shift of 1 to range-1 places never lands on the original.
               COMPUTE SHIFT-WORK = KEY-VAL(KEY-A) * 7
                                  + MASK-IX * MASK-FIELD
                                  + KEY-VAL(KEY-B) + MASK-CHAIN
               SUBTRACT 1 FROM CHAR-RANGE GIVING SHIFT-RANGE
               DIVIDE SHIFT-WORK BY SHIFT-RANGE
                   GIVING SHIFT-QUOT REMAINDER MASK-SHIFT
               ADD 1 TO MASK-SHIFT
               COMPUTE SHIFT-WORK = CHAR-POS + MASK-SHIFT
               DIVIDE SHIFT-WORK BY CHAR-RANGE
                   GIVING SHIFT-QUOT REMAINDER NEW-POS
               ADD 1 TO NEW-POS
               EVALUATE CHAR-KIND
                   WHEN "U"
                       MOVE UPPER-CHAR(NEW-POS)
                           TO MASK-RESULT(MASK-IX:1)
                   WHEN "L"
                       MOVE LOWER-CHAR(NEW-POS)
                           TO MASK-RESULT(MASK-IX:1)
                   WHEN "D"
                       MOVE DIGIT-CHAR(NEW-POS)
                           TO MASK-RESULT(MASK-IX:1)
               END-EVALUATE
               COMPUTE SHIFT-WORK = MASK-CHAIN * 31 + CHAR-POS
                                  + MASK-IX
               DIVIDE SHIFT-WORK BY 9973
                   GIVING SHIFT-QUOT REMAINDER MASK-CHAIN
           END-IF
           .

       RELEASE-MASKED-PAIR.
           MOVE MASK-FIELD TO MSW-FIELD
           MOVE MASK-VALUE TO MSW-VALUE
           MOVE "O" TO MSW-TAG
           RELEASE MSW-REC
           MOVE MASK-RESULT TO MSW-VALUE
           MOVE "M" TO MSW-TAG
           RELEASE MSW-REC
           .

      * ------------------------------------------------------------
      * Sort output: equal values of one field arrive together.  A
      * value seen as an original counts one distinct value before
      * masking, seen as a mask one after; seen as both, a masked
      * value is some record's real value.
      * ------------------------------------------------------------
       COUNT-DISTINCT-VALUES.
           PERFORM RETURN-NEXT-VALUE
           PERFORM UNTIL MSW-AT-EOF
               IF FIRST-VALUE
                   MOVE "N" TO FIRST-VALUE-SW
                   PERFORM START-VALUE-GROUP
               END-IF
               IF MSW-FIELD NOT = GROUP-FIELD
                       OR MSW-VALUE NOT = GROUP-VALUE
                   PERFORM END-VALUE-GROUP
                   PERFORM START-VALUE-GROUP
               END-IF
               IF MSW-TAG = "O"
                   MOVE "Y" TO GROUP-ORIGINAL-SW
               ELSE
                   MOVE "Y" TO GROUP-MASKED-SW
               END-IF
               PERFORM RETURN-NEXT-VALUE
           END-PERFORM
           IF NOT FIRST-VALUE
               PERFORM END-VALUE-GROUP
           END-IF
           .

       RETURN-NEXT-VALUE.
           RETURN SORT-WORK1
               AT END
                   MOVE "Y" TO MSW-EOF-SW
               NOT AT END
                   MOVE "N" TO MSW-EOF-SW
           END-RETURN
           .

       START-VALUE-GROUP.
           MOVE MSW-FIELD TO GROUP-FIELD
           MOVE MSW-VALUE TO GROUP-VALUE
           MOVE "N" TO GROUP-ORIGINAL-SW
           MOVE "N" TO GROUP-MASKED-SW
           .

       END-VALUE-GROUP.
           IF GROUP-HAS-ORIGINAL
               ADD 1 TO FLD-DISTINCT-IN(GROUP-FIELD)
           END-IF
           IF GROUP-HAS-MASKED
               ADD 1 TO FLD-DISTINCT-OUT(GROUP-FIELD)
           END-IF
           IF GROUP-HAS-ORIGINAL AND GROUP-HAS-MASKED
               ADD 1 TO FLD-MATCH-ORIG(GROUP-FIELD)
           END-IF
           .

      * ------------------------------------------------------------
      * The unload's own control line, when there is one: the copy
      * must carry exactly the totals U1 recorded, or the copy will
      * not reload clean through U2.
      * ------------------------------------------------------------
       READ-UNLOAD-CONTROL.
           OPEN INPUT UCT-FILE
           IF FILE-STATUS = "00"
               READ UCT-FILE INTO UCT-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO UCT-ON-FILE-SW
               END-READ
               CLOSE UCT-FILE
           END-IF
           IF UCT-ON-FILE
               IF UCT-RECORD-COUNT = OUT-RECORD-COUNT
                       AND UCT-KEY-HASH = OUT-KEY-HASH
                       AND UCT-A01-91-TOTAL = OUT-A01-91-TOTAL
                       AND UCT-A01-160-TOTAL = OUT-A01-160-TOTAL
                   MOVE "Y" TO UCT-TIES-SW
               END-IF
           END-IF
           .

       WRITE-MASKING-SUMMARY.
           OPEN OUTPUT RPT-FILE
           MOVE RUN-DATE TO RPT-TITLE-DATE
           MOVE RUN-TIME TO RPT-TITLE-TIME
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-TOTAL-HEADER

           MOVE "RECORDS"        TO RPT-TOTAL-TEXT
           MOVE IN-RECORD-COUNT  TO RPT-TOTAL-IN
           MOVE OUT-RECORD-COUNT TO RPT-TOTAL-OUT
           MOVE SPACES           TO RPT-TOTAL-CTL
           IF UCT-ON-FILE
               MOVE UCT-RECORD-COUNT TO CTL-DISP
               MOVE CTL-DISP         TO RPT-TOTAL-CTL
           END-IF
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE "KEY-FILE1 HASH"  TO RPT-TOTAL-TEXT
           MOVE IN-KEY-HASH       TO RPT-TOTAL-IN
           MOVE OUT-KEY-HASH      TO RPT-TOTAL-OUT
           MOVE SPACES            TO RPT-TOTAL-CTL
           IF UCT-ON-FILE
               MOVE UCT-KEY-HASH  TO CTL-DISP
               MOVE CTL-DISP      TO RPT-TOTAL-CTL
           END-IF
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE "A01-89 TOTAL"    TO RPT-TOTAL-TEXT
           MOVE IN-A01-89-TOTAL   TO RPT-TOTAL-IN
           MOVE OUT-A01-89-TOTAL  TO RPT-TOTAL-OUT
           MOVE SPACES            TO RPT-TOTAL-CTL
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE "A01-91 TOTAL"    TO RPT-TOTAL-TEXT
           MOVE IN-A01-91-TOTAL   TO RPT-TOTAL-IN
           MOVE OUT-A01-91-TOTAL  TO RPT-TOTAL-OUT
           MOVE SPACES            TO RPT-TOTAL-CTL
           IF UCT-ON-FILE
               MOVE UCT-A01-91-TOTAL TO CTL-DISP
               MOVE CTL-DISP         TO RPT-TOTAL-CTL
           END-IF
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE "A01-122 TOTAL"   TO RPT-TOTAL-TEXT
           MOVE IN-A01-122-TOTAL  TO RPT-TOTAL-IN
           MOVE OUT-A01-122-TOTAL TO RPT-TOTAL-OUT
           MOVE SPACES            TO RPT-TOTAL-CTL
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE "A01-160 TOTAL"   TO RPT-TOTAL-TEXT
           MOVE IN-A01-160-TOTAL  TO RPT-TOTAL-IN
           MOVE OUT-A01-160-TOTAL TO RPT-TOTAL-OUT
           MOVE SPACES            TO RPT-TOTAL-CTL
           IF UCT-ON-FILE
               MOVE UCT-A01-160-TOTAL TO CTL-DISP
               MOVE CTL-DISP          TO RPT-TOTAL-CTL
           END-IF
           WRITE RPT-REC FROM RPT-TOTAL-LINE

           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
               WHEN NOT UCT-ON-FILE
                   MOVE "NO UNLOAD CONTROL LINE (FILE1UCT) TO TIE TO"
                       TO RPT-REC
               WHEN UCT-TIES
                   MOVE "COPY TIES TO THE UNLOAD CONTROL LINE"
                       TO RPT-REC
               WHEN OTHER
                   MOVE "*** COPY DOES NOT TIE TO THE UNLOAD CONTROL"
                       TO RPT-REC
                   ADD 1 TO FAULT-COUNT
           END-EVALUATE
           WRITE RPT-REC
           IF OUT-RECORD-COUNT NOT = IN-RECORD-COUNT
                   OR OUT-KEY-HASH NOT = IN-KEY-HASH
                   OR OUT-A01-89-TOTAL NOT = IN-A01-89-TOTAL
                   OR OUT-A01-91-TOTAL NOT = IN-A01-91-TOTAL
                   OR OUT-A01-122-TOTAL NOT = IN-A01-122-TOTAL
                   OR OUT-A01-160-TOTAL NOT = IN-A01-160-TOTAL
               MOVE "*** COPY TOTALS DIFFER FROM THE UNLOAD"
                   TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO FAULT-COUNT
           END-IF

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-FIELD-HEADER
           PERFORM WRITE-FIELD-LINE
               VARYING FIELD-IX FROM 1 BY 1 UNTIL FIELD-IX > 9

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF FAULT-COUNT = ZERO AND NOT RUN-FAILED
               MOVE "NO ORIGINAL VALUE SURVIVED IN THE MASKED FIELDS"
                   TO RPT-REC
           ELSE
               MOVE "*** MASKED COPY NOT FIT FOR RELEASE" TO RPT-REC
           END-IF
           WRITE RPT-REC
           CLOSE RPT-FILE
           .

      * A field passes when no masked value is its own original,
      * no two originals merged, and -- for the text fields, whose
      * values are too varied to meet by chance -- no masked value
      * is anybody's original.
       WRITE-FIELD-LINE.
           MOVE FLD-NAME(FIELD-IX)         TO RPF-NAME
           MOVE FLD-MASKED(FIELD-IX)       TO RPF-MASKED
           MOVE FLD-BLANK(FIELD-IX)        TO RPF-BLANK
           MOVE FLD-NOTHING(FIELD-IX)      TO RPF-NOTHING
           MOVE FLD-UNCHANGED(FIELD-IX)    TO RPF-UNCHANGED
           MOVE FLD-DISTINCT-IN(FIELD-IX)  TO RPF-DISTINCT-IN
           MOVE FLD-DISTINCT-OUT(FIELD-IX) TO RPF-DISTINCT-OUT
           IF FLD-IS-TEXT(FIELD-IX)
               MOVE FLD-MATCH-ORIG(FIELD-IX) TO RPF-MATCH-ORIG
           ELSE
               MOVE "        N/A"            TO RPF-MATCH-NA
           END-IF
           IF FLD-UNCHANGED(FIELD-IX) > ZERO
                   OR FLD-DISTINCT-IN(FIELD-IX)
                       NOT = FLD-DISTINCT-OUT(FIELD-IX)
                   OR (FLD-IS-TEXT(FIELD-IX)
                       AND FLD-MATCH-ORIG(FIELD-IX) > ZERO)
               MOVE "FAIL" TO RPF-RESULT
               ADD 1 TO FAULT-COUNT
           ELSE
               MOVE "OK" TO RPF-RESULT
           END-IF
           WRITE RPT-REC FROM RPT-FIELD-LINE
           .
