      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 legal-hold maintenance and register -- keeps the list
      * of keys audit or legal has asked us to preserve (FILE1LGH,
      * shared FILE1LSL/FILE1LHR copybooks).  A held key is passed
      * over, and listed as "HELD, NOT PROCESSED", by the archive
      * and purge A1, the mass change Z1, the batch maintenance M1
      * and its proof M2 (delete cards), the held-change release M4
      * (approved deletes) and the duplicate-master proposals D1,
      * each of which asks through the "M5-HOLD" entry point below
      * (shared FILE1LHC parameter copybook).  Every time a hold
      * stops one of them, the hold's blocked count goes up.
      *
      * The mode comes in as the first PARM/argument (SYSIN
      * fallback, card columns 1-5):
      *
      *   MAINT   (the default) applies the maintenance cards in
      *           FILE1LHM, rejects to FILE1LHJ with a reason, then
      *           writes the register
      *   LIST    writes the register only
      *
      * Maintenance card layout (FILE1LHM):
      *   col  1      action       P = place, R = release
      *   cols 2-10   KEY-FILE1    9(09), right-justified, zero-fill
      *   cols 11-40  hold reason  (required on P; ignored on R)
      *   cols 41-60  requested by who asked for the hold (P) or
      *               authorized its release (R) -- required
      *   cols 61-68  date         CCYYMMDD -- on P the hold date,
      *               on R the release date; blank means the run
      *               date.  A hold date may not be in the future;
      *               a release date may be, and the hold stays in
      *               force until it arrives.
      *
      * A hold can only be placed on a key that is on FILE1 -- a
      * mistyped key would otherwise leave the real record
      * unprotected without anyone noticing.  A key already under a
      * hold in force is refused; a released one is placed again
      * with a fresh blocked count.  Holds are never deleted.
      *
      * The register (FILE1LHL) lists every hold in force, by key,
      * with its reason, who requested it, its dates and how many
      * times it has blocked a run, and closes with counts of holds
      * in force and released.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  M5.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1LSL.

           SELECT LHM-FILE ASSIGN TO "FILE1LHM"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO "FILE1LHJ"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "FILE1LHL"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
           COPY FILE1REC.

       FD  LGH-FILE.
           COPY FILE1LHR.

       FD  LHM-FILE.
       01  LHM-REC                   PIC X(80).

       FD  REJ-FILE.
       01  REJ-REC                   PIC X(100).

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(132).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  LGH-STATUS           PIC X(02).
       77  LHM-EOF-SW           PIC X(01).
           88  LHM-AT-EOF           VALUE "Y".
       77  LGH-EOF-SW           PIC X(01).
           88  LGH-AT-EOF           VALUE "Y".
       77  LHM-VALID-SW         PIC X(01).
           88  LHM-IS-VALID         VALUE "Y".
       77  IN-FORCE-SW          PIC X(01).
           88  HOLD-IN-FORCE        VALUE "Y".

       77  LGH-MODE             PIC X(05) VALUE SPACES.
       77  RUN-DATE             PIC 9(08).

       77  LHM-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  PLACED-COUNT         PIC 9(07) VALUE ZERO.
       77  RELEASED-COUNT       PIC 9(07) VALUE ZERO.
       77  REJECT-COUNT         PIC 9(07) VALUE ZERO.
       77  IN-FORCE-COUNT       PIC 9(07) VALUE ZERO.
       77  NOT-IN-FORCE-COUNT   PIC 9(07) VALUE ZERO.
       77  BLOCKED-TOTAL        PIC 9(09) VALUE ZERO.

       01  LHM-LINE.
           05  LHM-ACTION        PIC X(01).
           05  LHM-KEY-TEXT      PIC X(09).
           05  LHM-KEY-NUM       REDEFINES LHM-KEY-TEXT
                                 PIC 9(09).
           05  LHM-REASON        PIC X(30).
           05  LHM-REQUESTED-BY  PIC X(20).
           05  LHM-DATE-TEXT     PIC X(08).
           05  LHM-DATE          REDEFINES LHM-DATE-TEXT
                                 PIC 9(08).
           05  FILLER            PIC X(12).

       77  NEW-DATE             PIC 9(08).
       77  REJ-REASON           PIC X(30).

       01  REJ-LINE.
           05  REJ-IMAGE         PIC X(68).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  REJ-TEXT          PIC X(30).

       01  IO-REASON-TEXT.
           05  FILLER            PIC X(18) VALUE "I-O ERROR, STATUS ".
           05  IO-REASON-STATUS  PIC X(02).
           05  FILLER            PIC X(10) VALUE SPACES.

      * --- the hold check answered for other programs -------------
       77  CHECK-OPEN-SW        PIC X(01) VALUE "N".
           88  CHECK-FILE-OPEN      VALUE "Y".
       77  CHECK-LIST-SW        PIC X(01) VALUE "N".
           88  CHECK-LIST-EXISTS    VALUE "Y".

      * --- the register --------------------------------------------
       01  RPT-TITLE-LINE.
           05  FILLER            PIC X(38)
               VALUE "FILE1 LEGAL HOLDS IN FORCE AS OF ".
           05  RPT-TITLE-DATE    PIC 9(08).

       01  RPT-COLUMN-HEADER.
           05  FILLER  PIC X(11) VALUE "KEY-FILE1".
           05  FILLER  PIC X(32) VALUE "HOLD REASON".
           05  FILLER  PIC X(22) VALUE "REQUESTED BY".
           05  FILLER  PIC X(10) VALUE "HELD".
           05  FILLER  PIC X(10) VALUE "RELEASE".
           05  FILLER  PIC X(10) VALUE "  BLOCKED".
           05  FILLER  PIC X(10) VALUE "LAST".
           05  FILLER  PIC X(08) VALUE "BY".

       01  RPT-DETAIL-LINE.
           05  RPD-KEY           PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-REASON        PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-REQUESTED-BY  PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-HOLD-DATE     PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-RELEASE-DATE  PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-BLOCKED       PIC Z(06)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  RPD-LAST-DATE     PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-LAST-BY       PIC X(08).

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

       LINKAGE SECTION.
           COPY FILE1LHC.

      * ------------------------------------------------------------
      * Standalone entry point -- hold maintenance and the
      * register.  Programs asking about a key come in through the
      * "M5-HOLD" entry point below instead, the way updaters come
      * into L1 through "L1-LOCK".
      * ------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-LEGAL-HOLD-PARMS
           EVALUATE LGH-MODE
               WHEN "MAINT"
                   PERFORM APPLY-MAINTENANCE-CARDS
                   PERFORM LIST-LEGAL-HOLDS
               WHEN "LIST "
                   PERFORM LIST-LEGAL-HOLDS
               WHEN OTHER
                   DISPLAY "M5: INVALID MODE: " LGH-MODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       ENTRY "M5-HOLD" USING LHK-PARMS.
           EVALUATE TRUE
               WHEN LHK-OPEN
                   PERFORM OPEN-HOLD-CHECK
               WHEN LHK-CHECK
                   PERFORM ANSWER-HOLD-CHECK
               WHEN LHK-INQUIRE
                   PERFORM ANSWER-HOLD-CHECK
               WHEN LHK-CLOSE
                   PERFORM CLOSE-HOLD-CHECK
               WHEN OTHER
                   DISPLAY "M5: INVALID REQUEST: " LHK-REQUEST
                   MOVE "08" TO LHK-REPLY
           END-EVALUATE
           GOBACK
           .

      * ------------------------------------------------------------
      * The mode comes in as the first PARM/argument; SYSIN is the
      * fallback when no command-line argument was passed, card
      * columns 1-5.  Neither present means MAINT.
      * ------------------------------------------------------------
       GET-LEGAL-HOLD-PARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT LGH-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-LEGAL-HOLD-SYSIN
           END-ACCEPT
           IF LGH-MODE = SPACES
               MOVE "MAINT" TO LGH-MODE
           END-IF
           .

       GET-LEGAL-HOLD-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:5) TO LGH-MODE
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * The hold list is created empty the first time it is
      * opened, the same way M3 brings up the code table.  FILE1
      * is only read, to prove a key exists before it is held.
      * ------------------------------------------------------------
       APPLY-MAINTENANCE-CARDS.
           OPEN INPUT LHM-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "M5: FILE1LHM OPEN FAILED, STATUS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FILE1
           IF FILE-STATUS NOT = "00"
               DISPLAY "M5: FILE1 OPEN FAILED, STATUS=" FILE-STATUS
               CLOSE LHM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O LGH-FILE
           IF LGH-STATUS = "35"
               OPEN OUTPUT LGH-FILE
               CLOSE LGH-FILE
               OPEN I-O LGH-FILE
           END-IF
           IF LGH-STATUS NOT = "00"
               DISPLAY "M5: FILE1LGH OPEN FAILED, STATUS=" LGH-STATUS
               CLOSE FILE1
               CLOSE LHM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJ-FILE

           MOVE "N" TO LHM-EOF-SW
           PERFORM UNTIL LHM-AT-EOF
               READ LHM-FILE INTO LHM-LINE
                   AT END
                       MOVE "Y" TO LHM-EOF-SW
                   NOT AT END
                       PERFORM APPLY-MAINTENANCE-CARD
               END-READ
           END-PERFORM

           CLOSE LHM-FILE
           CLOSE REJ-FILE
           CLOSE LGH-FILE
           CLOSE FILE1

           DISPLAY "CARDS READ:        " LHM-READ-COUNT
           DISPLAY "HOLDS PLACED:      " PLACED-COUNT
           DISPLAY "HOLDS RELEASED:    " RELEASED-COUNT
           DISPLAY "REJECTED:          " REJECT-COUNT
           IF REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       APPLY-MAINTENANCE-CARD.
           ADD 1 TO LHM-READ-COUNT
           PERFORM EDIT-MAINTENANCE-CARD
           IF LHM-IS-VALID
               EVALUATE LHM-ACTION
                   WHEN "P"
                       PERFORM APPLY-HOLD-PLACE
                   WHEN "R"
                       PERFORM APPLY-HOLD-RELEASE
               END-EVALUATE
           ELSE
               PERFORM WRITE-REJECT
           END-IF
           .

      * ------------------------------------------------------------
      * Edits everything that can be checked before touching the
      * hold list: action, key, the fields the action needs, and
      * the date, resolved to NEW-DATE (the run date when blank).
      * First failure wins.
      * ------------------------------------------------------------
       EDIT-MAINTENANCE-CARD.
           MOVE "Y" TO LHM-VALID-SW
           IF LHM-ACTION NOT = "P" AND LHM-ACTION NOT = "R"
               MOVE "INVALID ACTION CODE" TO REJ-REASON
               MOVE "N" TO LHM-VALID-SW
           END-IF
           IF LHM-IS-VALID
               IF LHM-KEY-TEXT IS NOT NUMERIC
                   MOVE "KEY NOT NUMERIC" TO REJ-REASON
                   MOVE "N" TO LHM-VALID-SW
               END-IF
           END-IF
           IF LHM-IS-VALID AND LHM-ACTION = "P"
               IF LHM-REASON = SPACES
                   MOVE "HOLD REASON MISSING" TO REJ-REASON
                   MOVE "N" TO LHM-VALID-SW
               END-IF
           END-IF
           IF LHM-IS-VALID
               IF LHM-REQUESTED-BY = SPACES
                   MOVE "REQUESTED/AUTHORIZED BY MISSING"
                       TO REJ-REASON
                   MOVE "N" TO LHM-VALID-SW
               END-IF
           END-IF
           IF LHM-IS-VALID
               PERFORM EDIT-CARD-DATE
           END-IF
           .

       EDIT-CARD-DATE.
           IF LHM-DATE-TEXT = SPACES
               MOVE RUN-DATE TO NEW-DATE
           ELSE
               IF LHM-DATE-TEXT IS NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO REJ-REASON
                   MOVE "N" TO LHM-VALID-SW
               ELSE
                   MOVE LHM-DATE TO DATE-CHECK-VALUE
                   PERFORM VALIDATE-DATE-FIELD
                   IF DATE-IS-INVALID OR LHM-DATE = ZERO
                       MOVE "INVALID DATE" TO REJ-REASON
                       MOVE "N" TO LHM-VALID-SW
                   ELSE
                       MOVE LHM-DATE TO NEW-DATE
                   END-IF
               END-IF
           END-IF
           IF LHM-IS-VALID AND LHM-ACTION = "P"
               IF NEW-DATE > RUN-DATE
                   MOVE "HOLD DATE IN THE FUTURE" TO REJ-REASON
                   MOVE "N" TO LHM-VALID-SW
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * A place card: the key must be on FILE1, and not already
      * under a hold in force.  A released entry for the key is
      * reused for the new hold.
      * ------------------------------------------------------------
       APPLY-HOLD-PLACE.
           MOVE LHM-KEY-NUM TO KEY-FILE1
           READ FILE1
           EVALUATE FILE-STATUS
               WHEN "00"
                   PERFORM PLACE-HOLD-ON-KEY
               WHEN "23"
                   MOVE "KEY NOT ON FILE1" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   MOVE FILE-STATUS TO LGH-STATUS
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       PLACE-HOLD-ON-KEY.
           MOVE LHM-KEY-NUM TO LGH-KEY
           READ LGH-FILE
           EVALUATE LGH-STATUS
               WHEN "00"
                   PERFORM TEST-HOLD-IN-FORCE
                   IF HOLD-IN-FORCE
                       MOVE "KEY ALREADY UNDER LEGAL HOLD"
                           TO REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM MOVE-CARD-TO-HOLD
                       REWRITE LGH-REC
                       IF LGH-STATUS = "00"
                           ADD 1 TO PLACED-COUNT
                       ELSE
                           PERFORM WRITE-IO-REJECT
                       END-IF
                   END-IF
               WHEN "23"
                   INITIALIZE LGH-REC
                   MOVE LHM-KEY-NUM TO LGH-KEY
                   PERFORM MOVE-CARD-TO-HOLD
                   WRITE LGH-REC
                   IF LGH-STATUS = "00"
                       ADD 1 TO PLACED-COUNT
                   ELSE
                       PERFORM WRITE-IO-REJECT
                   END-IF
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       MOVE-CARD-TO-HOLD.
           MOVE LHM-REASON       TO LGH-REASON
           MOVE LHM-REQUESTED-BY TO LGH-REQUESTED-BY
           MOVE NEW-DATE         TO LGH-HOLD-DATE
           MOVE ZERO             TO LGH-RELEASE-DATE
           MOVE SPACES           TO LGH-RELEASED-BY
           MOVE ZERO             TO LGH-BLOCKED-COUNT
           MOVE ZERO             TO LGH-LAST-BLOCKED-DATE
           MOVE SPACES           TO LGH-LAST-BLOCKED-BY
           MOVE RUN-DATE         TO LGH-CHANGED-DATE
           .

      * ------------------------------------------------------------
      * A release card: only a hold in force can be released, and
      * not with a release date before the day it was placed.
      * ------------------------------------------------------------
       APPLY-HOLD-RELEASE.
           MOVE LHM-KEY-NUM TO LGH-KEY
           READ LGH-FILE
           EVALUATE LGH-STATUS
               WHEN "00"
                   PERFORM TEST-HOLD-IN-FORCE
                   EVALUATE TRUE
                       WHEN NOT HOLD-IN-FORCE
                           MOVE "NO LEGAL HOLD IN FORCE ON KEY"
                               TO REJ-REASON
                           PERFORM WRITE-REJECT
                       WHEN NEW-DATE < LGH-HOLD-DATE
                           MOVE "RELEASE DATE BEFORE HOLD DATE"
                               TO REJ-REASON
                           PERFORM WRITE-REJECT
                       WHEN OTHER
                           MOVE NEW-DATE         TO LGH-RELEASE-DATE
                           MOVE LHM-REQUESTED-BY TO LGH-RELEASED-BY
                           MOVE RUN-DATE         TO LGH-CHANGED-DATE
                           REWRITE LGH-REC
                           IF LGH-STATUS = "00"
                               ADD 1 TO RELEASED-COUNT
                           ELSE
                               PERFORM WRITE-IO-REJECT
                           END-IF
                   END-EVALUATE
               WHEN "23"
                   MOVE "NO LEGAL HOLD IN FORCE ON KEY" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * In force: placed on or before the run date and not yet
      * released as of it.  Every program asks this same question.
      * ------------------------------------------------------------
       TEST-HOLD-IN-FORCE.
           MOVE "N" TO IN-FORCE-SW
           IF LGH-HOLD-DATE <= RUN-DATE
               IF LGH-RELEASE-DATE = ZERO
                       OR LGH-RELEASE-DATE > RUN-DATE
                   MOVE "Y" TO IN-FORCE-SW
               END-IF
           END-IF
           .

       WRITE-IO-REJECT.
           MOVE LGH-STATUS TO IO-REASON-STATUS
           MOVE IO-REASON-TEXT TO REJ-REASON
           PERFORM WRITE-REJECT
           .

       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE LHM-LINE(1:68) TO REJ-IMAGE
           MOVE REJ-REASON     TO REJ-TEXT
           WRITE REJ-REC FROM REJ-LINE
           .

      * ------------------------------------------------------------
      * The register: every hold in force in key order, with its
      * blocked count.  Released holds are counted, not listed.
      * ------------------------------------------------------------
       LIST-LEGAL-HOLDS.
           OPEN INPUT LGH-FILE
           IF LGH-STATUS NOT = "00" AND LGH-STATUS NOT = "35"
               DISPLAY "M5: FILE1LGH OPEN FAILED, STATUS=" LGH-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE RUN-DATE TO RPT-TITLE-DATE
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-COLUMN-HEADER

           IF LGH-STATUS = "35"
               MOVE "Y" TO LGH-EOF-SW
           ELSE
               MOVE ZERO TO LGH-KEY
               START LGH-FILE KEY >= LGH-KEY
               IF LGH-STATUS NOT = "00"
                   MOVE "Y" TO LGH-EOF-SW
               ELSE
                   MOVE "N" TO LGH-EOF-SW
               END-IF
           END-IF
           PERFORM UNTIL LGH-AT-EOF
               READ LGH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LGH-EOF-SW
                   NOT AT END
                       PERFORM LIST-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE LGH-FILE

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "HOLDS IN FORCE:             " TO RPS-TEXT
           MOVE IN-FORCE-COUNT     TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "HOLDS RELEASED/NOT YET:     " TO RPS-TEXT
           MOVE NOT-IN-FORCE-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "BLOCKS BY HOLDS IN FORCE:   " TO RPS-TEXT
           MOVE BLOCKED-TOTAL      TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           CLOSE RPT-FILE
           DISPLAY "HOLDS IN FORCE:    " IN-FORCE-COUNT
           DISPLAY "HOLDS NOT IN FORCE:" NOT-IN-FORCE-COUNT
           .

       LIST-ONE-HOLD.
           PERFORM TEST-HOLD-IN-FORCE
           IF NOT HOLD-IN-FORCE
               ADD 1 TO NOT-IN-FORCE-COUNT
           ELSE
               ADD 1 TO IN-FORCE-COUNT
               ADD LGH-BLOCKED-COUNT TO BLOCKED-TOTAL
               MOVE LGH-KEY            TO RPD-KEY
               MOVE LGH-REASON         TO RPD-REASON
               MOVE LGH-REQUESTED-BY   TO RPD-REQUESTED-BY
               MOVE LGH-HOLD-DATE      TO RPD-HOLD-DATE
               IF LGH-RELEASE-DATE = ZERO
                   MOVE SPACES           TO RPD-RELEASE-DATE
               ELSE
                   MOVE LGH-RELEASE-DATE TO RPD-RELEASE-DATE
               END-IF
               MOVE LGH-BLOCKED-COUNT  TO RPD-BLOCKED
               IF LGH-LAST-BLOCKED-DATE = ZERO
                   MOVE SPACES TO RPD-LAST-DATE
               ELSE
                   MOVE LGH-LAST-BLOCKED-DATE TO RPD-LAST-DATE
               END-IF
               MOVE LGH-LAST-BLOCKED-BY TO RPD-LAST-BY
               WRITE RPT-REC FROM RPT-DETAIL-LINE
           END-IF
           .

      * ------------------------------------------------------------
      * "M5-HOLD" OPEN: the list is opened I-O so CHECK can count
      * blocks.  No list on file means no holds -- every key is
      * answered "not held".  Any other failure is "08", and the
      * caller stops rather than guess.
      * ------------------------------------------------------------
       OPEN-HOLD-CHECK.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "N" TO CHECK-LIST-SW
           IF CHECK-FILE-OPEN
               MOVE "Y" TO CHECK-LIST-SW
               MOVE "00" TO LHK-REPLY
           ELSE
               OPEN I-O LGH-FILE
               EVALUATE LGH-STATUS
                   WHEN "00"
                       MOVE "Y" TO CHECK-OPEN-SW
                       MOVE "Y" TO CHECK-LIST-SW
                       MOVE "00" TO LHK-REPLY
                   WHEN "35"
                       MOVE "00" TO LHK-REPLY
                   WHEN OTHER
                       DISPLAY "M5: FILE1LGH OPEN FAILED, STATUS="
                               LGH-STATUS " FOR " LHK-CALLER
                       MOVE "08" TO LHK-REPLY
               END-EVALUATE
           END-IF
           .

      * ------------------------------------------------------------
      * "M5-HOLD" CHECK and INQUIRE: is the key under a hold in
      * force?  A CHECK that answers "held" counts the block
      * against the hold, with the date and the asking program.
      * ------------------------------------------------------------
       ANSWER-HOLD-CHECK.
           MOVE "00" TO LHK-REPLY
           MOVE SPACES TO LHK-REASON
           IF CHECK-LIST-EXISTS
               MOVE LHK-KEY TO LGH-KEY
               READ LGH-FILE
               EVALUATE LGH-STATUS
                   WHEN "00"
                       PERFORM TEST-HOLD-IN-FORCE
                       IF HOLD-IN-FORCE
                           MOVE "04" TO LHK-REPLY
                           MOVE LGH-REASON TO LHK-REASON
                           IF LHK-CHECK
                               PERFORM COUNT-HOLD-BLOCK
                           END-IF
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "M5: FILE1LGH READ OF KEY " LHK-KEY
                               " FAILED, STATUS=" LGH-STATUS
                       MOVE "08" TO LHK-REPLY
               END-EVALUATE
           END-IF
           .

       COUNT-HOLD-BLOCK.
           ADD 1 TO LGH-BLOCKED-COUNT
           MOVE RUN-DATE   TO LGH-LAST-BLOCKED-DATE
           MOVE LHK-CALLER TO LGH-LAST-BLOCKED-BY
           REWRITE LGH-REC
           IF LGH-STATUS NOT = "00"
               DISPLAY "M5: BLOCK NOT COUNTED FOR KEY " LHK-KEY
                       ", STATUS=" LGH-STATUS
           END-IF
           .

       CLOSE-HOLD-CHECK.
           IF CHECK-FILE-OPEN
               CLOSE LGH-FILE
               MOVE "N" TO CHECK-OPEN-SW
           END-IF
           MOVE "N" TO CHECK-LIST-SW
           MOVE "00" TO LHK-REPLY
           .

      * ------------------------------------------------------------
      * Calendar validation, same rules as the date validation sweep
      * in program "b".
      * ------------------------------------------------------------
       VALIDATE-DATE-FIELD.
           MOVE "Y" TO DATE-VALID-SW
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
