      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 held-change release and register -- the second half
      * of maker-checker maintenance.  The batch maintenance
      * program M1 does not apply a delete, or an add or change
      * that moves A01-91 or A01-160 by more than its hold limit;
      * it writes the card to the held-change file (FILE1PND,
      * shared FILE1PSL/FILE1PDR copybooks) under the operator who
      * keyed it.  Here a second operator approves or rejects each
      * one.
      *
      * The mode comes in as the first PARM/argument (SYSIN
      * fallback, card columns 1-7):
      *
      *   RELEASE (the default) applies the decision cards in
      *           FILE1PNA, rejects to FILE1PNJ with a reason, then
      *           writes the register
      *   LIST    writes the register only
      *
      * Decision cards (FILE1PNA) come in batches, each opened by a
      * header card naming the releasing operator, the same header
      * M1 takes:
      *   col  1      H
      *   cols 2-9    operator ID
      * followed by one card per held change:
      *   col  1      A = approve and apply, R = reject
      *   cols 2-22   held-change key as the register prints it
      *               (held date, time and sequence, 21 digits)
      *   cols 24-53  note for the register (optional)
      *
      * The releasing operator must be on the operator authority
      * file (FILE1OPR, shared FILE1OSL/FILE1OPR/FILE1OPT
      * copybooks) with release authority, and may not release a
      * change they keyed themselves.  Only a change still held can
      * be decided.  An approved change is applied to FILE1 exactly
      * as M1 would have applied it, under the FILE1 run token
      * (lock manager L1, shared FILE1LKC copybook), journaled to
      * FILE1JNL with the keying operator in JNL-OPERATOR and the
      * releasing operator in JNL-APPROVER, and reported to the
      * activity file (FILE1ACT, shared FILE1ACR copybook) for the
      * balancing program C1.  A change that can no longer be
      * applied as keyed -- the record gone, or the held field
      * moved since M1 held it -- is refused and stays held, so it
      * can be rejected or rekeyed; it is never applied over a
      * value its approver did not see.  So is an approved delete
      * of a record placed under a legal hold since M1 held it (the
      * hold list kept by M5, asked through its "M5-HOLD" entry
      * point, shared FILE1LHC copybook): it is refused as "HELD,
      * NOT PROCESSED", the block is counted against the hold, and
      * the delete stays held until the legal hold is released.
      *
      * The register (FILE1PRG) lists every change on the held
      * file in key order, which is the order they were held, with
      * its state (HELD, APPROVED, REJECTED), who keyed it, who
      * decided it and when, and closes with counts by state.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  M4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1PSL.

           COPY FILE1OSL.

           SELECT PNA-FILE ASSIGN TO "FILE1PNA"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO "FILE1PNJ"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "FILE1PRG"
                 ORGANIZATION IS LINE SEQUENTIAL.

           COPY FILE1JSL.

           SELECT ACT-FILE ASSIGN TO "FILE1ACT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
           COPY FILE1REC.

       FD  PND-FILE.
           COPY FILE1PDR.

       FD  OPR-FILE.
           COPY FILE1OPR.

       FD  PNA-FILE.
       01  PNA-REC                   PIC X(80).

       FD  REJ-FILE.
       01  REJ-REC                   PIC X(85).

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(180).

       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  ACT-FILE.
       01  ACT-REC                   PIC X(160).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  PND-STATUS           PIC X(02).
       77  PNA-EOF-SW           PIC X(01).
           88  PNA-AT-EOF           VALUE "Y".
       77  PND-EOF-SW           PIC X(01).
           88  PND-AT-EOF           VALUE "Y".
       77  PNA-VALID-SW         PIC X(01).
           88  PNA-IS-VALID         VALUE "Y".
       77  APPLY-OK-SW          PIC X(01).
           88  APPLY-OK             VALUE "Y".

       77  RELEASE-MODE         PIC X(07) VALUE SPACES.
       77  RUN-DATE             PIC 9(08).
       77  RUN-TIME             PIC 9(08).

       77  PNA-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  BATCH-COUNT          PIC 9(07) VALUE ZERO.
       77  APPROVED-COUNT       PIC 9(07) VALUE ZERO.
       77  REJECTED-COUNT       PIC 9(07) VALUE ZERO.
       77  REJECT-COUNT         PIC 9(07) VALUE ZERO.
       77  ADD-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  CHG-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  DEL-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  REG-HELD-COUNT       PIC 9(07) VALUE ZERO.
       77  REG-APPROVED-COUNT   PIC 9(07) VALUE ZERO.
       77  REG-REJECTED-COUNT   PIC 9(07) VALUE ZERO.

       01  PNA-LINE.
           05  PNA-ACTION        PIC X(01).
           05  PNA-HELD-KEY      PIC X(21).
           05  FILLER            PIC X(01).
           05  PNA-NOTE          PIC X(30).
           05  FILLER            PIC X(27).
       01  PNA-HEADER-VIEW REDEFINES PNA-LINE.
           05  FILLER            PIC X(01).
           05  PNA-HDR-OPERATOR  PIC X(08).
           05  FILLER            PIC X(71).

       77  REJ-REASON           PIC X(30).

       01  REJ-LINE.
           05  REJ-IMAGE         PIC X(53).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  REJ-TEXT          PIC X(30).

       01  IO-REASON-TEXT.
           05  FILLER            PIC X(18) VALUE "I-O ERROR, STATUS ".
           05  IO-REASON-STATUS  PIC X(02).
           05  FILLER            PIC X(10) VALUE SPACES.

      * --- operator authority ------------------------------------
       77  OPR-STATUS           PIC X(02).
       77  OPR-EOF-SW           PIC X(01).
           88  OPR-AT-EOF           VALUE "Y".
           COPY FILE1OPT.
       77  OPT-IX               PIC 9(03).
       77  OPT-FOUND-SW         PIC X(01).
           88  OPT-FOUND            VALUE "Y".
       77  BATCH-OPERATOR       PIC X(08) VALUE SPACES.
       77  BATCH-OPT-IX         PIC 9(03) VALUE ZERO.

      * --- FILE1 update journal ----------------------------------
       77  JNL-STATUS           PIC X(02).
       01  JNL-BEFORE-IMAGE     PIC X(1623).

      * --- reported activity for the balancing step ----------------
       77  RUN-KEY-HASH-DELTA   PIC S9(18) COMP-3 VALUE ZERO.
       77  RUN-A01-89-DELTA     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  RUN-A01-91-DELTA     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  RUN-A01-122-DELTA    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  RUN-A01-160-DELTA    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  SAVE-A01-89          PIC S9(03)V99 COMP-3.
       77  SAVE-A01-91          PIC S9(11)V99 COMP-3.
       77  SAVE-A01-122         PIC S9(03)V99 COMP-3.
       77  SAVE-A01-160         PIC S9(09)V99 COMP-3.
       77  CURRENT-AMOUNT       PIC S9(13)V99 COMP-3.

           COPY FILE1ACR.

      * --- FILE1 run interlock -------------------------------------
           COPY FILE1LKC.

      * --- legal-hold check ----------------------------------------
           COPY FILE1LHC.

      * --- the register --------------------------------------------
       01  RPT-TITLE-LINE.
           05  FILLER            PIC X(37)
               VALUE "FILE1 HELD-CHANGE REGISTER AS OF ".
           05  RPT-TITLE-DATE    PIC 9(08).

       01  RPT-COLUMN-HEADER.
           05  FILLER  PIC X(23) VALUE "HELD KEY".
           05  FILLER  PIC X(10) VALUE "STATE".
           05  FILLER  PIC X(10) VALUE "KEYED BY".
           05  FILLER  PIC X(10) VALUE "DECIDED BY".
           05  FILLER  PIC X(10) VALUE "DECIDED".
           05  FILLER  PIC X(03) VALUE "ACT".
           05  FILLER  PIC X(11) VALUE "KEY-FILE1".
           05  FILLER  PIC X(09) VALUE "FIELD".
           05  FILLER  PIC X(22) VALUE "VALUE".
           05  FILLER  PIC X(32) VALUE "HELD BECAUSE".
           05  FILLER  PIC X(30) VALUE "NOTE".

       01  RPT-DETAIL-LINE.
           05  RPD-HELD-KEY      PIC X(21).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-STATE         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-MAKER         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-CHECKER       PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-DECIDED-DATE  PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-ACTION        PIC X(01).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-FILE1-KEY     PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-FIELD         PIC X(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-VALUE         PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-HOLD-REASON   PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-NOTE          PIC X(30).

       01  RPT-SUMMARY-LINE.
           05  RPS-TEXT          PIC X(28).
           05  RPS-COUNT         PIC Z(08)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RELEASE-PARMS
           EVALUATE RELEASE-MODE
               WHEN "RELEASE"
                   PERFORM APPLY-DECISION-CARDS
                   PERFORM WRITE-HELD-REGISTER
               WHEN "LIST   "
                   PERFORM WRITE-HELD-REGISTER
               WHEN OTHER
                   DISPLAY "M4: INVALID MODE: " RELEASE-MODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      * ------------------------------------------------------------
      * The mode comes in as the first PARM/argument; SYSIN is the
      * fallback when no command-line argument was passed, card
      * columns 1-7.  Neither present means RELEASE.
      * ------------------------------------------------------------
       GET-RELEASE-PARMS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT RELEASE-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-RELEASE-SYSIN
           END-ACCEPT
           IF RELEASE-MODE = SPACES
               MOVE "RELEASE" TO RELEASE-MODE
           END-IF
           .

       GET-RELEASE-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:7) TO RELEASE-MODE
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * The release pass holds the FILE1 run token from before
      * FILE1 is opened until after it is closed, the same as M1.
      * ------------------------------------------------------------
       APPLY-DECISION-CARDS.
           PERFORM LOAD-OPERATOR-TABLE
           OPEN INPUT PNA-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "M4: FILE1PNA OPEN FAILED, STATUS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-FILE1-TOKEN
           IF LOK-REFUSED
               CLOSE PNA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O FILE1
           IF FILE-STATUS NOT = "00"
               DISPLAY "M4: FILE1 OPEN FAILED, STATUS=" FILE-STATUS
               CLOSE PNA-FILE
               PERFORM RELEASE-FILE1-TOKEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PND-FILE
           IF PND-STATUS NOT = "00"
               DISPLAY "M4: FILE1PND OPEN FAILED, STATUS=" PND-STATUS
               CLOSE FILE1
               CLOSE PNA-FILE
               PERFORM RELEASE-FILE1-TOKEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-LEGAL-HOLD-LIST
           IF LHK-UNAVAILABLE
               DISPLAY "M4: LEGAL HOLD LIST UNAVAILABLE - NOT RUN"
               CLOSE PND-FILE
               CLOSE FILE1
               CLOSE PNA-FILE
               PERFORM RELEASE-FILE1-TOKEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJ-FILE
           PERFORM OPEN-FILE1-JOURNAL

           MOVE "N" TO PNA-EOF-SW
           PERFORM UNTIL PNA-AT-EOF
               READ PNA-FILE INTO PNA-LINE
                   AT END
                       MOVE "Y" TO PNA-EOF-SW
                   NOT AT END
                       PERFORM APPLY-DECISION-CARD
               END-READ
           END-PERFORM

           CLOSE PNA-FILE
           CLOSE REJ-FILE
           CLOSE PND-FILE
           PERFORM CLOSE-FILE1-JOURNAL
           CLOSE FILE1
           PERFORM RELEASE-FILE1-TOKEN
           PERFORM CLOSE-LEGAL-HOLD-LIST

           IF ADD-APPLIED-COUNT > ZERO
                   OR CHG-APPLIED-COUNT > ZERO
                   OR DEL-APPLIED-COUNT > ZERO
               PERFORM APPEND-ACTIVITY-LOG
           END-IF

           DISPLAY "BATCHES READ:      " BATCH-COUNT
           DISPLAY "DECISIONS READ:    " PNA-READ-COUNT
           DISPLAY "APPROVED/APPLIED:  " APPROVED-COUNT
           DISPLAY "  ADDS:            " ADD-APPLIED-COUNT
           DISPLAY "  CHANGES:         " CHG-APPLIED-COUNT
           DISPLAY "  DELETES:         " DEL-APPLIED-COUNT
           DISPLAY "REJECTED (HELD):   " REJECTED-COUNT
           DISPLAY "CARDS REFUSED:     " REJECT-COUNT
           IF REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       APPLY-DECISION-CARD.
           IF PNA-ACTION = "H"
               PERFORM START-RELEASE-BATCH
           ELSE
               IF PNA-LINE NOT = SPACES
                   ADD 1 TO PNA-READ-COUNT
                   PERFORM EDIT-DECISION-CARD
                   IF PNA-IS-VALID
                       IF PNA-ACTION = "A"
                           PERFORM APPROVE-HELD-CHANGE
                       ELSE
                           PERFORM REJECT-HELD-CHANGE
                       END-IF
                   ELSE
                       PERFORM WRITE-REJECT
                   END-IF
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * A batch header card: the decisions behind it, up to the
      * next header, are this operator's.  The operator must be
      * on the authority file and hold release authority, or the
      * header and its batch are refused.
      * ------------------------------------------------------------
       START-RELEASE-BATCH.
           ADD 1 TO BATCH-COUNT
           MOVE PNA-HDR-OPERATOR TO BATCH-OPERATOR
           MOVE ZERO TO BATCH-OPT-IX
           PERFORM LOOK-UP-OPERATOR
           IF NOT OPT-FOUND
               MOVE "OPERATOR NOT ON AUTHORITY FILE" TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               IF NOT OPT-MAY-RELEASE(OPT-IX)
                   MOVE "OPERATOR MAY NOT RELEASE" TO REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   MOVE OPT-IX TO BATCH-OPT-IX
               END-IF
           END-IF
           .

       LOOK-UP-OPERATOR.
           MOVE "N" TO OPT-FOUND-SW
           PERFORM VARYING OPT-IX FROM 1 BY 1
                   UNTIL OPT-IX > OPT-COUNT OR OPT-FOUND
               IF OPT-ID(OPT-IX) = BATCH-OPERATOR
                   MOVE "Y" TO OPT-FOUND-SW
               END-IF
           END-PERFORM
           IF OPT-FOUND
               SUBTRACT 1 FROM OPT-IX
           END-IF
           .

      * ------------------------------------------------------------
      * Edits a decision card and reads the held change it names,
      * leaving it in PND-REC.  First failure wins.
      * ------------------------------------------------------------
       EDIT-DECISION-CARD.
           MOVE "Y" TO PNA-VALID-SW
           IF BATCH-OPT-IX = ZERO
               IF BATCH-COUNT = ZERO
                   MOVE "NO OPERATOR HEADER ON BATCH" TO REJ-REASON
               ELSE
                   MOVE "BATCH OPERATOR NOT AUTHORIZED" TO REJ-REASON
               END-IF
               MOVE "N" TO PNA-VALID-SW
           END-IF
           IF PNA-IS-VALID
               IF PNA-ACTION NOT = "A" AND PNA-ACTION NOT = "R"
                   MOVE "INVALID DECISION CODE" TO REJ-REASON
                   MOVE "N" TO PNA-VALID-SW
               END-IF
           END-IF
           IF PNA-IS-VALID
               IF PNA-HELD-KEY IS NOT NUMERIC
                   MOVE "HELD KEY NOT NUMERIC" TO REJ-REASON
                   MOVE "N" TO PNA-VALID-SW
               END-IF
           END-IF
           IF PNA-IS-VALID
               MOVE PNA-HELD-KEY TO PND-KEY
               READ PND-FILE
               EVALUATE PND-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "23"
                       MOVE "HELD CHANGE NOT ON FILE" TO REJ-REASON
                       MOVE "N" TO PNA-VALID-SW
                   WHEN OTHER
                       MOVE PND-STATUS TO IO-REASON-STATUS
                       MOVE IO-REASON-TEXT TO REJ-REASON
                       MOVE "N" TO PNA-VALID-SW
               END-EVALUATE
           END-IF
           IF PNA-IS-VALID
               IF NOT PND-HELD
                   MOVE "CHANGE ALREADY DECIDED" TO REJ-REASON
                   MOVE "N" TO PNA-VALID-SW
               END-IF
           END-IF
           IF PNA-IS-VALID
               IF PND-MAKER = BATCH-OPERATOR
                   MOVE "RELEASER IS THE KEYING OPER" TO REJ-REASON
                   MOVE "N" TO PNA-VALID-SW
               END-IF
           END-IF
           .

       REJECT-HELD-CHANGE.
           MOVE "R" TO PND-STATE
           IF PNA-NOTE = SPACES
               MOVE "REJECTED" TO PND-NOTE
           ELSE
               MOVE PNA-NOTE TO PND-NOTE
           END-IF
           PERFORM RECORD-DECISION
           IF PND-STATUS = "00"
               ADD 1 TO REJECTED-COUNT
           END-IF
           .

      * ------------------------------------------------------------
      * Applies the held card to FILE1 as M1 would have, then marks
      * it approved.  A card that no longer applies as keyed is
      * refused and left held.
      * ------------------------------------------------------------
       APPROVE-HELD-CHANGE.
           MOVE "N" TO APPLY-OK-SW
           EVALUATE PND-ACTION
               WHEN "A"
                   PERFORM APPLY-HELD-ADD
               WHEN "C"
                   PERFORM APPLY-HELD-CHANGE
               WHEN "D"
                   PERFORM APPLY-HELD-DELETE
               WHEN OTHER
                   MOVE "HELD ACTION NOT RECOGNIZED" TO REJ-REASON
                   PERFORM WRITE-REJECT
           END-EVALUATE
           IF APPLY-OK
               MOVE "A" TO PND-STATE
               IF PNA-NOTE = SPACES
                   MOVE "APPLIED" TO PND-NOTE
               ELSE
                   MOVE PNA-NOTE TO PND-NOTE
               END-IF
               PERFORM RECORD-DECISION
               ADD 1 TO APPROVED-COUNT
           END-IF
           .

       APPLY-HELD-ADD.
           INITIALIZE D-A01
           MOVE PND-FILE1-KEY TO KEY-FILE1
           PERFORM MOVE-HELD-AMOUNT
           WRITE REC-FILE1
           EVALUATE FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO APPLY-OK-SW
                   ADD 1 TO ADD-APPLIED-COUNT
                   ADD KEY-FILE1 TO RUN-KEY-HASH-DELTA
                   ADD A01-89  TO RUN-A01-89-DELTA
                   ADD A01-91  TO RUN-A01-91-DELTA
                   ADD A01-122 TO RUN-A01-122-DELTA
                   ADD A01-160 TO RUN-A01-160-DELTA
                   MOVE "WRITE  " TO JNL-OPERATION
                   MOVE "A" TO JNL-IMAGE-TYPE
                   MOVE REC-FILE1 TO JNL-IMAGE
                   PERFORM WRITE-FILE1-JOURNAL
               WHEN "22"
                   MOVE "KEY ADDED SINCE HELD" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       APPLY-HELD-CHANGE.
           MOVE PND-FILE1-KEY TO KEY-FILE1
           READ FILE1
           EVALUATE FILE-STATUS
               WHEN "00"
                   IF PND-FIELD = "A01-91 "
                       MOVE A01-91 TO CURRENT-AMOUNT
                   ELSE
                       MOVE A01-160 TO CURRENT-AMOUNT
                   END-IF
                   IF CURRENT-AMOUNT NOT = PND-OLD-AMOUNT
                       MOVE "RECORD CHANGED SINCE HELD" TO REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM REWRITE-HELD-CHANGE
                   END-IF
               WHEN "23"
                   MOVE "RECORD NO LONGER ON FILE" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       REWRITE-HELD-CHANGE.
           MOVE REC-FILE1 TO JNL-BEFORE-IMAGE
           MOVE A01-89  TO SAVE-A01-89
           MOVE A01-91  TO SAVE-A01-91
           MOVE A01-122 TO SAVE-A01-122
           MOVE A01-160 TO SAVE-A01-160
           PERFORM MOVE-HELD-AMOUNT
           REWRITE REC-FILE1
           IF FILE-STATUS = "00"
               MOVE "Y" TO APPLY-OK-SW
               ADD 1 TO CHG-APPLIED-COUNT
               MOVE "REWRITE" TO JNL-OPERATION
               MOVE "B" TO JNL-IMAGE-TYPE
               MOVE JNL-BEFORE-IMAGE TO JNL-IMAGE
               PERFORM WRITE-FILE1-JOURNAL
               MOVE "A" TO JNL-IMAGE-TYPE
               MOVE REC-FILE1 TO JNL-IMAGE
               PERFORM WRITE-FILE1-JOURNAL
               COMPUTE RUN-A01-91-DELTA =
                   RUN-A01-91-DELTA + A01-91 - SAVE-A01-91
               COMPUTE RUN-A01-160-DELTA =
                   RUN-A01-160-DELTA + A01-160 - SAVE-A01-160
           ELSE
               PERFORM WRITE-IO-REJECT
           END-IF
           .

       APPLY-HELD-DELETE.
           MOVE PND-FILE1-KEY TO KEY-FILE1
           READ FILE1
           EVALUATE FILE-STATUS
               WHEN "00"
                   PERFORM CHECK-LEGAL-HOLD
                   EVALUATE TRUE
                       WHEN LHK-HELD
                           MOVE "HELD, NOT PROCESSED" TO REJ-REASON
                           PERFORM WRITE-REJECT
                       WHEN LHK-UNAVAILABLE
                           MOVE "LEGAL HOLD CHECK FAILED"
                               TO REJ-REASON
                           PERFORM WRITE-REJECT
                       WHEN OTHER
                           PERFORM DELETE-HELD-RECORD
                   END-EVALUATE
               WHEN "23"
                   MOVE "RECORD NO LONGER ON FILE" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       DELETE-HELD-RECORD.
           MOVE REC-FILE1 TO JNL-BEFORE-IMAGE
           MOVE A01-89  TO SAVE-A01-89
           MOVE A01-91  TO SAVE-A01-91
           MOVE A01-122 TO SAVE-A01-122
           MOVE A01-160 TO SAVE-A01-160
           DELETE FILE1 RECORD
           IF FILE-STATUS = "00"
               MOVE "Y" TO APPLY-OK-SW
               ADD 1 TO DEL-APPLIED-COUNT
               SUBTRACT PND-FILE1-KEY FROM RUN-KEY-HASH-DELTA
               SUBTRACT SAVE-A01-89  FROM RUN-A01-89-DELTA
               SUBTRACT SAVE-A01-91  FROM RUN-A01-91-DELTA
               SUBTRACT SAVE-A01-122 FROM RUN-A01-122-DELTA
               SUBTRACT SAVE-A01-160 FROM RUN-A01-160-DELTA
               MOVE "DELETE " TO JNL-OPERATION
               MOVE "B" TO JNL-IMAGE-TYPE
               MOVE JNL-BEFORE-IMAGE TO JNL-IMAGE
               PERFORM WRITE-FILE1-JOURNAL
           ELSE
               PERFORM WRITE-IO-REJECT
           END-IF
           .

      * ------------------------------------------------------------
      * Legal-hold check (hold maintenance M5, "M5-HOLD" entry
      * point, shared FILE1LHC copybook): asked for every approved
      * delete, so a hold placed after M1 held the card still
      * protects the record.  A held one counts as a block against
      * its hold.
      * ------------------------------------------------------------
       OPEN-LEGAL-HOLD-LIST.
           MOVE "OPEN    " TO LHK-REQUEST
           MOVE "M4      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CHECK-LEGAL-HOLD.
           MOVE "CHECK   " TO LHK-REQUEST
           MOVE "M4      " TO LHK-CALLER
           MOVE KEY-FILE1  TO LHK-KEY
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CLOSE-LEGAL-HOLD-LIST.
           MOVE "CLOSE   " TO LHK-REQUEST
           MOVE "M4      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

      * ------------------------------------------------------------
      * M1 holds adds and changes only for A01-91 and A01-160, and
      * has already edited the amount into PND-AMOUNT.
      * ------------------------------------------------------------
       MOVE-HELD-AMOUNT.
           EVALUATE PND-FIELD
               WHEN "A01-91 "
                   MOVE PND-AMOUNT TO A01-91
               WHEN "A01-160"
                   MOVE PND-AMOUNT TO A01-160
           END-EVALUATE
           .

       RECORD-DECISION.
           ACCEPT RUN-TIME FROM TIME
           MOVE BATCH-OPERATOR TO PND-CHECKER
           MOVE RUN-DATE       TO PND-DECIDED-DATE
           MOVE RUN-TIME       TO PND-DECIDED-TIME
           REWRITE PND-REC
           IF PND-STATUS NOT = "00"
               DISPLAY "M4: FILE1PND REWRITE FAILED, STATUS="
                       PND-STATUS " FOR " PND-KEY
               MOVE PND-STATUS TO IO-REASON-STATUS
               MOVE IO-REASON-TEXT TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           .

       WRITE-IO-REJECT.
           MOVE FILE-STATUS TO IO-REASON-STATUS
           MOVE IO-REASON-TEXT TO REJ-REASON
           PERFORM WRITE-REJECT
           .

       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE PNA-LINE(1:53) TO REJ-IMAGE
           MOVE REJ-REASON     TO REJ-TEXT
           WRITE REJ-REC FROM REJ-LINE
           .

      * ------------------------------------------------------------
      * FILE1 update journal, same conventions as M1; the keying
      * operator goes in JNL-OPERATOR and the releasing operator in
      * JNL-APPROVER.
      * ------------------------------------------------------------
       OPEN-FILE1-JOURNAL.
           OPEN EXTEND JNL-FILE
           IF JNL-STATUS NOT = "00"
               OPEN OUTPUT JNL-FILE
           END-IF
           .

       CLOSE-FILE1-JOURNAL.
           CLOSE JNL-FILE
           .

       WRITE-FILE1-JOURNAL.
           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE PND-MAKER      TO JNL-OPERATOR
           MOVE BATCH-OPERATOR TO JNL-APPROVER
           WRITE JNL-REC
           .

      * ------------------------------------------------------------
      * FILE1 run interlock, same as M1.
      * ------------------------------------------------------------
       ACQUIRE-FILE1-TOKEN.
           MOVE "ACQUIRE " TO LOK-REQUEST
           MOVE "M4      " TO LOK-CALLER
           CALL "L1-LOCK" USING LOK-PARMS
           .

       RELEASE-FILE1-TOKEN.
           MOVE "RELEASE " TO LOK-REQUEST
           MOVE "M4      " TO LOK-CALLER
           CALL "L1-LOCK" USING LOK-PARMS
           .

      * ------------------------------------------------------------
      * This run's reported activity for the balancing program C1,
      * same conventions as M1.
      * ------------------------------------------------------------
       APPEND-ACTIVITY-LOG.
           ACCEPT ACT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT ACT-RUN-TIME FROM TIME
           MOVE "M4      "          TO ACT-PROGRAM
           MOVE ADD-APPLIED-COUNT   TO ACT-WRITTEN
           MOVE CHG-APPLIED-COUNT   TO ACT-REWRITTEN
           MOVE DEL-APPLIED-COUNT   TO ACT-DELETED
           MOVE RUN-KEY-HASH-DELTA  TO ACT-KEY-HASH-DELTA
           MOVE RUN-A01-89-DELTA    TO ACT-A01-89-DELTA
           MOVE RUN-A01-91-DELTA    TO ACT-A01-91-DELTA
           MOVE RUN-A01-122-DELTA   TO ACT-A01-122-DELTA
           MOVE RUN-A01-160-DELTA   TO ACT-A01-160-DELTA
           OPEN EXTEND ACT-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT ACT-FILE
           END-IF
           WRITE ACT-REC FROM ACT-LINE
           CLOSE ACT-FILE
           .

      * ------------------------------------------------------------
      * Loads the operator authority cards, same as M1.
      * ------------------------------------------------------------
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPR-FILE
           IF OPR-STATUS NOT = "00"
               DISPLAY "M4: FILE1OPR OPEN FAILED, STATUS=" OPR-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO OPR-EOF-SW
           PERFORM UNTIL OPR-AT-EOF
               READ OPR-FILE
                   AT END
                       MOVE "Y" TO OPR-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-OPERATOR
               END-READ
           END-PERFORM
           CLOSE OPR-FILE
           .

       LOAD-ONE-OPERATOR.
           IF OPR-ID NOT = SPACES AND OPR-ID(1:1) NOT = "*"
               IF OPT-COUNT >= 200
                   DISPLAY "M4: MORE THAN 200 OPERATORS ON FILE1OPR"
                   CLOSE OPR-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO OPT-COUNT
               MOVE OPR-ID      TO OPT-ID(OPT-COUNT)
               MOVE OPR-ACTIONS TO OPT-ACTIONS(OPT-COUNT)
               MOVE OPR-RELEASE TO OPT-RELEASE(OPT-COUNT)
               MOVE OPR-FIELDS  TO OPT-FIELDS(OPT-COUNT)
           END-IF
           .

      * ------------------------------------------------------------
      * The register: every change on the held file, in the order
      * it was held, with counts by state.
      * ------------------------------------------------------------
       WRITE-HELD-REGISTER.
           OPEN INPUT PND-FILE
           IF PND-STATUS NOT = "00"
               DISPLAY "M4: NO HELD-CHANGE FILE (FILE1PND), STATUS="
                       PND-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE RUN-DATE TO RPT-TITLE-DATE
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-COLUMN-HEADER

           MOVE LOW-VALUES TO PND-KEY
           START PND-FILE KEY >= PND-KEY
           IF PND-STATUS NOT = "00"
               MOVE "Y" TO PND-EOF-SW
           ELSE
               MOVE "N" TO PND-EOF-SW
           END-IF
           PERFORM UNTIL PND-AT-EOF
               READ PND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PND-EOF-SW
                   NOT AT END
                       PERFORM LIST-ONE-HELD-CHANGE
               END-READ
           END-PERFORM
           CLOSE PND-FILE

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "HELD (AWAITING RELEASE):    " TO RPS-TEXT
           MOVE REG-HELD-COUNT     TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "APPROVED:                   " TO RPS-TEXT
           MOVE REG-APPROVED-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "REJECTED:                   " TO RPS-TEXT
           MOVE REG-REJECTED-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           CLOSE RPT-FILE
           DISPLAY "HELD (AWAITING):   " REG-HELD-COUNT
           .

       LIST-ONE-HELD-CHANGE.
           MOVE PND-KEY         TO RPD-HELD-KEY
           MOVE PND-MAKER       TO RPD-MAKER
           MOVE PND-CHECKER     TO RPD-CHECKER
           MOVE PND-ACTION      TO RPD-ACTION
           MOVE PND-FILE1-KEY   TO RPD-FILE1-KEY
           MOVE PND-FIELD       TO RPD-FIELD
           MOVE PND-VALUE       TO RPD-VALUE
           MOVE PND-HOLD-REASON TO RPD-HOLD-REASON
           MOVE PND-NOTE        TO RPD-NOTE
           IF PND-DECIDED-DATE = ZERO
               MOVE SPACES TO RPD-DECIDED-DATE
           ELSE
               MOVE PND-DECIDED-DATE TO RPD-DECIDED-DATE
           END-IF
           EVALUATE TRUE
               WHEN PND-HELD
                   MOVE "HELD"     TO RPD-STATE
                   ADD 1 TO REG-HELD-COUNT
               WHEN PND-APPROVED
                   MOVE "APPROVED" TO RPD-STATE
                   ADD 1 TO REG-APPROVED-COUNT
               WHEN PND-REJECTED
                   MOVE "REJECTED" TO RPD-STATE
                   ADD 1 TO REG-REJECTED-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN"  TO RPD-STATE
           END-EVALUATE
           WRITE RPT-REC FROM RPT-DETAIL-LINE
           .
