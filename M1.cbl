      * reason, and an applied/rejected summary is displayed at end
      * of job.
      *
      * A FILE1TRN file is one or more batches, each opened by a
      * header card naming the operator who keyed it:
      *   col  1      H
      *   cols 2-9    operator ID
      * The operator must be on the operator authority file
      * (FILE1OPR, shared FILE1OSL/FILE1OPR/FILE1OPT copybooks),
      * and each card in the batch is rejected unless that
      * operator may key its action and, on an add or change, set
      * its field.  A card ahead of any header, or in a batch whose
      * header names an unknown operator, is rejected.
      *
      * Transaction card layout (FILE1TRN):
      *   col  1      action       A = add, C = change, D = delete
      *   cols 2-10   KEY-FILE1    9(09), right-justified, zero-fill
      *               point; dates as CCYYMMDD
      *
      * Supported fields: A01-1, A01-4, A01-5, A01-7, A01-37, A01-38
      * (character, with A01-38 required to be a code active on the
      * code table, FILE1CDT, shared FILE1CSL/FILE1CDR copybooks,
      * as of the run date); A01-36 (CCYYMMDD, calendar-checked
      * the same way the date sweep in program "b" checks it, with
      * all zeros meaning "not applicable"); A01-89, A01-91,
      * A01-122, A01-160 (signed amounts).
      *
      * Every applied action is journaled to the FILE1 update
      * journal (shared FILE1JSL/FILE1JRC copybooks) the same way
      * program "b" journals its REWRITEs and DELETEs: a REWRITE
      * writes before and after images, an ADD its after image, so
      * maintenance can be rolled forward onto a restored backup
      * (deletes are applied, and journaled, by M4 on release).
      *
      * The batch operator is carried onto every journal record
      * the run writes (JNL-OPERATOR).
      *
      * Deletes, and any add or change that would move A01-91 or
      * A01-160 by more than the hold limit, are not applied: they
      * are written to the held-change file (FILE1PND, shared
      * FILE1PSL/FILE1PDR copybooks) with the keying operator, and
      * wait there until a second, different operator approves or
      * rejects them in the release run M4.  A delete or change is
      * held only for a record that is on file, an add only for a
      * key that isn't, so the held file carries no change that
      * would have been rejected outright.  The hold limit, in
      * whole currency units, comes in as the first PARM/argument
      * (SYSIN fallback, card columns 1-11), default 10000.
      *
      * A delete for a record under a legal hold in force (the hold
      * list kept by M5, asked through its "M5-HOLD" entry point,
      * shared FILE1LHC copybook) is not held for release at all:
      * it goes to the reject file as "HELD, NOT PROCESSED", counted
      * apart from the rejects, and the block is counted against
      * the hold.
      *
      * A run that applied anything also appends its reported
      * activity (counts and signed control-total deltas, shared

           COPY FILE1JSL.

           COPY FILE1CSL.

           COPY FILE1OSL.

           COPY FILE1PSL.

           SELECT ACT-FILE ASSIGN TO "FILE1ACT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  CDT-FILE.
           COPY FILE1CDR.

       FD  OPR-FILE.
           COPY FILE1OPR.

       FD  PND-FILE.
           COPY FILE1PDR.

       FD  ACT-FILE.
       01  ACT-REC                   PIC X(160).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  TRN-EOF-SW           PIC X(01).
       77  TRN-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  ADD-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  CHG-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  HELD-COUNT           PIC 9(07) VALUE ZERO.
       77  LEGAL-HOLD-COUNT     PIC 9(07) VALUE ZERO.
       77  REJECT-COUNT         PIC 9(07) VALUE ZERO.
       77  BATCH-COUNT          PIC 9(07) VALUE ZERO.

       01  TRN-LINE.
           05  TRN-ACTION        PIC X(01).
           05  TRN-FIELD         PIC X(07).
           05  TRN-VALUE         PIC X(50).
           05  FILLER            PIC X(13).
       01  TRN-HEADER-VIEW REDEFINES TRN-LINE.
           05  FILLER            PIC X(01).
           05  TRN-HDR-OPERATOR  PIC X(08).
           05  FILLER            PIC X(71).

       77  REJ-REASON           PIC X(30).

      * --- operator authority ------------------------------------
       77  OPR-STATUS           PIC X(02).
       77  OPR-EOF-SW           PIC X(01).
           88  OPR-AT-EOF           VALUE "Y".
           COPY FILE1OPT.
       77  OPT-IX               PIC 9(03).
       77  OPT-FLD-IX           PIC 9(02).
       77  OPT-FOUND-SW         PIC X(01).
           88  OPT-FOUND            VALUE "Y".
       77  AUTH-SW              PIC X(01).
           88  AUTH-GRANTED         VALUE "Y".
       77  BATCH-OPERATOR       PIC X(08) VALUE SPACES.
       77  BATCH-OPT-IX         PIC 9(03) VALUE ZERO.

      * --- held changes awaiting a second operator ---------------
       77  PND-STATUS           PIC X(02).
       77  HOLD-RUN-DATE        PIC 9(08).
       77  HOLD-RUN-TIME        PIC 9(08).
       77  HOLD-SEQ             PIC 9(05) VALUE ZERO.
       77  HOLD-LIMIT-TEXT      PIC X(11).
       77  HOLD-LIMIT           PIC 9(11) VALUE 10000.
       77  HOLD-MOVEMENT        PIC S9(13)V99 COMP-3.
       77  HOLD-OLD-AMOUNT      PIC S9(13)V99 COMP-3.
       77  HOLD-REASON          PIC X(30).
       77  HOLD-SW              PIC X(01).
           88  HOLD-REQUIRED        VALUE "Y".

      * --- code table check --------------------------------------
       77  CDT-STATUS           PIC X(02).
       77  RUN-DATE             PIC 9(08).
       77  CODE-ACTIVE-SW       PIC X(01).
           88  CODE-IS-ACTIVE       VALUE "Y".

      * --- FILE1 update journal ----------------------------------
       77  JNL-STATUS           PIC X(02).
       01  JNL-BEFORE-IMAGE     PIC X(1623).
      * --- FILE1 run interlock -------------------------------------
           COPY FILE1LKC.

      * --- legal-hold check ----------------------------------------
           COPY FILE1LHC.

       01  IO-REASON-TEXT.
           05  FILLER            PIC X(18) VALUE "I-O ERROR, STATUS ".
           05  IO-REASON-STATUS  PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HOLD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HOLD-RUN-TIME FROM TIME
           PERFORM GET-HOLD-LIMIT-PARM
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM ACQUIRE-FILE1-TOKEN
           IF LOK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-FILE1-TOKEN
               GOBACK
           END-IF
           OPEN INPUT CDT-FILE
           IF CDT-STATUS NOT = "00"
               DISPLAY "M1: FILE1CDT OPEN FAILED, STATUS=" CDT-STATUS
               CLOSE TRN-FILE
               CLOSE FILE1
               PERFORM RELEASE-FILE1-TOKEN
               GOBACK
           END-IF
           OPEN I-O PND-FILE
           IF PND-STATUS = "35"
               OPEN OUTPUT PND-FILE
               CLOSE PND-FILE
               OPEN I-O PND-FILE
           END-IF
           IF PND-STATUS NOT = "00"
               DISPLAY "M1: FILE1PND OPEN FAILED, STATUS=" PND-STATUS
               CLOSE CDT-FILE
               CLOSE TRN-FILE
               CLOSE FILE1
               PERFORM RELEASE-FILE1-TOKEN
               GOBACK
           END-IF
           PERFORM OPEN-LEGAL-HOLD-LIST
           IF LHK-UNAVAILABLE
               DISPLAY "M1: LEGAL HOLD LIST UNAVAILABLE - NOT RUN"
               CLOSE PND-FILE
               CLOSE CDT-FILE
               CLOSE TRN-FILE
               CLOSE FILE1
               PERFORM RELEASE-FILE1-TOKEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJ-FILE
           PERFORM OPEN-FILE1-JOURNAL

           END-PERFORM

           CLOSE TRN-FILE
           CLOSE CDT-FILE
           CLOSE PND-FILE
           CLOSE REJ-FILE
           PERFORM CLOSE-FILE1-JOURNAL
           CLOSE FILE1
           PERFORM RELEASE-FILE1-TOKEN
           PERFORM CLOSE-LEGAL-HOLD-LIST

           IF ADD-APPLIED-COUNT > ZERO
                   OR CHG-APPLIED-COUNT > ZERO
               PERFORM APPEND-ACTIVITY-LOG
           END-IF

           DISPLAY "BATCHES READ:      " BATCH-COUNT
           DISPLAY "TRANSACTIONS READ: " TRN-READ-COUNT
           DISPLAY "ADDS APPLIED:      " ADD-APPLIED-COUNT
           DISPLAY "CHANGES APPLIED:   " CHG-APPLIED-COUNT
           DISPLAY "HELD FOR RELEASE:  " HELD-COUNT
           DISPLAY "HELD, NOT PROCESSED: " LEGAL-HOLD-COUNT
           DISPLAY "REJECTED:          " REJECT-COUNT
           GOBACK
           .

       APPLY-TRANSACTION.
           IF TRN-ACTION = "H"
               PERFORM START-OPERATOR-BATCH
           ELSE
               ADD 1 TO TRN-READ-COUNT
               PERFORM EDIT-TRANSACTION
               IF TRN-IS-VALID
                   EVALUATE TRN-ACTION
                       WHEN "A"
                           PERFORM APPLY-ADD
                       WHEN "C"
                           PERFORM APPLY-CHANGE
                       WHEN "D"
                           PERFORM APPLY-DELETE
                   END-EVALUATE
               ELSE
                   PERFORM WRITE-REJECT
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * A batch header card: every card up to the next header is
      * keyed under this operator.  An operator not on the
      * authority file rejects the header, and the batch's cards
      * are rejected behind it.
      * ------------------------------------------------------------
       START-OPERATOR-BATCH.
           ADD 1 TO BATCH-COUNT
           MOVE TRN-HDR-OPERATOR TO BATCH-OPERATOR
           PERFORM LOOK-UP-OPERATOR
           IF OPT-FOUND
               MOVE OPT-IX TO BATCH-OPT-IX
           ELSE
               MOVE ZERO TO BATCH-OPT-IX
               MOVE "OPERATOR NOT ON AUTHORITY FILE" TO REJ-REASON
               PERFORM WRITE-REJECT
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
      * Edits everything that can be checked before touching FILE1:
      * action code, key, and (for C, or an A that seeds a field)
      * ------------------------------------------------------------
       EDIT-TRANSACTION.
           MOVE "Y" TO TRN-VALID-SW
           IF BATCH-OPT-IX = ZERO
               IF BATCH-COUNT = ZERO
                   MOVE "NO OPERATOR HEADER ON BATCH" TO REJ-REASON
               ELSE
                   MOVE "BATCH OPERATOR NOT AUTHORIZED" TO REJ-REASON
               END-IF
               MOVE "N" TO TRN-VALID-SW
           END-IF
           IF TRN-IS-VALID
               IF TRN-ACTION NOT = "A" AND TRN-ACTION NOT = "C"
                       AND TRN-ACTION NOT = "D"
                   MOVE "INVALID ACTION CODE" TO REJ-REASON
                   MOVE "N" TO TRN-VALID-SW
               END-IF
           END-IF
           IF TRN-IS-VALID
               IF TRN-KEY-TEXT IS NOT NUMERIC
                   MOVE "KEY NOT NUMERIC" TO REJ-REASON
                   PERFORM EDIT-FIELD-AND-VALUE
               END-IF
           END-IF
           IF TRN-IS-VALID
               PERFORM EDIT-OPERATOR-AUTHORITY
           END-IF
           .

      * ------------------------------------------------------------
      * The batch operator's authority over this card: the action
      * must be one of the operator's actions, and a field set on
      * an add or change one of the operator's fields (or the
      * operator holds *ALL).
      * ------------------------------------------------------------
       EDIT-OPERATOR-AUTHORITY.
           MOVE "N" TO AUTH-SW
           PERFORM VARYING OPT-FLD-IX FROM 1 BY 1
                   UNTIL OPT-FLD-IX > 3 OR AUTH-GRANTED
               IF OPT-ACTIONS(BATCH-OPT-IX)(OPT-FLD-IX:1)
                       = TRN-ACTION
                   MOVE "Y" TO AUTH-SW
               END-IF
           END-PERFORM
           IF NOT AUTH-GRANTED
               MOVE "ACTION NOT AUTHORIZED FOR OPER" TO REJ-REASON
               MOVE "N" TO TRN-VALID-SW
           ELSE
               IF TRN-ACTION NOT = "D" AND TRN-FIELD NOT = SPACES
                   IF OPT-FIELD(BATCH-OPT-IX, 1) NOT = "*ALL    "
                       MOVE "N" TO AUTH-SW
                       PERFORM VARYING OPT-FLD-IX FROM 1 BY 1
                               UNTIL OPT-FLD-IX > 8 OR AUTH-GRANTED
                           IF OPT-FIELD(BATCH-OPT-IX, OPT-FLD-IX)
                                   = TRN-FIELD
                               MOVE "Y" TO AUTH-SW
                           END-IF
                       END-PERFORM
                       IF NOT AUTH-GRANTED
                           MOVE "FIELD NOT AUTHORIZED FOR OPER"
                               TO REJ-REASON
                           MOVE "N" TO TRN-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       EDIT-FIELD-AND-VALUE.
                   IF TRN-VALUE = SPACES
                       MOVE "FIELD VALUE MISSING" TO REJ-REASON
                       MOVE "N" TO TRN-VALID-SW
                   ELSE
                       MOVE "A01-38 "      TO CDT-TYPE
                       MOVE TRN-VALUE(1:2) TO CDT-VALUE
                       PERFORM LOOK-UP-CODE-TABLE
                       IF NOT CODE-IS-ACTIVE
                           MOVE "CODE NOT ACTIVE IN CODE TABLE"
                               TO REJ-REASON
                           MOVE "N" TO TRN-VALID-SW
                       END-IF
                   END-IF
               WHEN "A01-36 "
                   PERFORM EDIT-DATE-VALUE
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * A code is usable only when the code table carries it as
      * active and the run date falls inside its effective/expiry
      * window (an expiry of zeros is open-ended).  The caller sets
      * the code type and value in the table key.
      * ------------------------------------------------------------
       LOOK-UP-CODE-TABLE.
           MOVE "N" TO CODE-ACTIVE-SW
           READ CDT-FILE
           IF CDT-STATUS = "00"
               IF CDT-ACTIVE AND CDT-EFF-DATE <= RUN-DATE
                       AND (CDT-EXP-DATE = ZERO
                            OR CDT-EXP-DATE >= RUN-DATE)
                   MOVE "Y" TO CODE-ACTIVE-SW
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * A date value is the first eight columns of the value field,
      * all digits, and must pass the same calendar validation the
           .

       APPLY-ADD.
           MOVE "N" TO HOLD-SW
           IF TRN-FIELD = "A01-91 " OR TRN-FIELD = "A01-160"
               MOVE ZERO TO HOLD-OLD-AMOUNT
               PERFORM TEST-MOVEMENT-OVER-LIMIT
           END-IF
           IF HOLD-REQUIRED
               PERFORM HOLD-ADD
           ELSE
               PERFORM WRITE-ADDED-RECORD
           END-IF
           .

      * ------------------------------------------------------------
      * An add big enough to be held is held only if it could be
      * applied -- the key must not already be on file.
      * ------------------------------------------------------------
       HOLD-ADD.
           MOVE TRN-KEY-NUM TO KEY-FILE1
           READ FILE1
           EVALUATE FILE-STATUS
               WHEN "00"
                   MOVE "DUPLICATE KEY" TO REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN "23"
                   PERFORM HOLD-TRANSACTION
               WHEN OTHER
                   PERFORM WRITE-IO-REJECT
           END-EVALUATE
           .

       WRITE-ADDED-RECORD.
           INITIALIZE D-A01
           MOVE TRN-KEY-NUM TO KEY-FILE1
           IF TRN-FIELD NOT = SPACES
           READ FILE1
           EVALUATE FILE-STATUS
               WHEN "00"
                   MOVE "N" TO HOLD-SW
                   IF TRN-FIELD = "A01-91 "
                       MOVE A01-91 TO HOLD-OLD-AMOUNT
                       PERFORM TEST-MOVEMENT-OVER-LIMIT
                   END-IF
                   IF TRN-FIELD = "A01-160"
                       MOVE A01-160 TO HOLD-OLD-AMOUNT
                       PERFORM TEST-MOVEMENT-OVER-LIMIT
                   END-IF
                   IF HOLD-REQUIRED
                       PERFORM HOLD-TRANSACTION
                   ELSE
                       PERFORM REWRITE-CHANGED-RECORD
                   END-IF
               WHEN "23"
                   MOVE "RECORD NOT FOUND" TO REJ-REASON
           END-EVALUATE
           .

       REWRITE-CHANGED-RECORD.
           MOVE REC-FILE1 TO JNL-BEFORE-IMAGE
           MOVE A01-89  TO SAVE-A01-89
           MOVE A01-91  TO SAVE-A01-91
           MOVE A01-122 TO SAVE-A01-122
           MOVE A01-160 TO SAVE-A01-160
           PERFORM MOVE-FIELD-VALUE
           REWRITE REC-FILE1
           IF FILE-STATUS = "00"
               ADD 1 TO CHG-APPLIED-COUNT
               PERFORM JOURNAL-REWRITE-IMAGES
               PERFORM ADD-REWRITE-AMOUNT-DELTAS
           ELSE
               PERFORM WRITE-IO-REJECT
           END-IF
           .

      * ------------------------------------------------------------
      * Every delete waits for a second operator: the record is
      * read only to prove the delete could be applied, and the
      * card is held.  The delete itself is M4's, on approval.  A
      * record under a legal hold in force is not deleted at all.
      * ------------------------------------------------------------
       APPLY-DELETE.
           MOVE TRN-KEY-NUM TO KEY-FILE1
           READ FILE1
           EVALUATE FILE-STATUS
               WHEN "00"
                   PERFORM CHECK-LEGAL-HOLD
                   EVALUATE TRUE
                       WHEN LHK-HELD
                           PERFORM WRITE-LEGAL-HOLD-SKIP
                       WHEN LHK-UNAVAILABLE
                           MOVE "LEGAL HOLD CHECK FAILED"
                               TO REJ-REASON
                           PERFORM WRITE-REJECT
                       WHEN OTHER
                           MOVE ZERO TO AMOUNT-WORK HOLD-OLD-AMOUNT
                           MOVE "DELETE" TO HOLD-REASON
                           PERFORM HOLD-TRANSACTION
                   END-EVALUATE
               WHEN "23"
                   MOVE "RECORD NOT FOUND" TO REJ-REASON
                   PERFORM WRITE-REJECT
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * Whether an amount card moves its field (from HOLD-OLD-AMOUNT,
      * zero on an add) by more than the hold limit either way.
      * ------------------------------------------------------------
       TEST-MOVEMENT-OVER-LIMIT.
           COMPUTE HOLD-MOVEMENT = AMOUNT-WORK - HOLD-OLD-AMOUNT
           IF HOLD-MOVEMENT < ZERO
               COMPUTE HOLD-MOVEMENT = ZERO - HOLD-MOVEMENT
           END-IF
           IF HOLD-MOVEMENT > HOLD-LIMIT
               MOVE "Y" TO HOLD-SW
               MOVE "AMOUNT MOVEMENT OVER LIMIT" TO HOLD-REASON
           END-IF
           .

      * ------------------------------------------------------------
      * Writes the card to the held-change file under this run's
      * date and time and the next sequence number, with the
      * keying operator, the edited amount and the field's value
      * as it stands now.
      * ------------------------------------------------------------
       HOLD-TRANSACTION.
           ADD 1 TO HOLD-SEQ
           MOVE HOLD-RUN-DATE   TO PND-HELD-DATE
           MOVE HOLD-RUN-TIME   TO PND-HELD-TIME
           MOVE HOLD-SEQ        TO PND-HELD-SEQ
           MOVE TRN-LINE(1:67)  TO PND-CARD
           MOVE BATCH-OPERATOR  TO PND-MAKER
           MOVE AMOUNT-WORK     TO PND-AMOUNT
           MOVE HOLD-OLD-AMOUNT TO PND-OLD-AMOUNT
           MOVE HOLD-REASON     TO PND-HOLD-REASON
           MOVE "H"             TO PND-STATE
           MOVE SPACES          TO PND-CHECKER PND-NOTE
           MOVE ZERO            TO PND-DECIDED-DATE PND-DECIDED-TIME
           WRITE PND-REC
           IF PND-STATUS = "00"
               ADD 1 TO HELD-COUNT
           ELSE
               MOVE PND-STATUS TO FILE-STATUS
               PERFORM WRITE-IO-REJECT
           END-IF
           .

       MOVE-FIELD-VALUE.
           EVALUATE TRN-FIELD
               WHEN "A01-1  "
           WRITE REJ-REC FROM REJ-LINE
           .

      * ------------------------------------------------------------
      * A card passed over for a legal hold is listed with the
      * rejects, in the same layout, but is not a keying error and
      * is counted on its own.
      * ------------------------------------------------------------
       WRITE-LEGAL-HOLD-SKIP.
           ADD 1 TO LEGAL-HOLD-COUNT
           MOVE TRN-LINE(1:67)        TO REJ-IMAGE
           MOVE "HELD, NOT PROCESSED" TO REJ-TEXT
           WRITE REJ-REC FROM REJ-LINE
           .

      * ------------------------------------------------------------
      * Legal-hold check (hold maintenance M5, "M5-HOLD" entry
      * point, shared FILE1LHC copybook): opened with the other
      * files, asked for every delete of a record on file -- a
      * held one counts as a block against its hold -- and closed
      * at end of job.
      * ------------------------------------------------------------
       OPEN-LEGAL-HOLD-LIST.
           MOVE "OPEN    " TO LHK-REQUEST
           MOVE "M1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CHECK-LEGAL-HOLD.
           MOVE "CHECK   " TO LHK-REQUEST
           MOVE "M1      " TO LHK-CALLER
           MOVE KEY-FILE1  TO LHK-KEY
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CLOSE-LEGAL-HOLD-LIST.
           MOVE "CLOSE   " TO LHK-REQUEST
           MOVE "M1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

      * ------------------------------------------------------------
      * FILE1 update journal, same conventions as program "b": the
      * journal is appended to across runs, with OPEN OUTPUT as the
           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE BATCH-OPERATOR TO JNL-OPERATOR
           MOVE SPACES TO JNL-APPROVER
           WRITE JNL-REC
           .

           MOVE "M1      "          TO ACT-PROGRAM
           MOVE ADD-APPLIED-COUNT   TO ACT-WRITTEN
           MOVE CHG-APPLIED-COUNT   TO ACT-REWRITTEN
           MOVE ZERO                TO ACT-DELETED
           MOVE RUN-KEY-HASH-DELTA  TO ACT-KEY-HASH-DELTA
           MOVE RUN-A01-89-DELTA    TO ACT-A01-89-DELTA
           MOVE RUN-A01-91-DELTA    TO ACT-A01-91-DELTA
           CLOSE ACT-FILE
           .

      * ------------------------------------------------------------
      * The hold limit comes in as the first PARM/argument; SYSIN
      * is the fallback when no command-line argument was passed --
      * card columns 1-11.  With neither present the compiled-in
      * 10000 stands.
      * ------------------------------------------------------------
       GET-HOLD-LIMIT-PARM.
           MOVE SPACES TO HOLD-LIMIT-TEXT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT HOLD-LIMIT-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-HOLD-LIMIT-SYSIN
           END-ACCEPT
           IF FUNCTION TRIM(HOLD-LIMIT-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(HOLD-LIMIT-TEXT) TO HOLD-LIMIT
           END-IF
           .

       GET-HOLD-LIMIT-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:11) TO HOLD-LIMIT-TEXT
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * Loads the operator authority cards, skipping blanks and
      * comments.  No authority file, or more operators than the
      * table holds, stops the run before FILE1 is touched.
      * ------------------------------------------------------------
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPR-FILE
           IF OPR-STATUS NOT = "00"
               DISPLAY "M1: FILE1OPR OPEN FAILED, STATUS=" OPR-STATUS
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
                   DISPLAY "M1: MORE THAN 200 OPERATORS ON FILE1OPR"
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
      * Calendar validation, same rules as the date validation sweep
      * in program "b": century-sane year, month 1-12, day within
