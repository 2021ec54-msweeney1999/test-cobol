      * the current FILE1 without touching it, applying every edit
      * the batch maintenance program M1 applies (action code, key,
      * key exists or doesn't for the action, supported field,
      * value format, the calendar check on A01-36, an A01-38 code
      * active on the code table FILE1CDT, the batch header's
      * operator on the authority file FILE1OPR and allowed the
      * card's action and field), so data entry
      * balances and fixes a batch BEFORE the update window instead
      * of learning about rejects after half the batch is applied.
      * Only a batch that proofs clean (RETURN-CODE 0) goes on to
      * cause.  Rejects go to FILE1PRJ with reasons, in the same
      * image-plus-reason layout M1 writes.
      *
      * Cards M1 would hold for a second operator rather than
      * apply -- every delete, and an add or change moving A01-91
      * or A01-160 by more than the hold limit -- are counted as
      * held on the register and left out of the key hash and the
      * movement totals, since M1 will not apply them in this run.
      * The hold limit is taken the same way M1 takes it: first
      * PARM/argument, SYSIN columns 1-11, default 10000.
      *
      * Because M1 applies cards serially, a batch may legally add
      * a key and then change or delete it.  The proof keeps an
      * in-batch shadow of every key it touches -- present or not,
      * hold, not just what it holds now.  A batch touching more
      * than the shadow's 1000 distinct keys is stopped and must
      * be split.
      *
      * A delete for a record under a legal hold in force (the hold
      * list kept by M5, asked through its "M5-HOLD" entry point,
      * shared FILE1LHC copybook) is listed on FILE1PRJ as "HELD,
      * NOT PROCESSED", as M1 will list it, and counted on its own
      * -- not as held for release and not as a reject, since it is
      * no keying error.  The proof only asks; it blocks nothing,
      * so nothing is counted against the hold.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  M2.
           SELECT PRF-FILE ASSIGN TO "FILE1PRF"
                 ORGANIZATION IS LINE SEQUENTIAL.

           COPY FILE1CSL.

           COPY FILE1OSL.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
       FD  PRF-FILE.
       01  PRF-REC                   PIC X(60).

       FD  CDT-FILE.
           COPY FILE1CDR.

       FD  OPR-FILE.
           COPY FILE1OPR.

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  TRN-EOF-SW           PIC X(01).
       77  TRN-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  ADD-PROOF-COUNT      PIC 9(07) VALUE ZERO.
       77  CHG-PROOF-COUNT      PIC 9(07) VALUE ZERO.
       77  HELD-PROOF-COUNT     PIC 9(07) VALUE ZERO.
       77  LEGAL-HOLD-COUNT     PIC 9(07) VALUE ZERO.
       77  REJECT-COUNT         PIC 9(07) VALUE ZERO.
       77  BATCH-COUNT          PIC 9(07) VALUE ZERO.
       77  PROOF-KEY-HASH       PIC 9(18) VALUE ZERO.

       01  TRN-LINE.
           05  TRN-FIELD         PIC X(07).
           05  TRN-VALUE         PIC X(50).
           05  FILLER            PIC X(13).
       01  TRN-HEADER-VIEW REDEFINES TRN-LINE.
           05  FILLER            PIC X(01).
           05  TRN-HDR-OPERATOR  PIC X(08).
           05  FILLER            PIC X(71).

       77  REJ-REASON           PIC X(30).

      * --- operator authority and hold limit (same as M1) --------
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
       77  HOLD-LIMIT-TEXT      PIC X(11).
       77  HOLD-LIMIT           PIC 9(11) VALUE 10000.
       77  HOLD-MOVEMENT        PIC S9(13)V99 COMP-3.
       77  HOLD-OLD-AMOUNT      PIC S9(13)V99 COMP-3.
       77  HOLD-SW              PIC X(01).
           88  HOLD-REQUIRED        VALUE "Y".

      * --- code table check (same rule as M1) --------------------
       77  CDT-STATUS           PIC X(02).
       77  RUN-DATE             PIC 9(08).
       77  CODE-ACTIVE-SW       PIC X(01).
           88  CODE-IS-ACTIVE       VALUE "Y".

       01  REJ-LINE.
           05  REJ-IMAGE         PIC X(67).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  REJ-TEXT          PIC X(30).

      * --- legal-hold check ----------------------------------------
           COPY FILE1LHC.

       01  IO-REASON-TEXT.
           05  FILLER            PIC X(18) VALUE "I-O ERROR, STATUS ".
           05  IO-REASON-STATUS  PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-HOLD-LIMIT-PARM
           PERFORM LOAD-OPERATOR-TABLE
           OPEN INPUT FILE1
           IF FILE-STATUS NOT = "00"
               DISPLAY "M2: FILE1 OPEN FAILED, STATUS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CDT-FILE
           IF CDT-STATUS NOT = "00"
               DISPLAY "M2: FILE1CDT OPEN FAILED, STATUS=" CDT-STATUS
               CLOSE TRN-FILE
               CLOSE FILE1
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-LEGAL-HOLD-LIST
           IF LHK-UNAVAILABLE
               DISPLAY "M2: LEGAL HOLD LIST UNAVAILABLE - NOT RUN"
               CLOSE CDT-FILE
               CLOSE TRN-FILE
               CLOSE FILE1
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJ-FILE

           MOVE "N" TO TRN-EOF-SW
           END-PERFORM

           CLOSE TRN-FILE
           CLOSE CDT-FILE
           CLOSE REJ-FILE
           CLOSE FILE1
           PERFORM CLOSE-LEGAL-HOLD-LIST

           PERFORM WRITE-PROOF-REGISTER

           DISPLAY "BATCHES READ:      " BATCH-COUNT
           DISPLAY "TRANSACTIONS READ: " TRN-READ-COUNT
           DISPLAY "ADDS PROOFED:      " ADD-PROOF-COUNT
           DISPLAY "CHANGES PROOFED:   " CHG-PROOF-COUNT
           DISPLAY "HELD FOR RELEASE:  " HELD-PROOF-COUNT
           DISPLAY "HELD, NOT PROCESSED: " LEGAL-HOLD-COUNT
           DISPLAY "REJECTED:          " REJECT-COUNT
           IF REJECT-COUNT = ZERO
               DISPLAY "BATCH PROOFS CLEAN"
           .

       PROOF-TRANSACTION.
           IF TRN-ACTION = "H"
               PERFORM START-OPERATOR-BATCH
           ELSE
               ADD 1 TO TRN-READ-COUNT
               PERFORM EDIT-TRANSACTION
               IF TRN-IS-VALID
                   EVALUATE TRN-ACTION
                       WHEN "A"
                           PERFORM PROOF-ADD
                       WHEN "C"
                           PERFORM PROOF-CHANGE
                       WHEN "D"
                           PERFORM PROOF-DELETE
                   END-EVALUATE
               ELSE
                   PERFORM WRITE-REJECT
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * A batch header card, same rule as M1: an operator not on
      * the authority file rejects the header and every card
      * behind it up to the next header.
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
      * Edits everything M1 edits before touching FILE1: action
      * code, key, and (for C, or an A that seeds a field) the
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
      * The batch operator's authority over this card, same rule
      * as M1: the card's action among the operator's actions, and
      * a field set on an add or change among the operator's
      * fields unless the operator holds *ALL.
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
      * Same code table rule M1 applies: on the table, flagged
      * active, and in effect on the run date.
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

       EDIT-DATE-VALUE.
           IF TRN-VALUE(1:8) IS NOT NUMERIC
               MOVE "DATE VALUE NOT NUMERIC" TO REJ-REASON

       PROOF-ADD.
           PERFORM LOOK-UP-KEY-STATE
           MOVE "N" TO HOLD-SW
           IF TRN-FIELD = "A01-91 " OR TRN-FIELD = "A01-160"
               MOVE ZERO TO HOLD-OLD-AMOUNT
               PERFORM TEST-MOVEMENT-OVER-LIMIT
           END-IF
           IF KEY-IS-PRESENT
               MOVE "DUPLICATE KEY" TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
           IF HOLD-REQUIRED
               ADD 1 TO HELD-PROOF-COUNT
           ELSE
               ADD 1 TO ADD-PROOF-COUNT
               ADD TRN-KEY-NUM TO PROOF-KEY-HASH
                   PERFORM APPLY-AMOUNT-TO-SHADOW
               END-IF
           END-IF
           END-IF
           .

       PROOF-CHANGE.
           PERFORM LOOK-UP-KEY-STATE
           IF KEY-IS-PRESENT
               MOVE "N" TO HOLD-SW
               IF TRN-FIELD = "A01-91 "
                   MOVE SHW-A01-91(SHADOW-IX) TO HOLD-OLD-AMOUNT
                   PERFORM TEST-MOVEMENT-OVER-LIMIT
               END-IF
               IF TRN-FIELD = "A01-160"
                   MOVE SHW-A01-160(SHADOW-IX) TO HOLD-OLD-AMOUNT
                   PERFORM TEST-MOVEMENT-OVER-LIMIT
               END-IF
               IF HOLD-REQUIRED
                   ADD 1 TO HELD-PROOF-COUNT
               ELSE
                   ADD 1 TO CHG-PROOF-COUNT
                   ADD TRN-KEY-NUM TO PROOF-KEY-HASH
                   PERFORM APPLY-AMOUNT-TO-SHADOW
               END-IF
           ELSE
               MOVE "RECORD NOT FOUND" TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           .

      * ------------------------------------------------------------
      * Every delete is held by M1 for a second operator, so a
      * delete the file allows is counted as held and leaves the
      * shadow as it was -- a later card in the batch still finds
      * the record there, as it will in M1.  A delete M1 will pass
      * over for a legal hold is listed apart instead.
      * ------------------------------------------------------------
       PROOF-DELETE.
           PERFORM LOOK-UP-KEY-STATE
           IF KEY-IS-PRESENT
               PERFORM INQUIRE-LEGAL-HOLD
               EVALUATE TRUE
                   WHEN LHK-HELD
                       PERFORM WRITE-LEGAL-HOLD-SKIP
                   WHEN LHK-UNAVAILABLE
                       MOVE "LEGAL HOLD CHECK FAILED"
                           TO REJ-REASON
                       PERFORM WRITE-REJECT
                   WHEN OTHER
                       ADD 1 TO HELD-PROOF-COUNT
               END-EVALUATE
           ELSE
               MOVE "RECORD NOT FOUND" TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           .

      * ------------------------------------------------------------
      * Same hold test as M1: the card's amount against what the
      * field holds (zero on an add), either way, over the limit.
      * ------------------------------------------------------------
       TEST-MOVEMENT-OVER-LIMIT.
           COMPUTE HOLD-MOVEMENT = AMOUNT-WORK - HOLD-OLD-AMOUNT
           IF HOLD-MOVEMENT < ZERO
               COMPUTE HOLD-MOVEMENT = ZERO - HOLD-MOVEMENT
           END-IF
           IF HOLD-MOVEMENT > HOLD-LIMIT
               MOVE "Y" TO HOLD-SW
           END-IF
           .

      * ------------------------------------------------------------
      * The movement a card's field value would cause, and the
      * shadow updated to match: M1 sets an amount field to the
           WRITE REJ-REC FROM REJ-LINE
           .

      * ------------------------------------------------------------
      * A delete M1 will pass over for a legal hold is listed with
      * the rejects, in the same layout, but is not a keying error
      * and is counted on its own.
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
      * files, asked -- INQUIRE, so no block is counted -- for
      * every delete of a record the batch leaves on file, and
      * closed at end of job.
      * ------------------------------------------------------------
       OPEN-LEGAL-HOLD-LIST.
           MOVE "OPEN    " TO LHK-REQUEST
           MOVE "M2      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

       INQUIRE-LEGAL-HOLD.
           MOVE "INQUIRE " TO LHK-REQUEST
           MOVE "M2      " TO LHK-CALLER
           MOVE TRN-KEY-NUM TO LHK-KEY
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CLOSE-LEGAL-HOLD-LIST.
           MOVE "CLOSE   " TO LHK-REQUEST
           MOVE "M2      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

      * ------------------------------------------------------------
      * The proof register data entry balances to the batch
      * ticket: counts by action, the key hash across the clean
           MOVE "CHANGES:                " TO PRF-COUNT-TEXT
           MOVE CHG-PROOF-COUNT TO PRF-COUNT
           WRITE PRF-REC FROM PRF-COUNT-LINE
           MOVE "HELD FOR RELEASE:       " TO PRF-COUNT-TEXT
           MOVE HELD-PROOF-COUNT TO PRF-COUNT
           WRITE PRF-REC FROM PRF-COUNT-LINE
           MOVE "HELD, NOT PROCESSED:    " TO PRF-COUNT-TEXT
           MOVE LEGAL-HOLD-COUNT TO PRF-COUNT
           WRITE PRF-REC FROM PRF-COUNT-LINE
           MOVE "REJECTS:                " TO PRF-COUNT-TEXT
           MOVE REJECT-COUNT    TO PRF-COUNT
           CLOSE PRF-FILE
           .

      * ------------------------------------------------------------
      * The hold limit, taken exactly as M1 takes it: first
      * PARM/argument, SYSIN columns 1-11 as the fallback, the
      * compiled-in 10000 when neither is present.
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

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPR-FILE
           IF OPR-STATUS NOT = "00"
               DISPLAY "M2: FILE1OPR OPEN FAILED, STATUS=" OPR-STATUS
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
                   DISPLAY "M2: MORE THAN 200 OPERATORS ON FILE1OPR"
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
      * Calendar validation, same rules as M1 and the date sweep
      * in program "b": century-sane year, month 1-12, day within
