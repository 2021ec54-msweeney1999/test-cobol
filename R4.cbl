      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 balance statement run -- prints one statement for
      * every record on FILE1 (archived records have left the file
      * and get none), addressed to the A01-9 name/address group,
      * or to the A01-18 group when A01-26 is "Y".  A record whose
      * mailing group has no name is not stated; it is counted on
      * the control page with its balance.
      *
      * Each statement shows:
      *   - the opening balance: the closing balance of the prior
      *     statement, from the statement history (FILE1STH,
      *     shared FILE1HSL/FILE1HSR copybooks)
      *   - every A01-91 movement since that statement was cut,
      *     from the update journal (FILE1JNL, shared FILE1JRC
      *     copybook, read back through the generations U1 cut at
      *     each backup -- journal generation register FILE1JGN,
      *     shared FILE1JGL/FILE1JGR copybooks -- then the live
      *     file): an add, the change between each
      *     rewrite's before and after images, a delete (a record
      *     archived and reinstated in the window shows both)
      *   - the closing balance, A01-91 as it stands on FILE1
      * A record's first statement has no prior to open from and
      * lists no movements; it states the closing balance and
      * starts the history.  Opening balance plus movements must
      * come to the closing balance; a statement that doesn't is
      * printed with a warning line and counted on the control
      * page.
      *
      * Journal records stamped after this run started are left for
      * the next statement.  A rerun on the same date replaces that
      * date's history entries, so it restates the same window.
      *
      * The run ends with a control page: statements printed,
      * balance stated, records and balance not stated, and their
      * sum proved against the A01-91 control total of the last
      * balancing run (FILE1CTL, written by C1).  Run it straight
      * after C1, with no updates between.  RETURN-CODE is 8 when
      * the run does not tie, when there is no control total to tie
      * to, or when any statement fails to reconcile.
      *
      * Each run writes its statements as a new run-stamped
      * generation (FILE1STM-<date>-<time>) and registers it in the
      * output catalog (FILE1CAT, shared FILE1CAR copybook) with
      * its count of statements.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  R4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1JDS.

           COPY FILE1JGL.

           COPY FILE1HSL.

           SELECT SORT-WORK1 ASSIGN TO "SRTWK1".

           SELECT CTL-FILE ASSIGN TO "FILE1CTL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT STM-FILE ASSIGN TO "FILE1STM"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAT-FILE ASSIGN TO "FILE1CAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
           COPY FILE1REC.

       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  STH-FILE.
           COPY FILE1HSR.

      * One A01-91 movement per journal event that changed it, sorted
      * into FILE1 key order and, within a key, journal order.
       SD  SORT-WORK1.
       01  SMV-REC.
           05  SMV-KEY           PIC 9(09).
           05  SMV-STAMP.
               10  SMV-DATE      PIC 9(08).
               10  SMV-TIME      PIC 9(08).
           05  SMV-SEQ           PIC 9(09).
           05  SMV-OPERATION     PIC X(07).
           05  SMV-AMOUNT        PIC S9(13)V99 COMP-3.

       FD  CTL-FILE.
       01  CTL-REC                   PIC X(160).

       FD  STM-FILE.
       01  STM-REC                   PIC X(100).

       FD  CAT-FILE.
       01  CAT-REC                   PIC X(90).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  JNL-STATUS           PIC X(02).
       77  JGN-STATUS           PIC X(02).
       77  JNL-FILE-NAME        PIC X(40).
       77  STH-STATUS           PIC X(02).
       77  FILE1-EOF-SW         PIC X(01).
           88  FILE1-AT-EOF         VALUE "Y".
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".
       77  SMV-EOF-SW           PIC X(01).
           88  SMV-AT-EOF           VALUE "Y".
       77  STH-EOF-SW           PIC X(01).
           88  STH-AT-EOF           VALUE "Y".
       77  CTL-EOF-SW           PIC X(01).
           88  CTL-AT-EOF           VALUE "Y".

       01  RUN-STAMP.
           05  RUN-DATE         PIC 9(08).
           05  RUN-TIME         PIC 9(08).

      * --- journal images and the A01-91 movements they carry -------
           COPY FILE1REC REPLACING ==REC-FILE1== BY ==JIM-REC==.
       01  JNL-STAMP.
           05  JNL-STAMP-DATE   PIC 9(08).
           05  JNL-STAMP-TIME   PIC 9(08).
       77  JNL-READ-COUNT       PIC 9(09) VALUE ZERO.
       77  MOVEMENT-SELECTED    PIC 9(09) VALUE ZERO.
       77  MOVEMENT-AMOUNT      PIC S9(13)V99 COMP-3.
       77  BEFORE-HELD-SW       PIC X(01) VALUE "N".
           88  BEFORE-HELD         VALUE "Y".
       77  BEFORE-KEY           PIC 9(09).
       77  BEFORE-A01-91        PIC S9(13)V99 COMP-3.

      * --- the prior statement ---------------------------------------
       77  PRIOR-STMT-SW        PIC X(01).
           88  PRIOR-STMT-FOUND     VALUE "Y".
       77  TODAY-STMT-SW        PIC X(01).
           88  TODAY-STMT-ON-FILE   VALUE "Y".
       01  PRIOR-STAMP.
           05  PRIOR-DATE       PIC 9(08).
           05  PRIOR-TIME       PIC 9(08).
       77  PRIOR-CLOSING        PIC S9(13)V99 COMP-3.

      * --- the statement being printed -------------------------------
       01  MAIL-GROUP.
           05  MAIL-NAME        PIC X(35).
           05  MAIL-ADDRESS     PIC X(30).
           05  MAIL-CODE        PIC X(02).
           05  MAIL-NUM-1       PIC 9(05).
           05  MAIL-NUM-2       PIC 9(03).
           05  MAIL-NUM-3       PIC 9(05).
           05  MAIL-PLACE       PIC X(15).
       77  RUNNING-BALANCE      PIC S9(13)V99 COMP-3.
       77  STMT-MOVEMENT-COUNT  PIC 9(05).

      * --- control page totals ---------------------------------------
       77  FILE1-RECORD-COUNT   PIC 9(09) VALUE ZERO.
       77  STATEMENT-COUNT      PIC 9(09) VALUE ZERO.
       77  FIRST-STMT-COUNT     PIC 9(09) VALUE ZERO.
       77  MOVEMENT-LISTED      PIC 9(09) VALUE ZERO.
       77  UNRECONCILED-COUNT   PIC 9(09) VALUE ZERO.
       77  UNSTATED-COUNT       PIC 9(09) VALUE ZERO.
       77  HISTORY-ERROR-COUNT  PIC 9(09) VALUE ZERO.
       77  STATED-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  UNSTATED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  FILE1-A01-91-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.

      * --- the balancing run's control total (C1's layout) -----------
       77  C1-CONTROL-SW        PIC X(01) VALUE "N".
           88  C1-CONTROL-FOUND     VALUE "Y".
       77  C1-CONTROL-DATE      PIC 9(08).
       77  C1-CONTROL-TIME      PIC 9(08).
       77  C1-A01-91-TOTAL      PIC S9(13)V99 COMP-3.
       01  CTL-LINE.
           05  CTL-RUN-DATE      PIC 9(08).
           05  FILLER            PIC X(02).
           05  CTL-RUN-TIME      PIC 9(08).
           05  FILLER            PIC X(02).
           05  CTL-RECORD-COUNT  PIC 9(09).
           05  FILLER            PIC X(02).
           05  CTL-KEY-HASH      PIC 9(18).
           05  FILLER            PIC X(02).
           05  CTL-A01-89-TOTAL  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(02).
           05  CTL-A01-91-TOTAL  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(02).
           05  CTL-A01-122-TOTAL PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(02).
           05  CTL-A01-160-TOTAL PIC S9(13)V99 SIGN LEADING SEPARATE.

      * --- generation stamping and cataloging ---------------------
       77  STM-FIXED-NAME       PIC X(30) VALUE "FILE1STM".
       77  STM-GEN-NAME         PIC X(30).
       77  RENAME-RC            PIC S9(09) COMP.

           COPY FILE1CAR.

      * --- statement print lines ---------------------------------
       01  STM-TITLE-LINE.
           05  FILLER            PIC X(60)
               VALUE "FILE1 BALANCE STATEMENT".
           05  FILLER            PIC X(15) VALUE "STATEMENT DATE ".
           05  STT-DATE          PIC 9(08).

       01  STM-ACCOUNT-LINE.
           05  FILLER            PIC X(08) VALUE "ACCOUNT ".
           05  STA-KEY           PIC 9(09).

       01  STM-ADDRESS-LINE.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  STD-TEXT          PIC X(60).

       01  STM-COLUMN-HEADER.
           05  FILLER  PIC X(10) VALUE "DATE".
           05  FILLER  PIC X(10) VALUE "TIME".
           05  FILLER  PIC X(39) VALUE "ACTIVITY".
           05  FILLER  PIC X(19) VALUE "AMOUNT".
           05  FILLER  PIC X(07) VALUE "BALANCE".

       01  STM-DETAIL-LINE.
           05  STL-DATE          PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  STL-TIME          PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  STL-TEXT          PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  STL-AMOUNT        PIC -(13)9.99 BLANK WHEN ZERO.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  STL-BALANCE       PIC -(13)9.99.

       01  CTP-TITLE-LINE.
           05  FILLER            PIC X(60)
               VALUE "FILE1 STATEMENT RUN CONTROL PAGE".
           05  FILLER            PIC X(15) VALUE "STATEMENT DATE ".
           05  CTP-TITLE-DATE    PIC 9(08).

       01  CTP-COUNT-LINE.
           05  CTP-COUNT-TEXT    PIC X(40).
           05  CTP-COUNT         PIC Z(08)9.

       01  CTP-AMOUNT-LINE.
           05  CTP-AMOUNT-TEXT   PIC X(40).
           05  CTP-AMOUNT        PIC -(13)9.99.

       01  CTP-CONTROL-LINE.
           05  FILLER            PIC X(27)
               VALUE "BALANCING RUN (C1) OF ".
           05  CTP-CONTROL-DATE  PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  CTP-CONTROL-TIME  PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO STM-GEN-NAME
           STRING "FILE1STM-" RUN-DATE "-" RUN-TIME
               DELIMITED BY SIZE INTO STM-GEN-NAME
           OPEN OUTPUT STM-FILE

           SORT SORT-WORK1
               ON ASCENDING KEY SMV-KEY SMV-DATE SMV-TIME SMV-SEQ
               INPUT PROCEDURE IS RELEASE-BALANCE-MOVEMENTS
               OUTPUT PROCEDURE IS PRINT-STATEMENTS

           PERFORM READ-C1-CONTROL-TOTAL
           PERFORM PRINT-CONTROL-PAGE
           CLOSE STM-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "STATEMENTS PRINTED:  " STATEMENT-COUNT
           DISPLAY "  FIRST STATEMENTS:  " FIRST-STMT-COUNT
           DISPLAY "  NOT RECONCILED:    " UNRECONCILED-COUNT
           DISPLAY "MOVEMENTS LISTED:    " MOVEMENT-LISTED
           DISPLAY "RECORDS NOT STATED:  " UNSTATED-COUNT
           IF NOT C1-CONTROL-FOUND
                   OR FILE1-A01-91-TOTAL NOT = C1-A01-91-TOTAL
                   OR UNRECONCILED-COUNT > ZERO
                   OR HISTORY-ERROR-COUNT > ZERO
               DISPLAY "STATEMENT RUN DOES NOT TIE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "STATEMENT RUN TIES TO C1 CONTROL TOTAL"
           END-IF
           GOBACK
           .

      * ------------------------------------------------------------
      * Renames the closed statement file to its run-stamped
      * generation name and registers it in the output catalog; a
      * rename failure leaves it under its fixed name and is
      * reported instead of cataloged.
      * ------------------------------------------------------------
       KEEP-REPORT-GENERATION.
           CALL "CBL_RENAME_FILE"
               USING STM-FIXED-NAME STM-GEN-NAME
           MOVE RETURN-CODE TO RENAME-RC
           MOVE 0 TO RETURN-CODE
           IF RENAME-RC = 0
               PERFORM APPEND-OUTPUT-CATALOG
               DISPLAY "GENERATION:          " STM-GEN-NAME
           ELSE
               DISPLAY "R4: GENERATION RENAME FAILED, RC=" RENAME-RC
           END-IF
           .

       APPEND-OUTPUT-CATALOG.
           MOVE RUN-DATE          TO CAT-RUN-DATE
           MOVE RUN-TIME          TO CAT-RUN-TIME
           MOVE "R4      "        TO CAT-PROGRAM
           MOVE "FILE1STM"        TO CAT-OUTPUT-DD
           MOVE STM-GEN-NAME      TO CAT-GEN-NAME
           MOVE STATEMENT-COUNT   TO CAT-RECORD-COUNT
           OPEN EXTEND CAT-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT CAT-FILE
           END-IF
           WRITE CAT-REC FROM CAT-LINE
           CLOSE CAT-FILE
           .

      * ------------------------------------------------------------
      * Sort input: every journal event up to the start of this run
      * that moved A01-91.  A rewrite's movement is its after image
      * less the before image written just ahead of it.  The closed
      * generations are read in cut order, then the live journal.
      * No journal just means nothing has moved; a generation that
      * can't be opened is reported and its movements are missing,
      * so the statements they belong to fail to reconcile.
      * ------------------------------------------------------------
       RELEASE-BALANCE-MOVEMENTS.
           OPEN INPUT JGN-FILE
           IF JGN-STATUS = "00"
               MOVE ZERO TO JGN-SEQ
               START JGN-FILE KEY >= JGN-SEQ
               IF JGN-STATUS NOT = "00"
                   MOVE "Y" TO JGN-EOF-SW
               ELSE
                   MOVE "N" TO JGN-EOF-SW
               END-IF
               PERFORM UNTIL JGN-AT-EOF
                   READ JGN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO JGN-EOF-SW
                       NOT AT END
                           IF JGN-RECORD-COUNT > ZERO
                               MOVE JGN-GEN-NAME TO JNL-FILE-NAME
                               PERFORM RELEASE-FROM-JOURNAL-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JGN-FILE
           END-IF
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           PERFORM RELEASE-FROM-JOURNAL-FILE
           .

       RELEASE-FROM-JOURNAL-FILE.
           OPEN INPUT JNL-FILE
           IF JNL-STATUS NOT = "00"
               DISPLAY "R4: NO UPDATE JOURNAL (" JNL-FILE-NAME
                       "), STATUS=" JNL-STATUS " - NO MOVEMENTS LISTED"
           ELSE
               MOVE "N" TO JNL-EOF-SW
               PERFORM UNTIL JNL-AT-EOF
                   READ JNL-FILE
                       AT END
                           MOVE "Y" TO JNL-EOF-SW
                       NOT AT END
                           ADD 1 TO JNL-READ-COUNT
                           PERFORM SELECT-JOURNAL-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE JNL-FILE
           END-IF
           .

       SELECT-JOURNAL-MOVEMENT.
           MOVE JNL-RUN-DATE TO JNL-STAMP-DATE
           MOVE JNL-RUN-TIME TO JNL-STAMP-TIME
           IF JNL-STAMP NOT > RUN-STAMP
               MOVE JNL-IMAGE TO JIM-REC
               EVALUATE TRUE
                   WHEN JNL-OPERATION = "WRITE  "
                       MOVE A01-91 OF JIM-REC TO MOVEMENT-AMOUNT
                       PERFORM RELEASE-MOVEMENT
                   WHEN JNL-OPERATION = "REWRITE"
                           AND JNL-IMAGE-TYPE = "B"
                       MOVE JNL-KEY TO BEFORE-KEY
                       MOVE A01-91 OF JIM-REC TO BEFORE-A01-91
                       MOVE "Y" TO BEFORE-HELD-SW
                   WHEN JNL-OPERATION = "REWRITE"
                           AND JNL-IMAGE-TYPE = "A"
                       IF BEFORE-HELD AND BEFORE-KEY = JNL-KEY
                           COMPUTE MOVEMENT-AMOUNT =
                               A01-91 OF JIM-REC - BEFORE-A01-91
                           PERFORM RELEASE-MOVEMENT
                       END-IF
                       MOVE "N" TO BEFORE-HELD-SW
                   WHEN JNL-OPERATION = "DELETE "
                       COMPUTE MOVEMENT-AMOUNT = 0 - A01-91 OF JIM-REC
                       PERFORM RELEASE-MOVEMENT
               END-EVALUATE
           END-IF
           .

       RELEASE-MOVEMENT.
           IF MOVEMENT-AMOUNT NOT = ZERO
               ADD 1 TO MOVEMENT-SELECTED
               MOVE JNL-KEY         TO SMV-KEY
               MOVE JNL-RUN-DATE    TO SMV-DATE
               MOVE JNL-RUN-TIME    TO SMV-TIME
               MOVE JNL-READ-COUNT  TO SMV-SEQ
               MOVE JNL-OPERATION   TO SMV-OPERATION
               MOVE MOVEMENT-AMOUNT TO SMV-AMOUNT
               RELEASE SMV-REC
           END-IF
           .

      * ------------------------------------------------------------
      * Sort output: FILE1 in key order, matched against the sorted
      * movements.  Movements for keys no longer on FILE1 are
      * passed over.  The statement history is created empty the
      * first time.
      * ------------------------------------------------------------
       PRINT-STATEMENTS.
           OPEN INPUT FILE1
           IF FILE-STATUS NOT = "00"
               DISPLAY "R4: FILE1 OPEN FAILED, STATUS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STH-FILE
           IF STH-STATUS = "35"
               OPEN OUTPUT STH-FILE
               CLOSE STH-FILE
               OPEN I-O STH-FILE
           END-IF
           IF STH-STATUS NOT = "00"
               DISPLAY "R4: FILE1STH OPEN FAILED, STATUS=" STH-STATUS
               CLOSE FILE1
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RETURN-NEXT-MOVEMENT
           MOVE LOW-VALUE TO KEY-FILE1 OF REC-FILE1
           START FILE1 KEY >= KEY-FILE1 OF REC-FILE1
           MOVE "N" TO FILE1-EOF-SW
           PERFORM UNTIL FILE1-AT-EOF
               READ FILE1 NEXT RECORD
                   AT END
                       MOVE "Y" TO FILE1-EOF-SW
                   NOT AT END
                       PERFORM STATE-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE FILE1
           CLOSE STH-FILE
           .

       RETURN-NEXT-MOVEMENT.
           RETURN SORT-WORK1
               AT END
                   MOVE "Y" TO SMV-EOF-SW
               NOT AT END
                   MOVE "N" TO SMV-EOF-SW
           END-RETURN
           .

       STATE-ONE-RECORD.
           ADD 1 TO FILE1-RECORD-COUNT
           ADD A01-91 OF REC-FILE1 TO FILE1-A01-91-TOTAL
           PERFORM UNTIL SMV-AT-EOF
                   OR SMV-KEY NOT < KEY-FILE1 OF REC-FILE1
               PERFORM RETURN-NEXT-MOVEMENT
           END-PERFORM
           IF A01-26 OF REC-FILE1 = "Y"
               MOVE A01-18 OF REC-FILE1 TO MAIL-GROUP
           ELSE
               MOVE A01-9 OF REC-FILE1 TO MAIL-GROUP
           END-IF
           IF MAIL-NAME = SPACES
               ADD 1 TO UNSTATED-COUNT
               ADD A01-91 OF REC-FILE1 TO UNSTATED-TOTAL
               PERFORM UNTIL SMV-AT-EOF
                       OR SMV-KEY NOT = KEY-FILE1 OF REC-FILE1
                   PERFORM RETURN-NEXT-MOVEMENT
               END-PERFORM
           ELSE
               PERFORM FIND-PRIOR-STATEMENT
               PERFORM PRINT-STATEMENT-HEADING
               PERFORM PRINT-STATEMENT-MOVEMENTS
               PERFORM PRINT-STATEMENT-CLOSING
               PERFORM RECORD-STATEMENT-HISTORY
           END-IF
           .

      * ------------------------------------------------------------
      * The prior statement is the key's latest history entry dated
      * before today.  An entry dated today is an earlier run of
      * this same statement date, which this run replaces.
      * ------------------------------------------------------------
       FIND-PRIOR-STATEMENT.
           MOVE "N" TO PRIOR-STMT-SW
           MOVE "N" TO TODAY-STMT-SW
           MOVE ZERO TO PRIOR-STAMP
           MOVE ZERO TO PRIOR-CLOSING
           MOVE KEY-FILE1 OF REC-FILE1 TO STH-FILE1-KEY
           MOVE ZERO TO STH-DATE
           START STH-FILE KEY >= STH-KEY
           IF STH-STATUS = "00"
               MOVE "N" TO STH-EOF-SW
           ELSE
               MOVE "Y" TO STH-EOF-SW
           END-IF
           PERFORM UNTIL STH-AT-EOF
               READ STH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO STH-EOF-SW
                   NOT AT END
                       PERFORM CHECK-ONE-HISTORY-ENTRY
               END-READ
           END-PERFORM
           .

       CHECK-ONE-HISTORY-ENTRY.
           IF STH-FILE1-KEY NOT = KEY-FILE1 OF REC-FILE1
               MOVE "Y" TO STH-EOF-SW
           ELSE
               IF STH-DATE < RUN-DATE
                   MOVE "Y" TO PRIOR-STMT-SW
                   MOVE STH-DATE    TO PRIOR-DATE
                   MOVE STH-TIME    TO PRIOR-TIME
                   MOVE STH-CLOSING TO PRIOR-CLOSING
               ELSE
                   MOVE "Y" TO TODAY-STMT-SW
                   MOVE "Y" TO STH-EOF-SW
               END-IF
           END-IF
           .

       PRINT-STATEMENT-HEADING.
           MOVE RUN-DATE TO STT-DATE
           WRITE STM-REC FROM STM-TITLE-LINE AFTER ADVANCING PAGE
           MOVE KEY-FILE1 OF REC-FILE1 TO STA-KEY
           WRITE STM-REC FROM STM-ACCOUNT-LINE
           MOVE SPACES TO STM-REC
           WRITE STM-REC
           MOVE MAIL-NAME TO STD-TEXT
           WRITE STM-REC FROM STM-ADDRESS-LINE
           IF MAIL-ADDRESS NOT = SPACES
               MOVE MAIL-ADDRESS TO STD-TEXT
               WRITE STM-REC FROM STM-ADDRESS-LINE
           END-IF
           MOVE SPACES TO STD-TEXT
           STRING MAIL-PLACE " " MAIL-CODE " " MAIL-NUM-1
               DELIMITED BY SIZE INTO STD-TEXT
           WRITE STM-REC FROM STM-ADDRESS-LINE
           MOVE SPACES TO STM-REC
           WRITE STM-REC
           WRITE STM-REC FROM STM-COLUMN-HEADER

           MOVE SPACES TO STL-DATE STL-TIME
           MOVE ZERO TO STL-AMOUNT
           IF PRIOR-STMT-FOUND
               MOVE SPACES TO STL-TEXT
               STRING "OPENING BALANCE AT " PRIOR-DATE
                   DELIMITED BY SIZE INTO STL-TEXT
               MOVE PRIOR-CLOSING TO STL-BALANCE
               WRITE STM-REC FROM STM-DETAIL-LINE
           ELSE
               ADD 1 TO FIRST-STMT-COUNT
               MOVE SPACES TO STM-REC
               MOVE "FIRST STATEMENT - NO OPENING BALANCE" TO STM-REC
               WRITE STM-REC
           END-IF
           .

      * ------------------------------------------------------------
      * Lists this key's movements stamped after the prior
      * statement, carrying the balance forward.  A first statement
      * has nothing to carry forward from, so lists none.
      * ------------------------------------------------------------
       PRINT-STATEMENT-MOVEMENTS.
           MOVE PRIOR-CLOSING TO RUNNING-BALANCE
           MOVE ZERO TO STMT-MOVEMENT-COUNT
           PERFORM UNTIL SMV-AT-EOF
                   OR SMV-KEY NOT = KEY-FILE1 OF REC-FILE1
               IF PRIOR-STMT-FOUND AND SMV-STAMP > PRIOR-STAMP
                   PERFORM PRINT-ONE-MOVEMENT
               END-IF
               PERFORM RETURN-NEXT-MOVEMENT
           END-PERFORM
           .

       PRINT-ONE-MOVEMENT.
           ADD 1 TO STMT-MOVEMENT-COUNT
           ADD 1 TO MOVEMENT-LISTED
           ADD SMV-AMOUNT TO RUNNING-BALANCE
           MOVE SMV-DATE TO STL-DATE
           MOVE SMV-TIME TO STL-TIME
           EVALUATE SMV-OPERATION
               WHEN "WRITE  "
                   MOVE "ACCOUNT OPENED"     TO STL-TEXT
               WHEN "DELETE "
                   MOVE "ACCOUNT CLOSED"     TO STL-TEXT
               WHEN OTHER
                   MOVE "BALANCE ADJUSTMENT" TO STL-TEXT
           END-EVALUATE
           MOVE SMV-AMOUNT      TO STL-AMOUNT
           MOVE RUNNING-BALANCE TO STL-BALANCE
           WRITE STM-REC FROM STM-DETAIL-LINE
           .

       PRINT-STATEMENT-CLOSING.
           ADD 1 TO STATEMENT-COUNT
           ADD A01-91 OF REC-FILE1 TO STATED-TOTAL
           MOVE SPACES TO STL-DATE STL-TIME
           MOVE ZERO TO STL-AMOUNT
           MOVE "CLOSING BALANCE" TO STL-TEXT
           MOVE A01-91 OF REC-FILE1 TO STL-BALANCE
           WRITE STM-REC FROM STM-DETAIL-LINE
           IF PRIOR-STMT-FOUND
                   AND RUNNING-BALANCE NOT = A01-91 OF REC-FILE1
               ADD 1 TO UNRECONCILED-COUNT
               MOVE SPACES TO STM-REC
               MOVE "** MOVEMENTS DO NOT RECONCILE TO CLOSING BALANCE"
                   TO STM-REC
               WRITE STM-REC
               DISPLAY "R4: STATEMENT NOT RECONCILED FOR KEY "
                       KEY-FILE1 OF REC-FILE1
           END-IF
           .

       RECORD-STATEMENT-HISTORY.
           MOVE KEY-FILE1 OF REC-FILE1 TO STH-FILE1-KEY
           MOVE RUN-DATE              TO STH-DATE
           MOVE RUN-TIME              TO STH-TIME
           MOVE A01-91 OF REC-FILE1   TO STH-CLOSING
           MOVE STMT-MOVEMENT-COUNT   TO STH-MOVEMENT-COUNT
           IF TODAY-STMT-ON-FILE
               REWRITE STH-REC
           ELSE
               WRITE STH-REC
           END-IF
           IF STH-STATUS NOT = "00"
               ADD 1 TO HISTORY-ERROR-COUNT
               DISPLAY "R4: FILE1STH WRITE FAILED, STATUS=" STH-STATUS
                       " FOR KEY " STH-FILE1-KEY
           END-IF
           .

      * ------------------------------------------------------------
      * The balancing run appends one control line per run, so its
      * latest A01-91 control total is the last line on file.
      * ------------------------------------------------------------
       READ-C1-CONTROL-TOTAL.
           OPEN INPUT CTL-FILE
           IF FILE-STATUS = "00"
               MOVE "N" TO CTL-EOF-SW
               PERFORM UNTIL CTL-AT-EOF
                   READ CTL-FILE INTO CTL-LINE
                       AT END
                           MOVE "Y" TO CTL-EOF-SW
                       NOT AT END
                           MOVE "Y" TO C1-CONTROL-SW
                           MOVE CTL-RUN-DATE     TO C1-CONTROL-DATE
                           MOVE CTL-RUN-TIME     TO C1-CONTROL-TIME
                           MOVE CTL-A01-91-TOTAL TO C1-A01-91-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF
           .

       PRINT-CONTROL-PAGE.
           MOVE RUN-DATE TO CTP-TITLE-DATE
           WRITE STM-REC FROM CTP-TITLE-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO STM-REC
           WRITE STM-REC

           MOVE "FILE1 RECORDS READ" TO CTP-COUNT-TEXT
           MOVE FILE1-RECORD-COUNT   TO CTP-COUNT
           WRITE STM-REC FROM CTP-COUNT-LINE
           MOVE "STATEMENTS PRINTED" TO CTP-COUNT-TEXT
           MOVE STATEMENT-COUNT      TO CTP-COUNT
           WRITE STM-REC FROM CTP-COUNT-LINE
           MOVE "  FIRST STATEMENTS (NO OPENING BALANCE)"
               TO CTP-COUNT-TEXT
           MOVE FIRST-STMT-COUNT     TO CTP-COUNT
           WRITE STM-REC FROM CTP-COUNT-LINE
           MOVE "  NOT RECONCILED TO CLOSING BALANCE"
               TO CTP-COUNT-TEXT
           MOVE UNRECONCILED-COUNT   TO CTP-COUNT
           WRITE STM-REC FROM CTP-COUNT-LINE
           MOVE "  MOVEMENTS LISTED"  TO CTP-COUNT-TEXT
           MOVE MOVEMENT-LISTED      TO CTP-COUNT
           WRITE STM-REC FROM CTP-COUNT-LINE
           MOVE "RECORDS NOT STATED (NO MAILING NAME)"
               TO CTP-COUNT-TEXT
           MOVE UNSTATED-COUNT       TO CTP-COUNT
           WRITE STM-REC FROM CTP-COUNT-LINE
           MOVE SPACES TO STM-REC
           WRITE STM-REC

           MOVE "BALANCE STATED"      TO CTP-AMOUNT-TEXT
           MOVE STATED-TOTAL          TO CTP-AMOUNT
           WRITE STM-REC FROM CTP-AMOUNT-LINE
           MOVE "BALANCE NOT STATED"  TO CTP-AMOUNT-TEXT
           MOVE UNSTATED-TOTAL        TO CTP-AMOUNT
           WRITE STM-REC FROM CTP-AMOUNT-LINE
           MOVE "FILE1 A01-91 TOTAL"  TO CTP-AMOUNT-TEXT
           MOVE FILE1-A01-91-TOTAL    TO CTP-AMOUNT
           WRITE STM-REC FROM CTP-AMOUNT-LINE
           MOVE SPACES TO STM-REC
           WRITE STM-REC

           IF C1-CONTROL-FOUND
               MOVE C1-CONTROL-DATE TO CTP-CONTROL-DATE
               MOVE C1-CONTROL-TIME TO CTP-CONTROL-TIME
               WRITE STM-REC FROM CTP-CONTROL-LINE
               MOVE "C1 A01-91 CONTROL TOTAL" TO CTP-AMOUNT-TEXT
               MOVE C1-A01-91-TOTAL          TO CTP-AMOUNT
               WRITE STM-REC FROM CTP-AMOUNT-LINE
               MOVE SPACES TO STM-REC
               IF FILE1-A01-91-TOTAL = C1-A01-91-TOTAL
                   MOVE "TIES TO C1 CONTROL TOTAL" TO STM-REC
               ELSE
                   MOVE "*** DOES NOT TIE TO C1 CONTROL TOTAL ***"
                       TO STM-REC
               END-IF
               WRITE STM-REC
           ELSE
               MOVE SPACES TO STM-REC
               MOVE "*** NO BALANCING RUN CONTROL TOTAL (FILE1CTL) ***"
                   TO STM-REC
               WRITE STM-REC
           END-IF
           .
