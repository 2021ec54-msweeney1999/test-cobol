      *           9-16 and through in 18-25, calendar-checked
      *   SET     set a supported field (columns 9-15, the same
      *           field list M1 maintains) to the value in
      *           columns 17-66, edited by M1's rules -- an A01-38
      *           value must be a code active on the code table
      *           (FILE1CDT, shared FILE1CSL/FILE1CDR copybooks)
      *   PCT     adjust an amount field (columns 9-15) by the
      *           signed percentage in columns 17-66
      *   AMT     adjust an amount field (columns 9-15) by the
      * update.  An adjustment that would overflow the target
      * field skips that record and reports the skip -- a mass
      * change must never wrap a balance.
      *
      * A selected record under a legal hold in force (the hold
      * list kept by M5, asked through its "M5-HOLD" entry point,
      * shared FILE1LHC copybook) is not changed: the report lists
      * it as "HELD, NOT PROCESSED", and an APPLY run counts the
      * block against the hold.  PROOF skips held records the same
      * way, so its counts stay what APPLY will do.  A hold list
      * that can't be read stops the run before FILE1 is opened.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Z1.
           SELECT RPT-FILE ASSIGN TO "FILE1MCR"
                 ORGANIZATION IS LINE SEQUENTIAL.

           COPY FILE1CSL.

           SELECT ACT-FILE ASSIGN TO "FILE1ACT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.
       FD  RPT-FILE.
       01  RPT-REC                   PIC X(100).

       FD  CDT-FILE.
           COPY FILE1CDR.

       FD  ACT-FILE.
       01  ACT-REC                   PIC X(160).

       77  CHANGE-PERCENT       PIC S9(03)V99 COMP-3.
       77  CHANGE-DATE-VALUE    PIC 9(08).

      * --- code table check (same rule as M1) --------------------
       77  CDT-STATUS           PIC X(02).
       77  RUN-DATE             PIC 9(08).
       77  CODE-ACTIVE-SW       PIC X(01).
           88  CODE-IS-ACTIVE       VALUE "Y".

       77  READ-COUNT           PIC 9(09) VALUE ZERO.
       77  SELECTED-COUNT       PIC 9(09) VALUE ZERO.
       77  CHANGED-COUNT        PIC 9(09) VALUE ZERO.
       77  CHANGE-ERROR-COUNT   PIC 9(07) VALUE ZERO.
       77  MOVEMENT-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZERO.

      * --- legal holds: selected records a hold in force kept
      * --- unchanged, listed at the foot of the report ------------
           COPY FILE1LHC.
       77  LEGAL-HOLD-COUNT     PIC 9(07) VALUE ZERO.
       77  HELD-IX              PIC 9(03).
       01  HELD-KEY-TABLE.
           05  HELD-KEY-ENTRY OCCURS 200.
               10  HKT-KEY           PIC 9(09).
               10  HKT-REASON        PIC X(30).

       01  RPT-HELD-LINE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT-HELD-KEY      PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT-HELD-REASON   PIC X(30).

       77  OLD-AMOUNT           PIC S9(13)V99 COMP-3.
       77  NEW-AMOUNT           PIC S9(13)V99 COMP-3.
       77  FIELD-LIMIT          PIC 9(13)V99 COMP-3.
       MAIN-LOGIC.
           PERFORM LOAD-CHANGE-PARMS
           PERFORM EDIT-CHANGE-PARMS
           PERFORM OPEN-LEGAL-HOLD-LIST
           IF LHK-UNAVAILABLE
               DISPLAY "Z1: LEGAL HOLD LIST UNAVAILABLE - NOT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF APPLY-MODE
               PERFORM APPLY-MASS-CHANGE
           ELSE
               PERFORM PROOF-MASS-CHANGE
           END-IF
           PERFORM CLOSE-LEGAL-HOLD-LIST
           PERFORM WRITE-CHANGE-REPORT
           IF CHANGE-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM EDIT-SET-CODE-VALUE
               WHEN "A01-36 "
                   PERFORM EDIT-SET-DATE-VALUE
               WHEN "A01-89 "
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * Same code table rule M1 applies: on the table, flagged
      * active, and in effect on the run date.  A mass change to a
      * code nobody may set any more would be a mass change to a
      * typo.
      * ------------------------------------------------------------
       EDIT-SET-CODE-VALUE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CDT-FILE
           IF CDT-STATUS NOT = "00"
               DISPLAY "Z1: FILE1CDT OPEN FAILED, STATUS=" CDT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "A01-38 "              TO CDT-TYPE
           MOVE CHANGE-VALUE-TEXT(1:2) TO CDT-VALUE
           MOVE "N" TO CODE-ACTIVE-SW
           READ CDT-FILE
           IF CDT-STATUS = "00"
               IF CDT-ACTIVE AND CDT-EFF-DATE <= RUN-DATE
                       AND (CDT-EXP-DATE = ZERO
                            OR CDT-EXP-DATE >= RUN-DATE)
                   MOVE "Y" TO CODE-ACTIVE-SW
               END-IF
           END-IF
           CLOSE CDT-FILE
           IF NOT CODE-IS-ACTIVE
               DISPLAY "Z1: A01-38 CODE NOT ACTIVE IN CODE TABLE: "
                       CHANGE-VALUE-TEXT(1:2)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       EDIT-SET-DATE-VALUE.
           IF CHANGE-VALUE-TEXT(1:8) IS NOT NUMERIC
               DISPLAY "Z1: DATE VALUE NOT NUMERIC"
      * file would do.
      * ------------------------------------------------------------
       PROOF-ONE-RECORD.
           PERFORM CHECK-LEGAL-HOLD
           EVALUATE TRUE
               WHEN LHK-HELD
                   PERFORM LIST-HELD-RECORD
               WHEN LHK-UNAVAILABLE
                   PERFORM REPORT-HOLD-CHECK-FAILURE
               WHEN OTHER
                   PERFORM PROOF-UNHELD-RECORD
           END-EVALUATE
           .

       PROOF-UNHELD-RECORD.
           PERFORM COMPUTE-RECORD-CHANGE
           IF RECORD-CHANGEABLE
               ADD 1 TO CHANGED-COUNT
           .

       APPLY-ONE-RECORD.
           PERFORM CHECK-LEGAL-HOLD
           EVALUATE TRUE
               WHEN LHK-HELD
                   PERFORM LIST-HELD-RECORD
               WHEN LHK-UNAVAILABLE
                   PERFORM REPORT-HOLD-CHECK-FAILURE
               WHEN OTHER
                   PERFORM APPLY-UNHELD-RECORD
           END-EVALUATE
           .

       APPLY-UNHELD-RECORD.
           PERFORM COMPUTE-RECORD-CHANGE
           IF NOT RECORD-CHANGEABLE
               ADD 1 TO OVERFLOW-SKIP-COUNT
           MOVE "OVERFLOW SKIPS:           " TO RPT-COUNT-LABEL
           MOVE OVERFLOW-SKIP-COUNT TO RPT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE "HELD, NOT PROCESSED:      " TO RPT-COUNT-LABEL
           MOVE LEGAL-HOLD-COUNT    TO RPT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE "I-O ERRORS:               " TO RPT-COUNT-LABEL
           MOVE CHANGE-ERROR-COUNT  TO RPT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE "TOTAL AMOUNT MOVEMENT:    " TO RPT-AMOUNT-LABEL
           MOVE MOVEMENT-TOTAL      TO RPT-AMOUNT
           WRITE RPT-REC FROM RPT-AMOUNT-LINE
           IF LEGAL-HOLD-COUNT > ZERO
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE "HELD, NOT PROCESSED (KEY, HOLD REASON):"
                   TO RPT-REC
               WRITE RPT-REC
               PERFORM VARYING HELD-IX FROM 1 BY 1
                       UNTIL HELD-IX > LEGAL-HOLD-COUNT
                          OR HELD-IX > 200
                   MOVE HKT-KEY(HELD-IX)    TO RPT-HELD-KEY
                   MOVE HKT-REASON(HELD-IX) TO RPT-HELD-REASON
                   WRITE RPT-REC FROM RPT-HELD-LINE
               END-PERFORM
               IF LEGAL-HOLD-COUNT > 200
                   MOVE "  (ONLY THE FIRST 200 ARE LISTED)" TO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-IF
           CLOSE RPT-FILE
           DISPLAY "MODE:              " RUN-MODE
           DISPLAY "RECORDS READ:      " READ-COUNT
           DISPLAY "RECORDS SELECTED:  " SELECTED-COUNT
           DISPLAY "RECORDS CHANGED:   " CHANGED-COUNT
           DISPLAY "OVERFLOW SKIPS:    " OVERFLOW-SKIP-COUNT
           DISPLAY "HELD, NOT PROCESSED: " LEGAL-HOLD-COUNT
           MOVE MOVEMENT-TOTAL TO RPT-AMOUNT
           DISPLAY "AMOUNT MOVEMENT:   " RPT-AMOUNT
           .

      * ------------------------------------------------------------
      * Legal-hold check (hold maintenance M5, "M5-HOLD" entry
      * point, shared FILE1LHC copybook).  An APPLY run CHECKs,
      * which counts each block against its hold; a PROOF run only
      * INQUIREs, since it blocks nothing itself.  The first 200
      * held records are listed by key and reason; past that they
      * are counted only.
      * ------------------------------------------------------------
       OPEN-LEGAL-HOLD-LIST.
           MOVE "OPEN    " TO LHK-REQUEST
           MOVE "Z1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CHECK-LEGAL-HOLD.
           IF APPLY-MODE
               MOVE "CHECK   " TO LHK-REQUEST
           ELSE
               MOVE "INQUIRE " TO LHK-REQUEST
           END-IF
           MOVE "Z1      " TO LHK-CALLER
           MOVE KEY-FILE1  TO LHK-KEY
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CLOSE-LEGAL-HOLD-LIST.
           MOVE "CLOSE   " TO LHK-REQUEST
           MOVE "Z1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

       LIST-HELD-RECORD.
           ADD 1 TO LEGAL-HOLD-COUNT
           IF LEGAL-HOLD-COUNT <= 200
               MOVE LEGAL-HOLD-COUNT TO HELD-IX
               MOVE KEY-FILE1  TO HKT-KEY(HELD-IX)
               MOVE LHK-REASON TO HKT-REASON(HELD-IX)
           END-IF
           .

      * ------------------------------------------------------------
      * A key whose hold can't be looked up is left alone.
      * ------------------------------------------------------------
       REPORT-HOLD-CHECK-FAILURE.
           ADD 1 TO CHANGE-ERROR-COUNT
           DISPLAY "Z1: LEGAL HOLD CHECK OF KEY " KEY-FILE1
                   " FAILED - NOT CHANGED"
           .

      * ------------------------------------------------------------
      * FILE1 run interlock (lock manager L1, shared FILE1LKC
      * copybook): held only by an APPLY run, before FILE1 is
           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE "Z1      " TO JNL-OPERATOR
           MOVE SPACES TO JNL-APPROVER
           WRITE JNL-REC
           .

