      * FILE1JRC copybooks) like every other FILE1 update, and the
      * run reports its activity (shared FILE1ACR copybook) so the
      * balancing program C1 stays in balance across archive runs.
      *
      * A record under a legal hold in force (the hold list kept by
      * M5, asked through its "M5-HOLD" entry point, shared FILE1LHC
      * copybook) is never archived or deleted, however old: it is
      * retained, the block is counted against the hold, and the
      * summary lists it as "HELD, NOT PROCESSED".  A hold list
      * that can't be read stops the run before FILE1 is touched.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  A1.
       77  RETAINED-COUNT       PIC 9(09) VALUE ZERO.
       77  ARCHIVE-ERROR-COUNT  PIC 9(07) VALUE ZERO.

      * --- legal holds: records the cutoff selected but a hold in
      * --- force kept on file, listed at the foot of the summary --
           COPY FILE1LHC.
       77  LEGAL-HOLD-COUNT     PIC 9(07) VALUE ZERO.
       77  HELD-IX              PIC 9(03).
       01  HELD-KEY-TABLE.
           05  HELD-KEY-ENTRY OCCURS 200.
               10  HKT-KEY           PIC 9(09).
               10  HKT-REASON        PIC X(30).

       01  ARR-HELD-LINE.
           05  ARR-HELD-KEY      PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  ARR-HELD-REASON   PIC X(30).

       01  JNL-BEFORE-IMAGE     PIC X(1623).

      * --- saved off the record before the DELETE, since the
       MAIN-LOGIC.
           PERFORM GET-CUTOFF-PARM
           PERFORM EDIT-CUTOFF-PARM
           PERFORM OPEN-LEGAL-HOLD-LIST
           IF LHK-UNAVAILABLE
               DISPLAY "A1: LEGAL HOLD LIST UNAVAILABLE - NOT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ACQUIRE-FILE1-TOKEN
           IF LOK-REFUSED
               PERFORM CLOSE-LEGAL-HOLD-LIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF FILE-STATUS NOT = "00"
               DISPLAY "A1: FILE1 OPEN FAILED, STATUS=" FILE-STATUS
               PERFORM RELEASE-FILE1-TOKEN
               PERFORM CLOSE-LEGAL-HOLD-LIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARC-FILE
           CLOSE FILE1
           PERFORM RELEASE-FILE1-TOKEN
           PERFORM CLOSE-LEGAL-HOLD-LIST

           PERFORM WRITE-ARCHIVE-SUMMARY
           IF ARCHIVED-COUNT > ZERO
           DISPLAY "CUTOFF DATE:      " CUTOFF-DATE
           DISPLAY "RECORDS ARCHIVED: " ARCHIVED-COUNT
           DISPLAY "RECORDS RETAINED: " RETAINED-COUNT
           DISPLAY "HELD, NOT PROCESSED: " LEGAL-HOLD-COUNT
           IF ARCHIVE-ERROR-COUNT > ZERO
               DISPLAY "I-O ERRORS:       " ARCHIVE-ERROR-COUNT
               MOVE 8 TO RETURN-CODE

      * ------------------------------------------------------------
      * One record: archive-and-delete when the activity date is
      * real and older than the cutoff and no legal hold is in
      * force on the key, retain otherwise.  The archive write has
      * to succeed before the record is deleted -- a record that
      * can't be archived stays on FILE1.
      * ------------------------------------------------------------
       SELECT-ARCHIVE-RECORD.
           MOVE A01-38 TO SAVE-A01-38
           IF A01-36 > ZERO AND A01-36 < CUTOFF-DATE
               PERFORM CHECK-LEGAL-HOLD
               EVALUATE TRUE
                   WHEN LHK-HELD
                       PERFORM LIST-HELD-RECORD
                       ADD 1 TO RETAINED-COUNT
                       PERFORM COUNT-CODE-RETAINED
                   WHEN LHK-UNAVAILABLE
                       ADD 1 TO ARCHIVE-ERROR-COUNT
                       DISPLAY "A1: LEGAL HOLD CHECK OF KEY "
                               KEY-FILE1 " FAILED - RETAINED"
                       ADD 1 TO RETAINED-COUNT
                       PERFORM COUNT-CODE-RETAINED
                   WHEN OTHER
                       PERFORM ARCHIVE-ONE-RECORD
               END-EVALUATE
           ELSE
               ADD 1 TO RETAINED-COUNT
               PERFORM COUNT-CODE-RETAINED
           END-IF
           .

      * ------------------------------------------------------------
      * The first 200 held records are listed by key and hold
      * reason; past that they are counted only.
      * ------------------------------------------------------------
       LIST-HELD-RECORD.
           ADD 1 TO LEGAL-HOLD-COUNT
           IF LEGAL-HOLD-COUNT <= 200
               MOVE LEGAL-HOLD-COUNT TO HELD-IX
               MOVE KEY-FILE1  TO HKT-KEY(HELD-IX)
               MOVE LHK-REASON TO HKT-REASON(HELD-IX)
           END-IF
           .

       ARCHIVE-ONE-RECORD.
           MOVE REC-FILE1 TO ARC-REC
           WRITE ARC-REC
           MOVE ARCHIVED-COUNT TO ARR-TOT-ARCHIVED
           MOVE RETAINED-COUNT TO ARR-TOT-RETAINED
           WRITE ARR-REC FROM ARR-TOTAL-LINE
           IF LEGAL-HOLD-COUNT > ZERO
               MOVE SPACES TO ARR-REC
               WRITE ARR-REC
               MOVE SPACES TO ARR-REC
               STRING "HELD, NOT PROCESSED: " LEGAL-HOLD-COUNT
                   DELIMITED BY SIZE INTO ARR-REC
               WRITE ARR-REC
               PERFORM VARYING HELD-IX FROM 1 BY 1
                       UNTIL HELD-IX > LEGAL-HOLD-COUNT
                          OR HELD-IX > 200
                   MOVE HKT-KEY(HELD-IX)    TO ARR-HELD-KEY
                   MOVE HKT-REASON(HELD-IX) TO ARR-HELD-REASON
                   WRITE ARR-REC FROM ARR-HELD-LINE
               END-PERFORM
               IF LEGAL-HOLD-COUNT > 200
                   MOVE "  (ONLY THE FIRST 200 ARE LISTED)" TO ARR-REC
                   WRITE ARR-REC
               END-IF
           END-IF
           CLOSE ARR-FILE
           .

           CALL "L1-LOCK" USING LOK-PARMS
           .

      * ------------------------------------------------------------
      * Legal-hold check (hold maintenance M5, "M5-HOLD" entry
      * point, shared FILE1LHC copybook): the list is opened before
      * the run token is taken, every key the cutoff selects is
      * checked -- a held one counts as a block against its hold --
      * and the list is closed at end of job.
      * ------------------------------------------------------------
       OPEN-LEGAL-HOLD-LIST.
           MOVE "OPEN    " TO LHK-REQUEST
           MOVE "A1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CHECK-LEGAL-HOLD.
           MOVE "CHECK   " TO LHK-REQUEST
           MOVE "A1      " TO LHK-CALLER
           MOVE KEY-FILE1  TO LHK-KEY
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CLOSE-LEGAL-HOLD-LIST.
           MOVE "CLOSE   " TO LHK-REQUEST
           MOVE "A1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

      * ------------------------------------------------------------
      * Archive file is appended to across runs; OPEN OUTPUT is the
      * first-time fallback when it doesn't exist yet.
           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE "A1      " TO JNL-OPERATOR
           MOVE SPACES TO JNL-APPROVER
           WRITE JNL-REC
           .

