      *
      * FILE1 forward recovery -- rolls the FILE1 update journal
      * (FILE1JNL, written by programs "b" and M1 through the shared
      * FILE1JSL/FILE1JRC copybooks; read here through FILE1JDS)
      * forward against a restored backup of FILE1, re-applying
      * every journaled change in the order it originally
      * happened: WRITE records re-add the
      * journaled after image, REWRITE records re-apply the after
      * image (the before image is informational and skipped), and
      * DELETE records re-delete the journaled key.
      * a duplicate key is re-applied as a REWRITE, a REWRITE with no
      * record to rewrite as a WRITE, and a DELETE of a record that
      * is already gone is counted as already applied.
      *
      * The journal is cut into generations at every backup (U1
      * renames FILE1JNL and registers it on the journal generation
      * register FILE1JGN, shared FILE1JGL/FILE1JGR copybooks), so
      * the live FILE1JNL holds only the changes since the latest
      * backup.  To recover from an older backup, give its backup
      * stamp (the sixteen-digit stamp U1 displays and registers) as
      * the second PARM/argument, or in SYSIN card columns 17-32:
      * the run then applies exactly the generations cut after that
      * backup, in order, followed by the live FILE1JNL.  The chain
      * is checked before FILE1 is touched -- a backup stamp not on
      * the register, a generation that doesn't follow on from the
      * one before it, or a generation file that can't be opened
      * stops the run with RETURN-CODE 8 (the verification run V3
      * reports where the chain is broken).  With no backup stamp
      * only the live FILE1JNL is applied, i.e. recovery from the
      * latest backup.  A stop stamp of 0 means no stop stamp, for
      * a run that passes a backup stamp as the second argument.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  V1.
       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1JDS.

           COPY FILE1JGL.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       77  JNL-STATUS           PIC X(02).
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  JNL-FILE-NAME        PIC X(40).

       77  STOP-STAMP-TEXT      PIC X(16).
       77  STOP-STAMP           PIC 9(16) VALUE ZERO.
           05  RECORD-STAMP-DATE PIC 9(08).
           05  RECORD-STAMP-TIME PIC 9(08).

      * --- recovery from an older backup ---------------------------
       77  JGN-STATUS           PIC X(02).
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".
       77  CHAIN-BROKEN-SW      PIC X(01) VALUE "N".
           88  CHAIN-BROKEN         VALUE "Y".
       77  BACKUP-STAMP-TEXT    PIC X(16).
       01  FROM-BACKUP-STAMP    PIC 9(16) VALUE ZERO.
       01  FROM-BACKUP-FIELDS REDEFINES FROM-BACKUP-STAMP.
           05  FROM-BACKUP-DATE PIC 9(08).
           05  FROM-BACKUP-TIME PIC 9(08).
       77  FROM-BACKUP-SEQ      PIC 9(07) VALUE ZERO.
       77  GEN-APPLIED-COUNT    PIC 9(05) VALUE ZERO.
       77  GEN-READ-COUNT       PIC 9(09).
       01  CHAIN-BACKUP-STAMP.
           05  CHAIN-BACKUP-DATE PIC 9(08).
           05  CHAIN-BACKUP-TIME PIC 9(08).

       77  JNL-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  RECOV-WRITE-COUNT    PIC 9(07) VALUE ZERO.
       77  RECOV-REWRITE-COUNT  PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-STOP-STAMP-PARM
           IF FROM-BACKUP-STAMP > ZERO
               PERFORM CHECK-GENERATION-CHAIN
           END-IF
           PERFORM ACQUIRE-FILE1-TOKEN
           IF LOK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-FILE1-TOKEN
               GOBACK
           END-IF
           IF FROM-BACKUP-STAMP > ZERO
               PERFORM APPLY-GENERATIONS-AFTER-BACKUP
               IF CHAIN-BROKEN
                   CLOSE FILE1
                   PERFORM RELEASE-FILE1-TOKEN
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * No live journal just after a backup means nothing has been
      * changed since it was taken.
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           OPEN INPUT JNL-FILE
           EVALUATE JNL-STATUS
               WHEN "00"
                   PERFORM APPLY-JOURNAL-FILE
                   CLOSE JNL-FILE
               WHEN "35"
                   DISPLAY "V1: NO CHANGES SINCE THE LATEST BACKUP"
                           " (NO FILE1JNL)"
               WHEN OTHER
                   DISPLAY "V1: FILE1JNL OPEN FAILED, STATUS="
                           JNL-STATUS
                   CLOSE FILE1
                   PERFORM RELEASE-FILE1-TOKEN
                   GOBACK
           END-EVALUATE

           CLOSE FILE1
           PERFORM RELEASE-FILE1-TOKEN

           IF FROM-BACKUP-STAMP > ZERO
               DISPLAY "FROM BACKUP:           " FROM-BACKUP-STAMP
               DISPLAY "GENERATIONS APPLIED:   " GEN-APPLIED-COUNT
           END-IF
           DISPLAY "JOURNAL RECORDS READ:  " JNL-READ-COUNT
           DISPLAY "WRITES RE-APPLIED:     " RECOV-WRITE-COUNT
           DISPLAY "REWRITES RE-APPLIED:   " RECOV-REWRITE-COUNT
      * ------------------------------------------------------------
       GET-STOP-STAMP-PARM.
           MOVE SPACES TO STOP-STAMP-TEXT
           MOVE SPACES TO BACKUP-STAMP-TEXT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT STOP-STAMP-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-STOP-STAMP-SYSIN
               NOT ON EXCEPTION
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT BACKUP-STAMP-TEXT FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
           END-ACCEPT
           EVALUATE TRUE
               WHEN STOP-STAMP-TEXT = SPACES
                   CONTINUE
               WHEN STOP-STAMP-TEXT = "0"
                   CONTINUE
               WHEN STOP-STAMP-TEXT IS NUMERIC
                   MOVE STOP-STAMP-TEXT TO STOP-STAMP
                   DISPLAY "ROLLING FORWARD THROUGH: " STOP-STAMP
                   DISPLAY "V1: INVALID STOP STAMP: " STOP-STAMP-TEXT
                   GOBACK
           END-EVALUATE
      * A backup stamp is taken only as U1 displayed it, all sixteen
      * digits -- it has to match the register exactly.
           EVALUATE TRUE
               WHEN BACKUP-STAMP-TEXT = SPACES
                   CONTINUE
               WHEN BACKUP-STAMP-TEXT IS NUMERIC
                   MOVE BACKUP-STAMP-TEXT TO FROM-BACKUP-STAMP
                   DISPLAY "RECOVERING FROM BACKUP: " FROM-BACKUP-STAMP
               WHEN OTHER
                   DISPLAY "V1: INVALID BACKUP STAMP: "
                           BACKUP-STAMP-TEXT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       GET-STOP-STAMP-SYSIN.
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:16)  TO STOP-STAMP-TEXT
                       MOVE PARM-IN-REC(17:16) TO BACKUP-STAMP-TEXT
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           CALL "L1-LOCK" USING LOK-PARMS
           .

      * ------------------------------------------------------------
      * Before anything is applied: the backup must be one the
      * register knows (a generation was closed by it), and every
      * generation cut after it must follow on from the one before
      * -- its JGN-FOLLOWS-BACKUP is the previous one's
      * JGN-CLOSED-BY-BACKUP -- and still be on disk.
      * ------------------------------------------------------------
       CHECK-GENERATION-CHAIN.
           OPEN INPUT JGN-FILE
           IF JGN-STATUS NOT = "00"
               DISPLAY "V1: FILE1JGN OPEN FAILED, STATUS=" JGN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO FROM-BACKUP-SEQ
           PERFORM START-GENERATION-WALK
           PERFORM UNTIL JGN-AT-EOF
               READ JGN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO JGN-EOF-SW
                   NOT AT END
                       PERFORM CHECK-ONE-GENERATION
               END-READ
           END-PERFORM
           CLOSE JGN-FILE
           IF FROM-BACKUP-SEQ = ZERO
               DISPLAY "V1: BACKUP " FROM-BACKUP-STAMP
                       " IS NOT ON THE GENERATION REGISTER"
               MOVE "Y" TO CHAIN-BROKEN-SW
           END-IF
           IF CHAIN-BROKEN
               DISPLAY "V1: JOURNAL CHAIN NOT USABLE - NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       START-GENERATION-WALK.
           MOVE ZERO TO JGN-SEQ
           START JGN-FILE KEY >= JGN-SEQ
           IF JGN-STATUS NOT = "00"
               MOVE "Y" TO JGN-EOF-SW
           ELSE
               MOVE "N" TO JGN-EOF-SW
           END-IF
           .

       CHECK-ONE-GENERATION.
           EVALUATE TRUE
               WHEN FROM-BACKUP-SEQ = ZERO
                   IF JGN-CLOSED-BY-BACKUP = FROM-BACKUP-STAMP
                       MOVE JGN-SEQ TO FROM-BACKUP-SEQ
                       MOVE JGN-CLOSED-BY-BACKUP TO CHAIN-BACKUP-STAMP
                   END-IF
               WHEN JGN-FOLLOWS-BACKUP NOT = CHAIN-BACKUP-STAMP
                   DISPLAY "V1: GENERATION " JGN-SEQ " FOLLOWS BACKUP "
                           JGN-FOLLOWS-BACKUP ", EXPECTED "
                           CHAIN-BACKUP-STAMP
                   MOVE "Y" TO CHAIN-BROKEN-SW
                   MOVE JGN-CLOSED-BY-BACKUP TO CHAIN-BACKUP-STAMP
               WHEN OTHER
                   MOVE JGN-CLOSED-BY-BACKUP TO CHAIN-BACKUP-STAMP
                   IF JGN-RECORD-COUNT > ZERO
                       MOVE JGN-GEN-NAME TO JNL-FILE-NAME
                       OPEN INPUT JNL-FILE
                       IF JNL-STATUS = "00"
                           CLOSE JNL-FILE
                       ELSE
                           DISPLAY "V1: GENERATION " JGN-GEN-NAME
                                   " OPEN FAILED, STATUS=" JNL-STATUS
                           MOVE "Y" TO CHAIN-BROKEN-SW
                       END-IF
                   END-IF
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * Apply every generation cut after the recovery backup, in
      * register order.  An empty generation has no file to read.
      * ------------------------------------------------------------
       APPLY-GENERATIONS-AFTER-BACKUP.
           OPEN INPUT JGN-FILE
           IF JGN-STATUS NOT = "00"
               DISPLAY "V1: FILE1JGN OPEN FAILED, STATUS=" JGN-STATUS
               MOVE "Y" TO CHAIN-BROKEN-SW
           ELSE
               MOVE FROM-BACKUP-SEQ TO JGN-SEQ
               START JGN-FILE KEY > JGN-SEQ
               IF JGN-STATUS NOT = "00"
                   MOVE "Y" TO JGN-EOF-SW
               ELSE
                   MOVE "N" TO JGN-EOF-SW
               END-IF
               PERFORM UNTIL JGN-AT-EOF OR CHAIN-BROKEN
                   READ JGN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO JGN-EOF-SW
                       NOT AT END
                           PERFORM APPLY-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE JGN-FILE
           END-IF
           .

       APPLY-ONE-GENERATION.
           ADD 1 TO GEN-APPLIED-COUNT
           IF JGN-RECORD-COUNT > ZERO
               MOVE JGN-GEN-NAME TO JNL-FILE-NAME
               OPEN INPUT JNL-FILE
               IF JNL-STATUS NOT = "00"
                   DISPLAY "V1: GENERATION " JGN-GEN-NAME
                           " OPEN FAILED, STATUS=" JNL-STATUS
                   MOVE "Y" TO CHAIN-BROKEN-SW
               ELSE
                   MOVE JNL-READ-COUNT TO GEN-READ-COUNT
                   PERFORM APPLY-JOURNAL-FILE
                   CLOSE JNL-FILE
                   SUBTRACT GEN-READ-COUNT FROM JNL-READ-COUNT
                       GIVING GEN-READ-COUNT
                   DISPLAY "GENERATION " JGN-GEN-NAME " RECORDS "
                           GEN-READ-COUNT
               END-IF
           END-IF
           .

       APPLY-JOURNAL-FILE.
           MOVE "N" TO JNL-EOF-SW
           PERFORM UNTIL JNL-AT-EOF
               READ JNL-FILE
                   AT END
                       MOVE "Y" TO JNL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-JOURNAL-RECORD
               END-READ
           END-PERFORM
           .

       APPLY-JOURNAL-RECORD.
           ADD 1 TO JNL-READ-COUNT
           MOVE JNL-RUN-DATE TO RECORD-STAMP-DATE
