      * to reorganize FILE1 and rebuild both alternate indexes; the
      * backup also stands on its own as the restore point to take
      * before a destructive test cycle.
      *
      * Each backup also closes off the update journal: while the
      * run token is still held, the live FILE1JNL is renamed to a
      * run-stamped generation (FILE1JNL-ccyymmdd-hhmmsshh) and
      * registered on the journal generation register (FILE1JGN,
      * shared FILE1JGL/FILE1JGR copybooks) against the backup it
      * follows and this one, which closes it, with its first and
      * last journal stamps and record count.  The next updating
      * run starts a fresh FILE1JNL.  The backup stamp displayed at
      * the end is the one forward recovery V1 takes to recover
      * "from this backup".  A journal that can't be read, renamed
      * or registered is left where it is (renamed back if the
      * register entry can't be written), not registered, and
      * RETURN-CODE is 8; the backup itself is still good.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  U1.
       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1JSL.

           COPY FILE1JGL.

           SELECT BKP-FILE ASSIGN TO "FILE1BKP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.
       FD  FILE1.
           COPY FILE1REC.

       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  BKP-FILE.
       01  BKP-REC                   PIC X(1623).

       77  UNLOAD-A01-160-TOTAL PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-DISP           PIC -(13)9.99.

       01  BACKUP-STAMP.
           05  BACKUP-DATE      PIC 9(08).
           05  BACKUP-TIME      PIC 9(08).

      * --- journal generation cut ----------------------------------
       77  JNL-STATUS           PIC X(02).
       77  JGN-STATUS           PIC X(02).
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".
       77  CUT-FAILED-SW        PIC X(01) VALUE "N".
           88  CUT-FAILED           VALUE "Y".
       77  JNL-ON-FILE-SW       PIC X(01) VALUE "N".
           88  JNL-ON-FILE          VALUE "Y".
       77  NEXT-GEN-SEQ         PIC 9(07) VALUE ZERO.
       77  GEN-RECORD-COUNT     PIC 9(09) VALUE ZERO.
       77  GEN-NAME             PIC X(40).
       77  LIVE-JNL-NAME        PIC X(40) VALUE "FILE1JNL".
       77  RENAME-RC            PIC S9(09) COMP.
       01  PRIOR-BACKUP-STAMP.
           05  PRIOR-BACKUP-DATE PIC 9(08) VALUE ZERO.
           05  PRIOR-BACKUP-TIME PIC 9(08) VALUE ZERO.
       01  GEN-FIRST-STAMP.
           05  GEN-FIRST-DATE   PIC 9(08) VALUE ZERO.
           05  GEN-FIRST-TIME   PIC 9(08) VALUE ZERO.
       01  GEN-LAST-STAMP.
           05  GEN-LAST-DATE    PIC 9(08) VALUE ZERO.
           05  GEN-LAST-TIME    PIC 9(08) VALUE ZERO.

           COPY FILE1UCR.

      * --- FILE1 run interlock -------------------------------------

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT BACKUP-DATE FROM DATE YYYYMMDD
           ACCEPT BACKUP-TIME FROM TIME
           PERFORM ACQUIRE-FILE1-TOKEN
           IF LOK-REFUSED
               MOVE 8 TO RETURN-CODE
           END-PERFORM

           CLOSE FILE1
           CLOSE BKP-FILE
           PERFORM CUT-JOURNAL-GENERATION
           PERFORM RELEASE-FILE1-TOKEN
           PERFORM WRITE-UNLOAD-CONTROL

           DISPLAY "RECORDS UNLOADED: " UNLOAD-RECORD-COUNT
           DISPLAY "A01-91 TOTAL:     " TOTAL-DISP
           MOVE UNLOAD-A01-160-TOTAL TO TOTAL-DISP
           DISPLAY "A01-160 TOTAL:    " TOTAL-DISP
           DISPLAY "BACKUP STAMP:     " BACKUP-STAMP
           IF CUT-FAILED
               DISPLAY "U1: JOURNAL NOT CUT - FILE1JNL LEFT IN PLACE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "JOURNAL RECORDS:  " GEN-RECORD-COUNT
               DISPLAY "JOURNAL CUT TO:   " GEN-NAME
           END-IF
           GOBACK
           .

      * FILE1 run interlock (lock manager L1, shared FILE1LKC
      * copybook): the backup this unload writes is a restore
      * point, so even a read-only pass must not overlap an
      * updating run -- the token is held from before FILE1 is
      * opened until the journal has been cut and the generation
      * registered, so no update can land between the backup and
      * the cut.
      * ------------------------------------------------------------
       ACQUIRE-FILE1-TOKEN.
           MOVE "ACQUIRE " TO LOK-REQUEST
           WRITE UCT-REC FROM UCT-LINE
           CLOSE UCT-FILE
           .

      * ------------------------------------------------------------
      * Close off the live journal at this backup.  Runs with the
      * token still held, so no updating run can journal between
      * the last record unloaded and the cut.  The generation
      * follows the backup that closed the previous one (the last
      * register entry), or no backup at all on the first cut.
      * ------------------------------------------------------------
       CUT-JOURNAL-GENERATION.
           OPEN I-O JGN-FILE
           IF JGN-STATUS = "35"
               OPEN OUTPUT JGN-FILE
               CLOSE JGN-FILE
               OPEN I-O JGN-FILE
           END-IF
           IF JGN-STATUS NOT = "00"
               DISPLAY "U1: FILE1JGN OPEN FAILED, STATUS=" JGN-STATUS
               MOVE "Y" TO CUT-FAILED-SW
           ELSE
               PERFORM FIND-PRIOR-GENERATION
               PERFORM COUNT-LIVE-JOURNAL
               IF NOT CUT-FAILED
                   PERFORM RENAME-LIVE-JOURNAL
               END-IF
               IF NOT CUT-FAILED
                   PERFORM REGISTER-JOURNAL-GENERATION
               END-IF
               CLOSE JGN-FILE
           END-IF
           .

       FIND-PRIOR-GENERATION.
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
                       MOVE JGN-SEQ TO NEXT-GEN-SEQ
                       MOVE JGN-CLOSED-BY-BACKUP TO PRIOR-BACKUP-STAMP
               END-READ
           END-PERFORM
           ADD 1 TO NEXT-GEN-SEQ
           .

       COUNT-LIVE-JOURNAL.
           OPEN INPUT JNL-FILE
           EVALUATE JNL-STATUS
               WHEN "00"
                   MOVE "Y" TO JNL-ON-FILE-SW
                   MOVE "N" TO JNL-EOF-SW
                   PERFORM UNTIL JNL-AT-EOF
                       READ JNL-FILE
                           AT END
                               MOVE "Y" TO JNL-EOF-SW
                           NOT AT END
                               ADD 1 TO GEN-RECORD-COUNT
                               IF GEN-RECORD-COUNT = 1
                                   MOVE JNL-RUN-DATE TO GEN-FIRST-DATE
                                   MOVE JNL-RUN-TIME TO GEN-FIRST-TIME
                               END-IF
                               MOVE JNL-RUN-DATE TO GEN-LAST-DATE
                               MOVE JNL-RUN-TIME TO GEN-LAST-TIME
                       END-READ
                       IF JNL-STATUS NOT = "00"
                               AND JNL-STATUS NOT = "10"
                           DISPLAY "U1: FILE1JNL READ FAILED, STATUS="
                                   JNL-STATUS
                           MOVE "Y" TO CUT-FAILED-SW
                           MOVE "Y" TO JNL-EOF-SW
                       END-IF
                   END-PERFORM
                   CLOSE JNL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "U1: FILE1JNL OPEN FAILED, STATUS="
                           JNL-STATUS
                   MOVE "Y" TO CUT-FAILED-SW
           END-EVALUATE
           .

      * An empty or absent journal leaves nothing to rename; the
      * generation is still registered, with no file behind it.
       RENAME-LIVE-JOURNAL.
           MOVE SPACES TO GEN-NAME
           IF GEN-RECORD-COUNT > ZERO
               STRING "FILE1JNL-" BACKUP-DATE "-" BACKUP-TIME
                   DELIMITED BY SIZE INTO GEN-NAME
               CALL "CBL_RENAME_FILE"
                   USING LIVE-JNL-NAME GEN-NAME
               MOVE RETURN-CODE TO RENAME-RC
               MOVE 0 TO RETURN-CODE
               IF RENAME-RC NOT = 0
                   DISPLAY "U1: FILE1JNL RENAME FAILED, RC=" RENAME-RC
                   MOVE "Y" TO CUT-FAILED-SW
               END-IF
           ELSE
               IF JNL-ON-FILE
                   CALL "CBL_DELETE_FILE" USING LIVE-JNL-NAME
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .

       REGISTER-JOURNAL-GENERATION.
           INITIALIZE JGN-REC
           MOVE NEXT-GEN-SEQ       TO JGN-SEQ
           MOVE GEN-NAME           TO JGN-GEN-NAME
           MOVE PRIOR-BACKUP-STAMP TO JGN-FOLLOWS-BACKUP
           MOVE BACKUP-STAMP       TO JGN-CLOSED-BY-BACKUP
           MOVE GEN-FIRST-STAMP    TO JGN-FIRST-STAMP
           MOVE GEN-LAST-STAMP     TO JGN-LAST-STAMP
           MOVE GEN-RECORD-COUNT   TO JGN-RECORD-COUNT
           WRITE JGN-REC
           IF JGN-STATUS NOT = "00"
               DISPLAY "U1: FILE1JGN WRITE FAILED, STATUS=" JGN-STATUS
                       " - GENERATION " GEN-NAME " NOT REGISTERED"
               MOVE "Y" TO CUT-FAILED-SW
               PERFORM RESTORE-LIVE-JOURNAL
           END-IF
           .

      * ------------------------------------------------------------
      * A generation that could not be registered would never be
      * read by anything that looks back past a backup, so the
      * renamed journal is put back as the live FILE1JNL -- a
      * journal that can't be cut is left where it is.
      * ------------------------------------------------------------
       RESTORE-LIVE-JOURNAL.
           IF GEN-RECORD-COUNT > ZERO
               CALL "CBL_RENAME_FILE"
                   USING GEN-NAME LIVE-JNL-NAME
               MOVE RETURN-CODE TO RENAME-RC
               MOVE 0 TO RETURN-CODE
               IF RENAME-RC NOT = 0
                   DISPLAY "U1: " GEN-NAME " RENAME BACK TO FILE1JNL"
                           " FAILED, RC=" RENAME-RC
                           " - RENAME IT BY HAND BEFORE ANY UPDATE"
               END-IF
           END-IF
           .
