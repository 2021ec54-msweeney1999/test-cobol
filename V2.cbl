      *   DELETE   the journaled before image is re-added
      *   WRITE    the journaled key is deleted
      *
      * A window reaching back past a backup is collected from the
      * journal generations U1 cut (journal generation register
      * FILE1JGN, shared FILE1JGL/FILE1JGR copybooks) as well as the
      * live FILE1JNL; a generation the window needs that can't be
      * opened stops the run before anything is undone.
      *
      * Every action the backout takes is itself journaled through
      * the shared FILE1JDS/FILE1JRC copybooks, and the run reports
      * its activity (shared FILE1ACR copybook) so the balancing
      * program C1 proves the file balances after the backout.

       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1JDS.

           COPY FILE1JGL.

           SELECT ACT-FILE ASSIGN TO "FILE1ACT"
                 ORGANIZATION IS LINE SEQUENTIAL
       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  ACT-FILE.
       01  ACT-REC                   PIC X(160).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  JNL-STATUS           PIC X(02).
       77  JGN-STATUS           PIC X(02).
       77  JNL-FILE-NAME        PIC X(40).
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".

       77  FROM-STAMP-TEXT      PIC X(16).
       77  THRU-STAMP-TEXT      PIC X(16).
      * ------------------------------------------------------------
      * Forward pass over the journal collecting the window's
      * records in arrival order; the table is then walked
      * backward, so the last change made is the first undone.  The
      * closed generations the window reaches into come first, in
      * cut order, then the live journal; no live journal just
      * after a backup means nothing has changed since.
      * ------------------------------------------------------------
       LOAD-WINDOW-TABLE.
           OPEN INPUT JGN-FILE
           EVALUATE JGN-STATUS
               WHEN "00"
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
                               PERFORM LOAD-FROM-ONE-GENERATION
                       END-READ
                   END-PERFORM
                   CLOSE JGN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "V2: FILE1JGN OPEN FAILED, STATUS="
                           JGN-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           OPEN INPUT JNL-FILE
           EVALUATE JNL-STATUS
               WHEN "00"
                   PERFORM LOAD-FROM-JOURNAL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "V2: FILE1JNL OPEN FAILED, STATUS="
                           JNL-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       LOAD-FROM-ONE-GENERATION.
           IF JGN-RECORD-COUNT > ZERO
                   AND JGN-LAST-STAMP NOT < FROM-STAMP
                   AND JGN-FIRST-STAMP NOT > THRU-STAMP
               MOVE JGN-GEN-NAME TO JNL-FILE-NAME
               OPEN INPUT JNL-FILE
               IF JNL-STATUS NOT = "00"
                   DISPLAY "V2: " JGN-GEN-NAME
                           " OPEN FAILED, STATUS=" JNL-STATUS
                   CLOSE JGN-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM LOAD-FROM-JOURNAL-FILE
           END-IF
           .

       LOAD-FROM-JOURNAL-FILE.
           MOVE "N" TO JNL-EOF-SW
           PERFORM UNTIL JNL-AT-EOF
               READ JNL-FILE
      * out in turn.
      * ------------------------------------------------------------
       OPEN-FILE1-JOURNAL.
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           OPEN EXTEND JNL-FILE
           IF JNL-STATUS NOT = "00"
               OPEN OUTPUT JNL-FILE
           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE "V2      " TO JNL-OPERATOR
           MOVE SPACES TO JNL-APPROVER
           WRITE JNL-REC
           .

