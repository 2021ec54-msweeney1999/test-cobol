      * hand.  The report (FILE1LIF) shows:
      *
      *   - the WRITE that created it, from the update journal
      *     (FILE1JNL, shared FILE1JRC copybook), read back through
      *     every generation U1 cut at a backup (journal generation
      *     register FILE1JGN, shared FILE1JGL/FILE1JGR copybooks)
      *     and then the live file
      *   - each REWRITE as the A01-nnn fields that actually
      *     changed between the journaled before and after images,
      *     old and new values side by side, the same field list
      *     A1), with its position and activity date
      *   - where the record stands on the live file now
      *
      * Each journal event carries the operator who asked for it
      * and, for a change released from M1's held-change file, the
      * second operator who approved it (JNL-OPERATOR and
      * JNL-APPROVER).
      *
      * The key comes in as the first PARM/argument (SYSIN
      * fallback, card columns 1-9).

       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1JDS.

           COPY FILE1JGL.

           SELECT ARC-FILE ASSIGN TO "FILE1ARC"
                 ORGANIZATION IS SEQUENTIAL
       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  ARC-FILE.
       01  ARC-REC                   PIC X(1623).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  JNL-STATUS           PIC X(02).
       77  JGN-STATUS           PIC X(02).
       77  ARC-STATUS           PIC X(02).
       77  JNL-FILE-NAME        PIC X(40).
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".
       77  ARC-EOF-SW           PIC X(01).
           88  ARC-AT-EOF           VALUE "Y".
       77  BEFORE-HELD-SW       PIC X(01) VALUE "N".
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RPE-TIME          PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPE-OPERATOR      PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RPE-APPROVER      PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPE-TEXT          PIC X(90).

       01  RPT-CHANGE-LINE.
      * life in time order.  A REWRITE arrives as a before image
      * then an after image; the before is held until its after
      * shows up, then the pair is reported as field changes.
      * The closed generations come first, in cut order, then the
      * live journal.
      * ------------------------------------------------------------
       REPORT-JOURNAL-EVENTS.
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
                               PERFORM REPORT-JOURNAL-FILE-EVENTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JGN-FILE
           END-IF
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           PERFORM REPORT-JOURNAL-FILE-EVENTS
           .

       REPORT-JOURNAL-FILE-EVENTS.
           OPEN INPUT JNL-FILE
           IF JNL-STATUS NOT = "00"
               MOVE SPACES TO RPT-REC
               STRING "NO UPDATE JOURNAL ON FILE (" DELIMITED BY SIZE
                      JNL-FILE-NAME DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                   INTO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE "N" TO JNL-EOF-SW
           .

       REPORT-ONE-JOURNAL-RECORD.
           MOVE JNL-OPERATOR TO RPE-OPERATOR
           MOVE JNL-APPROVER TO RPE-APPROVER
           EVALUATE TRUE
               WHEN JNL-OPERATION = "WRITE  "
                   ADD 1 TO EVENT-COUNT
