      *                 newest run on FILE1EXM (shared FILE1ESL/
      *                 FILE1EMR copybooks), flagged when anything
      *                 new appeared
      *   7 FEED ACKS   downstream feeds flagged for resend on the
      *                 feed register (FILE1FRG, shared FILE1FSL/
      *                 FILE1FRR copybooks) -- rejected by the
      *                 receiver, acknowledged with the wrong count
      *                 or total, or overdue, as the acknowledgment
      *                 run X3 last found them -- flagged when any
      *                 are waiting, with the oldest one named
      *
      * The page is written to FILE1MSR and displayed.


           COPY FILE1ESL.

           COPY FILE1FSL.

           SELECT RPT-FILE ASSIGN TO "FILE1MSR"
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD  EXM-FILE.
           COPY FILE1EMR.

       FD  FRG-FILE.
           COPY FILE1FRR.

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(100).

           88  LOG-AT-EOF           VALUE "Y".
       77  EXM-EOF-SW           PIC X(01).
           88  EXM-AT-EOF           VALUE "Y".
       77  FRG-STATUS           PIC X(02).
       77  FRG-EOF-SW           PIC X(01).
           88  FRG-AT-EOF           VALUE "Y".

       77  ATTENTION-COUNT      PIC 9(02) VALUE ZERO.
       77  CONTROL-FLAG         PIC X(09).
       77  EXM-ON-FILE-SW       PIC X(01) VALUE "N".
           88  EXM-ON-FILE          VALUE "Y".

      * --- control 7: feeds flagged for resend ---------------------
       77  FRG-ON-FILE-SW       PIC X(01) VALUE "N".
           88  FRG-ON-FILE          VALUE "Y".
       77  FRG-FEED-COUNT       PIC 9(07) VALUE ZERO.
       77  FRG-RESEND-COUNT     PIC 9(07) VALUE ZERO.
       77  FRG-OLDEST-RESEND    PIC 9(07) VALUE ZERO.
       77  FRG-OLDEST-STATE     PIC X(01) VALUE SPACE.

      * --- the page ------------------------------------------------
       77  PAGE-RUN-DATE        PIC 9(08).
       77  PAGE-RUN-TIME        PIC 9(08).
           PERFORM GATHER-NEWEST-ACTIVITY
           PERFORM GATHER-PERFLOG-TOTALS
           PERFORM GATHER-EXCEPTION-COUNTS
           PERFORM GATHER-FEED-RESENDS

           OPEN OUTPUT RPT-FILE
           MOVE PAGE-RUN-DATE TO RPT-TITLE-DATE
           PERFORM REPORT-ACTIVITY-CONTROL
           PERFORM REPORT-TIMING-CONTROL
           PERFORM REPORT-EXC-MASTER-CONTROL
           PERFORM REPORT-FEED-ACK-CONTROL

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
      * Control 1: the newest balancing step the stream controller
      * recorded.  C1 itself only displays its verdict; its
      * RETURN-CODE, captured in the status file, is the durable
      * form of it.  A night on which the schedule left C1 out
      * (NOT DUE) says nothing about the balance, so its line is
      * passed over.
      * ------------------------------------------------------------
       GATHER-BALANCE-VERDICT.
           OPEN INPUT RST-FILE
                           MOVE "Y" TO RST-EOF-SW
                       NOT AT END
                           IF RST-PROGRAM = "C1      "
                                   AND RST-STATUS NOT = "NOT DUE "
                               MOVE "Y" TO C1-LINE-FOUND-SW
                               MOVE RST-STATUS   TO C1-LAST-STATUS
                               MOVE RST-RC       TO C1-LAST-RC
           END-PERFORM
           .

      * ------------------------------------------------------------
      * Control 7: the feed register in sequence order, so the first
      * feed found flagged for resend is the oldest one waiting.
      * ------------------------------------------------------------
       GATHER-FEED-RESENDS.
           OPEN INPUT FRG-FILE
           IF FRG-STATUS = "00"
               MOVE "Y" TO FRG-ON-FILE-SW
               MOVE ZERO TO FRG-SEQ
               START FRG-FILE KEY >= FRG-SEQ
               IF FRG-STATUS NOT = "00"
                   MOVE "Y" TO FRG-EOF-SW
               ELSE
                   MOVE "N" TO FRG-EOF-SW
               END-IF
               PERFORM UNTIL FRG-AT-EOF
                   READ FRG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO FRG-EOF-SW
                       NOT AT END
                           PERFORM TALLY-ONE-FEED
                   END-READ
               END-PERFORM
               CLOSE FRG-FILE
           END-IF
           .

       TALLY-ONE-FEED.
           ADD 1 TO FRG-FEED-COUNT
           IF FRG-RESEND
               ADD 1 TO FRG-RESEND-COUNT
               IF FRG-OLDEST-RESEND = ZERO
                   MOVE FRG-SEQ   TO FRG-OLDEST-RESEND
                   MOVE FRG-STATE TO FRG-OLDEST-STATE
               END-IF
           END-IF
           .

       REPORT-BALANCE-CONTROL.
           MOVE 1 TO RPT-CTL-NUMBER
           MOVE "BALANCE (C1)" TO RPT-CTL-NAME
           PERFORM WRITE-CONTROL-LINE
           .

       REPORT-FEED-ACK-CONTROL.
           MOVE 7 TO RPT-CTL-NUMBER
           MOVE "FEED ACKS" TO RPT-CTL-NAME
           EVALUATE TRUE
               WHEN NOT FRG-ON-FILE
                   MOVE "PASS     " TO CONTROL-FLAG
                   MOVE "NO FEED REGISTER ON FILE"
                       TO RPT-CTL-DETAIL
               WHEN FRG-RESEND-COUNT = ZERO
                   MOVE "PASS     " TO CONTROL-FLAG
                   MOVE FRG-FEED-COUNT TO COUNT-EDIT
                   MOVE SPACES TO RPT-CTL-DETAIL
                   STRING "FEEDS " COUNT-EDIT " NONE TO RESEND"
                       DELIMITED BY SIZE INTO RPT-CTL-DETAIL
               WHEN OTHER
                   MOVE "ATTENTION" TO CONTROL-FLAG
                   MOVE FRG-RESEND-COUNT TO COUNT-EDIT
                   MOVE SPACES TO RPT-CTL-DETAIL
                   EVALUATE FRG-OLDEST-STATE
                       WHEN "N"
                           STRING "RESEND " COUNT-EDIT
                                  " OLDEST " FRG-OLDEST-RESEND
                                  " REJECTED"
                               DELIMITED BY SIZE INTO RPT-CTL-DETAIL
                       WHEN "M"
                           STRING "RESEND " COUNT-EDIT
                                  " OLDEST " FRG-OLDEST-RESEND
                                  " MISMATCHED"
                               DELIMITED BY SIZE INTO RPT-CTL-DETAIL
                       WHEN OTHER
                           STRING "RESEND " COUNT-EDIT
                                  " OLDEST " FRG-OLDEST-RESEND
                                  " OVERDUE"
                               DELIMITED BY SIZE INTO RPT-CTL-DETAIL
                   END-EVALUATE
           END-EVALUATE
           PERFORM WRITE-CONTROL-LINE
           .

       WRITE-CONTROL-LINE.
           MOVE CONTROL-FLAG TO RPT-CTL-FLAG
           IF CONTROL-FLAG = "ATTENTION"
