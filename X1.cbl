      * A01-91 balance, so the receiver can prove it got the whole
      * file.  The report files (FILE1RPT, FILE1SUB, FILE1INQ) stay
      * what they are -- run-scoped operator output, not a feed.
      *
      * Each feed carries a feed sequence number on its HDR record,
      * one more than the highest on the feed register (FILE1FRG,
      * shared FILE1FSL/FILE1FRR copybooks).  When the trailer is
      * written the feed is registered under that number with its
      * detail count and A01-91 total, so the acknowledgment run X3
      * can match the receiver's ACK/NAK back to what was sent.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  X1.
           SELECT XTR-FILE ASSIGN TO "FILE1XTR"
                 ORGANIZATION IS LINE SEQUENTIAL.

           COPY FILE1FSL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
       FD  XTR-FILE.
       01  XTR-REC                   PIC X(389).

       FD  FRG-FILE.
           COPY FILE1FRR.

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  XTR-EOF-SW           PIC X(01).
       77  DETAIL-COUNT         PIC 9(09) VALUE ZERO.
       77  BALANCE-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.

      * --- feed register -----------------------------------------
       77  FRG-STATUS           PIC X(02).
       77  FRG-EOF-SW           PIC X(01).
           88  FRG-AT-EOF           VALUE "Y".
       77  FEED-SEQ             PIC 9(07) VALUE ZERO.

       01  XTR-HEADER-RECORD.
           05  FILLER            PIC X(03) VALUE "HDR".
           05  XTR-HDR-FILE-ID   PIC X(08) VALUE "FILE1XTR".
           05  XTR-HDR-RUN-DATE  PIC 9(08).
           05  XTR-HDR-RUN-TIME  PIC 9(08).
           05  XTR-HDR-FEED-SEQ  PIC 9(07).

       01  XTR-DETAIL-RECORD.
           05  FILLER            PIC X(03) VALUE "DTL".
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-FEED-REGISTER
           PERFORM FIND-NEXT-FEED-SEQ
           OPEN OUTPUT XTR-FILE

           ACCEPT XTR-HDR-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT XTR-HDR-RUN-TIME FROM TIME
           MOVE FEED-SEQ TO XTR-HDR-FEED-SEQ
           WRITE XTR-REC FROM XTR-HEADER-RECORD

           MOVE LOW-VALUE TO KEY-FILE1

           CLOSE FILE1
           CLOSE XTR-FILE
           PERFORM REGISTER-FEED
           CLOSE FRG-FILE
           DISPLAY "DETAILS EXTRACTED: " DETAIL-COUNT
           DISPLAY "FEED SEQUENCE:     " FEED-SEQ
           GOBACK
           .

      * ------------------------------------------------------------
      * The register is created empty the first time.  Without it
      * the feed could not be acknowledged, so none is written.
      * ------------------------------------------------------------
       OPEN-FEED-REGISTER.
           OPEN I-O FRG-FILE
           IF FRG-STATUS = "35"
               OPEN OUTPUT FRG-FILE
               CLOSE FRG-FILE
               OPEN I-O FRG-FILE
           END-IF
           IF FRG-STATUS NOT = "00"
               DISPLAY "X1: FILE1FRG OPEN FAILED, STATUS=" FRG-STATUS
               CLOSE FILE1
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       FIND-NEXT-FEED-SEQ.
           MOVE ZERO TO FEED-SEQ
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
                       MOVE FRG-SEQ TO FEED-SEQ
               END-READ
           END-PERFORM
           ADD 1 TO FEED-SEQ
           .

       REGISTER-FEED.
           INITIALIZE FRG-REC
           MOVE FEED-SEQ         TO FRG-SEQ
           MOVE "FILE1XTR"       TO FRG-FEED-NAME
           MOVE XTR-HDR-RUN-DATE TO FRG-SENT-DATE
           MOVE XTR-HDR-RUN-TIME TO FRG-SENT-TIME
           MOVE DETAIL-COUNT     TO FRG-SENT-COUNT
           MOVE BALANCE-TOTAL    TO FRG-SENT-BALANCE
           MOVE "S"              TO FRG-STATE
           MOVE "N"              TO FRG-RESEND-SW
           WRITE FRG-REC
           IF FRG-STATUS NOT = "00"
               DISPLAY "X1: FILE1FRG WRITE FAILED, STATUS=" FRG-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       WRITE-EXTRACT-DETAIL.
           ADD 1 TO DETAIL-COUNT
           ADD A01-91 TO BALANCE-TOTAL
