      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 downstream feed acknowledgment run -- closes the loop
      * on the feeds X1 and X4 send.  Every feed is on the feed register
      * (FILE1FRG, shared FILE1FSL/FILE1FRR copybooks) under the
      * sequence number stamped on its HDR record.  This run reads
      * the receiver's return file (FILE1XAK), one record per feed
      * the receiver has processed:
      *   cols  1-3    ACK (accepted) or NAK (rejected)
      *   cols  4-10   feed sequence number from our HDR record
      *   cols 11-19   detail records the receiver counted
      *   cols 20-35   A01-91 total the receiver summed, sign
      *                leading separate, 2 implied decimals
      *   cols 36-43   date received, cols 44-51 time received
      *   cols 52-81   receiver's reason text (NAK)
      * and matches each to the register by sequence number.  An ACK
      * whose counted records and A01-91 total agree with what we
      * sent accepts the feed; one that disagrees marks it
      * mismatched; a NAK marks it rejected.  A feed with no answer
      * more than the allowed number of hours after it was sent is
      * marked overdue.  Rejected, mismatched and overdue feeds are
      * flagged for resend, and the morning status report N1 carries
      * them until they are cleared.  A full-file feed (FILE1XTR)
      * carries the whole file, so once a later one is accepted the
      * earlier flagged ones are cleared as superseded.  A delta
      * feed (FILE1XDL, from X4) stays flagged until X4 resends its
      * window.
      *
      * A return record that can't be applied -- bad type or
      * sequence, a feed not on the register, a feed already
      * accepted -- is written to FILE1XAJ with the reason.
      *
      * The allowed hours come in as the first PARM/argument (SYSIN
      * fallback, card columns 1-3); neither present means 12.
      *
      * The acknowledgment report (FILE1XAR) lists every feed on
      * the register with what was sent, what the receiver said and
      * its state, then counts by state.  RETURN-CODE is 8 when any
      * feed is flagged for resend or any return record was refused.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  X3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1FSL.

           SELECT ACK-FILE ASSIGN TO "FILE1XAK"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO "FILE1XAJ"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "FILE1XAR"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRG-FILE.
           COPY FILE1FRR.

       FD  ACK-FILE.
       01  ACK-REC                   PIC X(100).

       FD  REJ-FILE.
       01  REJ-REC                   PIC X(113).

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(160).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  FRG-STATUS           PIC X(02).
       77  ACK-EOF-SW           PIC X(01).
           88  ACK-AT-EOF           VALUE "Y".
       77  FRG-EOF-SW           PIC X(01).
           88  FRG-AT-EOF           VALUE "Y".
       77  ACK-OPEN-SW          PIC X(01) VALUE "N".
           88  ACK-IS-OPEN          VALUE "Y".
       77  ACK-VALID-SW         PIC X(01).
           88  ACK-IS-VALID         VALUE "Y".

       01  RUN-DATE             PIC 9(08).
       01  RUN-TIME             PIC 9(08).
       01  RUN-TIME-PARTS REDEFINES RUN-TIME.
           05  RUN-HH           PIC 9(02).
           05  RUN-MM           PIC 9(02).
           05  FILLER           PIC 9(04).
       01  SENT-TIME            PIC 9(08).
       01  SENT-TIME-PARTS REDEFINES SENT-TIME.
           05  SENT-HH          PIC 9(02).
           05  SENT-MM          PIC 9(02).
           05  FILLER           PIC 9(04).
       77  ELAPSED-MINUTES      PIC S9(09) COMP-3.
       77  OVERDUE-HOURS-TEXT   PIC X(03).
       77  OVERDUE-HOURS        PIC 9(03) VALUE 12.
       77  OVERDUE-HOURS-EDIT   PIC ZZ9.

       77  LATEST-FULL-ACCEPTED PIC 9(07) VALUE ZERO.

       77  ACK-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  ACK-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
       77  REJECT-COUNT         PIC 9(07) VALUE ZERO.
       77  FEED-COUNT           PIC 9(07) VALUE ZERO.
       77  ACCEPTED-COUNT       PIC 9(07) VALUE ZERO.
       77  REJECTED-COUNT       PIC 9(07) VALUE ZERO.
       77  MISMATCHED-COUNT     PIC 9(07) VALUE ZERO.
       77  OVERDUE-COUNT        PIC 9(07) VALUE ZERO.
       77  AWAITING-COUNT       PIC 9(07) VALUE ZERO.
       77  RESEND-COUNT         PIC 9(07) VALUE ZERO.
       77  SUPERSEDED-COUNT     PIC 9(07) VALUE ZERO.

       01  ACK-LINE.
           05  ACK-TYPE          PIC X(03).
           05  ACK-FEED-SEQ      PIC X(07).
           05  ACK-COUNT-TEXT    PIC X(09).
           05  ACK-COUNT REDEFINES ACK-COUNT-TEXT
                                 PIC 9(09).
           05  ACK-BALANCE       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  ACK-DATE          PIC X(08).
           05  ACK-TIME          PIC X(08).
           05  ACK-REASON        PIC X(30).
           05  FILLER            PIC X(19).

       77  REJ-REASON           PIC X(30).

       01  REJ-LINE.
           05  REJ-IMAGE         PIC X(81).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  REJ-TEXT          PIC X(30).

       01  IO-REASON-TEXT.
           05  FILLER            PIC X(18) VALUE "I-O ERROR, STATUS ".
           05  IO-REASON-STATUS  PIC X(02).
           05  FILLER            PIC X(10) VALUE SPACES.

      * --- the report ----------------------------------------------
       01  RPT-TITLE-LINE.
           05  FILLER            PIC X(40)
               VALUE "FILE1 FEED ACKNOWLEDGMENTS AS OF ".
           05  RPT-TITLE-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RPT-TITLE-TIME    PIC 9(08).
           05  FILLER            PIC X(17)
               VALUE "   OVERDUE AFTER ".
           05  RPT-TITLE-HOURS   PIC ZZ9.
           05  FILLER            PIC X(06) VALUE " HOURS".

       01  RPT-COLUMN-HEADER.
           05  FILLER  PIC X(09) VALUE "FEED SEQ".
           05  FILLER  PIC X(10) VALUE "FEED".
           05  FILLER  PIC X(19) VALUE "SENT".
           05  FILLER  PIC X(11) VALUE "SENT COUNT".
           05  FILLER  PIC X(19) VALUE "SENT A01-91 TOTAL".
           05  FILLER  PIC X(12) VALUE "STATE".
           05  FILLER  PIC X(11) VALUE "RCVD COUNT".
           05  FILLER  PIC X(19) VALUE "RCVD A01-91 TOTAL".
           05  FILLER  PIC X(08) VALUE "RESEND".
           05  FILLER  PIC X(30) VALUE "REASON".

       01  RPT-DETAIL-LINE.
           05  RPD-SEQ           PIC 9(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-FEED          PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-SENT-DATE     PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  RPD-SENT-TIME     PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-SENT-COUNT    PIC Z(08)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-SENT-BALANCE  PIC -(13)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-STATE         PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-ACK-COUNT     PIC Z(08)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-ACK-BALANCE   PIC -(13)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-RESEND        PIC X(06).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-REASON        PIC X(30).

       01  RPT-SUMMARY-LINE.
           05  RPS-TEXT          PIC X(28).
           05  RPS-COUNT         PIC Z(08)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM GET-OVERDUE-HOURS-PARM
           OPEN I-O FRG-FILE
           IF FRG-STATUS NOT = "00"
               DISPLAY "X3: FILE1FRG OPEN FAILED, STATUS=" FRG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACK-FILE
           IF FILE-STATUS = "00"
               MOVE "Y" TO ACK-OPEN-SW
           ELSE
               DISPLAY "X3: NO RETURN FILE (FILE1XAK), STATUS="
                       FILE-STATUS " - OVERDUE CHECK ONLY"
           END-IF
           OPEN OUTPUT REJ-FILE

           IF ACK-IS-OPEN
               MOVE "N" TO ACK-EOF-SW
               PERFORM UNTIL ACK-AT-EOF
                   READ ACK-FILE INTO ACK-LINE
                       AT END
                           MOVE "Y" TO ACK-EOF-SW
                       NOT AT END
                           PERFORM APPLY-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF
           CLOSE REJ-FILE

           PERFORM FIND-LATEST-FULL-ACCEPTED
           PERFORM WRITE-ACK-REPORT
           CLOSE FRG-FILE

           DISPLAY "RETURN RECORDS READ:  " ACK-READ-COUNT
           DISPLAY "  APPLIED:            " ACK-APPLIED-COUNT
           DISPLAY "  REFUSED:            " REJECT-COUNT
           DISPLAY "FEEDS ON REGISTER:    " FEED-COUNT
           DISPLAY "FLAGGED FOR RESEND:   " RESEND-COUNT
           IF RESEND-COUNT > ZERO OR REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * ------------------------------------------------------------
      * The allowed hours come in as the first PARM/argument; SYSIN
      * is the fallback, card columns 1-3.  Anything not numeric
      * leaves the default.
      * ------------------------------------------------------------
       GET-OVERDUE-HOURS-PARM.
           MOVE SPACES TO OVERDUE-HOURS-TEXT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT OVERDUE-HOURS-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-OVERDUE-HOURS-SYSIN
           END-ACCEPT
           IF FUNCTION TRIM(OVERDUE-HOURS-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(OVERDUE-HOURS-TEXT) TO OVERDUE-HOURS
           END-IF
           .

       GET-OVERDUE-HOURS-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:3) TO OVERDUE-HOURS-TEXT
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * One return record: edited, matched to the register, and the
      * feed's state set from what the receiver said.  First
      * failure wins.
      * ------------------------------------------------------------
       APPLY-ONE-ACK.
           IF ACK-LINE NOT = SPACES
               ADD 1 TO ACK-READ-COUNT
               PERFORM EDIT-ONE-ACK
               IF ACK-IS-VALID
                   PERFORM RECORD-ACK-ON-REGISTER
               ELSE
                   PERFORM WRITE-REJECT
               END-IF
           END-IF
           .

       EDIT-ONE-ACK.
           MOVE "Y" TO ACK-VALID-SW
           IF ACK-TYPE NOT = "ACK" AND ACK-TYPE NOT = "NAK"
               MOVE "NOT AN ACK OR NAK RECORD" TO REJ-REASON
               MOVE "N" TO ACK-VALID-SW
           END-IF
           IF ACK-IS-VALID
               IF ACK-FEED-SEQ IS NOT NUMERIC
                   MOVE "FEED SEQUENCE NOT NUMERIC" TO REJ-REASON
                   MOVE "N" TO ACK-VALID-SW
               END-IF
           END-IF
           IF ACK-IS-VALID AND ACK-TYPE = "ACK"
               IF ACK-COUNT-TEXT IS NOT NUMERIC
                       OR ACK-BALANCE IS NOT NUMERIC
                   MOVE "ACK COUNT OR TOTAL NOT NUMERIC" TO REJ-REASON
                   MOVE "N" TO ACK-VALID-SW
               END-IF
           END-IF
           IF ACK-IS-VALID
               MOVE ACK-FEED-SEQ TO FRG-SEQ
               READ FRG-FILE
               EVALUATE FRG-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "23"
                       MOVE "FEED SEQUENCE NOT ON REGISTER"
                           TO REJ-REASON
                       MOVE "N" TO ACK-VALID-SW
                   WHEN OTHER
                       MOVE FRG-STATUS TO IO-REASON-STATUS
                       MOVE IO-REASON-TEXT TO REJ-REASON
                       MOVE "N" TO ACK-VALID-SW
               END-EVALUATE
           END-IF
           IF ACK-IS-VALID
               IF FRG-ACCEPTED
                   MOVE "FEED ALREADY ACCEPTED" TO REJ-REASON
                   MOVE "N" TO ACK-VALID-SW
               END-IF
           END-IF
           .

       RECORD-ACK-ON-REGISTER.
           IF ACK-DATE IS NUMERIC AND ACK-TIME IS NUMERIC
               MOVE ACK-DATE TO FRG-ACK-DATE
               MOVE ACK-TIME TO FRG-ACK-TIME
           ELSE
               MOVE RUN-DATE TO FRG-ACK-DATE
               MOVE RUN-TIME TO FRG-ACK-TIME
           END-IF
           IF ACK-TYPE = "NAK"
               MOVE ZERO TO FRG-ACK-COUNT
               MOVE ZERO TO FRG-ACK-BALANCE
               MOVE "N" TO FRG-STATE
               MOVE "Y" TO FRG-RESEND-SW
               IF ACK-REASON = SPACES
                   MOVE "REJECTED BY RECEIVER" TO FRG-ACK-REASON
               ELSE
                   MOVE ACK-REASON TO FRG-ACK-REASON
               END-IF
           ELSE
               MOVE ACK-COUNT   TO FRG-ACK-COUNT
               MOVE ACK-BALANCE TO FRG-ACK-BALANCE
               EVALUATE TRUE
                   WHEN FRG-ACK-COUNT = FRG-SENT-COUNT
                           AND FRG-ACK-BALANCE = FRG-SENT-BALANCE
                       MOVE "A" TO FRG-STATE
                       MOVE "N" TO FRG-RESEND-SW
                       MOVE SPACES TO FRG-ACK-REASON
                   WHEN FRG-ACK-COUNT = FRG-SENT-COUNT
                       MOVE "M" TO FRG-STATE
                       MOVE "Y" TO FRG-RESEND-SW
                       MOVE "A01-91 TOTAL DIFFERS FROM SENT"
                           TO FRG-ACK-REASON
                   WHEN FRG-ACK-BALANCE = FRG-SENT-BALANCE
                       MOVE "M" TO FRG-STATE
                       MOVE "Y" TO FRG-RESEND-SW
                       MOVE "RECORD COUNT DIFFERS FROM SENT"
                           TO FRG-ACK-REASON
                   WHEN OTHER
                       MOVE "M" TO FRG-STATE
                       MOVE "Y" TO FRG-RESEND-SW
                       MOVE "COUNT AND TOTAL DIFFER FROM SENT"
                           TO FRG-ACK-REASON
               END-EVALUATE
           END-IF
           REWRITE FRG-REC
           IF FRG-STATUS = "00"
               ADD 1 TO ACK-APPLIED-COUNT
           ELSE
               MOVE FRG-STATUS TO IO-REASON-STATUS
               MOVE IO-REASON-TEXT TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           .

       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE ACK-LINE(1:81) TO REJ-IMAGE
           MOVE REJ-REASON     TO REJ-TEXT
           WRITE REJ-REC FROM REJ-LINE
           .

      * ------------------------------------------------------------
      * The newest accepted full-file feed supersedes every earlier
      * one: the receiver already has the whole file from it.
      * ------------------------------------------------------------
       FIND-LATEST-FULL-ACCEPTED.
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
                       IF FRG-ACCEPTED
                               AND FRG-FEED-NAME = "FILE1XTR"
                           MOVE FRG-SEQ TO LATEST-FULL-ACCEPTED
                       END-IF
               END-READ
           END-PERFORM
           .

      * ------------------------------------------------------------
      * One pass over the register: feeds still unanswered past the
      * allowed hours are marked overdue, superseded full-file
      * feeds are cleared, and every feed is listed.
      * ------------------------------------------------------------
       WRITE-ACK-REPORT.
           OPEN OUTPUT RPT-FILE
           MOVE RUN-DATE      TO RPT-TITLE-DATE
           MOVE RUN-TIME      TO RPT-TITLE-TIME
           MOVE OVERDUE-HOURS TO RPT-TITLE-HOURS
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-COLUMN-HEADER

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
                       PERFORM CHECK-ONE-FEED
                       PERFORM LIST-ONE-FEED
               END-READ
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "FEEDS ON REGISTER:          " TO RPS-TEXT
           MOVE FEED-COUNT       TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "  ACCEPTED:                 " TO RPS-TEXT
           MOVE ACCEPTED-COUNT   TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "  REJECTED (NAK):           " TO RPS-TEXT
           MOVE REJECTED-COUNT   TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "  MISMATCHED:               " TO RPS-TEXT
           MOVE MISMATCHED-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "  OVERDUE:                  " TO RPS-TEXT
           MOVE OVERDUE-COUNT    TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "  AWAITING ANSWER:          " TO RPS-TEXT
           MOVE AWAITING-COUNT   TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "FLAGGED FOR RESEND:         " TO RPS-TEXT
           MOVE RESEND-COUNT     TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "CLEARED AS SUPERSEDED:      " TO RPS-TEXT
           MOVE SUPERSEDED-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "RETURN RECORDS APPLIED:     " TO RPS-TEXT
           MOVE ACK-APPLIED-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "RETURN RECORDS REFUSED:     " TO RPS-TEXT
           MOVE REJECT-COUNT     TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           CLOSE RPT-FILE
           .

       CHECK-ONE-FEED.
           IF FRG-SENT
               MOVE FRG-SENT-TIME TO SENT-TIME
               COMPUTE ELAPSED-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(FRG-SENT-DATE)) * 1440
                   + (RUN-HH * 60 + RUN-MM)
                   - (SENT-HH * 60 + SENT-MM)
               IF ELAPSED-MINUTES > OVERDUE-HOURS * 60
                   MOVE "O" TO FRG-STATE
                   MOVE "Y" TO FRG-RESEND-SW
                   MOVE OVERDUE-HOURS TO OVERDUE-HOURS-EDIT
                   MOVE SPACES TO FRG-ACK-REASON
                   STRING "NO ANSWER WITHIN " OVERDUE-HOURS-EDIT
                          " HOURS"
                       DELIMITED BY SIZE INTO FRG-ACK-REASON
                   PERFORM REWRITE-FEED-ENTRY
               END-IF
           END-IF
           IF FRG-RESEND AND FRG-FEED-NAME = "FILE1XTR"
                   AND FRG-SEQ < LATEST-FULL-ACCEPTED
               MOVE "N" TO FRG-RESEND-SW
               MOVE SPACES TO FRG-ACK-REASON
               STRING "SUPERSEDED BY FEED " LATEST-FULL-ACCEPTED
                   DELIMITED BY SIZE INTO FRG-ACK-REASON
               ADD 1 TO SUPERSEDED-COUNT
               PERFORM REWRITE-FEED-ENTRY
           END-IF
           .

       REWRITE-FEED-ENTRY.
           REWRITE FRG-REC
           IF FRG-STATUS NOT = "00"
               DISPLAY "X3: FILE1FRG REWRITE FAILED, STATUS="
                       FRG-STATUS " FOR FEED " FRG-SEQ
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LIST-ONE-FEED.
           ADD 1 TO FEED-COUNT
           MOVE FRG-SEQ          TO RPD-SEQ
           MOVE FRG-FEED-NAME    TO RPD-FEED
           MOVE FRG-SENT-DATE    TO RPD-SENT-DATE
           MOVE FRG-SENT-TIME    TO RPD-SENT-TIME
           MOVE FRG-SENT-COUNT   TO RPD-SENT-COUNT
           MOVE FRG-SENT-BALANCE TO RPD-SENT-BALANCE
           MOVE FRG-ACK-COUNT    TO RPD-ACK-COUNT
           MOVE FRG-ACK-BALANCE  TO RPD-ACK-BALANCE
           MOVE FRG-ACK-REASON   TO RPD-REASON
           EVALUATE TRUE
               WHEN FRG-ACCEPTED
                   MOVE "ACCEPTED"   TO RPD-STATE
                   ADD 1 TO ACCEPTED-COUNT
               WHEN FRG-REJECTED
                   MOVE "REJECTED"   TO RPD-STATE
                   ADD 1 TO REJECTED-COUNT
               WHEN FRG-MISMATCHED
                   MOVE "MISMATCHED" TO RPD-STATE
                   ADD 1 TO MISMATCHED-COUNT
               WHEN FRG-OVERDUE
                   MOVE "OVERDUE"    TO RPD-STATE
                   ADD 1 TO OVERDUE-COUNT
               WHEN OTHER
                   MOVE "AWAITING"   TO RPD-STATE
                   ADD 1 TO AWAITING-COUNT
           END-EVALUATE
           IF FRG-RESEND
               MOVE "RESEND" TO RPD-RESEND
               ADD 1 TO RESEND-COUNT
           ELSE
               MOVE SPACES TO RPD-RESEND
           END-IF
           WRITE RPT-REC FROM RPT-DETAIL-LINE
           .
