      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 change-only delta feed -- the receiver's alternative to
      * X1's nightly full file.  Reads the update journal (FILE1JNL,
      * shared FILE1JSL/FILE1JRC copybooks) for the window from the
      * last completed delta's high-water stamp up to the moment
      * this run started, sorts the window's images by key, and
      * nets each key's events into at most one detail:
      *   ADD     the key was not on FILE1 at the start of the
      *           window and is at the end
      *   CHANGE  it was on at both ends and the feed fields differ
      *   DELETE  it was on at the start and is gone at the end
      * A key added and deleted inside the window, or changed and
      * changed back, nets to nothing.  The feed (FILE1XDL) keeps
      * X1's handshake: one "HDR" record (file identifier, run
      * date/time, feed sequence number, window from/to stamps),
      * one "DTL" per netted key (action, then X1's detail fields
      * from the key's latest image, the deleted image for a
      * DELETE), and one "TRL" record with the detail count, the
      * ADD/CHANGE/DELETE counts and the summed A01-91 of the
      * details.
      *
      * Each delta is registered on the feed register (FILE1FRG,
      * shared FILE1FSL/FILE1FRR copybooks) under the sequence number
      * on its HDR, so the acknowledgment run X3 tracks it like any
      * other feed.  The window is recorded on the high-water history
      * (FILE1XHW, one line per completed delta) only once the feed
      * is written and registered; a run that fails leaves the
      * history alone, so the next run sends the same window again.
      * That includes a history line that can't be appended after
      * the feed is registered: the run ends with RETURN-CODE 8,
      * and the next DELTA sends the window again under a new
      * sequence number, so the receiver must be told to drop one.
      * With no history yet, the window opens at the start of the
      * journal.  A window reaching back past a backup is read from
      * the journal generations U1 cut (journal generation register
      * FILE1JGN, shared FILE1JGL/FILE1JGR copybooks) before the
      * live FILE1JNL; a generation the window needs that can't be
      * read fails the run.
      *
      * The mode comes in as the first PARM/argument (SYSIN
      * fallback, card columns 1-14):
      *   DELTA           (the default) the next window
      *   RESEND nnnnnnn  rebuilds the window of delta feed nnnnnnn
      *                   as a new feed with a new sequence number,
      *                   for a feed the receiver rejected or never
      *                   answered; the high-water stamp is not
      *                   moved, and the old feed's resend flag is
      *                   cleared.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  X4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1JDS.

           COPY FILE1JGL.

           COPY FILE1FSL.

           SELECT SORT-WORK1 ASSIGN TO "SRTWK1".

           SELECT XDL-FILE ASSIGN TO "FILE1XDL"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XHW-FILE ASSIGN TO "FILE1XHW"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  FRG-FILE.
           COPY FILE1FRR.

      * One journal image inside the window, sorted into key order
      * and, within a key, journal order.
       SD  SORT-WORK1.
       01  DSW-REC.
           05  DSW-KEY           PIC 9(09).
           05  DSW-SEQ           PIC 9(09).
           05  DSW-OPERATION     PIC X(07).
           05  DSW-IMAGE-TYPE    PIC X(01).
           05  DSW-IMAGE         PIC X(1623).

       FD  XDL-FILE.
       01  XDL-REC                   PIC X(395).

       FD  XHW-FILE.
       01  XHW-REC                   PIC X(100).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  XHW-APPEND-STATUS    PIC X(02).
       77  JNL-STATUS           PIC X(02).
       77  FRG-STATUS           PIC X(02).
       77  JGN-STATUS           PIC X(02).
       77  JNL-FILE-NAME        PIC X(40).
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  DSW-EOF-SW           PIC X(01).
           88  DSW-AT-EOF           VALUE "Y".
       77  XHW-EOF-SW           PIC X(01).
           88  XHW-AT-EOF           VALUE "Y".
       77  FRG-EOF-SW           PIC X(01).
           88  FRG-AT-EOF           VALUE "Y".
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".
       77  RUN-FAILED-SW        PIC X(01) VALUE "N".
           88  RUN-FAILED           VALUE "Y".
       77  FIRST-KEY-SW         PIC X(01) VALUE "Y".
           88  FIRST-KEY            VALUE "Y".

       01  RUN-STAMP.
           05  RUN-DATE         PIC 9(08).
           05  RUN-TIME         PIC 9(08).

      * --- mode and window -----------------------------------------
       01  DELTA-PARM.
           05  DELTA-MODE       PIC X(06).
           05  FILLER           PIC X(01).
           05  RESEND-SEQ-TEXT  PIC X(07).
       77  RESEND-SEQ           PIC 9(07) VALUE ZERO.
       77  RESEND-FOUND-SW      PIC X(01) VALUE "N".
           88  RESEND-FOUND         VALUE "Y".
       01  FROM-STAMP.
           05  FROM-DATE        PIC 9(08) VALUE ZERO.
           05  FROM-TIME        PIC 9(08) VALUE ZERO.
       01  TO-STAMP.
           05  TO-DATE          PIC 9(08).
           05  TO-TIME          PIC 9(08).
       01  JNL-STAMP.
           05  JNL-STAMP-DATE   PIC 9(08).
           05  JNL-STAMP-TIME   PIC 9(08).

      * One line per completed delta, appended, so the current
      * high-water stamp is the TO stamp of the last DELTA line.
      * RESEND lines record a window sent again and move nothing.
       01  XHW-LINE.
           05  XHW-KIND          PIC X(06).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  XHW-FEED-SEQ      PIC 9(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  XHW-FROM-DATE     PIC 9(08).
           05  XHW-FROM-TIME     PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  XHW-TO-DATE       PIC 9(08).
           05  XHW-TO-TIME       PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  XHW-ADD-COUNT     PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  XHW-CHANGE-COUNT  PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  XHW-DELETE-COUNT  PIC 9(09).
           05  FILLER            PIC X(16) VALUE SPACES.

      * --- netting one key's images --------------------------------
           COPY FILE1REC REPLACING ==REC-FILE1== BY ==NET-START-REC==.
           COPY FILE1REC REPLACING ==REC-FILE1== BY ==NET-END-REC==.
       77  START-EXISTS-SW      PIC X(01).
           88  START-EXISTS         VALUE "Y".
       77  END-EXISTS-SW        PIC X(01).
           88  END-EXISTS           VALUE "Y".
       77  NET-KEY              PIC 9(09).
      * Same layout as XDL-DTL-FIELDS below, field for field.
       01  START-DETAIL-FIELDS.
           05  FILLER            PIC 9(09).
           05  FILLER            PIC X(10).
           05  FILLER            PIC X(50).
           05  FILLER            PIC X(16).
           05  FILLER            PIC X(02).
           05  FILLER            PIC X(95).
           05  FILLER            PIC X(95).
           05  FILLER            PIC X(95).
           05  FILLER            PIC S9(11)V99
                                 SIGN LEADING SEPARATE.

      * --- counts --------------------------------------------------
       77  FEED-SEQ             PIC 9(07) VALUE ZERO.
       77  JNL-READ-COUNT       PIC 9(09) VALUE ZERO.
       77  IMAGE-SELECTED       PIC 9(09) VALUE ZERO.
       77  KEY-COUNT            PIC 9(09) VALUE ZERO.
       77  NETTED-OUT-COUNT     PIC 9(09) VALUE ZERO.
       77  DETAIL-COUNT         PIC 9(09) VALUE ZERO.
       77  ADD-COUNT            PIC 9(09) VALUE ZERO.
       77  CHANGE-COUNT         PIC 9(09) VALUE ZERO.
       77  DELETE-COUNT         PIC 9(09) VALUE ZERO.
       77  BALANCE-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.

      * --- the feed ------------------------------------------------
       01  XDL-HEADER-RECORD.
           05  FILLER            PIC X(03) VALUE "HDR".
           05  XDL-HDR-FILE-ID   PIC X(08) VALUE "FILE1XDL".
           05  XDL-HDR-RUN-DATE  PIC 9(08).
           05  XDL-HDR-RUN-TIME  PIC 9(08).
           05  XDL-HDR-FEED-SEQ  PIC 9(07).
           05  XDL-HDR-FROM-DATE PIC 9(08).
           05  XDL-HDR-FROM-TIME PIC 9(08).
           05  XDL-HDR-TO-DATE   PIC 9(08).
           05  XDL-HDR-TO-TIME   PIC 9(08).

       01  XDL-DETAIL-RECORD.
           05  FILLER            PIC X(03) VALUE "DTL".
           05  XDL-DTL-ACTION    PIC X(06).
           05  XDL-DTL-FIELDS.
               10  XDL-DTL-KEY       PIC 9(09).
               10  XDL-DTL-A01-1     PIC X(10).
               10  XDL-DTL-A01-4     PIC X(50).
               10  XDL-DTL-A01-7     PIC X(16).
               10  XDL-DTL-A01-38    PIC X(02).
               10  XDL-DTL-A01-9     PIC X(95).
               10  XDL-DTL-A01-18    PIC X(95).
               10  XDL-DTL-A01-28    PIC X(95).
               10  XDL-DTL-A01-91    PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       01  XDL-TRAILER-RECORD.
           05  FILLER            PIC X(03) VALUE "TRL".
           05  XDL-TRL-COUNT     PIC 9(09).
           05  XDL-TRL-ADDS      PIC 9(09).
           05  XDL-TRL-CHANGES   PIC 9(09).
           05  XDL-TRL-DELETES   PIC 9(09).
           05  XDL-TRL-BALANCE   PIC S9(13)V99
                                 SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM GET-DELTA-PARMS
           EVALUATE DELTA-MODE
               WHEN "DELTA "
                   PERFORM FIND-HIGH-WATER-STAMP
                   MOVE RUN-STAMP TO TO-STAMP
               WHEN "RESEND"
                   PERFORM FIND-RESEND-WINDOW
               WHEN OTHER
                   DISPLAY "X4: INVALID MODE: " DELTA-MODE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           PERFORM OPEN-FEED-REGISTER
           PERFORM FIND-NEXT-FEED-SEQ
           OPEN OUTPUT XDL-FILE
           MOVE RUN-DATE  TO XDL-HDR-RUN-DATE
           MOVE RUN-TIME  TO XDL-HDR-RUN-TIME
           MOVE FEED-SEQ  TO XDL-HDR-FEED-SEQ
           MOVE FROM-DATE TO XDL-HDR-FROM-DATE
           MOVE FROM-TIME TO XDL-HDR-FROM-TIME
           MOVE TO-DATE   TO XDL-HDR-TO-DATE
           MOVE TO-TIME   TO XDL-HDR-TO-TIME
           WRITE XDL-REC FROM XDL-HEADER-RECORD

           SORT SORT-WORK1 ON ASCENDING KEY DSW-KEY DSW-SEQ
               INPUT PROCEDURE IS SELECT-WINDOW-IMAGES
               OUTPUT PROCEDURE IS WRITE-NETTED-DETAILS
           IF SORT-RETURN NOT = ZERO
               DISPLAY "X4: SORT FAILED, SORT-RETURN=" SORT-RETURN
               MOVE "Y" TO RUN-FAILED-SW
           END-IF

           MOVE DETAIL-COUNT  TO XDL-TRL-COUNT
           MOVE ADD-COUNT     TO XDL-TRL-ADDS
           MOVE CHANGE-COUNT  TO XDL-TRL-CHANGES
           MOVE DELETE-COUNT  TO XDL-TRL-DELETES
           MOVE BALANCE-TOTAL TO XDL-TRL-BALANCE
           WRITE XDL-REC FROM XDL-TRAILER-RECORD
           CLOSE XDL-FILE

           IF NOT RUN-FAILED
               PERFORM REGISTER-FEED
           END-IF
           IF RUN-FAILED
               DISPLAY "X4: DELTA NOT COMPLETED - HIGH-WATER STAMP"
                       " NOT ADVANCED"
               CLOSE FRG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF DELTA-MODE = "RESEND"
               PERFORM MARK-ORIGINAL-RESENT
           END-IF
           CLOSE FRG-FILE
           PERFORM APPEND-HIGH-WATER-LINE

           DISPLAY "WINDOW FROM:        " FROM-STAMP
           DISPLAY "WINDOW TO:          " TO-STAMP
           DISPLAY "JOURNAL IMAGES:     " IMAGE-SELECTED
           DISPLAY "KEYS IN WINDOW:     " KEY-COUNT
           DISPLAY "  NETTED OUT:       " NETTED-OUT-COUNT
           DISPLAY "DETAILS WRITTEN:    " DETAIL-COUNT
           DISPLAY "  ADD:              " ADD-COUNT
           DISPLAY "  CHANGE:           " CHANGE-COUNT
           DISPLAY "  DELETE:           " DELETE-COUNT
           DISPLAY "FEED SEQUENCE:      " FEED-SEQ
           GOBACK
           .

      * ------------------------------------------------------------
      * The mode comes in as the first PARM/argument; SYSIN is the
      * fallback when no command-line argument was passed, card
      * columns 1-14.  Neither present means DELTA.
      * ------------------------------------------------------------
       GET-DELTA-PARMS.
           MOVE SPACES TO DELTA-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT DELTA-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-DELTA-SYSIN
           END-ACCEPT
           IF DELTA-MODE = SPACES
               MOVE "DELTA " TO DELTA-MODE
           END-IF
           IF DELTA-MODE = "RESEND"
               IF RESEND-SEQ-TEXT IS NUMERIC
                   MOVE RESEND-SEQ-TEXT TO RESEND-SEQ
               ELSE
                   DISPLAY "X4: RESEND NEEDS A 7-DIGIT FEED SEQUENCE"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

       GET-DELTA-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:14) TO DELTA-PARM
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * The high-water stamp is the TO stamp of the last completed
      * DELTA on the history.  No history yet means the window opens
      * at the start of the journal.
      * ------------------------------------------------------------
       FIND-HIGH-WATER-STAMP.
           OPEN INPUT XHW-FILE
           IF FILE-STATUS = "00"
               MOVE "N" TO XHW-EOF-SW
               PERFORM UNTIL XHW-AT-EOF
                   READ XHW-FILE INTO XHW-LINE
                       AT END
                           MOVE "Y" TO XHW-EOF-SW
                       NOT AT END
                           IF XHW-KIND = "DELTA "
                               MOVE XHW-TO-DATE TO FROM-DATE
                               MOVE XHW-TO-TIME TO FROM-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XHW-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * A resend rebuilds exactly the window the original feed
      * carried, as its history line recorded it.
      * ------------------------------------------------------------
       FIND-RESEND-WINDOW.
           OPEN INPUT XHW-FILE
           IF FILE-STATUS = "00"
               MOVE "N" TO XHW-EOF-SW
               PERFORM UNTIL XHW-AT-EOF
                   READ XHW-FILE INTO XHW-LINE
                       AT END
                           MOVE "Y" TO XHW-EOF-SW
                       NOT AT END
                           IF XHW-FEED-SEQ = RESEND-SEQ
                               MOVE "Y" TO RESEND-FOUND-SW
                               MOVE XHW-FROM-DATE TO FROM-DATE
                               MOVE XHW-FROM-TIME TO FROM-TIME
                               MOVE XHW-TO-DATE   TO TO-DATE
                               MOVE XHW-TO-TIME   TO TO-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XHW-FILE
           END-IF
           IF NOT RESEND-FOUND
               DISPLAY "X4: FEED " RESEND-SEQ
                       " IS NOT A DELTA ON THE HIGH-WATER HISTORY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * ------------------------------------------------------------
      * The register is created empty the first time, as in X1.
      * ------------------------------------------------------------
       OPEN-FEED-REGISTER.
           OPEN I-O FRG-FILE
           IF FRG-STATUS = "35"
               OPEN OUTPUT FRG-FILE
               CLOSE FRG-FILE
               OPEN I-O FRG-FILE
           END-IF
           IF FRG-STATUS NOT = "00"
               DISPLAY "X4: FILE1FRG OPEN FAILED, STATUS=" FRG-STATUS
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
           MOVE "FILE1XDL"       TO FRG-FEED-NAME
           MOVE RUN-DATE         TO FRG-SENT-DATE
           MOVE RUN-TIME         TO FRG-SENT-TIME
           MOVE DETAIL-COUNT     TO FRG-SENT-COUNT
           MOVE BALANCE-TOTAL    TO FRG-SENT-BALANCE
           MOVE "S"              TO FRG-STATE
           MOVE "N"              TO FRG-RESEND-SW
           WRITE FRG-REC
           IF FRG-STATUS NOT = "00"
               DISPLAY "X4: FILE1FRG WRITE FAILED, STATUS=" FRG-STATUS
               MOVE "Y" TO RUN-FAILED-SW
           END-IF
           .

       MARK-ORIGINAL-RESENT.
           MOVE RESEND-SEQ TO FRG-SEQ
           READ FRG-FILE
           IF FRG-STATUS = "00"
               MOVE "N" TO FRG-RESEND-SW
               MOVE SPACES TO FRG-ACK-REASON
               STRING "RESENT AS FEED " FEED-SEQ
                   DELIMITED BY SIZE INTO FRG-ACK-REASON
               REWRITE FRG-REC
           END-IF
           IF FRG-STATUS NOT = "00"
               DISPLAY "X4: FEED " RESEND-SEQ
                       " NOT MARKED RESENT, STATUS=" FRG-STATUS
           END-IF
           .

       APPEND-HIGH-WATER-LINE.
           MOVE DELTA-MODE    TO XHW-KIND
           MOVE FEED-SEQ      TO XHW-FEED-SEQ
           MOVE FROM-DATE     TO XHW-FROM-DATE
           MOVE FROM-TIME     TO XHW-FROM-TIME
           MOVE TO-DATE       TO XHW-TO-DATE
           MOVE TO-TIME       TO XHW-TO-TIME
           MOVE ADD-COUNT     TO XHW-ADD-COUNT
           MOVE CHANGE-COUNT  TO XHW-CHANGE-COUNT
           MOVE DELETE-COUNT  TO XHW-DELETE-COUNT
           OPEN EXTEND XHW-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT XHW-FILE
           END-IF
           IF FILE-STATUS = "00"
               WRITE XHW-REC FROM XHW-LINE
               IF FILE-STATUS NOT = "00"
                   MOVE FILE-STATUS TO XHW-APPEND-STATUS
                   CLOSE XHW-FILE
                   MOVE XHW-APPEND-STATUS TO FILE-STATUS
               ELSE
                   CLOSE XHW-FILE
               END-IF
           END-IF
           IF FILE-STATUS NOT = "00"
               DISPLAY "X4: FILE1XHW APPEND FAILED, STATUS="
                       FILE-STATUS " - FEED " FEED-SEQ
                       " IS REGISTERED BUT ITS WINDOW WILL BE SENT"
                       " AGAIN"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      * ------------------------------------------------------------
      * Sort input: every journal image stamped after the FROM stamp
      * and no later than the TO stamp -- first from the closed
      * generations the window reaches into, in cut order, then
      * from the live journal.  No live journal just after a backup
      * is nothing changed since; a journal that can't be read fails
      * the run.
      * ------------------------------------------------------------
       SELECT-WINDOW-IMAGES.
           PERFORM SELECT-FROM-GENERATIONS
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           OPEN INPUT JNL-FILE
           EVALUATE JNL-STATUS
               WHEN "00"
                   PERFORM SELECT-FROM-JOURNAL-FILE
                   CLOSE JNL-FILE
               WHEN "35"
                   DISPLAY "X4: NO LIVE UPDATE JOURNAL (FILE1JNL)"
               WHEN OTHER
                   DISPLAY "X4: FILE1JNL OPEN FAILED, STATUS="
                           JNL-STATUS
                   MOVE "Y" TO RUN-FAILED-SW
           END-EVALUATE
           .

       SELECT-FROM-GENERATIONS.
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
                               PERFORM SELECT-FROM-ONE-GENERATION
                       END-READ
                   END-PERFORM
                   CLOSE JGN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "X4: FILE1JGN OPEN FAILED, STATUS="
                           JGN-STATUS
                   MOVE "Y" TO RUN-FAILED-SW
           END-EVALUATE
           .

       SELECT-FROM-ONE-GENERATION.
           IF JGN-RECORD-COUNT > ZERO
                   AND JGN-LAST-STAMP > FROM-STAMP
                   AND JGN-FIRST-STAMP NOT > TO-STAMP
               MOVE JGN-GEN-NAME TO JNL-FILE-NAME
               OPEN INPUT JNL-FILE
               IF JNL-STATUS = "00"
                   PERFORM SELECT-FROM-JOURNAL-FILE
                   CLOSE JNL-FILE
               ELSE
                   DISPLAY "X4: " JGN-GEN-NAME
                           " OPEN FAILED, STATUS=" JNL-STATUS
                   MOVE "Y" TO RUN-FAILED-SW
               END-IF
           END-IF
           .

       SELECT-FROM-JOURNAL-FILE.
           MOVE "N" TO JNL-EOF-SW
           PERFORM UNTIL JNL-AT-EOF
               READ JNL-FILE
                   AT END
                       MOVE "Y" TO JNL-EOF-SW
                   NOT AT END
                       PERFORM SELECT-ONE-IMAGE
               END-READ
               IF JNL-STATUS NOT = "00" AND JNL-STATUS NOT = "10"
                   DISPLAY "X4: " JNL-FILE-NAME
                           " READ FAILED, STATUS=" JNL-STATUS
                   MOVE "Y" TO RUN-FAILED-SW
                   MOVE "Y" TO JNL-EOF-SW
               END-IF
           END-PERFORM
           .

       SELECT-ONE-IMAGE.
           ADD 1 TO JNL-READ-COUNT
           MOVE JNL-RUN-DATE TO JNL-STAMP-DATE
           MOVE JNL-RUN-TIME TO JNL-STAMP-TIME
           IF JNL-STAMP > FROM-STAMP AND JNL-STAMP NOT > TO-STAMP
               ADD 1 TO IMAGE-SELECTED
               MOVE JNL-KEY        TO DSW-KEY
               MOVE JNL-READ-COUNT TO DSW-SEQ
               MOVE JNL-OPERATION  TO DSW-OPERATION
               MOVE JNL-IMAGE-TYPE TO DSW-IMAGE-TYPE
               MOVE JNL-IMAGE      TO DSW-IMAGE
               RELEASE DSW-REC
           END-IF
           .

      * ------------------------------------------------------------
      * Sort output: one control break per key.  The key's first
      * image says whether it was on FILE1 when the window opened
      * (a before image means it was); each later image moves the
      * end state along.
      * ------------------------------------------------------------
       WRITE-NETTED-DETAILS.
           PERFORM RETURN-NEXT-IMAGE
           PERFORM UNTIL DSW-AT-EOF
               IF FIRST-KEY
                   MOVE "N" TO FIRST-KEY-SW
                   PERFORM START-NETTED-KEY
               END-IF
               IF DSW-KEY NOT = NET-KEY
                   PERFORM EMIT-NETTED-KEY
                   PERFORM START-NETTED-KEY
               END-IF
               PERFORM APPLY-IMAGE-TO-KEY
               PERFORM RETURN-NEXT-IMAGE
           END-PERFORM
           IF NOT FIRST-KEY
               PERFORM EMIT-NETTED-KEY
           END-IF
           .

       RETURN-NEXT-IMAGE.
           RETURN SORT-WORK1
               AT END
                   MOVE "Y" TO DSW-EOF-SW
               NOT AT END
                   MOVE "N" TO DSW-EOF-SW
           END-RETURN
           .

       START-NETTED-KEY.
           ADD 1 TO KEY-COUNT
           MOVE DSW-KEY TO NET-KEY
           IF DSW-OPERATION = "WRITE  "
               MOVE "N" TO START-EXISTS-SW
               MOVE SPACES TO NET-START-REC
           ELSE
               MOVE "Y" TO START-EXISTS-SW
               IF DSW-IMAGE-TYPE = "B"
                   MOVE DSW-IMAGE TO NET-START-REC
               ELSE
                   MOVE SPACES TO NET-START-REC
               END-IF
           END-IF
           MOVE START-EXISTS-SW TO END-EXISTS-SW
           MOVE NET-START-REC   TO NET-END-REC
           .

       APPLY-IMAGE-TO-KEY.
           EVALUATE TRUE
               WHEN DSW-OPERATION = "WRITE  "
                   MOVE "Y" TO END-EXISTS-SW
                   MOVE DSW-IMAGE TO NET-END-REC
               WHEN DSW-OPERATION = "REWRITE"
                       AND DSW-IMAGE-TYPE = "A"
                   MOVE "Y" TO END-EXISTS-SW
                   MOVE DSW-IMAGE TO NET-END-REC
               WHEN DSW-OPERATION = "DELETE "
                   MOVE "N" TO END-EXISTS-SW
                   MOVE DSW-IMAGE TO NET-END-REC
           END-EVALUATE
           .

       EMIT-NETTED-KEY.
           EVALUATE TRUE
               WHEN NOT START-EXISTS AND END-EXISTS
                   MOVE "ADD   " TO XDL-DTL-ACTION
                   PERFORM BUILD-DETAIL-FROM-END
                   ADD 1 TO ADD-COUNT
                   PERFORM WRITE-DELTA-DETAIL
               WHEN START-EXISTS AND END-EXISTS
                   PERFORM BUILD-DETAIL-FROM-START
                   MOVE XDL-DTL-FIELDS TO START-DETAIL-FIELDS
                   PERFORM BUILD-DETAIL-FROM-END
                   IF XDL-DTL-FIELDS = START-DETAIL-FIELDS
                       ADD 1 TO NETTED-OUT-COUNT
                   ELSE
                       MOVE "CHANGE" TO XDL-DTL-ACTION
                       ADD 1 TO CHANGE-COUNT
                       PERFORM WRITE-DELTA-DETAIL
                   END-IF
               WHEN START-EXISTS AND NOT END-EXISTS
                   MOVE "DELETE" TO XDL-DTL-ACTION
                   PERFORM BUILD-DETAIL-FROM-END
                   ADD 1 TO DELETE-COUNT
                   PERFORM WRITE-DELTA-DETAIL
               WHEN OTHER
                   ADD 1 TO NETTED-OUT-COUNT
           END-EVALUATE
           .

       BUILD-DETAIL-FROM-START.
           MOVE NET-KEY                 TO XDL-DTL-KEY
           MOVE A01-1  OF NET-START-REC TO XDL-DTL-A01-1
           MOVE A01-4  OF NET-START-REC TO XDL-DTL-A01-4
           MOVE A01-7  OF NET-START-REC TO XDL-DTL-A01-7
           MOVE A01-38 OF NET-START-REC TO XDL-DTL-A01-38
           MOVE A01-9  OF NET-START-REC TO XDL-DTL-A01-9
           MOVE A01-18 OF NET-START-REC TO XDL-DTL-A01-18
           MOVE A01-28 OF NET-START-REC TO XDL-DTL-A01-28
           IF A01-91 OF NET-START-REC IS NUMERIC
               MOVE A01-91 OF NET-START-REC TO XDL-DTL-A01-91
           ELSE
               MOVE ZERO TO XDL-DTL-A01-91
           END-IF
           .

       BUILD-DETAIL-FROM-END.
           MOVE NET-KEY                 TO XDL-DTL-KEY
           MOVE A01-1  OF NET-END-REC   TO XDL-DTL-A01-1
           MOVE A01-4  OF NET-END-REC   TO XDL-DTL-A01-4
           MOVE A01-7  OF NET-END-REC   TO XDL-DTL-A01-7
           MOVE A01-38 OF NET-END-REC   TO XDL-DTL-A01-38
           MOVE A01-9  OF NET-END-REC   TO XDL-DTL-A01-9
           MOVE A01-18 OF NET-END-REC   TO XDL-DTL-A01-18
           MOVE A01-28 OF NET-END-REC   TO XDL-DTL-A01-28
           MOVE A01-91 OF NET-END-REC   TO XDL-DTL-A01-91
           .

       WRITE-DELTA-DETAIL.
           ADD 1 TO DETAIL-COUNT
           ADD A01-91 OF NET-END-REC TO BALANCE-TOTAL
           WRITE XDL-REC FROM XDL-DETAIL-RECORD
           .
